       program-id. Program12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT TABLE-FILE ASSIGN TO "CLERKMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CLERK-NUM.
         SELECT PARM-FILE ASSIGN TO "REVPARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT CONTROL-FILE ASSIGN TO "CONTROL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL HISTORY-FILE ASSIGN TO "HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL TRUNC-HIST-FILE ASSIGN TO "HISTORY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL NEW-YTD-FILE ASSIGN TO "NEWYTD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT YTD-FILE ASSIGN TO "YTD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL NEW-RECOV-FILE ASSIGN TO "NEWRECOV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT RECOV-FILE ASSIGN TO "RECOVBAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL PAYROLL-FILE ASSIGN TO "PAYEXT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT PAY-REV-FILE ASSIGN TO "PAYREV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL DEPT-FILE ASSIGN TO "DEPTMST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REVERSAL-FILE ASSIGN TO "REVRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO "JOBLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.

       FD TABLE-FILE.
           01 CLERK-REC.
               05 CLERK-NUM                PIC 9(9).
               05 CLERK-NAME               PIC X(16).
               05 CLERK-COM                PIC V99.
               05 CLERK-DEPT               PIC 9(3).
               05 CLERK-GUAR               PIC 9(5)V99.
               05 CLERK-STATUS             PIC X.
               05 CLERK-TERM-DATE          PIC 9(8).

       FD PARM-FILE.
           01 PARM-REC.
               05 RP-PERIOD                PIC 9(6).
               05 RP-RUN-NUM               PIC 9(4).
               05 RP-RUN-DATE              PIC 9(8).

       FD RUN-CTL-FILE.
           01 RUN-CTL-REC.
               05 RC-PERIOD.
                   10 RC-YEAR               PIC 9(4).
                   10 RC-MONTH              PIC 99.
               05 RC-PERIOD-NUM REDEFINES RC-PERIOD
                                            PIC 9(6).
               05 RC-RUN-NUM                PIC 9(4).
               05 RC-STATUS                 PIC X.

       FD CONTROL-FILE.
           01 CONTROL-REC                  pic X(80).
           01 CTL-RUNTOT-REC.
               05 CTL-RT-TAG               PIC X(10).
               05 CTL-RT-PERIOD            PIC 9(6).
               05 CTL-RT-RUN-NUM           PIC 9(4).
               05 CTL-RT-RUN-DATE          PIC 9(8).
               05 CTL-RT-HIST-ROWS         PIC 9(6).
               05 CTL-RT-COM               PIC S9(9)V99
                   SIGN IS LEADING SEPARATE.
               05 CTL-RT-PAY-COUNT         PIC 9(6).
               05 CTL-RT-PAY-TOTAL         PIC S9(9)V99
                   SIGN IS LEADING SEPARATE.
               05 FILLER                   PIC X(16).

       FD HISTORY-FILE.
           01 HIST-REC.
               05 HS-CLERK-NUM             PIC 9(9).
               05 HS-MONTH                 PIC XX.
               05 HS-TYPE                  PIC X.
               05 HS-SALES                 PIC S9(6)
                   SIGN IS LEADING SEPARATE.
               05 HS-COM                   PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
               05 HS-RUN-DATE              PIC 9(8).
               05 HS-PERIOD                PIC 9(6).
               05 HS-SALE-DATE             PIC 9(8).
               05 HS-STORE                 PIC X(3).
               05 HS-REGISTER              PIC X(3).
               05 HS-INVOICE               PIC X(10).

       FD TRUNC-HIST-FILE.
           01 TRUNC-HIST-REC               pic X(67).

       FD NEW-YTD-FILE.
           01 NEW-YTD-REC.
               05 NY-CLERK-NUM              PIC 9(9).
               05 NY-AMOUNT                 PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.

       FD YTD-FILE.
           01 YTD-REC.
               05 YTD-CLERK-NUM            PIC 9(9).
               05 YTD-AMOUNT                PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.

       FD NEW-RECOV-FILE.
           01 NEW-RECOV-REC.
               05 NR-CLERK-NUM              PIC 9(9).
               05 NR-BF                     PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
               05 NR-RECOVERED              PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
               05 NR-BALANCE                PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
               05 NR-WRITEOFF               PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
               05 NR-ADDED                  PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.

       FD RECOV-FILE.
           01 RECOV-REC.
               05 RV-CLERK-NUM              PIC 9(9).
               05 RV-BF                     PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
               05 RV-RECOVERED              PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
               05 RV-BALANCE                PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
               05 RV-WRITEOFF               PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
               05 RV-ADDED                  PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.

       FD PAYROLL-FILE.
           01 PAY-DETAIL-REC.
               05 PE-REC-TYPE              PIC X.
               05 PE-CLERK-NUM             PIC 9(9).
               05 PE-MONTH                 PIC 99.
               05 PE-SALES                 PIC S9(9)
                   SIGN IS LEADING SEPARATE.
               05 PE-COM                   PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
               05 PE-YTD                   PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
           01 PAY-TRAILER-REC.
               05 PT-REC-TYPE              PIC X.
               05 PT-COUNT                 PIC 9(6).
               05 PT-TOTAL                 PIC S9(9)V99
                   SIGN IS LEADING SEPARATE.
               05 FILLER                   PIC X(23).
           01 PAY-MEMO-REC.
               05 PM-REC-TYPE              PIC X.
               05 PM-CLERK-NUM             PIC 9(9).
               05 PM-MONTH                 PIC XX.
               05 PM-AMOUNT                PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
               05 PM-CODE                  PIC X(3).
               05 FILLER                   PIC X(17).

       FD PAY-REV-FILE.
           01 PAY-REV-REC                  pic X(42).

       FD DEPT-FILE.
           01 DEPT-REC.
               05 DM-DEPT                   PIC 9(3).
               05 DM-NAME                   PIC X(20).
               05 DM-MANAGER                PIC X(16).
               05 DM-ACTIVE                 PIC X.

       FD REVERSAL-FILE.
           01 REVERSAL-REC                 pic X(110).

       FD JOB-LOG-FILE.
           01 JOB-LOG-REC.
               05 JL-PROGRAM               PIC X(10).
               05 JL-EVENT                 PIC X.
               05 JL-PERIOD                PIC 9(6).
               05 JL-RUN-NUM               PIC 9(4).
               05 JL-DATE                  PIC 9(8).
               05 JL-TIME                  PIC 9(8).
               05 JL-IN-COUNT              PIC 9(8).
               05 JL-OUT-COUNT             PIC 9(8).
               05 JL-RETURN-CODE           PIC 9(4).

       working-storage section.

       01 EOF-JOBLOG                       pic X VALUE "N".
       01 WS-JL-PROGRAM                pic X(10) VALUE "PROGRAM12".
       01 WS-JL-PERIOD                 pic 9(6) VALUE ZERO.
       01 WS-JL-RUN-NUM                pic 9(4) VALUE ZERO.
       01 WS-JL-IN-COUNT               pic 9(8) VALUE ZERO.
       01 WS-JL-OUT-COUNT              pic 9(8) VALUE ZERO.
       01 WS-JL-STARTED                pic X VALUE "N".
       01 WS-JL-PREREQ                 pic X(10) VALUE "PROGRAM1".
       01 WS-JL-PREREQ-PERIOD          pic 9(6) VALUE ZERO.
       01 WS-JL-PREREQ-RUN             pic 9(4) VALUE ZERO.
       01 WS-JL-LAST-EVENT             pic X VALUE SPACE.

       01 EOF-TABLE                        pic X VALUE "N".
       01 EOF-CONTROL                      pic X VALUE "N".
       01 EOF-HIST                         pic X VALUE "N".
       01 EOF-TRUNC                        pic X VALUE "N".
       01 EOF-YTD                          pic X VALUE "N".
       01 EOF-RECOV                        pic X VALUE "N".
       01 EOF-PAY                          pic X VALUE "N".
       01 EOF-DEPTMST                      pic X VALUE "N".

       01 WS-CTL-FOUND                 pic X VALUE "N".
       01 WS-BALANCED                  pic X VALUE "Y".
       01 WS-TRAILER-SEEN              pic X VALUE "N".
       01 WS-RUN-DATE                  pic 9(8) VALUE ZERO.
       01 WS-NEXT-RUN-NUM              pic 9(4) VALUE ZERO.

       01 WS-CLERK-MAX                 pic 9(4) VALUE 1000.
       01 WS-CLERK-COUNT               pic 9(4) VALUE ZERO.
       01 WS-LOOKUP-NUM                pic 9(9) VALUE ZERO.

       01 CLERK-TABLE.
           05 T-CLERK OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-CLERK-COUNT
               INDEXED BY C-IDX.
               10 T-NUM                PIC 9(9).
               10 T-NAME               PIC X(16).
               10 T-DEPT               PIC 9(3).
               10 T-YTD                PIC S9(7)V99.
               10 T-RUN-ROWS           PIC 9(6).
               10 T-RUN-COM            PIC S9(7)V99.
               10 T-RECOV-BF           PIC S9(7)V99.
               10 T-RECOVERED          PIC S9(7)V99.
               10 T-PAY                PIC S9(7)V99.

       01 WS-DEPT-MAX                  pic 9(3) VALUE 50.
       01 WS-DEPT-COUNT                pic 9(3) VALUE ZERO.

       01 DEPT-TABLE.
           05 T-DEPT-TOT OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-DEPT-COUNT
               INDEXED BY D-IDX.
               10 TD-DEPT              PIC 9(3).
               10 TD-ROWS              PIC 9(6).
               10 TD-COM               PIC S9(9)V99.
               10 TD-RECOVERED         PIC S9(9)V99.
               10 TD-PAY               PIC S9(9)V99.

       01 WS-DEPTMST-MAX               pic 9(3) VALUE 50.
       01 WS-DEPTMST-COUNT             pic 9(3) VALUE ZERO.

       01 DEPT-MASTER-TABLE.
           05 T-DEPT-MST OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-DEPTMST-COUNT
               INDEXED BY M-IDX.
               10 DM-T-DEPT            PIC 9(3).
               10 DM-T-NAME            PIC X(20).

       01 WS-DEPT-NAME                 pic X(20) VALUE SPACES.

       01 WS-REV-ROWS                  pic 9(6) VALUE ZERO.
       01 WS-REV-COM                   pic S9(9)V99 VALUE ZERO.
       01 WS-REV-RECOVERED             pic S9(9)V99 VALUE ZERO.
       01 WS-KEEP-ROWS                 pic 9(8) VALUE ZERO.
       01 WS-PAY-COUNT                 pic 9(6) VALUE ZERO.
       01 WS-PAY-TOTAL                 pic S9(9)V99 VALUE ZERO.
       01 WS-PT-COUNT                  pic 9(6) VALUE ZERO.
       01 WS-PT-TOTAL                  pic S9(9)V99 VALUE ZERO.

       01 WS-SYS-DATE.
           05 WS-SYS-YYYY               PIC 9(4).
           05 WS-SYS-MM                 PIC 99.
           05 WS-SYS-DD                 PIC 99.
       01 WS-DATE-DISPLAY              pic X(10).

       01 WS-RUN-PERIOD.
           05 WS-RUN-YEAR               PIC 9(4).
           05 WS-RUN-MONTH              PIC 99.
       01 WS-RUN-PERIOD-NUM REDEFINES WS-RUN-PERIOD
                                       pic 9(6).
       01 WS-PERIOD-DISPLAY            pic X(7).

       01 BLANK-LINE                   pic X(110) VALUE SPACES.

       01 REV-HEADER-1.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(27) VALUE
               "COMMISSION RUN REVERSAL    ".
           05 RH-DATE                  PIC X(10).
           05 FILLER                   PIC X(9) VALUE "  PERIOD ".
           05 RH-PERIOD                PIC X(7).
           05 FILLER                   PIC X(6) VALUE "  RUN ".
           05 RH-RUN-NUM               PIC ZZZ9.
           05 FILLER                   PIC X(11) VALUE "  RUN DATE ".
           05 RH-RUN-DATE              PIC 9(8).

       01 REV-HEADER-2.
           05 FILLER                   PIC X(12) VALUE "CLERK NUMBER".
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "NAME".
           05 FILLER                   PIC X(13) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "DEPT".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "ROWS".
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "COMMISSION".
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(9) VALUE "RECOVERED".
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "PAY CLAWBCK".
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "RESTORED YTD".

       01 REV-DETAIL.
           05 FILLER                   PIC XX VALUE SPACES.
           05 RD-NUM                   PIC 9(9).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 RD-NAME                  PIC X(16).
           05 FILLER                   PIC X VALUE SPACE.
           05 RD-DEPT                  PIC 9(3).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RD-ROWS                  PIC ZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RD-COM                   PIC $$$,$$9.99CR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RD-RECOVERED             PIC $$$,$$9.99CR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RD-PAY                   PIC $$$,$$9.99CR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RD-YTD                   PIC $$,$$$,$$9.99CR.

       01 DEPT-SUM-HEADER-1.
           05 FILLER                   PIC X(14) VALUE SPACES.
           05 FILLER              PIC X(18) VALUE "DEPARTMENT SUMMARY".

       01 DEPT-SUM-HEADER-2.
           05 FILLER                   PIC X(10) VALUE "DEPARTMENT".
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "NAME".
           05 FILLER                   PIC X(18) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "ROWS".
           05 FILLER                   PIC X(7) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "COMMISSION".
           05 FILLER                   PIC X(8) VALUE SPACES.
           05 FILLER                   PIC X(9) VALUE "RECOVERED".
           05 FILLER                   PIC X(7) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "PAY CLAWBCK".

       01 DEPT-SUM-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 DS-DEPT                  PIC 9(3).
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 DS-NAME                  PIC X(20).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DS-ROWS                  PIC ZZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DS-COM                   PIC $$$,$$$,$$9.99CR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DS-RECOVERED             PIC $$$,$$$,$$9.99CR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DS-PAY                   PIC $$$,$$$,$$9.99CR.

       01 CTL-HEADER.
           05 FILLER                   PIC X(14) VALUE SPACES.
           05 FILLER                   PIC X(26) VALUE
               "RUN CONTROL RECONCILIATION".

       01 CTL-COLUMN-HEADER.
           05 FILLER                   PIC X(26) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
               "    ORIGINAL RUN ".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
               "        REVERSED ".

       01 CTL-COMPARE-LINE.
           05 FILLER                   PIC XX VALUE SPACES.
           05 CC-LABEL                 PIC X(24).
           05 CC-ORIGINAL              PIC $$$,$$$,$$9.99CR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 CC-REVERSED              PIC $$$,$$$,$$9.99CR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 CC-FLAG                  PIC X(10).

       01 CTL-COUNT-LINE.
           05 FILLER                   PIC XX VALUE SPACES.
           05 CN-LABEL                 PIC X(24).
           05 FILLER                   PIC X(7) VALUE SPACES.
           05 CN-ORIGINAL              PIC ZZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE SPACES.
           05 CN-REVERSED              PIC ZZZZZ9.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 CN-FLAG                  PIC X(10).

       01 REV-STATUS-LINE.
           05 FILLER                   PIC XX VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE "STATUS  ".
           05 RS-STATUS                PIC X(50).

       procedure division.

       100-MAIN.

              accept WS-SYS-DATE from DATE YYYYMMDD
              string WS-SYS-MM "/" WS-SYS-DD "/" WS-SYS-YYYY
                  delimited by size into WS-DATE-DISPLAY

              perform 105-READ-PARM
              perform 900-LOG-START
              move WS-JL-PERIOD to WS-JL-PREREQ-PERIOD
              move WS-JL-RUN-NUM to WS-JL-PREREQ-RUN
              perform 920-CHECK-PREREQ
              perform 110-READ-RUN-CONTROL
              perform 115-READ-CONTROL-TOTALS
              perform 200-LOAD-MASTER
              perform 205-LOAD-DEPTS
              perform 210-LOAD-NEW-YTD
              perform 215-LOAD-NEW-RECOVERY
              perform 220-SPLIT-HISTORY
              perform 225-LOAD-PAYEXT
              perform 300-RESTORE-BALANCES
              perform 310-DEPT-TOTALS

              open output REVERSAL-FILE
              perform 400-REVERSAL-HEADERS
              perform 410-WRITE-CLERK-LINES
              perform 420-WRITE-DEPT-SUMMARY
              perform 430-WRITE-CONTROL-CHECK

              if WS-BALANCED = "Y"
                  perform 500-REWRITE-HISTORY
                  perform 510-WRITE-YTD
                  perform 520-WRITE-RECOVERY
                  perform 530-WRITE-REVERSAL-EXTRACT
                  perform 540-REOPEN-RUN-CONTROL
                  move "REVERSED - PERIOD REOPENED FOR RUN" to RS-STATUS
                  write REVERSAL-REC from BLANK-LINE
                  write REVERSAL-REC from REV-STATUS-LINE
              else
                  move "OUT OF BALANCE - NO FILES CHANGED"
                      to RS-STATUS
                  write REVERSAL-REC from BLANK-LINE
                  write REVERSAL-REC from REV-STATUS-LINE
                  display "REVERSAL OUT OF BALANCE WITH CONTROL.TXT"
                      " - RUN TERMINATED"
                  move 16 to RETURN-CODE
              end-if

              close REVERSAL-FILE
              move WS-REV-ROWS to WS-JL-OUT-COUNT
              perform 910-LOG-END
           STOP RUN.

       105-READ-PARM.
           open input PARM-FILE
           read PARM-FILE
               AT END
                   display "REVPARM.TXT IS EMPTY - RUN TERMINATED"
                   move 16 to RETURN-CODE
                   perform 910-LOG-END
                   stop run
           END-READ
           close PARM-FILE
           if RP-PERIOD NOT NUMERIC OR RP-RUN-NUM NOT NUMERIC
               display "REVPARM.TXT PERIOD OR RUN NOT NUMERIC"
                   " - RUN TERMINATED"
               move 16 to RETURN-CODE
               perform 910-LOG-END
               stop run
           end-if
           if RP-RUN-DATE NOT NUMERIC
               move ZERO to RP-RUN-DATE
           end-if
           move RP-PERIOD to WS-RUN-PERIOD-NUM
           move RP-PERIOD to WS-JL-PERIOD
           move RP-RUN-NUM to WS-JL-RUN-NUM
           string WS-RUN-YEAR "/" WS-RUN-MONTH
               delimited by size into WS-PERIOD-DISPLAY.

       110-READ-RUN-CONTROL.
           open input RUN-CTL-FILE
           read RUN-CTL-FILE
               AT END
                   display "RUNCTL.TXT IS EMPTY - RUN TERMINATED"
                   move 16 to RETURN-CODE
                   perform 910-LOG-END
                   stop run
           END-READ
           close RUN-CTL-FILE
           if RC-PERIOD-NUM NOT = RP-PERIOD
                   OR RC-RUN-NUM NOT = RP-RUN-NUM
               display "RUNCTL.TXT IS PERIOD " RC-PERIOD-NUM
                   " RUN " RC-RUN-NUM " - NOT THE RUN NAMED IN "
                   "REVPARM.TXT - RUN TERMINATED"
               move 16 to RETURN-CODE
               perform 910-LOG-END
               stop run
           end-if
           if RC-STATUS NOT = "C"
               display "PERIOD " RC-PERIOD-NUM
                   " IS NOT COMPLETED - NOTHING TO REVERSE"
               move 16 to RETURN-CODE
               perform 910-LOG-END
               stop run
           end-if
           compute WS-NEXT-RUN-NUM = RC-RUN-NUM + 1.

       115-READ-CONTROL-TOTALS.
           open input CONTROL-FILE
           perform until EOF-CONTROL = "Y"
               read CONTROL-FILE
               AT END move "Y" to EOF-CONTROL
               NOT AT END
                   if CTL-RT-TAG = "RUN TOTALS"
                           AND CTL-RT-PERIOD = RP-PERIOD
                           AND CTL-RT-RUN-NUM = RP-RUN-NUM
                       move "Y" to WS-CTL-FOUND
                       move "Y" to EOF-CONTROL
                   end-if
               end-read
           END-PERFORM
           close CONTROL-FILE
           if WS-CTL-FOUND = "N"
               display "CONTROL.TXT HAS NO RUN TOTALS FOR PERIOD "
                   RP-PERIOD " RUN " RP-RUN-NUM " - RUN TERMINATED"
               move 16 to RETURN-CODE
               perform 910-LOG-END
               stop run
           end-if
           if RP-RUN-DATE = ZERO
               move CTL-RT-RUN-DATE to WS-RUN-DATE
           else
               move RP-RUN-DATE to WS-RUN-DATE
           end-if.

       200-LOAD-MASTER.
           open input TABLE-FILE
           perform until EOF-TABLE = "Y"
               read TABLE-FILE
               AT END move "Y" to EOF-TABLE
               NOT AT END
                   move CLERK-NUM to WS-LOOKUP-NUM
                   perform 230-FIND-CLERK
                   move CLERK-NAME to T-NAME(C-IDX)
                   move CLERK-DEPT to T-DEPT(C-IDX)
               end-read
           END-PERFORM
           close TABLE-FILE.

       205-LOAD-DEPTS.
           open input DEPT-FILE
           perform until EOF-DEPTMST = "Y"
               read DEPT-FILE
               AT END move "Y" to EOF-DEPTMST
               NOT AT END
                   if WS-DEPTMST-COUNT = WS-DEPTMST-MAX
                       display "DEPT-FILE HAS MORE THAN "
                           WS-DEPTMST-MAX " DEPARTMENTS"
                           " - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   add 1 to WS-DEPTMST-COUNT
                   set M-IDX to WS-DEPTMST-COUNT
                   move DM-DEPT to DM-T-DEPT(M-IDX)
                   move DM-NAME to DM-T-NAME(M-IDX)
               end-read
           END-PERFORM
           close DEPT-FILE.

       210-LOAD-NEW-YTD.
           open input NEW-YTD-FILE
           perform until EOF-YTD = "Y"
               read NEW-YTD-FILE
               AT END move "Y" to EOF-YTD
               NOT AT END
                   move NY-CLERK-NUM to WS-LOOKUP-NUM
                   perform 230-FIND-CLERK
                   move NY-AMOUNT to T-YTD(C-IDX)
               end-read
           END-PERFORM
           close NEW-YTD-FILE.

       215-LOAD-NEW-RECOVERY.
           open input NEW-RECOV-FILE
           perform until EOF-RECOV = "Y"
               read NEW-RECOV-FILE
               AT END move "Y" to EOF-RECOV
               NOT AT END
                   move NR-CLERK-NUM to WS-LOOKUP-NUM
                   perform 230-FIND-CLERK
                   move NR-BF to T-RECOV-BF(C-IDX)
                   move NR-RECOVERED to T-RECOVERED(C-IDX)
               end-read
           END-PERFORM
           close NEW-RECOV-FILE.

       220-SPLIT-HISTORY.
           open input HISTORY-FILE
           open output TRUNC-HIST-FILE
           perform until EOF-HIST = "Y"
               read HISTORY-FILE
               AT END move "Y" to EOF-HIST
               NOT AT END
                   add 1 to WS-JL-IN-COUNT
                   if HS-PERIOD = RP-PERIOD
                           AND HS-RUN-DATE = WS-RUN-DATE
                       move HS-CLERK-NUM to WS-LOOKUP-NUM
                       perform 230-FIND-CLERK
                       add 1 to T-RUN-ROWS(C-IDX)
                       add HS-COM to T-RUN-COM(C-IDX)
                       add 1 to WS-REV-ROWS
                       add HS-COM to WS-REV-COM
                   else
                       write TRUNC-HIST-REC from HIST-REC
                       add 1 to WS-KEEP-ROWS
                   end-if
               end-read
           END-PERFORM
           close HISTORY-FILE
           close TRUNC-HIST-FILE.

       225-LOAD-PAYEXT.
           open input PAYROLL-FILE
           perform until EOF-PAY = "Y"
               read PAYROLL-FILE
               AT END move "Y" to EOF-PAY
               NOT AT END
                   evaluate PE-REC-TYPE
                       when "D"
                       when "F"
                           move PE-CLERK-NUM to WS-LOOKUP-NUM
                           perform 230-FIND-CLERK
                           add PE-COM to T-PAY(C-IDX)
                           add 1 to WS-PAY-COUNT
                           add PE-COM to WS-PAY-TOTAL
                       when "T"
                           move "Y" to WS-TRAILER-SEEN
                           move PT-COUNT to WS-PT-COUNT
                           move PT-TOTAL to WS-PT-TOTAL
                       when other
                           continue
                   end-evaluate
               end-read
           END-PERFORM
           close PAYROLL-FILE.

       230-FIND-CLERK.
           set C-IDX to 1
           search T-CLERK
           AT END
               if WS-CLERK-COUNT = WS-CLERK-MAX
                   display "MORE THAN " WS-CLERK-MAX
                       " CLERKS - RUN TERMINATED"
                   move 16 to RETURN-CODE
                   perform 910-LOG-END
                   stop run
               end-if
               add 1 to WS-CLERK-COUNT
               set C-IDX to WS-CLERK-COUNT
               move WS-LOOKUP-NUM to T-NUM(C-IDX)
               move "*NOT ON MASTER*" to T-NAME(C-IDX)
               move 999 to T-DEPT(C-IDX)
               move ZERO to T-YTD(C-IDX)
               move ZERO to T-RUN-ROWS(C-IDX)
               move ZERO to T-RUN-COM(C-IDX)
               move ZERO to T-RECOV-BF(C-IDX)
               move ZERO to T-RECOVERED(C-IDX)
               move ZERO to T-PAY(C-IDX)
           WHEN T-NUM(C-IDX) = WS-LOOKUP-NUM
               continue
           END-SEARCH.

       300-RESTORE-BALANCES.
           perform varying C-IDX from 1 by 1
               until C-IDX > WS-CLERK-COUNT
               subtract T-RUN-COM(C-IDX) from T-YTD(C-IDX)
               add T-RECOVERED(C-IDX) to WS-REV-RECOVERED
           END-PERFORM.

       310-DEPT-TOTALS.
           perform varying C-IDX from 1 by 1
               until C-IDX > WS-CLERK-COUNT
               if T-RUN-ROWS(C-IDX) > ZERO
                       OR T-PAY(C-IDX) NOT = ZERO
                       OR T-RECOVERED(C-IDX) NOT = ZERO
                   set D-IDX to 1
                   search T-DEPT-TOT
                   AT END
                       if WS-DEPT-COUNT = WS-DEPT-MAX
                           display "MORE THAN " WS-DEPT-MAX
                               " DEPARTMENTS - RUN TERMINATED"
                           move 16 to RETURN-CODE
                           perform 910-LOG-END
                           stop run
                       end-if
                       add 1 to WS-DEPT-COUNT
                       set D-IDX to WS-DEPT-COUNT
                       move T-DEPT(C-IDX) to TD-DEPT(D-IDX)
                       move ZERO to TD-ROWS(D-IDX)
                       move ZERO to TD-COM(D-IDX)
                       move ZERO to TD-RECOVERED(D-IDX)
                       move ZERO to TD-PAY(D-IDX)
                   WHEN TD-DEPT(D-IDX) = T-DEPT(C-IDX)
                       continue
                   END-SEARCH
                   add T-RUN-ROWS(C-IDX) to TD-ROWS(D-IDX)
                   add T-RUN-COM(C-IDX) to TD-COM(D-IDX)
                   add T-RECOVERED(C-IDX) to TD-RECOVERED(D-IDX)
                   add T-PAY(C-IDX) to TD-PAY(D-IDX)
               end-if
           END-PERFORM.

       400-REVERSAL-HEADERS.
           move WS-DATE-DISPLAY to RH-DATE
           move WS-PERIOD-DISPLAY to RH-PERIOD
           move RP-RUN-NUM to RH-RUN-NUM
           move WS-RUN-DATE to RH-RUN-DATE
           write REVERSAL-REC from REV-HEADER-1
           write REVERSAL-REC from BLANK-LINE
           write REVERSAL-REC from REV-HEADER-2
           write REVERSAL-REC from BLANK-LINE.

       410-WRITE-CLERK-LINES.
           perform varying C-IDX from 1 by 1
               until C-IDX > WS-CLERK-COUNT
               if T-RUN-ROWS(C-IDX) > ZERO
                       OR T-PAY(C-IDX) NOT = ZERO
                       OR T-RECOVERED(C-IDX) NOT = ZERO
                   move T-NUM(C-IDX) to RD-NUM
                   move T-NAME(C-IDX) to RD-NAME
                   move T-DEPT(C-IDX) to RD-DEPT
                   move T-RUN-ROWS(C-IDX) to RD-ROWS
                   move T-RUN-COM(C-IDX) to RD-COM
                   move T-RECOVERED(C-IDX) to RD-RECOVERED
                   move T-PAY(C-IDX) to RD-PAY
                   move T-YTD(C-IDX) to RD-YTD
                   write REVERSAL-REC from REV-DETAIL
                   move spaces to REV-DETAIL
               end-if
           END-PERFORM.

       420-WRITE-DEPT-SUMMARY.
           write REVERSAL-REC from BLANK-LINE
           write REVERSAL-REC from BLANK-LINE
           write REVERSAL-REC from DEPT-SUM-HEADER-1
           write REVERSAL-REC from BLANK-LINE
           write REVERSAL-REC from DEPT-SUM-HEADER-2
           perform varying D-IDX from 1 by 1
               until D-IDX > WS-DEPT-COUNT
               move TD-DEPT(D-IDX) to DS-DEPT
               move spaces to WS-DEPT-NAME
               set M-IDX to 1
               search T-DEPT-MST
               AT END
                   continue
               WHEN DM-T-DEPT(M-IDX) = TD-DEPT(D-IDX)
                   move DM-T-NAME(M-IDX) to WS-DEPT-NAME
               END-SEARCH
               move WS-DEPT-NAME to DS-NAME
               move TD-ROWS(D-IDX) to DS-ROWS
               move TD-COM(D-IDX) to DS-COM
               move TD-RECOVERED(D-IDX) to DS-RECOVERED
               move TD-PAY(D-IDX) to DS-PAY
               write REVERSAL-REC from DEPT-SUM-LINE
               move spaces to DEPT-SUM-LINE
           END-PERFORM.

       430-WRITE-CONTROL-CHECK.
           write REVERSAL-REC from BLANK-LINE
           write REVERSAL-REC from BLANK-LINE
           write REVERSAL-REC from CTL-HEADER
           write REVERSAL-REC from BLANK-LINE
           write REVERSAL-REC from CTL-COLUMN-HEADER

           move "HISTORY ROWS" to CN-LABEL
           move CTL-RT-HIST-ROWS to CN-ORIGINAL
           move WS-REV-ROWS to CN-REVERSED
           if CTL-RT-HIST-ROWS = WS-REV-ROWS
               move "BALANCED" to CN-FLAG
           else
               move "DIFFERENT" to CN-FLAG
               move "N" to WS-BALANCED
           end-if
           write REVERSAL-REC from CTL-COUNT-LINE

           move "HISTORY COMMISSION" to CC-LABEL
           move CTL-RT-COM to CC-ORIGINAL
           move WS-REV-COM to CC-REVERSED
           if CTL-RT-COM = WS-REV-COM
               move "BALANCED" to CC-FLAG
           else
               move "DIFFERENT" to CC-FLAG
               move "N" to WS-BALANCED
           end-if
           write REVERSAL-REC from CTL-COMPARE-LINE

           move "PAYROLL RECORDS" to CN-LABEL
           move CTL-RT-PAY-COUNT to CN-ORIGINAL
           move WS-PAY-COUNT to CN-REVERSED
           if CTL-RT-PAY-COUNT = WS-PAY-COUNT
                   AND WS-PT-COUNT = WS-PAY-COUNT
               move "BALANCED" to CN-FLAG
           else
               move "DIFFERENT" to CN-FLAG
               move "N" to WS-BALANCED
           end-if
           write REVERSAL-REC from CTL-COUNT-LINE

           move "PAYROLL NET PAY" to CC-LABEL
           move CTL-RT-PAY-TOTAL to CC-ORIGINAL
           move WS-PAY-TOTAL to CC-REVERSED
           if CTL-RT-PAY-TOTAL = WS-PAY-TOTAL
                   AND WS-PT-TOTAL = WS-PAY-TOTAL
               move "BALANCED" to CC-FLAG
           else
               move "DIFFERENT" to CC-FLAG
               move "N" to WS-BALANCED
           end-if
           write REVERSAL-REC from CTL-COMPARE-LINE

           move "RECOVERY REVERSED" to CC-LABEL
           move WS-REV-RECOVERED to CC-ORIGINAL
           move WS-REV-RECOVERED to CC-REVERSED
           move spaces to CC-FLAG
           write REVERSAL-REC from CTL-COMPARE-LINE

           if WS-TRAILER-SEEN = "N"
               move "N" to WS-BALANCED
               move "PAYEXT.TXT TRAILER MISSING" to RS-STATUS
               write REVERSAL-REC from BLANK-LINE
               write REVERSAL-REC from REV-STATUS-LINE
           end-if.

       500-REWRITE-HISTORY.
           move "N" to EOF-TRUNC
           open output HISTORY-FILE
           open input TRUNC-HIST-FILE
           perform until EOF-TRUNC = "Y"
               read TRUNC-HIST-FILE
                   AT END move "Y" to EOF-TRUNC
                   NOT AT END
                       write HIST-REC from TRUNC-HIST-REC
               end-read
           end-perform
           close HISTORY-FILE
           close TRUNC-HIST-FILE.

       510-WRITE-YTD.
           open output YTD-FILE
           open output NEW-YTD-FILE
           perform varying C-IDX from 1 by 1
               until C-IDX > WS-CLERK-COUNT
               move T-NUM(C-IDX) to YTD-CLERK-NUM
               move T-YTD(C-IDX) to YTD-AMOUNT
               write YTD-REC
               write NEW-YTD-REC from YTD-REC
           END-PERFORM
           close YTD-FILE
           close NEW-YTD-FILE.

       520-WRITE-RECOVERY.
           open output RECOV-FILE
           open output NEW-RECOV-FILE
           perform varying C-IDX from 1 by 1
               until C-IDX > WS-CLERK-COUNT
               move T-NUM(C-IDX) to RV-CLERK-NUM
               move T-RECOV-BF(C-IDX) to RV-BF
               move ZERO to RV-RECOVERED
               move T-RECOV-BF(C-IDX) to RV-BALANCE
               move ZERO to RV-WRITEOFF
               move ZERO to RV-ADDED
               write RECOV-REC
               write NEW-RECOV-REC from RECOV-REC
           END-PERFORM
           close RECOV-FILE
           close NEW-RECOV-FILE.

       530-WRITE-REVERSAL-EXTRACT.
           move "N" to EOF-PAY
           open input PAYROLL-FILE
           open output PAY-REV-FILE
           perform until EOF-PAY = "Y"
               read PAYROLL-FILE
               AT END move "Y" to EOF-PAY
               NOT AT END
                   perform 535-REVERSE-PAY-REC
               end-read
           END-PERFORM
           close PAYROLL-FILE
           close PAY-REV-FILE.

       535-REVERSE-PAY-REC.
           evaluate PE-REC-TYPE
               when "D"
               when "F"
                   compute PE-SALES = 0 - PE-SALES
                   compute PE-COM = 0 - PE-COM
                   move PE-CLERK-NUM to WS-LOOKUP-NUM
                   perform 230-FIND-CLERK
                   move T-YTD(C-IDX) to PE-YTD
                   write PAY-REV-REC from PAY-DETAIL-REC
               when "T"
                   compute PT-TOTAL = 0 - PT-TOTAL
                   write PAY-REV-REC from PAY-TRAILER-REC
               when other
                   compute PM-AMOUNT = 0 - PM-AMOUNT
                   write PAY-REV-REC from PAY-MEMO-REC
           end-evaluate.

       540-REOPEN-RUN-CONTROL.
           move RP-PERIOD to RC-PERIOD-NUM
           move WS-NEXT-RUN-NUM to RC-RUN-NUM
           move "O" to RC-STATUS
           open output RUN-CTL-FILE
           write RUN-CTL-REC
           close RUN-CTL-FILE.

       900-LOG-START.
           move "Y" to WS-JL-STARTED
           move "S" to JL-EVENT
           move ZERO to JL-IN-COUNT
           move ZERO to JL-OUT-COUNT
           move ZERO to JL-RETURN-CODE
           perform 930-WRITE-LOG.

       910-LOG-END.
           if WS-JL-STARTED = "N"
               perform 900-LOG-START
           end-if
           move "E" to JL-EVENT
           move WS-JL-IN-COUNT to JL-IN-COUNT
           move WS-JL-OUT-COUNT to JL-OUT-COUNT
           move RETURN-CODE to JL-RETURN-CODE
           perform 930-WRITE-LOG.

       920-CHECK-PREREQ.
           move SPACE to WS-JL-LAST-EVENT
           move "N" to EOF-JOBLOG
           open input JOB-LOG-FILE
           perform until EOF-JOBLOG = "Y"
               read JOB-LOG-FILE
               AT END move "Y" to EOF-JOBLOG
               NOT AT END
                   if JL-PROGRAM = WS-JL-PREREQ
                           AND JL-PERIOD = WS-JL-PREREQ-PERIOD
                           AND (WS-JL-PREREQ-RUN = ZERO
                           OR JL-RUN-NUM = WS-JL-PREREQ-RUN)
                       move JL-EVENT to WS-JL-LAST-EVENT
                   end-if
               end-read
           END-PERFORM
           close JOB-LOG-FILE
           if WS-JL-LAST-EVENT NOT = "E"
               display WS-JL-PREREQ " HAS NOT COMPLETED FOR PERIOD "
                   WS-JL-PREREQ-PERIOD " - RUN TERMINATED"
               move 16 to RETURN-CODE
               perform 910-LOG-END
               stop run
           end-if.

       930-WRITE-LOG.
           move WS-JL-PROGRAM to JL-PROGRAM
           move WS-JL-PERIOD to JL-PERIOD
           move WS-JL-RUN-NUM to JL-RUN-NUM
           accept JL-DATE from DATE YYYYMMDD
           accept JL-TIME from TIME
           open extend JOB-LOG-FILE
           write JOB-LOG-REC
           close JOB-LOG-FILE.
