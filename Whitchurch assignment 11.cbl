       program-id. Program11.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT TABLE-FILE ASSIGN TO "CLERKMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CLERK-NUM.
         SELECT ADJ-DETAIL-FILE ASSIGN TO "ADJDETL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT SORT-WORK-FILE ASSIGN TO "ADJWORK.TMP".
         SELECT SORTED-ADJ-FILE ASSIGN TO "ADJSORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL ADJ-REASON-FILE ASSIGN TO "ADJRSN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REGISTER-FILE ASSIGN TO "ADJREG.TXT"
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

       FD ADJ-DETAIL-FILE.
           01 ADJ-DETAIL-REC               pic X(72).

       SD SORT-WORK-FILE.
           01 SORT-REC.
               05 SR-APPROVER               PIC X(6).
               05 SR-CLERK-NUM              PIC 9(9).
               05 SR-DEPT                   PIC 9(3).
               05 SR-MONTH                  PIC XX.
               05 FILLER                    PIC X(52).

       FD SORTED-ADJ-FILE.
           01 SORTED-ADJ-REC.
               05 AD-APPROVER               PIC X(6).
               05 AD-CLERK-NUM              PIC 9(9).
               05 AD-DEPT                   PIC 9(3).
               05 AD-MONTH                  PIC XX.
               05 AD-REASON                 PIC X(3).
               05 AD-AMOUNT                 PIC S9(5)V99
                   SIGN IS LEADING SEPARATE.
               05 AD-STATUS                 PIC X.
               05 AD-REJECT-REASON          PIC X(30).
               05 AD-PERIOD                 PIC 9(6).
               05 AD-RUN-NUM                PIC 9(4).

       FD ADJ-REASON-FILE.
           01 ADJ-REASON-REC.
               05 AR-CODE                   PIC X(3).
               05 AR-DESC                   PIC X(20).
               05 AR-LIMIT                  PIC 9(5)V99.
               05 AR-ACTIVE                 PIC X.

       FD RUN-CTL-FILE.
           01 RUN-CTL-REC.
               05 RC-PERIOD.
                   10 RC-YEAR               PIC 9(4).
                   10 RC-MONTH              PIC 99.
               05 RC-RUN-NUM                PIC 9(4).
               05 RC-STATUS                 PIC X.

       FD REGISTER-FILE.
           01 REGISTER-REC                 pic X(90).

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
       01 WS-JL-PROGRAM                pic X(10) VALUE "PROGRAM11".
       01 WS-JL-PERIOD                 pic 9(6) VALUE ZERO.
       01 WS-JL-RUN-NUM                pic 9(4) VALUE ZERO.
       01 WS-JL-IN-COUNT               pic 9(8) VALUE ZERO.
       01 WS-JL-OUT-COUNT              pic 9(8) VALUE ZERO.
       01 WS-JL-STARTED                pic X VALUE "N".
       01 WS-JL-PREREQ                 pic X(10) VALUE "PROGRAM1".
       01 WS-JL-PREREQ-PERIOD          pic 9(6) VALUE ZERO.
       01 WS-JL-PREREQ-RUN             pic 9(4) VALUE ZERO.
       01 WS-JL-LAST-EVENT             pic X VALUE SPACE.
       01 WS-JL-LAST-RC                pic 9(4) VALUE ZERO.

       01 EOF-TABLE                        pic X VALUE "N".
       01 EOF-ADJ                          pic X VALUE "N".
       01 EOF-ADJRSN                       pic X VALUE "N".
       01 WS-FIRST-REC                     pic X VALUE "Y".

       01 WS-CLERK-MAX                 pic 9(4) VALUE 1000.
       01 WS-CLERK-COUNT               pic 9(4) VALUE ZERO.

       01 CLERK-TABLE.
           05 T-CLERK OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-CLERK-COUNT
               INDEXED BY C-IDX.
               10 T-NUM                PIC 9(9).
               10 T-NAME               PIC X(16).

       01 WS-ADJRSN-MAX                pic 9(3) VALUE 100.
       01 WS-ADJRSN-COUNT              pic 9(3) VALUE ZERO.

       01 ADJ-REASON-TABLE.
           05 T-ADJ-RSN OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-ADJRSN-COUNT
               INDEXED BY A-IDX.
               10 AT-CODE              PIC X(3).
               10 AT-DESC              PIC X(20).

       01 WS-PREV-APPROVER             pic X(6) VALUE SPACES.
       01 WS-APPR-COUNT                pic 9(6) VALUE ZERO.
       01 WS-APPR-TOTAL                pic S9(9)V99 VALUE ZERO.
       01 WS-APPR-REJECTS              pic 9(6) VALUE ZERO.
       01 WS-GRAND-COUNT               pic 9(6) VALUE ZERO.
       01 WS-GRAND-TOTAL               pic S9(9)V99 VALUE ZERO.
       01 WS-GRAND-REJECTS             pic 9(6) VALUE ZERO.
       01 WS-GRAND-CREDITS             pic S9(9)V99 VALUE ZERO.
       01 WS-GRAND-DEBITS              pic S9(9)V99 VALUE ZERO.
       01 WS-GRAND-CR-COUNT            pic 9(6) VALUE ZERO.
       01 WS-GRAND-DR-COUNT            pic 9(6) VALUE ZERO.
       01 WS-GRAND-REJ-TOTAL           pic S9(9)V99 VALUE ZERO.

       01 WS-RUN-PERIOD.
           05 WS-RUN-YEAR               PIC 9(4).
           05 WS-RUN-MONTH              PIC 99.
       01 WS-PERIOD-DISPLAY            pic X(7).

       01 WS-SYS-DATE.
           05 WS-SYS-YYYY               PIC 9(4).
           05 WS-SYS-MM                 PIC 99.
           05 WS-SYS-DD                 PIC 99.
       01 WS-DATE-DISPLAY              pic X(10).

       01 BLANK-LINE                   pic X(90) VALUE SPACES.

       01 REG-HEADER-1.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE
               "COMMISSION ADJUSTMENT REGISTER".
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 RH-DATE                  PIC X(10).
           05 FILLER                   PIC X(9) VALUE "  PERIOD ".
           05 RH-PERIOD                PIC X(7).

       01 REG-APPROVER-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(9) VALUE "APPROVER ".
           05 RA-APPROVER              PIC X(6).

       01 REG-HEADER-2.
           05 FILLER                   PIC X(12) VALUE "CLERK NUMBER".
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "NAME".
           05 FILLER                   PIC X(13) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "DEPT".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(2) VALUE "MM".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(3) VALUE "RSN".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(14) VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE "AMOUNT".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE "STATUS".

       01 REG-DETAIL.
           05 FILLER                   PIC XX VALUE SPACES.
           05 RD-CLERK-NUM             PIC 9(9).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 RD-NAME                  PIC X(16).
           05 FILLER                   PIC X VALUE SPACE.
           05 RD-DEPT                  PIC 9(3).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 RD-MONTH                 PIC XX.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RD-REASON                PIC X(3).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RD-DESC                  PIC X(20).
           05 FILLER                   PIC X VALUE SPACE.
           05 RD-AMOUNT                PIC $$$,$$9.99CR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RD-STATUS                PIC X(8).

       01 REG-APPR-TOTAL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(15) VALUE
               "TOTAL APPROVER ".
           05 RT-APPROVER              PIC X(6).
           05 FILLER                   PIC X(10) VALUE "  APPLIED ".
           05 RT-COUNT                 PIC ZZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RT-TOTAL                 PIC $$$,$$$,$$9.99CR.
           05 FILLER                   PIC X(11) VALUE "  REJECTED ".
           05 RT-REJECTS               PIC ZZZZZ9.

       01 REG-SIGNOFF-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE
               "AUDIT SIGN-OFF  ".
           05 FILLER                   PIC X(24) VALUE ALL "_".
           05 FILLER                   PIC X(8) VALUE "  DATE  ".
           05 FILLER                   PIC X(10) VALUE ALL "_".

       01 REG-GRAND-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RG-LABEL                 PIC X(24).
           05 RG-COUNT                 PIC ZZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RG-TOTAL                 PIC $$$,$$$,$$9.99CR.

       procedure division.

       100-MAIN.

              accept WS-SYS-DATE from DATE YYYYMMDD
              string WS-SYS-MM "/" WS-SYS-DD "/" WS-SYS-YYYY
                  delimited by size into WS-DATE-DISPLAY

              perform 105-READ-RUN-CONTROL
              perform 900-LOG-START
              move WS-JL-PERIOD to WS-JL-PREREQ-PERIOD
              move WS-JL-RUN-NUM to WS-JL-PREREQ-RUN
              perform 920-CHECK-PREREQ
              perform 200-LOAD-MASTER
              perform 210-LOAD-ADJ-REASONS

              sort SORT-WORK-FILE
                  on ascending key SR-APPROVER SR-CLERK-NUM SR-MONTH
                  using ADJ-DETAIL-FILE
                  giving SORTED-ADJ-FILE

              open input SORTED-ADJ-FILE
                   output REGISTER-FILE.

              perform 250-REGISTER-HEADERS

              perform until EOF-ADJ = "Y"
                  read SORTED-ADJ-FILE
                      AT END move "Y" to EOF-ADJ
                      NOT AT END
                          perform 300-APPROVER-BREAK-CHECK
                          perform 350-WRITE-DETAIL
                  END-READ
              end-perform

              if WS-FIRST-REC = "N"
                  perform 360-WRITE-APPROVER-TOTAL
              end-if
              perform 380-WRITE-GRAND-TOTALS

              close SORTED-ADJ-FILE, REGISTER-FILE
              perform 910-LOG-END
           STOP RUN.

       105-READ-RUN-CONTROL.
           open input RUN-CTL-FILE
           read RUN-CTL-FILE
               AT END
                   display "RUNCTL.TXT IS EMPTY - RUN TERMINATED"
                   move 16 to RETURN-CODE
                   perform 910-LOG-END
                   stop run
           END-READ
           close RUN-CTL-FILE
           move RC-PERIOD to WS-JL-PERIOD
           move RC-RUN-NUM to WS-JL-RUN-NUM
           move RC-YEAR to WS-RUN-YEAR
           move RC-MONTH to WS-RUN-MONTH
           string WS-RUN-YEAR "/" WS-RUN-MONTH
               delimited by size into WS-PERIOD-DISPLAY.

       200-LOAD-MASTER.
           open input TABLE-FILE
           perform until EOF-TABLE = "Y"
               read TABLE-FILE
               AT END move "Y" to EOF-TABLE
               NOT AT END
                   if WS-CLERK-COUNT = WS-CLERK-MAX
                       display "TABLE-FILE HAS MORE THAN " WS-CLERK-MAX
                           " CLERKS - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   add 1 to WS-CLERK-COUNT
                   set C-IDX to WS-CLERK-COUNT
                   move CLERK-NUM to T-NUM(C-IDX)
                   move CLERK-NAME to T-NAME(C-IDX)
               end-read
           END-PERFORM
           close TABLE-FILE.

       210-LOAD-ADJ-REASONS.
           open input ADJ-REASON-FILE
           perform until EOF-ADJRSN = "Y"
               read ADJ-REASON-FILE
               AT END move "Y" to EOF-ADJRSN
               NOT AT END
                   if WS-ADJRSN-COUNT = WS-ADJRSN-MAX
                       display "ADJ-REASON-FILE HAS MORE THAN "
                           WS-ADJRSN-MAX " CODES - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   add 1 to WS-ADJRSN-COUNT
                   set A-IDX to WS-ADJRSN-COUNT
                   move AR-CODE to AT-CODE(A-IDX)
                   move AR-DESC to AT-DESC(A-IDX)
               end-read
           END-PERFORM
           close ADJ-REASON-FILE.

       250-REGISTER-HEADERS.
           move WS-DATE-DISPLAY to RH-DATE
           move WS-PERIOD-DISPLAY to RH-PERIOD
           write REGISTER-REC from REG-HEADER-1
           write REGISTER-REC from BLANK-LINE.

       300-APPROVER-BREAK-CHECK.
           if WS-FIRST-REC = "Y"
               move "N" to WS-FIRST-REC
               perform 320-START-APPROVER
           else
               if AD-APPROVER NOT = WS-PREV-APPROVER
                   perform 360-WRITE-APPROVER-TOTAL
                   perform 320-START-APPROVER
               end-if
           end-if.

       320-START-APPROVER.
           move AD-APPROVER to WS-PREV-APPROVER
           move ZERO to WS-APPR-COUNT
           move ZERO to WS-APPR-TOTAL
           move ZERO to WS-APPR-REJECTS
           move AD-APPROVER to RA-APPROVER
           write REGISTER-REC from REG-APPROVER-LINE
           write REGISTER-REC from BLANK-LINE
           write REGISTER-REC from REG-HEADER-2
           write REGISTER-REC from BLANK-LINE.

       350-WRITE-DETAIL.
           add 1 to WS-JL-IN-COUNT
           move AD-CLERK-NUM to RD-CLERK-NUM
           move spaces to RD-NAME
           set C-IDX to 1
           search T-CLERK
           AT END
               continue
           WHEN T-NUM(C-IDX) = AD-CLERK-NUM
               move T-NAME(C-IDX) to RD-NAME
           END-SEARCH
           move AD-DEPT to RD-DEPT
           move AD-MONTH to RD-MONTH
           move AD-REASON to RD-REASON
           move AD-AMOUNT to RD-AMOUNT
           if AD-STATUS = "A"
               move spaces to RD-DESC
               set A-IDX to 1
               search T-ADJ-RSN
               AT END
                   continue
               WHEN AT-CODE(A-IDX) = AD-REASON
                   move AT-DESC(A-IDX) to RD-DESC
               END-SEARCH
               move "APPLIED" to RD-STATUS
               add 1 to WS-APPR-COUNT
               add AD-AMOUNT to WS-APPR-TOTAL
               add 1 to WS-GRAND-COUNT
               add AD-AMOUNT to WS-GRAND-TOTAL
               if AD-AMOUNT < ZERO
                   add 1 to WS-GRAND-DR-COUNT
                   add AD-AMOUNT to WS-GRAND-DEBITS
               else
                   add 1 to WS-GRAND-CR-COUNT
                   add AD-AMOUNT to WS-GRAND-CREDITS
               end-if
           else
               move AD-REJECT-REASON to RD-DESC
               move "REJECTED" to RD-STATUS
               add 1 to WS-APPR-REJECTS
               add 1 to WS-GRAND-REJECTS
               add AD-AMOUNT to WS-GRAND-REJ-TOTAL
           end-if
           write REGISTER-REC from REG-DETAIL
           add 1 to WS-JL-OUT-COUNT
           move spaces to REG-DETAIL.

       360-WRITE-APPROVER-TOTAL.
           move WS-PREV-APPROVER to RT-APPROVER
           move WS-APPR-COUNT to RT-COUNT
           move WS-APPR-TOTAL to RT-TOTAL
           move WS-APPR-REJECTS to RT-REJECTS
           write REGISTER-REC from BLANK-LINE
           write REGISTER-REC from REG-APPR-TOTAL-LINE
           write REGISTER-REC from BLANK-LINE
           write REGISTER-REC from REG-SIGNOFF-LINE
           write REGISTER-REC from BLANK-LINE
           write REGISTER-REC from BLANK-LINE.

       380-WRITE-GRAND-TOTALS.
           move "ADJUSTMENTS APPLIED     " to RG-LABEL
           move WS-GRAND-COUNT to RG-COUNT
           move WS-GRAND-TOTAL to RG-TOTAL
           write REGISTER-REC from REG-GRAND-LINE
           move spaces to REG-GRAND-LINE
           move "  CREDITS TO CLERKS     " to RG-LABEL
           move WS-GRAND-CR-COUNT to RG-COUNT
           move WS-GRAND-CREDITS to RG-TOTAL
           write REGISTER-REC from REG-GRAND-LINE
           move spaces to REG-GRAND-LINE
           move "  CLAWBACKS FROM CLERKS " to RG-LABEL
           move WS-GRAND-DR-COUNT to RG-COUNT
           move WS-GRAND-DEBITS to RG-TOTAL
           write REGISTER-REC from REG-GRAND-LINE
           move spaces to REG-GRAND-LINE
           move "ADJUSTMENTS REJECTED    " to RG-LABEL
           move WS-GRAND-REJECTS to RG-COUNT
           move WS-GRAND-REJ-TOTAL to RG-TOTAL
           write REGISTER-REC from REG-GRAND-LINE
           move spaces to REG-GRAND-LINE.

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
           move ZERO to WS-JL-LAST-RC
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
                       move JL-RETURN-CODE to WS-JL-LAST-RC
                   end-if
               end-read
           END-PERFORM
           close JOB-LOG-FILE
           if WS-JL-LAST-EVENT NOT = "E" OR WS-JL-LAST-RC > 4
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
