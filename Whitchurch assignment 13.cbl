       program-id. Program13.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT TABLE-FILE ASSIGN TO "CLERKMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CLERK-NUM.
         SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL DEPT-FILE ASSIGN TO "DEPTMST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL NEW-YTD-FILE ASSIGN TO "NEWYTD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL HISTORY-FILE ASSIGN TO "HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL ARCHIVE-FILE ASSIGN USING WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL RECOV-FILE ASSIGN TO "RECOVBAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL NEW-RECOV-FILE ASSIGN TO "NEWRECOV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT AUDIT-FILE ASSIGN TO "AUDIT.TXT"
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

       FD RUN-CTL-FILE.
           01 RUN-CTL-REC.
               05 RC-PERIOD.
                   10 RC-YEAR               PIC 9(4).
                   10 RC-MONTH              PIC 99.
               05 RC-RUN-NUM                PIC 9(4).
               05 RC-STATUS                 PIC X.

       FD DEPT-FILE.
           01 DEPT-REC.
               05 DM-DEPT                   PIC 9(3).
               05 DM-NAME                   PIC X(20).
               05 DM-MANAGER                PIC X(16).
               05 DM-ACTIVE                 PIC X.

       FD NEW-YTD-FILE.
           01 NEW-YTD-REC.
               05 NY-CLERK-NUM              PIC 9(9).
               05 NY-AMOUNT                 PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.

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
               05 HS-RUN-YEAR REDEFINES HS-RUN-DATE.
                   10 HS-RUN-YYYY          PIC 9(4).
                   10 FILLER               PIC 9(4).
               05 HS-PERIOD                PIC 9(6).
               05 HS-SALE-DATE             PIC 9(8).
               05 HS-STORE                 PIC X(3).
               05 HS-REGISTER              PIC X(3).
               05 HS-INVOICE               PIC X(10).

       FD ARCHIVE-FILE.
           01 ARCHIVE-REC                  pic X(67).

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

       FD AUDIT-FILE.
           01 AUDIT-REC                    pic X(100).

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
       01 WS-JL-PROGRAM                pic X(10) VALUE "PROGRAM13".
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
       01 EOF-DEPTMST                      pic X VALUE "N".
       01 EOF-YTD                          pic X VALUE "N".
       01 EOF-HIST                         pic X VALUE "N".
       01 EOF-ARCH                         pic X VALUE "N".
       01 EOF-RECOV                        pic X VALUE "N".
       01 EOF-NEWRECOV                     pic X VALUE "N".
       01 WS-FOUND                         pic X VALUE "N".

       01 WS-CLERK-MAX                 pic 9(4) VALUE 1000.
       01 WS-CLERK-COUNT               pic 9(4) VALUE ZERO.

       01 CLERK-TABLE.
           05 T-CLERK OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-CLERK-COUNT
               INDEXED BY C-IDX.
               10 T-NUM                PIC 9(9).
               10 T-NAME               PIC X(16).
               10 T-DEPT               PIC 9(3).
               10 T-YTD                PIC S9(9)V99.
               10 T-HIST-COM           PIC S9(9)V99.

       01 WS-DEPTMST-MAX               pic 9(3) VALUE 50.
       01 WS-DEPTMST-COUNT             pic 9(3) VALUE ZERO.

       01 DEPT-MASTER-TABLE.
           05 T-DEPT-MST OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-DEPTMST-COUNT
               INDEXED BY M-IDX.
               10 DM-T-DEPT            PIC 9(3).
               10 DM-T-ACTIVE          PIC X.

       01 WS-PRIOR-MAX                 pic 9(4) VALUE 1000.
       01 WS-PRIOR-COUNT               pic 9(4) VALUE ZERO.

       01 PRIOR-RECOV-TABLE.
           05 T-PRIOR OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-PRIOR-COUNT
               INDEXED BY P-IDX.
               10 PV-CLERK-NUM         PIC 9(9).
               10 PV-BALANCE           PIC S9(7)V99.
               10 PV-USED              PIC X.

       01 WS-ORPHAN-MAX                pic 9(4) VALUE 500.
       01 WS-ORPHAN-COUNT              pic 9(4) VALUE ZERO.

       01 ORPHAN-TABLE.
           05 T-ORPHAN OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-ORPHAN-COUNT
               INDEXED BY O-IDX.
               10 OR-CLERK-NUM         PIC 9(9).
               10 OR-SOURCE            PIC X(12).
               10 OR-ROWS              PIC 9(6).
               10 OR-AMOUNT            PIC S9(9)V99.

       01 WS-AUDIT-PERIOD.
           05 WS-AUDIT-YEAR             PIC 9(4).
           05 WS-AUDIT-MONTH            PIC 99.
       01 WS-AUDIT-PERIOD-NUM REDEFINES WS-AUDIT-PERIOD
                                       pic 9(6).
       01 WS-PERIOD-DISPLAY            pic X(7).

       01 WS-REC-PERIOD.
           05 WS-REC-YEAR               PIC 9(4).
           05 WS-REC-MONTH              PIC 99.
       01 WS-REC-PERIOD-NUM REDEFINES WS-REC-PERIOD
                                       pic 9(6).

       01 WS-ARCH-NAME                 pic X(12) VALUE SPACES.
       01 WS-ARC-YEAR                  pic 9(4) VALUE ZERO.

       01 WS-ORPHAN-CLERK              pic 9(9) VALUE ZERO.
       01 WS-ORPHAN-SOURCE             pic X(12) VALUE SPACES.
       01 WS-ORPHAN-AMOUNT             pic S9(9)V99 VALUE ZERO.
       01 WS-EXPECTED                  pic S9(9)V99 VALUE ZERO.
       01 WS-PRIOR-BAL                 pic S9(9)V99 VALUE ZERO.
       01 WS-DIFFERENCE                pic S9(9)V99 VALUE ZERO.
       01 WS-DEPT-STATUS               pic X(20) VALUE SPACES.

       01 WS-YTD-CHECKED               pic 9(6) VALUE ZERO.
       01 WS-RECOV-CHECKED             pic 9(6) VALUE ZERO.
       01 WS-HIST-ROWS                 pic 9(8) VALUE ZERO.
       01 WS-YTD-ERRORS                pic 9(6) VALUE ZERO.
       01 WS-RECOV-ERRORS              pic 9(6) VALUE ZERO.
       01 WS-ORPHAN-ERRORS             pic 9(6) VALUE ZERO.
       01 WS-DEPT-ERRORS               pic 9(6) VALUE ZERO.
       01 WS-TOTAL-ERRORS              pic 9(6) VALUE ZERO.

       01 WS-SYS-DATE.
           05 WS-SYS-YYYY               PIC 9(4).
           05 WS-SYS-MM                 PIC 99.
           05 WS-SYS-DD                 PIC 99.
       01 WS-DATE-DISPLAY              pic X(10).

       01 BLANK-LINE                   pic X(100) VALUE SPACES.

       01 AUDIT-HEADER-1.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE
               "COMMISSION FILE AUDIT REPORT".
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 AH-DATE                  PIC X(10).
           05 FILLER                   PIC X(9) VALUE "  PERIOD ".
           05 AH-PERIOD                PIC X(7).

       01 AUDIT-SECTION-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 AS-TITLE                 PIC X(60).

       01 YTD-HEADER.
           05 FILLER                   PIC X(12) VALUE "CLERK NUMBER".
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "NAME".
           05 FILLER                   PIC X(17) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "NEWYTD.TXT".
           05 FILLER                   PIC X(9) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE "HISTORY".
           05 FILLER                   PIC X(8) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "DIFFERENCE".

       01 YTD-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 YL-NUM                   PIC 9(9).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 YL-NAME                  PIC X(16).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 YL-YTD                   PIC $$$,$$$,$$9.99CR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 YL-HIST                  PIC $$$,$$$,$$9.99CR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 YL-DIFF                  PIC $$$,$$$,$$9.99CR.

       01 RECOV-HEADER.
           05 FILLER                   PIC X(12) VALUE "CLERK NUMBER".
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(2) VALUE "BF".
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE "ADDED".
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(9) VALUE "RECOVERED".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(9) VALUE "WRITE-OFF".
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE "BALANCE".
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE "RECOVBAL".
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE "PROBLEM".

       01 RECOV-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RL-NUM                   PIC 9(9).
           05 FILLER                   PIC X VALUE SPACE.
           05 RL-BF                    PIC ZZZ,ZZ9.99-.
           05 RL-ADDED                 PIC ZZZ,ZZ9.99-.
           05 RL-RECOVERED             PIC ZZZ,ZZ9.99-.
           05 RL-WRITEOFF              PIC ZZZ,ZZ9.99-.
           05 RL-BALANCE               PIC ZZZ,ZZ9.99-.
           05 RL-PRIOR                 PIC ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RL-PROBLEM               PIC X(22).

       01 ORPHAN-HEADER.
           05 FILLER                   PIC X(12) VALUE "CLERK NUMBER".
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "FILE".
           05 FILLER                   PIC X(12) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE "RECORDS".
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE "AMOUNT".

       01 ORPHAN-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OL-NUM                   PIC 9(9).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 OL-SOURCE                PIC X(12).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 OL-ROWS                  PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OL-AMOUNT                PIC $$$,$$$,$$9.99CR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(21) VALUE
               "CLERK NOT ON CLERKMST".

       01 DEPT-HEADER.
           05 FILLER                   PIC X(12) VALUE "CLERK NUMBER".
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "NAME".
           05 FILLER                   PIC X(14) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "DEPT".
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE "PROBLEM".

       01 DEPT-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DL-NUM                   PIC 9(9).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 DL-NAME                  PIC X(16).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DL-DEPT                  PIC 9(3).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 DL-PROBLEM               PIC X(20).

       01 AUDIT-COUNT-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 AC-LABEL                 PIC X(36).
           05 AC-COUNT                 PIC ZZZ,ZZ9.

       01 AUDIT-NONE-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
               "NO DISCREPANCIES".

       01 AUDIT-STATUS-LINE.
           05 FILLER                   PIC XX VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE "STATUS  ".
           05 AU-STATUS                PIC X(45).

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
              perform 205-LOAD-DEPTS
              perform 210-LOAD-NEW-YTD
              perform 220-SCAN-HISTORY
              move WS-AUDIT-YEAR to WS-ARC-YEAR
              perform 222-SCAN-ARCHIVE
              compute WS-ARC-YEAR = WS-AUDIT-YEAR + 1
              perform 222-SCAN-ARCHIVE
              perform 230-LOAD-PRIOR-RECOVERY

              open output AUDIT-FILE
              perform 250-AUDIT-HEADERS
              perform 300-PROVE-YTD
              perform 400-PROVE-RECOVERY
              perform 500-LIST-ORPHANS
              perform 600-CHECK-DEPTS
              perform 700-AUDIT-SUMMARY
              close AUDIT-FILE

              if WS-TOTAL-ERRORS > ZERO
                  display "COMMISSION FILE AUDIT FAILED - "
                      WS-TOTAL-ERRORS " DISCREPANCIES - SEE AUDIT.TXT"
                  move 8 to RETURN-CODE
              end-if
              move WS-HIST-ROWS to WS-JL-IN-COUNT
              move WS-TOTAL-ERRORS to WS-JL-OUT-COUNT
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
           move RC-YEAR to WS-AUDIT-YEAR
           move RC-MONTH to WS-AUDIT-MONTH
           if RC-STATUS NOT = "C"
               if WS-AUDIT-MONTH = 1
                   move 12 to WS-AUDIT-MONTH
                   subtract 1 from WS-AUDIT-YEAR
               else
                   subtract 1 from WS-AUDIT-MONTH
               end-if
           end-if
           string WS-AUDIT-YEAR "/" WS-AUDIT-MONTH
               delimited by size into WS-PERIOD-DISPLAY
           move WS-AUDIT-PERIOD-NUM to WS-JL-PERIOD
           if RC-STATUS = "C"
               move RC-RUN-NUM to WS-JL-RUN-NUM
           end-if.

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
                   move CLERK-DEPT to T-DEPT(C-IDX)
                   move ZERO to T-YTD(C-IDX)
                   move ZERO to T-HIST-COM(C-IDX)
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
                       display "DEPT-FILE HAS MORE THAN " WS-DEPTMST-MAX
                           " DEPARTMENTS - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   add 1 to WS-DEPTMST-COUNT
                   set M-IDX to WS-DEPTMST-COUNT
                   move DM-DEPT to DM-T-DEPT(M-IDX)
                   move DM-ACTIVE to DM-T-ACTIVE(M-IDX)
               end-read
           END-PERFORM
           close DEPT-FILE.

       210-LOAD-NEW-YTD.
           open input NEW-YTD-FILE
           perform until EOF-YTD = "Y"
               read NEW-YTD-FILE
               AT END move "Y" to EOF-YTD
               NOT AT END
                   move "N" to WS-FOUND
                   set C-IDX to 1
                   search T-CLERK
                   AT END
                       continue
                   WHEN T-NUM(C-IDX) = NY-CLERK-NUM
                       move "Y" to WS-FOUND
                       add NY-AMOUNT to T-YTD(C-IDX)
                   END-SEARCH
                   if WS-FOUND = "N"
                       move NY-CLERK-NUM to WS-ORPHAN-CLERK
                       move "NEWYTD.TXT" to WS-ORPHAN-SOURCE
                       move NY-AMOUNT to WS-ORPHAN-AMOUNT
                       perform 240-ADD-ORPHAN
                   end-if
               end-read
           END-PERFORM
           close NEW-YTD-FILE.

       220-SCAN-HISTORY.
           open input HISTORY-FILE
           perform until EOF-HIST = "Y"
               read HISTORY-FILE
               AT END move "Y" to EOF-HIST
               NOT AT END
                   move "HISTORY.TXT" to WS-ORPHAN-SOURCE
                   perform 225-POST-HISTORY
               end-read
           END-PERFORM
           close HISTORY-FILE.

       222-SCAN-ARCHIVE.
           move spaces to WS-ARCH-NAME
           string "HIST" WS-ARC-YEAR ".TXT"
               delimited by size into WS-ARCH-NAME
           move "N" to EOF-ARCH
           open input ARCHIVE-FILE
           perform until EOF-ARCH = "Y"
               read ARCHIVE-FILE INTO HIST-REC
                   AT END move "Y" to EOF-ARCH
                   NOT AT END
                       move WS-ARCH-NAME to WS-ORPHAN-SOURCE
                       perform 225-POST-HISTORY
               END-READ
           end-perform
           close ARCHIVE-FILE.

       225-POST-HISTORY.
           add 1 to WS-HIST-ROWS
           if HS-PERIOD NUMERIC AND HS-PERIOD > ZERO
               move HS-PERIOD to WS-REC-PERIOD-NUM
           else
               move HS-RUN-YYYY to WS-REC-YEAR
               if HS-MONTH NUMERIC
                   move HS-MONTH to WS-REC-MONTH
               else
                   move ZERO to WS-REC-MONTH
               end-if
           end-if
           move "N" to WS-FOUND
           set C-IDX to 1
           search T-CLERK
           AT END
               continue
           WHEN T-NUM(C-IDX) = HS-CLERK-NUM
               move "Y" to WS-FOUND
               if WS-REC-YEAR = WS-AUDIT-YEAR
                       AND WS-REC-PERIOD-NUM <= WS-AUDIT-PERIOD-NUM
                   add HS-COM to T-HIST-COM(C-IDX)
               end-if
           END-SEARCH
           if WS-FOUND = "N"
               move HS-CLERK-NUM to WS-ORPHAN-CLERK
               move HS-COM to WS-ORPHAN-AMOUNT
               perform 240-ADD-ORPHAN
           end-if.

       230-LOAD-PRIOR-RECOVERY.
           open input RECOV-FILE
           perform until EOF-RECOV = "Y"
               read RECOV-FILE
               AT END move "Y" to EOF-RECOV
               NOT AT END
                   if WS-PRIOR-COUNT = WS-PRIOR-MAX
                       display "RECOVBAL.TXT HAS MORE THAN "
                           WS-PRIOR-MAX " CLERKS - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   add 1 to WS-PRIOR-COUNT
                   set P-IDX to WS-PRIOR-COUNT
                   move RV-CLERK-NUM to PV-CLERK-NUM(P-IDX)
                   move RV-BALANCE to PV-BALANCE(P-IDX)
                   move "N" to PV-USED(P-IDX)
               end-read
           END-PERFORM
           close RECOV-FILE.

       240-ADD-ORPHAN.
           move "N" to WS-FOUND
           if WS-ORPHAN-COUNT > 0
               set O-IDX to 1
               search T-ORPHAN
               AT END
                   continue
               WHEN OR-CLERK-NUM(O-IDX) = WS-ORPHAN-CLERK
                       AND OR-SOURCE(O-IDX) = WS-ORPHAN-SOURCE
                   move "Y" to WS-FOUND
               END-SEARCH
           end-if
           if WS-FOUND = "N"
               if WS-ORPHAN-COUNT = WS-ORPHAN-MAX
                   display "MORE THAN " WS-ORPHAN-MAX
                       " ORPHAN CLERK ENTRIES - RUN TERMINATED"
                   move 16 to RETURN-CODE
                   perform 910-LOG-END
                   stop run
               end-if
               add 1 to WS-ORPHAN-COUNT
               set O-IDX to WS-ORPHAN-COUNT
               move WS-ORPHAN-CLERK to OR-CLERK-NUM(O-IDX)
               move WS-ORPHAN-SOURCE to OR-SOURCE(O-IDX)
               move ZERO to OR-ROWS(O-IDX)
               move ZERO to OR-AMOUNT(O-IDX)
           end-if
           add 1 to OR-ROWS(O-IDX)
           add WS-ORPHAN-AMOUNT to OR-AMOUNT(O-IDX).

       250-AUDIT-HEADERS.
           move WS-DATE-DISPLAY to AH-DATE
           move WS-PERIOD-DISPLAY to AH-PERIOD
           write AUDIT-REC from AUDIT-HEADER-1
           write AUDIT-REC from BLANK-LINE.

       300-PROVE-YTD.
           move "YTD PROOF - NEWYTD.TXT AGAINST HISTORY AND ARCHIVES"
               to AS-TITLE
           write AUDIT-REC from AUDIT-SECTION-LINE
           write AUDIT-REC from BLANK-LINE
           write AUDIT-REC from YTD-HEADER
           perform varying C-IDX from 1 by 1
               until C-IDX > WS-CLERK-COUNT
               add 1 to WS-YTD-CHECKED
               if T-YTD(C-IDX) NOT = T-HIST-COM(C-IDX)
                   add 1 to WS-YTD-ERRORS
                   compute WS-DIFFERENCE =
                       T-YTD(C-IDX) - T-HIST-COM(C-IDX)
                   move T-NUM(C-IDX) to YL-NUM
                   move T-NAME(C-IDX) to YL-NAME
                   move T-YTD(C-IDX) to YL-YTD
                   move T-HIST-COM(C-IDX) to YL-HIST
                   move WS-DIFFERENCE to YL-DIFF
                   write AUDIT-REC from YTD-LINE
               end-if
           END-PERFORM
           if WS-YTD-ERRORS = ZERO
               write AUDIT-REC from AUDIT-NONE-LINE
           end-if
           write AUDIT-REC from BLANK-LINE.

       400-PROVE-RECOVERY.
           move "RECOVERY ROLL-FORWARD - NEWRECOV.TXT VS RECOVBAL.TXT"
               to AS-TITLE
           write AUDIT-REC from AUDIT-SECTION-LINE
           write AUDIT-REC from BLANK-LINE
           write AUDIT-REC from RECOV-HEADER
           open input NEW-RECOV-FILE
           perform until EOF-NEWRECOV = "Y"
               read NEW-RECOV-FILE
               AT END move "Y" to EOF-NEWRECOV
               NOT AT END
                   perform 410-CHECK-RECOVERY
               end-read
           END-PERFORM
           close NEW-RECOV-FILE
           perform varying P-IDX from 1 by 1
               until P-IDX > WS-PRIOR-COUNT
               if PV-USED(P-IDX) = "N" AND PV-BALANCE(P-IDX) NOT = ZERO
                   add 1 to WS-RECOV-ERRORS
                   move PV-CLERK-NUM(P-IDX) to RL-NUM
                   move ZERO to RL-BF
                   move ZERO to RL-ADDED
                   move ZERO to RL-RECOVERED
                   move ZERO to RL-WRITEOFF
                   move ZERO to RL-BALANCE
                   move PV-BALANCE(P-IDX) to RL-PRIOR
                   move "NOT CARRIED FORWARD" to RL-PROBLEM
                   write AUDIT-REC from RECOV-LINE
               end-if
           END-PERFORM
           if WS-RECOV-ERRORS = ZERO
               write AUDIT-REC from AUDIT-NONE-LINE
           end-if
           write AUDIT-REC from BLANK-LINE.

       410-CHECK-RECOVERY.
           add 1 to WS-RECOV-CHECKED
           move "N" to WS-FOUND
           set C-IDX to 1
           search T-CLERK
           AT END
               continue
           WHEN T-NUM(C-IDX) = NR-CLERK-NUM
               move "Y" to WS-FOUND
           END-SEARCH
           if WS-FOUND = "N"
               move NR-CLERK-NUM to WS-ORPHAN-CLERK
               move "NEWRECOV.TXT" to WS-ORPHAN-SOURCE
               move NR-BALANCE to WS-ORPHAN-AMOUNT
               perform 240-ADD-ORPHAN
           end-if
           if NR-WRITEOFF NOT NUMERIC
               move ZERO to NR-WRITEOFF
           end-if
           if NR-ADDED NOT NUMERIC
               move ZERO to NR-ADDED
           end-if
           move ZERO to WS-PRIOR-BAL
           if WS-PRIOR-COUNT > 0
               set P-IDX to 1
               search T-PRIOR
               AT END
                   continue
               WHEN PV-CLERK-NUM(P-IDX) = NR-CLERK-NUM
                   move PV-BALANCE(P-IDX) to WS-PRIOR-BAL
                   move "Y" to PV-USED(P-IDX)
               END-SEARCH
           end-if
           compute WS-EXPECTED = NR-BF + NR-ADDED
               - NR-RECOVERED - NR-WRITEOFF
           move NR-CLERK-NUM to RL-NUM
           move NR-BF to RL-BF
           move NR-ADDED to RL-ADDED
           move NR-RECOVERED to RL-RECOVERED
           move NR-WRITEOFF to RL-WRITEOFF
           move NR-BALANCE to RL-BALANCE
           move WS-PRIOR-BAL to RL-PRIOR
           if WS-EXPECTED NOT = NR-BALANCE
               add 1 to WS-RECOV-ERRORS
               move "BALANCE NOT ROLLED" to RL-PROBLEM
               write AUDIT-REC from RECOV-LINE
           end-if
           if NR-BF NOT = WS-PRIOR-BAL
               add 1 to WS-RECOV-ERRORS
               move "BF NOT = RECOVBAL" to RL-PROBLEM
               write AUDIT-REC from RECOV-LINE
           end-if.

       500-LIST-ORPHANS.
           move "RECORDS FOR CLERKS NOT ON CLERKMST.DAT" to AS-TITLE
           write AUDIT-REC from AUDIT-SECTION-LINE
           write AUDIT-REC from BLANK-LINE
           write AUDIT-REC from ORPHAN-HEADER
           perform varying O-IDX from 1 by 1
               until O-IDX > WS-ORPHAN-COUNT
               add 1 to WS-ORPHAN-ERRORS
               move OR-CLERK-NUM(O-IDX) to OL-NUM
               move OR-SOURCE(O-IDX) to OL-SOURCE
               move OR-ROWS(O-IDX) to OL-ROWS
               move OR-AMOUNT(O-IDX) to OL-AMOUNT
               write AUDIT-REC from ORPHAN-LINE
           END-PERFORM
           if WS-ORPHAN-ERRORS = ZERO
               write AUDIT-REC from AUDIT-NONE-LINE
           end-if
           write AUDIT-REC from BLANK-LINE.

       600-CHECK-DEPTS.
           move "CLERK DEPARTMENTS AGAINST DEPTMST.TXT" to AS-TITLE
           write AUDIT-REC from AUDIT-SECTION-LINE
           write AUDIT-REC from BLANK-LINE
           write AUDIT-REC from DEPT-HEADER
           perform varying C-IDX from 1 by 1
               until C-IDX > WS-CLERK-COUNT
               move "NOT ON DEPTMST" to WS-DEPT-STATUS
               if WS-DEPTMST-COUNT > 0
                   set M-IDX to 1
                   search T-DEPT-MST
                   AT END
                       continue
                   WHEN DM-T-DEPT(M-IDX) = T-DEPT(C-IDX)
                       if DM-T-ACTIVE(M-IDX) = "Y"
                           move spaces to WS-DEPT-STATUS
                       else
                           move "DEPARTMENT INACTIVE" to WS-DEPT-STATUS
                       end-if
                   END-SEARCH
               end-if
               if WS-DEPT-STATUS NOT = SPACES
                   add 1 to WS-DEPT-ERRORS
                   move T-NUM(C-IDX) to DL-NUM
                   move T-NAME(C-IDX) to DL-NAME
                   move T-DEPT(C-IDX) to DL-DEPT
                   move WS-DEPT-STATUS to DL-PROBLEM
                   write AUDIT-REC from DEPT-LINE
               end-if
           END-PERFORM
           if WS-DEPT-ERRORS = ZERO
               write AUDIT-REC from AUDIT-NONE-LINE
           end-if
           write AUDIT-REC from BLANK-LINE.

       700-AUDIT-SUMMARY.
           compute WS-TOTAL-ERRORS = WS-YTD-ERRORS + WS-RECOV-ERRORS
               + WS-ORPHAN-ERRORS + WS-DEPT-ERRORS
           move "AUDIT SUMMARY" to AS-TITLE
           write AUDIT-REC from AUDIT-SECTION-LINE
           write AUDIT-REC from BLANK-LINE
           move "CLERKS PROVED FOR YTD" to AC-LABEL
           move WS-YTD-CHECKED to AC-COUNT
           write AUDIT-REC from AUDIT-COUNT-LINE
           move "HISTORY AND ARCHIVE RECORDS READ" to AC-LABEL
           move WS-HIST-ROWS to AC-COUNT
           write AUDIT-REC from AUDIT-COUNT-LINE
           move "RECOVERY RECORDS PROVED" to AC-LABEL
           move WS-RECOV-CHECKED to AC-COUNT
           write AUDIT-REC from AUDIT-COUNT-LINE
           move "YTD DISCREPANCIES" to AC-LABEL
           move WS-YTD-ERRORS to AC-COUNT
           write AUDIT-REC from AUDIT-COUNT-LINE
           move "RECOVERY DISCREPANCIES" to AC-LABEL
           move WS-RECOV-ERRORS to AC-COUNT
           write AUDIT-REC from AUDIT-COUNT-LINE
           move "ORPHAN CLERK ENTRIES" to AC-LABEL
           move WS-ORPHAN-ERRORS to AC-COUNT
           write AUDIT-REC from AUDIT-COUNT-LINE
           move "DEPARTMENT DISCREPANCIES" to AC-LABEL
           move WS-DEPT-ERRORS to AC-COUNT
           write AUDIT-REC from AUDIT-COUNT-LINE
           write AUDIT-REC from BLANK-LINE
           if WS-TOTAL-ERRORS = ZERO
               move "AUDIT PASSED" to AU-STATUS
           else
               move "AUDIT FAILED - DISCREPANCIES LISTED ABOVE"
                   to AU-STATUS
           end-if
           write AUDIT-REC from AUDIT-STATUS-LINE.

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
