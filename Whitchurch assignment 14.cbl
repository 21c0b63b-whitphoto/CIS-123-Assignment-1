       program-id. Program14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT TABLE-FILE ASSIGN TO "CLERKMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CLERK-NUM.
         SELECT OPTIONAL HISTORY-FILE ASSIGN TO "HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL ARCHIVE-FILE ASSIGN USING WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL DEPT-FILE ASSIGN TO "DEPTMST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL RATE-FILE ASSIGN TO "RATES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL PENDING-FILE ASSIGN TO "RATEPEND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL PROPOSED-FILE ASSIGN TO "RATEPROP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT SIM-FILE ASSIGN TO "SIMRPT.TXT"
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

       FD DEPT-FILE.
           01 DEPT-REC.
               05 DM-DEPT                   PIC 9(3).
               05 DM-NAME                   PIC X(20).
               05 DM-MANAGER                PIC X(16).
               05 DM-ACTIVE                 PIC X.

       FD RUN-CTL-FILE.
           01 RUN-CTL-REC.
               05 RC-PERIOD.
                   10 RC-YEAR               PIC 9(4).
                   10 RC-MONTH              PIC 99.
               05 RC-RUN-NUM                PIC 9(4).
               05 RC-STATUS                 PIC X.

       FD RATE-FILE.
           01 RATE-REC.
               05 RB-LIMIT                  PIC 9(7).
               05 RB-RATE                   PIC V99.

       FD PENDING-FILE.
           01 MAINT-REC.
               05 RM-ACTION                PIC X.
               05 RM-LIMIT                 PIC 9(7).
               05 RM-RATE                  PIC V99.
               05 RM-EFF-DATE              PIC 9(8).

       FD PROPOSED-FILE.
           01 PROP-REC.
               05 PR-LIMIT                  PIC 9(7).
               05 PR-RATE                   PIC V99.

       FD SIM-FILE.
           01 SIM-REC                      pic X(132).

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
       01 WS-JL-PROGRAM                pic X(10) VALUE "PROGRAM14".
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
       01 EOF-HIST                         pic X VALUE "N".
       01 EOF-ARCH                         pic X VALUE "N".
       01 EOF-DEPTMST                      pic X VALUE "N".
       01 EOF-RATE                         pic X VALUE "N".
       01 EOF-PENDING                      pic X VALUE "N".
       01 EOF-PROP                         pic X VALUE "N".
       01 WS-FOUND                         pic X VALUE "N".
       01 WS-RATE-OK                       pic X VALUE "Y".
       01 WS-SHIFT-DONE                    pic X VALUE "N".
       01 WS-SCENARIO                      pic X VALUE "P".

       01 WS-CLERK-MAX                 pic 9(4) VALUE 1000.
       01 WS-CLERK-COUNT               pic 9(4) VALUE ZERO.

       01 CLERK-TABLE.
           05 T-CLERK OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-CLERK-COUNT
               INDEXED BY C-IDX.
               10 T-NUM                PIC 9(9).
               10 T-NAME               PIC X(16).
               10 T-COM                PIC V99.
               10 T-DEPT               PIC 9(3).
               10 T-SALES              PIC S9(9).
               10 T-OLD-COM            PIC S9(9)V99.
               10 T-NEW-COM            PIC S9(9)V99.
               10 T-MOVED              PIC 9(4).

       01 WS-DEPTMST-MAX               pic 9(3) VALUE 50.
       01 WS-DEPTMST-COUNT             pic 9(3) VALUE ZERO.

       01 DEPT-MASTER-TABLE.
           05 T-DEPT-MST OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-DEPTMST-COUNT
               INDEXED BY M-IDX.
               10 DM-T-DEPT            PIC 9(3).
               10 DM-T-NAME            PIC X(20).

       01 WS-RPT-DEPT-MAX              pic 9(3) VALUE 50.
       01 WS-RPT-DEPT-COUNT            pic 9(3) VALUE ZERO.

       01 RPT-DEPT-TABLE.
           05 T-RPT-DEPT OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-RPT-DEPT-COUNT
               INDEXED BY D-IDX.
               10 RD-DEPT              PIC 9(3).
               10 RD-COUNT             PIC 9(4).

       01 WS-RATE-MAX                  pic 9(3) VALUE 20.
       01 WS-RATE-COUNT                pic 9(3) VALUE ZERO.

       01 RATE-TABLE.
           05 T-RATE-BAND OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-RATE-COUNT
               INDEXED BY R-IDX.
               10 T-LIMIT              PIC 9(7).
               10 T-RATE               PIC V99.

       01 WS-CUR-COUNT                 pic 9(3) VALUE ZERO.

       01 CUR-RATE-TABLE.
           05 T-CUR-BAND OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-CUR-COUNT
               INDEXED BY B-IDX.
               10 CB-LIMIT             PIC 9(7).
               10 CB-RATE              PIC V99.

       01 WS-UNIT-MAX                  pic 9(5) VALUE 12000.
       01 WS-UNIT-COUNT                pic 9(5) VALUE ZERO.

       01 UNIT-TABLE.
           05 T-UNIT OCCURS 1 TO 12000 TIMES
               DEPENDING ON WS-UNIT-COUNT
               INDEXED BY U-IDX.
               10 U-CLERK-SUB          PIC 9(4).
               10 U-PERIOD             PIC 9(6).
               10 U-MONTH              PIC XX.
               10 U-SALES              PIC S9(9).
               10 U-OLD-LIMIT          PIC 9(7).
               10 U-OLD-RATE           PIC V99.
               10 U-NEW-LIMIT          PIC 9(7).
               10 U-NEW-RATE           PIC V99.

       01 WS-RATE-MIN                  pic V99 VALUE .01.
       01 WS-RATE-TOP                  pic V99 VALUE .50.
       01 WS-PREV-LIMIT                pic 9(7) VALUE ZERO.
       01 WS-FOUND-SUB                 pic 9(4) VALUE ZERO.
       01 WS-I                         pic 9(4) VALUE ZERO.
       01 WS-J                         pic 9(4) VALUE ZERO.
       01 WS-K                         pic 9(4) VALUE ZERO.

       01 WS-RUN-PERIOD.
           05 WS-RUN-YEAR               PIC 9(4).
           05 WS-RUN-MONTH              PIC 99.
       01 WS-RUN-PERIOD-NUM REDEFINES WS-RUN-PERIOD
                                       pic 9(6).
       01 WS-PRIOR-YEAR                pic 9(4) VALUE ZERO.
       01 WS-PERIOD-ABS                pic 9(6) VALUE ZERO.
       01 WS-REC-ABS                   pic 9(6) VALUE ZERO.
       01 WS-OFFSET                    pic S9(4) VALUE ZERO.

       01 WS-REC-PERIOD.
           05 WS-REC-YEAR               PIC 9(4).
           05 WS-REC-MONTH              PIC 99.
       01 WS-REC-PERIOD-NUM REDEFINES WS-REC-PERIOD
                                       pic 9(6).

       01 WS-FROM-PERIOD.
           05 WS-FROM-YEAR              PIC 9(4).
           05 WS-FROM-MONTH             PIC 99.

       01 WS-ARCH-NAME                 pic X(12) VALUE SPACES.
       01 WS-ARC-YEAR                  pic 9(4) VALUE ZERO.

       01 WS-MONTH-SALES               pic S9(9) VALUE ZERO.
       01 WS-BAND-LIMIT                pic 9(7) VALUE ZERO.
       01 WS-BAND-RATE                 pic V99 VALUE ZERO.
       01 WS-CALC-COM                  pic S9(9)V99 VALUE ZERO.
       01 WS-CHANGE                    pic S9(9)V99 VALUE ZERO.
       01 WS-PCT                       pic S9(5)V9 VALUE ZERO.

       01 WS-DEPT-SALES                pic S9(9) VALUE ZERO.
       01 WS-DEPT-OLD                  pic S9(9)V99 VALUE ZERO.
       01 WS-DEPT-NEW                  pic S9(9)V99 VALUE ZERO.
       01 WS-DEPT-MOVED                pic 9(4) VALUE ZERO.
       01 WS-GRAND-SALES               pic S9(9) VALUE ZERO.
       01 WS-GRAND-OLD                 pic S9(9)V99 VALUE ZERO.
       01 WS-GRAND-NEW                 pic S9(9)V99 VALUE ZERO.
       01 WS-GRAND-MOVED               pic 9(4) VALUE ZERO.
       01 WS-UNKNOWN-ROWS              pic 9(6) VALUE ZERO.
       01 WS-MOVED-UNITS               pic 9(5) VALUE ZERO.

       01 WS-SYS-DATE.
           05 WS-SYS-YYYY               PIC 9(4).
           05 WS-SYS-MM                 PIC 99.
           05 WS-SYS-DD                 PIC 99.
       01 WS-DATE-DISPLAY              pic X(10).

       01 BLANK-LINE                   pic X(132) VALUE SPACES.

       01 SIM-HEADER-1.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE
               "RATE CHANGE IMPACT SIMULATION".
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 SH-DATE                  PIC X(10).
           05 FILLER                   PIC X(10) VALUE "  PERIODS ".
           05 SH-FROM-YEAR             PIC 9(4).
           05 FILLER                   PIC X VALUE "/".
           05 SH-FROM-MONTH            PIC 99.
           05 FILLER                   PIC X(3) VALUE " - ".
           05 SH-TO-YEAR               PIC 9(4).
           05 FILLER                   PIC X VALUE "/".
           05 SH-TO-MONTH              PIC 99.

       01 SIM-HEADER-2.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(19) VALUE
               "CURRENT RATES.TXT  ".
           05 FILLER                   PIC X(7) VALUE "AGAINST".
           05 FILLER                   PIC X VALUE SPACE.
           05 SH-SCENARIO              PIC X(40).

       01 SIM-SECTION-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SS-TITLE                 PIC X(60).

       01 PEND-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 PL-ACTION                PIC X.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 PL-LIMIT                 PIC 9(7).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 PL-RATE                  PIC 9.99.
           05 FILLER                   PIC X(6) VALUE "  EFF ".
           05 PL-EFF-DATE              PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 PL-MSG                   PIC X(35).

       01 BAND-HEADER.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE
               "CURRENT LIMIT  RATE".
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE
               "NEW LIMIT  RATE".

       01 BAND-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 BL-CUR-LIMIT             PIC Z(6)9 BLANK WHEN ZERO.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 BL-CUR-RATE              PIC 9.99 BLANK WHEN ZERO.
           05 FILLER                   PIC X(9) VALUE SPACES.
           05 BL-NEW-LIMIT             PIC Z(6)9 BLANK WHEN ZERO.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 BL-NEW-RATE              PIC 9.99 BLANK WHEN ZERO.

       01 CLERK-HEADER.
           05 FILLER                   PIC X(12) VALUE "CLERK NUMBER".
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "NAME".
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "NET SALES".
           05 FILLER                   PIC X(9) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE "CURRENT".
           05 FILLER                   PIC X(12) VALUE SPACES.
           05 FILLER                   PIC X(3) VALUE "NEW".
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE "CHANGE".
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE "CHANGE %".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "BAND MOVES".

       01 SIM-DEPT-HEADER.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "DEPARTMENT ".
           05 SD-DEPT                  PIC 9(3).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SD-NAME                  PIC X(20).

       01 SIM-CLERK-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SC-NUM                   PIC 9(9).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 SC-NAME                  PIC X(16).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SC-SALES                 PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SC-OLD                   PIC $$$,$$$,$$9.99CR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SC-NEW                   PIC $$$,$$$,$$9.99CR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SC-CHANGE                PIC $$$,$$$,$$9.99CR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SC-PCT                   PIC ZZZZ9.9- BLANK WHEN ZERO.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 SC-MOVED                 PIC ZZZ9 BLANK WHEN ZERO.

       01 SIM-TOTAL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ST-LABEL                 PIC X(31).
           05 ST-SALES                 PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ST-OLD                   PIC $$$,$$$,$$9.99CR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ST-NEW                   PIC $$$,$$$,$$9.99CR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ST-CHANGE                PIC $$$,$$$,$$9.99CR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ST-PCT                   PIC ZZZZ9.9- BLANK WHEN ZERO.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 ST-MOVED                 PIC ZZZ9 BLANK WHEN ZERO.

       01 MOVE-HEADER.
           05 FILLER                   PIC X(12) VALUE "CLERK NUMBER".
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "NAME".
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE "PERIOD".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE "MONTH".
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE "SALES".
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
               "CURRENT BAND".
           05 FILLER                   PIC X(8) VALUE "NEW BAND".

       01 MOVE-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ML-NUM                   PIC 9(9).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 ML-NAME                  PIC X(16).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 ML-PERIOD                PIC 9(6).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 ML-MONTH                 PIC XX.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ML-SALES                 PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ML-OLD-LIMIT             PIC Z(6)9.
           05 FILLER                   PIC X VALUE SPACE.
           05 ML-OLD-RATE              PIC 9.99.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 ML-NEW-LIMIT             PIC Z(6)9.
           05 FILLER                   PIC X VALUE SPACE.
           05 ML-NEW-RATE              PIC 9.99.

       01 SIM-NOTE-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 SN-TEXT                  PIC X(40).
           05 SN-COUNT                 PIC ZZZ,ZZ9 BLANK WHEN ZERO.

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
              perform 210-LOAD-DEPTS
              perform 215-LOAD-RATES
              perform 217-SAVE-CURRENT
              perform 218-CHECK-PROPOSED

              open output SIM-FILE
              perform 250-SIM-HEADERS
              if WS-SCENARIO = "F"
                  perform 270-LOAD-PROPOSED
              else
                  perform 260-APPLY-PENDING
              end-if
              perform 280-WRITE-BANDS

              perform 220-SCAN-HISTORY
              move WS-PRIOR-YEAR to WS-ARC-YEAR
              perform 222-SCAN-ARCHIVE
              move WS-RUN-YEAR to WS-ARC-YEAR
              perform 222-SCAN-ARCHIVE
              perform 360-PRICE-UNITS
              perform 245-BUILD-DEPT-LIST

              move "COMMISSION BY DEPARTMENT AND CLERK" to SS-TITLE
              write SIM-REC from SIM-SECTION-LINE
              write SIM-REC from BLANK-LINE
              write SIM-REC from CLERK-HEADER
              write SIM-REC from BLANK-LINE
              perform varying D-IDX from 1 by 1
                  until D-IDX > WS-RPT-DEPT-COUNT
                  perform 400-WRITE-DEPT
              END-PERFORM
              perform 450-WRITE-GRAND-TOTAL
              perform 500-WRITE-MOVES
              close SIM-FILE
              move WS-UNIT-COUNT to WS-JL-OUT-COUNT
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
           move RC-YEAR to WS-RUN-YEAR
           move RC-MONTH to WS-RUN-MONTH
           if RC-STATUS NOT = "C"
               if WS-RUN-MONTH = 1
                   move 12 to WS-RUN-MONTH
                   subtract 1 from WS-RUN-YEAR
               else
                   subtract 1 from WS-RUN-MONTH
               end-if
           end-if
           compute WS-JL-PERIOD = WS-RUN-YEAR * 100 + WS-RUN-MONTH
           if RC-STATUS = "C"
               move RC-RUN-NUM to WS-JL-RUN-NUM
           end-if
           compute WS-PRIOR-YEAR = WS-RUN-YEAR - 1
           compute WS-PERIOD-ABS =
               WS-RUN-YEAR * 12 + WS-RUN-MONTH
           compute WS-REC-ABS = WS-PERIOD-ABS - 11
           compute WS-FROM-YEAR = (WS-REC-ABS - 1) / 12
           compute WS-FROM-MONTH =
               WS-REC-ABS - WS-FROM-YEAR * 12.

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
                   move CLERK-COM to T-COM(C-IDX)
                   move CLERK-DEPT to T-DEPT(C-IDX)
                   move ZERO to T-SALES(C-IDX)
                   move ZERO to T-OLD-COM(C-IDX)
                   move ZERO to T-NEW-COM(C-IDX)
                   move ZERO to T-MOVED(C-IDX)
               end-read
           END-PERFORM
           close TABLE-FILE.

       210-LOAD-DEPTS.
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
                   move DM-NAME to DM-T-NAME(M-IDX)
               end-read
           END-PERFORM
           close DEPT-FILE.

       215-LOAD-RATES.
           move ZERO to WS-PREV-LIMIT
           open input RATE-FILE
           perform until EOF-RATE = "Y"
               read RATE-FILE
               AT END move "Y" to EOF-RATE
               NOT AT END
                   if WS-RATE-COUNT = WS-RATE-MAX
                       display "RATE-FILE HAS MORE THAN " WS-RATE-MAX
                           " BANDS - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   if RB-LIMIT NOT > WS-PREV-LIMIT
                       display "RATES.TXT LIMITS NOT ASCENDING AT "
                           RB-LIMIT " - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   move RB-LIMIT to WS-PREV-LIMIT
                   add 1 to WS-RATE-COUNT
                   set R-IDX to WS-RATE-COUNT
                   move RB-LIMIT to T-LIMIT(R-IDX)
                   move RB-RATE to T-RATE(R-IDX)
               end-read
           END-PERFORM
           close RATE-FILE.

       217-SAVE-CURRENT.
           move WS-RATE-COUNT to WS-CUR-COUNT
           perform varying WS-I from 1 by 1
               until WS-I > WS-RATE-COUNT
               move T-LIMIT(WS-I) to CB-LIMIT(WS-I)
               move T-RATE(WS-I) to CB-RATE(WS-I)
           END-PERFORM.

       218-CHECK-PROPOSED.
           open input PROPOSED-FILE
           read PROPOSED-FILE
               AT END move "Y" to EOF-PROP
               NOT AT END move "F" to WS-SCENARIO
           END-READ
           close PROPOSED-FILE
           move "N" to EOF-PROP.

       220-SCAN-HISTORY.
           open input HISTORY-FILE
           perform until EOF-HIST = "Y"
               read HISTORY-FILE
               AT END move "Y" to EOF-HIST
               NOT AT END
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
                       perform 225-POST-HISTORY
               END-READ
           end-perform
           close ARCHIVE-FILE.

       225-POST-HISTORY.
           add 1 to WS-JL-IN-COUNT
           if HS-TYPE = "S" OR HS-TYPE = "R"
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
               compute WS-REC-ABS =
                   WS-REC-YEAR * 12 + WS-REC-MONTH
               compute WS-OFFSET = WS-PERIOD-ABS - WS-REC-ABS
               if WS-REC-MONTH > ZERO
                       AND WS-OFFSET >= ZERO AND WS-OFFSET <= 11
                   perform 230-FIND-CLERK
                   if WS-FOUND-SUB = ZERO
                       add 1 to WS-UNKNOWN-ROWS
                   else
                       perform 235-POST-UNIT
                   end-if
               end-if
           end-if.

       230-FIND-CLERK.
           move ZERO to WS-FOUND-SUB
           set C-IDX to 1
           search T-CLERK
           AT END
               continue
           WHEN T-NUM(C-IDX) = HS-CLERK-NUM
               set WS-FOUND-SUB to C-IDX
           END-SEARCH.

       235-POST-UNIT.
           move "N" to WS-FOUND
           if WS-UNIT-COUNT > 0
               set U-IDX to 1
               search T-UNIT
               AT END
                   continue
               WHEN U-CLERK-SUB(U-IDX) = WS-FOUND-SUB
                       AND U-PERIOD(U-IDX) = WS-REC-PERIOD-NUM
                       AND U-MONTH(U-IDX) = HS-MONTH
                   move "Y" to WS-FOUND
               END-SEARCH
           end-if
           if WS-FOUND = "N"
               if WS-UNIT-COUNT = WS-UNIT-MAX
                   display "MORE THAN " WS-UNIT-MAX
                       " CLERK-MONTHS IN HISTORY - RUN TERMINATED"
                   move 16 to RETURN-CODE
                   perform 910-LOG-END
                   stop run
               end-if
               add 1 to WS-UNIT-COUNT
               set U-IDX to WS-UNIT-COUNT
               move WS-FOUND-SUB to U-CLERK-SUB(U-IDX)
               move WS-REC-PERIOD-NUM to U-PERIOD(U-IDX)
               move HS-MONTH to U-MONTH(U-IDX)
               move ZERO to U-SALES(U-IDX)
           end-if
           add HS-SALES to U-SALES(U-IDX).

       245-BUILD-DEPT-LIST.
           perform varying WS-I from 1 by 1
               until WS-I > WS-CLERK-COUNT
               move ZERO to WS-FOUND-SUB
               perform varying WS-J from 1 by 1
                   until WS-J > WS-RPT-DEPT-COUNT
                   if RD-DEPT(WS-J) = T-DEPT(WS-I)
                       move WS-J to WS-FOUND-SUB
                   end-if
               END-PERFORM
               if WS-FOUND-SUB = ZERO
                   if WS-RPT-DEPT-COUNT = WS-RPT-DEPT-MAX
                       display "MORE THAN " WS-RPT-DEPT-MAX
                           " DEPARTMENTS - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   add 1 to WS-RPT-DEPT-COUNT
                   move WS-RPT-DEPT-COUNT to WS-FOUND-SUB
                   move T-DEPT(WS-I) to RD-DEPT(WS-FOUND-SUB)
                   move ZERO to RD-COUNT(WS-FOUND-SUB)
               end-if
               add 1 to RD-COUNT(WS-FOUND-SUB)
           END-PERFORM.

       250-SIM-HEADERS.
           move WS-DATE-DISPLAY to SH-DATE
           move WS-FROM-YEAR to SH-FROM-YEAR
           move WS-FROM-MONTH to SH-FROM-MONTH
           move WS-RUN-YEAR to SH-TO-YEAR
           move WS-RUN-MONTH to SH-TO-MONTH
           if WS-SCENARIO = "F"
               move "PROPOSED BANDS IN RATEPROP.TXT" to SH-SCENARIO
           else
               move "RATES.TXT WITH RATEPEND.TXT APPLIED"
                   to SH-SCENARIO
           end-if
           write SIM-REC from SIM-HEADER-1
           write SIM-REC from SIM-HEADER-2
           write SIM-REC from BLANK-LINE.

       260-APPLY-PENDING.
           move "PENDING RATE BAND CHANGES" to SS-TITLE
           write SIM-REC from SIM-SECTION-LINE
           write SIM-REC from BLANK-LINE
           move ZERO to WS-K
           open input PENDING-FILE
           perform until EOF-PENDING = "Y"
               read PENDING-FILE
               AT END move "Y" to EOF-PENDING
               NOT AT END
                   add 1 to WS-K
                   move spaces to PL-MSG
                   perform 300-APPLY-MAINT
                   move RM-ACTION to PL-ACTION
                   move RM-LIMIT to PL-LIMIT
                   move RM-RATE to PL-RATE
                   move RM-EFF-DATE to PL-EFF-DATE
                   write SIM-REC from PEND-LINE
               end-read
           END-PERFORM
           close PENDING-FILE
           if WS-K = ZERO
               move "NO PENDING CHANGES" to SN-TEXT
               move ZERO to SN-COUNT
               write SIM-REC from SIM-NOTE-LINE
           end-if
           write SIM-REC from BLANK-LINE.

       270-LOAD-PROPOSED.
           move ZERO to WS-RATE-COUNT
           move ZERO to WS-PREV-LIMIT
           open input PROPOSED-FILE
           perform until EOF-PROP = "Y"
               read PROPOSED-FILE
               AT END move "Y" to EOF-PROP
               NOT AT END
                   if WS-RATE-COUNT = WS-RATE-MAX
                       display "RATEPROP.TXT HAS MORE THAN "
                           WS-RATE-MAX " BANDS - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   if PR-LIMIT NOT NUMERIC OR PR-RATE NOT NUMERIC
                       display "RATEPROP.TXT NOT NUMERIC AT "
                           PROP-REC " - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   if PR-LIMIT NOT > WS-PREV-LIMIT
                       display "RATEPROP.TXT LIMITS NOT ASCENDING AT "
                           PR-LIMIT " - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   move PR-LIMIT to WS-PREV-LIMIT
                   add 1 to WS-RATE-COUNT
                   set R-IDX to WS-RATE-COUNT
                   move PR-LIMIT to T-LIMIT(R-IDX)
                   move PR-RATE to T-RATE(R-IDX)
               end-read
           END-PERFORM
           close PROPOSED-FILE.

       280-WRITE-BANDS.
           move "RATE BANDS" to SS-TITLE
           write SIM-REC from SIM-SECTION-LINE
           write SIM-REC from BLANK-LINE
           write SIM-REC from BAND-HEADER
           move WS-CUR-COUNT to WS-K
           if WS-RATE-COUNT > WS-K
               move WS-RATE-COUNT to WS-K
           end-if
           perform varying WS-I from 1 by 1
               until WS-I > WS-K
               move ZERO to BL-CUR-LIMIT
               move ZERO to BL-CUR-RATE
               move ZERO to BL-NEW-LIMIT
               move ZERO to BL-NEW-RATE
               if WS-I <= WS-CUR-COUNT
                   move CB-LIMIT(WS-I) to BL-CUR-LIMIT
                   move CB-RATE(WS-I) to BL-CUR-RATE
               end-if
               if WS-I <= WS-RATE-COUNT
                   move T-LIMIT(WS-I) to BL-NEW-LIMIT
                   move T-RATE(WS-I) to BL-NEW-RATE
               end-if
               write SIM-REC from BAND-LINE
           END-PERFORM
           if WS-K = ZERO
               move "NO BANDS - CLERK MASTER RATES APPLY" to SN-TEXT
               move ZERO to SN-COUNT
               write SIM-REC from SIM-NOTE-LINE
           end-if
           write SIM-REC from BLANK-LINE.

       300-APPLY-MAINT.
           evaluate RM-ACTION
               when "A"
                   perform 310-ADD-BAND
               when "C"
                   perform 320-CHANGE-BAND
               when "D"
                   perform 330-DELETE-BAND
               when other
                   move "UNKNOWN ACTION CODE - IGNORED" to PL-MSG
           end-evaluate.

       310-ADD-BAND.
           if RM-LIMIT NOT NUMERIC OR RM-RATE NOT NUMERIC
               move "ADD REJECTED - NOT NUMERIC" to PL-MSG
           else
           perform 340-FIND-BAND
           if WS-FOUND = "Y"
               move "ADD REJECTED - BAND ALREADY EXISTS"
                   to PL-MSG
           else
           if RM-LIMIT = ZERO
               move "ADD REJECTED - INVALID LIMIT" to PL-MSG
           else
           perform 345-CHECK-RATE
           if WS-RATE-OK = "N"
               move "ADD REJECTED - RATE OUT OF RANGE"
                   to PL-MSG
           else
           if WS-RATE-COUNT = WS-RATE-MAX
               move "ADD REJECTED - TABLE FULL" to PL-MSG
           else
               perform 315-INSERT-BAND
               move "BAND ADDED" to PL-MSG
           end-if
           end-if
           end-if
           end-if
           end-if.

       315-INSERT-BAND.
           add 1 to WS-RATE-COUNT
           move WS-RATE-COUNT to WS-I
           move "N" to WS-SHIFT-DONE
           perform until WS-I = 1 or WS-SHIFT-DONE = "Y"
               compute WS-J = WS-I - 1
               if T-LIMIT(WS-J) < RM-LIMIT
                   move "Y" to WS-SHIFT-DONE
               else
                   move T-LIMIT(WS-J) to T-LIMIT(WS-I)
                   move T-RATE(WS-J) to T-RATE(WS-I)
                   move WS-J to WS-I
               end-if
           END-PERFORM
           move RM-LIMIT to T-LIMIT(WS-I)
           move RM-RATE to T-RATE(WS-I).

       320-CHANGE-BAND.
           if RM-LIMIT NOT NUMERIC OR RM-RATE NOT NUMERIC
               move "CHANGE REJECTED - NOT NUMERIC" to PL-MSG
           else
           perform 340-FIND-BAND
           if WS-FOUND = "N"
               move "CHANGE REJECTED - BAND NOT FOUND"
                   to PL-MSG
           else
           perform 345-CHECK-RATE
           if WS-RATE-OK = "N"
               move "CHANGE REJECTED - RATE OUT OF RANGE"
                   to PL-MSG
           else
               move RM-RATE to T-RATE(WS-FOUND-SUB)
               move "RATE CHANGED" to PL-MSG
           end-if
           end-if
           end-if.

       330-DELETE-BAND.
           perform 340-FIND-BAND
           if WS-FOUND = "N"
               move "DELETE REJECTED - BAND NOT FOUND"
                   to PL-MSG
           else
               move WS-FOUND-SUB to WS-I
               perform until WS-I = WS-RATE-COUNT
                   compute WS-J = WS-I + 1
                   move T-LIMIT(WS-J) to T-LIMIT(WS-I)
                   move T-RATE(WS-J) to T-RATE(WS-I)
                   move WS-J to WS-I
               END-PERFORM
               subtract 1 from WS-RATE-COUNT
               move ZERO to RM-RATE
               move "BAND DELETED" to PL-MSG
           end-if.

       340-FIND-BAND.
           move "N" to WS-FOUND
           move ZERO to WS-FOUND-SUB
           set R-IDX to 1
           search T-RATE-BAND
           AT END
               continue
           WHEN T-LIMIT(R-IDX) = RM-LIMIT
               move "Y" to WS-FOUND
               set WS-FOUND-SUB to R-IDX
           END-SEARCH.

       345-CHECK-RATE.
           move "Y" to WS-RATE-OK
           if RM-RATE < WS-RATE-MIN OR RM-RATE > WS-RATE-TOP
               move "N" to WS-RATE-OK
           end-if.

       360-PRICE-UNITS.
           perform varying U-IDX from 1 by 1
               until U-IDX > WS-UNIT-COUNT
               move U-CLERK-SUB(U-IDX) to WS-I
               move U-SALES(U-IDX) to WS-MONTH-SALES
               perform 370-CUR-RATE-SEARCH
               move WS-BAND-LIMIT to U-OLD-LIMIT(U-IDX)
               move WS-BAND-RATE to U-OLD-RATE(U-IDX)
               compute WS-CALC-COM rounded =
                   WS-MONTH-SALES * WS-BAND-RATE
               add WS-CALC-COM to T-OLD-COM(WS-I)
               perform 375-NEW-RATE-SEARCH
               move WS-BAND-LIMIT to U-NEW-LIMIT(U-IDX)
               move WS-BAND-RATE to U-NEW-RATE(U-IDX)
               compute WS-CALC-COM rounded =
                   WS-MONTH-SALES * WS-BAND-RATE
               add WS-CALC-COM to T-NEW-COM(WS-I)
               add WS-MONTH-SALES to T-SALES(WS-I)
               if U-OLD-LIMIT(U-IDX) NOT = U-NEW-LIMIT(U-IDX)
                   add 1 to T-MOVED(WS-I)
                   add 1 to WS-MOVED-UNITS
               end-if
           END-PERFORM.

       370-CUR-RATE-SEARCH.
           if WS-CUR-COUNT = 0
               move ZERO to WS-BAND-LIMIT
               move T-COM(WS-I) to WS-BAND-RATE
           else
               set B-IDX to 1
               search T-CUR-BAND
               AT END
                   move CB-LIMIT(WS-CUR-COUNT) to WS-BAND-LIMIT
                   move CB-RATE(WS-CUR-COUNT) to WS-BAND-RATE
               WHEN WS-MONTH-SALES <= CB-LIMIT(B-IDX)
                   move CB-LIMIT(B-IDX) to WS-BAND-LIMIT
                   move CB-RATE(B-IDX) to WS-BAND-RATE
               END-SEARCH
           end-if.

       375-NEW-RATE-SEARCH.
           if WS-RATE-COUNT = 0
               move ZERO to WS-BAND-LIMIT
               move T-COM(WS-I) to WS-BAND-RATE
           else
               set R-IDX to 1
               search T-RATE-BAND
               AT END
                   move T-LIMIT(WS-RATE-COUNT) to WS-BAND-LIMIT
                   move T-RATE(WS-RATE-COUNT) to WS-BAND-RATE
               WHEN WS-MONTH-SALES <= T-LIMIT(R-IDX)
                   move T-LIMIT(R-IDX) to WS-BAND-LIMIT
                   move T-RATE(R-IDX) to WS-BAND-RATE
               END-SEARCH
           end-if.

       400-WRITE-DEPT.
           move RD-DEPT(D-IDX) to SD-DEPT
           move spaces to SD-NAME
           if WS-DEPTMST-COUNT > 0
               set M-IDX to 1
               search T-DEPT-MST
               AT END
                   continue
               WHEN DM-T-DEPT(M-IDX) = RD-DEPT(D-IDX)
                   move DM-T-NAME(M-IDX) to SD-NAME
               END-SEARCH
           end-if
           write SIM-REC from SIM-DEPT-HEADER
           move ZERO to WS-DEPT-SALES
           move ZERO to WS-DEPT-OLD
           move ZERO to WS-DEPT-NEW
           move ZERO to WS-DEPT-MOVED
           perform varying WS-I from 1 by 1
               until WS-I > WS-CLERK-COUNT
               if T-DEPT(WS-I) = RD-DEPT(D-IDX)
                   perform 410-WRITE-CLERK
               end-if
           END-PERFORM
           move spaces to ST-LABEL
           string "TOTAL DEPARTMENT " RD-DEPT(D-IDX)
               delimited by size into ST-LABEL
           move WS-DEPT-SALES to ST-SALES
           move WS-DEPT-OLD to ST-OLD
           move WS-DEPT-NEW to ST-NEW
           compute WS-CHANGE = WS-DEPT-NEW - WS-DEPT-OLD
           move WS-CHANGE to ST-CHANGE
           perform 420-PERCENT
           move WS-PCT to ST-PCT
           move WS-DEPT-MOVED to ST-MOVED
           write SIM-REC from SIM-TOTAL-LINE
           write SIM-REC from BLANK-LINE
           add WS-DEPT-SALES to WS-GRAND-SALES
           add WS-DEPT-OLD to WS-GRAND-OLD
           add WS-DEPT-NEW to WS-GRAND-NEW
           add WS-DEPT-MOVED to WS-GRAND-MOVED.

       410-WRITE-CLERK.
           move T-NUM(WS-I) to SC-NUM
           move T-NAME(WS-I) to SC-NAME
           move T-SALES(WS-I) to SC-SALES
           move T-OLD-COM(WS-I) to SC-OLD
           move T-NEW-COM(WS-I) to SC-NEW
           compute WS-CHANGE = T-NEW-COM(WS-I) - T-OLD-COM(WS-I)
           move WS-CHANGE to SC-CHANGE
           perform 425-CLERK-PERCENT
           move WS-PCT to SC-PCT
           move T-MOVED(WS-I) to SC-MOVED
           if T-MOVED(WS-I) > ZERO
               add 1 to WS-DEPT-MOVED
           end-if
           write SIM-REC from SIM-CLERK-LINE
           add T-SALES(WS-I) to WS-DEPT-SALES
           add T-OLD-COM(WS-I) to WS-DEPT-OLD
           add T-NEW-COM(WS-I) to WS-DEPT-NEW.

       420-PERCENT.
           if WS-DEPT-OLD = ZERO
               move ZERO to WS-PCT
           else
               compute WS-PCT rounded =
                   WS-CHANGE * 100 / WS-DEPT-OLD
           end-if.

       425-CLERK-PERCENT.
           if T-OLD-COM(WS-I) = ZERO
               move ZERO to WS-PCT
           else
               compute WS-PCT rounded =
                   WS-CHANGE * 100 / T-OLD-COM(WS-I)
           end-if.

       450-WRITE-GRAND-TOTAL.
           move "GRAND TOTAL" to ST-LABEL
           move WS-GRAND-SALES to ST-SALES
           move WS-GRAND-OLD to ST-OLD
           move WS-GRAND-NEW to ST-NEW
           compute WS-CHANGE = WS-GRAND-NEW - WS-GRAND-OLD
           move WS-CHANGE to ST-CHANGE
           if WS-GRAND-OLD = ZERO
               move ZERO to WS-PCT
           else
               compute WS-PCT rounded =
                   WS-CHANGE * 100 / WS-GRAND-OLD
           end-if
           move WS-PCT to ST-PCT
           move WS-GRAND-MOVED to ST-MOVED
           write SIM-REC from SIM-TOTAL-LINE
           write SIM-REC from BLANK-LINE
           if WS-UNKNOWN-ROWS > ZERO
               move "HISTORY ROWS FOR CLERKS NOT ON MASTER" to SN-TEXT
               move WS-UNKNOWN-ROWS to SN-COUNT
               write SIM-REC from SIM-NOTE-LINE
               write SIM-REC from BLANK-LINE
           end-if.

       500-WRITE-MOVES.
           move "CLERK-MONTHS CHANGING RATE BAND" to SS-TITLE
           write SIM-REC from SIM-SECTION-LINE
           write SIM-REC from BLANK-LINE
           write SIM-REC from MOVE-HEADER
           perform varying U-IDX from 1 by 1
               until U-IDX > WS-UNIT-COUNT
               if U-OLD-LIMIT(U-IDX) NOT = U-NEW-LIMIT(U-IDX)
                   move U-CLERK-SUB(U-IDX) to WS-I
                   move T-NUM(WS-I) to ML-NUM
                   move T-NAME(WS-I) to ML-NAME
                   move U-PERIOD(U-IDX) to ML-PERIOD
                   move U-MONTH(U-IDX) to ML-MONTH
                   move U-SALES(U-IDX) to ML-SALES
                   move U-OLD-LIMIT(U-IDX) to ML-OLD-LIMIT
                   move U-OLD-RATE(U-IDX) to ML-OLD-RATE
                   move U-NEW-LIMIT(U-IDX) to ML-NEW-LIMIT
                   move U-NEW-RATE(U-IDX) to ML-NEW-RATE
                   write SIM-REC from MOVE-LINE
               end-if
           END-PERFORM
           if WS-MOVED-UNITS = ZERO
               move "NO CLERK CHANGES RATE BAND" to SN-TEXT
               move ZERO to SN-COUNT
               write SIM-REC from SIM-NOTE-LINE
           end-if.

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
