               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT TREND-FILE ASSIGN TO "TREND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO "JOBLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
               05 CLERK-COM                PIC V99.
               05 CLERK-DEPT               PIC 9(3).
               05 CLERK-GUAR               PIC 9(5)V99.
               05 CLERK-STATUS             PIC X.
               05 CLERK-TERM-DATE          PIC 9(8).

       FD HISTORY-FILE.
           01 HIST-REC.
                   10 HS-RUN-YYYY          PIC 9(4).
                   10 FILLER               PIC 9(4).
               05 HS-PERIOD                PIC 9(6).
               05 HS-SALE-DATE             PIC 9(8).
               05 HS-STORE                 PIC X(3).
               05 HS-REGISTER              PIC X(3).
               05 HS-INVOICE               PIC X(10).

       FD ARCHIVE-FILE.
           01 ARCHIVE-REC                  pic X(67).

       FD YTD-HIST-FILE.
           01 YTD-HIST-REC.
       FD TREND-FILE.
           01 TREND-REC                    pic X(132).

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
       01 WS-JL-PROGRAM                pic X(10) VALUE "PROGRAM10".
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
                  delimited by size into WS-DATE-DISPLAY

              perform 105-READ-RUN-CONTROL
              perform 900-LOG-START
              move WS-JL-PERIOD to WS-JL-PREREQ-PERIOD
              move WS-JL-RUN-NUM to WS-JL-PREREQ-RUN
              perform 920-CHECK-PREREQ
              perform 200-LOAD-MASTER
              perform 210-LOAD-DEPTS
              perform 220-SCAN-HISTORY
                  perform 300-WRITE-DEPT
              END-PERFORM
              close TREND-FILE
              perform 910-LOG-END
           STOP RUN.

       105-READ-RUN-CONTROL.
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
           compute WS-PRIOR-YEAR = WS-RUN-YEAR - 1
                       display "TABLE-FILE HAS MORE THAN " WS-CLERK-MAX
                           " CLERKS - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   add 1 to WS-CLERK-COUNT
                       display "DEPT-FILE HAS MORE THAN " WS-DEPTMST-MAX
                           " DEPARTMENTS - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   add 1 to WS-DEPTMST-COUNT
           close ARCHIVE-FILE.

       225-POST-HISTORY.
           add 1 to WS-JL-IN-COUNT
           move ZERO to WS-FOUND-SUB
           set C-IDX to 1
           search T-CLERK
                       display "MORE THAN " WS-RPT-DEPT-MAX
                           " DEPARTMENTS - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   add 1 to WS-RPT-DEPT-COUNT
           move T-NAME(WS-I) to TC-NAME
           move T-RANK(WS-I) to TC-RANK
           write TREND-REC from TREND-CLERK-LINE
           add 1 to WS-JL-OUT-COUNT

           move "  SALES " to TG-LABEL
           perform varying WS-CELL from 1 by 1
           move T-PRIOR-FULL(WS-I) to TY-PRIOR-FULL
           write TREND-REC from TREND-YTD-LINE
           write TREND-REC from BLANK-LINE.

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
