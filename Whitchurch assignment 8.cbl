               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT LOG-FILE ASSIGN TO "RATELOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO "RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO "JOBLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD LOG-FILE.
           01 LOG-REC                      pic X(80).

       FD RUN-CTL-FILE.
           01 RUN-CTL-REC.
               05 RC-PERIOD.
                   10 RC-YEAR               PIC 9(4).
                   10 RC-MONTH              PIC 99.
               05 RC-RUN-NUM                PIC 9(4).
               05 RC-STATUS                 PIC X.

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

       01 WS-JL-PROGRAM                pic X(10) VALUE "PROGRAM8".
       01 WS-JL-PERIOD                 pic 9(6) VALUE ZERO.
       01 WS-JL-RUN-NUM                pic 9(4) VALUE ZERO.
       01 WS-JL-IN-COUNT               pic 9(8) VALUE ZERO.
       01 WS-JL-OUT-COUNT              pic 9(8) VALUE ZERO.
       01 WS-JL-STARTED                pic X VALUE "N".

       01 EOF-RATE                         pic X VALUE "N".
       01 EOF-MAINT                        pic X VALUE "N".
       01 EOF-PENDING                      pic X VALUE "N".

       100-MAIN.

              perform 105-READ-RUN-CONTROL
              perform 900-LOG-START

              open input MAINT-FILE
                   output LOG-FILE.


              perform 400-WRITE-PENDING
              perform 380-REWRITE-RATES
              move WS-RATE-COUNT to WS-JL-OUT-COUNT

              close MAINT-FILE, LOG-FILE
              perform 910-LOG-END
           STOP RUN.

       105-READ-RUN-CONTROL.
           open input RUN-CTL-FILE
           read RUN-CTL-FILE
               AT END
                   continue
               NOT AT END
                   move RC-PERIOD to WS-JL-PERIOD
                   move RC-RUN-NUM to WS-JL-RUN-NUM
           END-READ
           close RUN-CTL-FILE.

       150-LOG-HEADERS.
           write LOG-REC from LOG-HEADER-1
           write LOG-REC from LOG-BLANK-LINE.
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
                       display "PENDING FILE HAS MORE THAN "
                           WS-PEND-MAX " ACTIONS - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   add 1 to WS-PEND-COUNT
           close PENDING-FILE.

       290-CHECK-EFF-DATE.
           add 1 to WS-JL-IN-COUNT
           if RM-EFF-DATE NUMERIC
                   AND RM-EFF-DATE > WS-SYS-DATE-NUM
               perform 295-HOLD-PENDING
               display "MORE THAN " WS-HOLD-MAX
                   " PENDING ACTIONS - RUN TERMINATED"
               move 16 to RETURN-CODE
               perform 910-LOG-END
               stop run
           end-if
           add 1 to WS-HOLD-COUNT
           move RM-RATE to CG-NEW-RATE
           write LOG-REC from CHANGE-LOG-LINE
           move spaces to CHANGE-LOG-LINE.

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

       930-WRITE-LOG.
           move WS-JL-PROGRAM to JL-PROGRAM
           move WS-JL-PERIOD to JL-PERIOD
           move WS-JL-RUN-NUM to JL-RUN-NUM
           accept JL-DATE from DATE YYYYMMDD
           accept JL-TIME from TIME
           open extend JOB-LOG-FILE
           write JOB-LOG-REC
           close JOB-LOG-FILE.
