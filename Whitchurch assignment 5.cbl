               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CLERK-NUM.
         SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO "RUNCTL.TXT"
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

       01 WS-JL-PROGRAM                pic X(10) VALUE "PROGRAM5".
       01 WS-JL-PERIOD                 pic 9(6) VALUE ZERO.
       01 WS-JL-RUN-NUM                pic 9(4) VALUE ZERO.
       01 WS-JL-IN-COUNT               pic 9(8) VALUE ZERO.
       01 WS-JL-OUT-COUNT              pic 9(8) VALUE ZERO.
       01 WS-JL-STARTED                pic X VALUE "N".

       01 EOF-TABLE                        pic X VALUE "N".
       01 WS-LOAD-COUNT                pic 9(4) VALUE ZERO.
       01 WS-ERR-COUNT                 pic 9(4) VALUE ZERO.

       100-MAIN.

              perform 105-READ-RUN-CONTROL
              perform 900-LOG-START

              open input OLD-TABLE-FILE
                   output TABLE-FILE.

              if WS-ERR-COUNT > 0
                  move 8 to RETURN-CODE
              end-if
              move WS-LOAD-COUNT to WS-JL-OUT-COUNT
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

       200-LOAD-CLERK.
           add 1 to WS-JL-IN-COUNT
           move OC-NUM to CLERK-NUM
           move OC-NAME to CLERK-NAME
           move OC-COM to CLERK-COM
           move OC-DEPT to CLERK-DEPT
           move ZERO to CLERK-GUAR
           move "A" to CLERK-STATUS
           move ZERO to CLERK-TERM-DATE
           write CLERK-REC
               INVALID KEY
                   display "LOAD REJECTED FOR CLERK " OC-NUM
               NOT INVALID KEY
                   add 1 to WS-LOAD-COUNT
           END-WRITE.

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
