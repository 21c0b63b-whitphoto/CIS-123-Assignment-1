               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT INQUIRY-FILE ASSIGN TO "INQUIRY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD HISTORY-FILE.
           01 HIST-REC.
                   SIGN IS LEADING SEPARATE.
               05 HS-RUN-DATE              PIC 9(8).
               05 HS-PERIOD                PIC 9(6).
               05 HS-SALE-DATE             PIC 9(8).
               05 HS-STORE                 PIC X(3).
               05 HS-REGISTER              PIC X(3).
               05 HS-INVOICE               PIC X(10).

       FD ARCHIVE-FILE.
           01 ARCHIVE-REC                  pic X(67).

       FD PARM-FILE.
           01 PARM-REC.
       FD INQUIRY-FILE.
           01 INQUIRY-REC                  pic X(80).

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

       01 WS-JL-PROGRAM                pic X(10) VALUE "PROGRAM4".
       01 WS-JL-PERIOD                 pic 9(6) VALUE ZERO.
       01 WS-JL-RUN-NUM                pic 9(4) VALUE ZERO.
       01 WS-JL-IN-COUNT               pic 9(8) VALUE ZERO.
       01 WS-JL-OUT-COUNT              pic 9(8) VALUE ZERO.
       01 WS-JL-STARTED                pic X VALUE "N".

       01 EOF-TABLE                        pic X VALUE "N".
       01 EOF-HIST                         pic X VALUE "N".
       01 EOF-ARCH                         pic X VALUE "N".

       100-MAIN.

              perform 105-READ-RUN-CONTROL
              perform 900-LOG-START

              open input TABLE-FILE, PARM-FILE, HISTORY-FILE
                   output INQUIRY-FILE.

                  AT END
                      display "INQPARM.TXT IS EMPTY - RUN TERMINATED"
                      move 16 to RETURN-CODE
                      perform 910-LOG-END
                      stop run
              END-READ
              if PARM-TYPE NOT = "C" AND PARM-TYPE NOT = "M"
                  display "INQPARM.TXT TYPE MUST BE C OR M"
                      " - RUN TERMINATED"
                  move 16 to RETURN-CODE
                  perform 910-LOG-END
                  stop run
              end-if

              END-PERFORM

              perform 380-WRITE-TOTAL
              move WS-MATCH-COUNT to WS-JL-OUT-COUNT
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

       200-LOAD-MASTER.
           perform until EOF-TABLE = "Y"
               read TABLE-FILE
                       display "TABLE-FILE HAS MORE THAN " WS-CLERK-MAX
                           " CLERKS - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   add 1 to WS-CLERK-COUNT
           write INQUIRY-REC from BLANK-LINE.

       300-CHECK-SELECT.
           add 1 to WS-JL-IN-COUNT
           move "N" to WS-SELECTED
           if PARM-TYPE = "C"
               if HS-CLERK-NUM = PARM-CLERK-NUM
           move WS-MATCH-TOTAL to IQ-TOTAL
           write INQUIRY-REC from BLANK-LINE
           write INQUIRY-REC from INQ-TOTAL-LINE.

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
