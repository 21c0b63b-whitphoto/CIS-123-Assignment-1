               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT ARCH-RPT-FILE ASSIGN TO "ARCHRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO "JOBLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
                   10 HS-RUN-YYYY          PIC 9(4).
                   10 FILLER               PIC 9(4).
               05 HS-PERIOD                PIC 9(6).
               05 HS-SALE-DATE             PIC 9(8).
               05 HS-STORE                 PIC X(3).
               05 HS-REGISTER              PIC X(3).
               05 HS-INVOICE               PIC X(10).

       FD TRUNC-HIST-FILE.
           01 TRUNC-HIST-REC               pic X(67).

       FD ARCHIVE-FILE.
           01 ARCHIVE-REC                  pic X(67).

       FD PARM-FILE.
           01 PARM-REC.
       FD ARCH-RPT-FILE.
           01 ARCH-RPT-REC                 pic X(80).

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

       01 EOF-JOBLOG                       pic X VALUE "N".
       01 WS-JL-PROGRAM                pic X(10) VALUE "PROGRAM9".
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

       01 EOF-HIST                         pic X VALUE "N".
       01 EOF-TRUNC                        pic X VALUE "N".


       100-MAIN.

              perform 105-READ-RUN-CONTROL
              if RC-STATUS = "C"
                  move RC-PERIOD to WS-JL-PREREQ-PERIOD
                  move RC-RUN-NUM to WS-JL-PREREQ-RUN
              else
                  if RC-MONTH = 1
                      compute WS-JL-PREREQ-PERIOD =
                          (RC-YEAR - 1) * 100 + 12
                  else
                      compute WS-JL-PREREQ-PERIOD =
                          RC-YEAR * 100 + RC-MONTH - 1
                  end-if
              end-if
              move WS-JL-PREREQ-PERIOD to WS-JL-PERIOD
              move WS-JL-PREREQ-RUN to WS-JL-RUN-NUM
              perform 900-LOG-START
              perform 920-CHECK-PREREQ

              open input PARM-FILE
                   output ARCH-RPT-FILE.

                  AT END
                      display "ARCPARM.TXT IS EMPTY - RUN TERMINATED"
                      move 16 to RETURN-CODE
                      perform 910-LOG-END
                      stop run
              END-READ
              if PARM-CUTOFF NOT NUMERIC
                  display "ARCPARM.TXT CUTOFF NOT NUMERIC"
                      " - RUN TERMINATED"
                  move 16 to RETURN-CODE
                  perform 910-LOG-END
                  stop run
              end-if
              close PARM-FILE
              perform 380-WRITE-CONTROL

              close ARCH-RPT-FILE
              move WS-READ-COUNT to WS-JL-IN-COUNT
              move WS-ARCH-COUNT to WS-JL-OUT-COUNT
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
           move RC-RUN-NUM to WS-JL-RUN-NUM.

       200-SPLIT-HISTORY.
           open input HISTORY-FILE
           open output TRUNC-HIST-FILE
           end-if
           write ARCH-RPT-REC from BLANK-LINE
           write ARCH-RPT-REC from ARCH-STATUS-LINE.

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
