       program-id. Program15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO "RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPS-STATUS-FILE ASSIGN TO "OPSSTAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO "JOBLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.

       FD RUN-CTL-FILE.
           01 RUN-CTL-REC.
               05 RC-PERIOD.
                   10 RC-YEAR               PIC 9(4).
                   10 RC-MONTH              PIC 99.
               05 RC-RUN-NUM                PIC 9(4).
               05 RC-STATUS                 PIC X.

       FD OPS-STATUS-FILE.
           01 OPS-STATUS-REC               pic X(100).

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

       01 WS-JL-PROGRAM                pic X(10) VALUE "PROGRAM15".
       01 WS-JL-PERIOD                 pic 9(6) VALUE ZERO.
       01 WS-JL-RUN-NUM                pic 9(4) VALUE ZERO.
       01 WS-JL-IN-COUNT               pic 9(8) VALUE ZERO.
       01 WS-JL-OUT-COUNT              pic 9(8) VALUE ZERO.
       01 WS-JL-STARTED                pic X VALUE "N".

       01 EOF-JOBLOG                       pic X VALUE "N".
       01 WS-RUNCTL-FOUND                  pic X VALUE "N".

       01 STEP-VALUES.
           05 FILLER                   PIC X(35) VALUE
               "PROGRAM1  COMMISSION RUN          R".
           05 FILLER                   PIC X(35) VALUE
               "PROGRAM3  CLERK STATEMENTS        R".
           05 FILLER                   PIC X(35) VALUE
               "PROGRAM7  PAYROLL RECONCILIATION  R".
           05 FILLER                   PIC X(35) VALUE
               "PROGRAM11 ADJUSTMENT REGISTER     R".
           05 FILLER                   PIC X(35) VALUE
               "PROGRAM13 COMMISSION FILE AUDIT   R".
           05 FILLER                   PIC X(35) VALUE
               "PROGRAM6  YEAR-END CLOSE          Y".
           05 FILLER                   PIC X(35) VALUE
               "PROGRAM2  CLERK MAINTENANCE        ".
           05 FILLER                   PIC X(35) VALUE
               "PROGRAM4  HISTORY INQUIRY          ".
           05 FILLER                   PIC X(35) VALUE
               "PROGRAM5  CLERK MASTER LOAD        ".
           05 FILLER                   PIC X(35) VALUE
               "PROGRAM8  RATE MAINTENANCE         ".
           05 FILLER                   PIC X(35) VALUE
               "PROGRAM9  HISTORY ARCHIVE          ".
           05 FILLER                   PIC X(35) VALUE
               "PROGRAM10 TREND REPORT             ".
           05 FILLER                   PIC X(35) VALUE
               "PROGRAM12 RUN REVERSAL             ".
           05 FILLER                   PIC X(35) VALUE
               "PROGRAM14 RATE SIMULATION          ".
       01 STEP-TABLE REDEFINES STEP-VALUES.
           05 T-STEP OCCURS 14 TIMES.
               10 SP-PROGRAM           PIC X(10).
               10 SP-DESC              PIC X(24).
               10 SP-TYPE              PIC X.
       01 WS-STEP-MAX                  pic 9(2) VALUE 14.

       01 WS-PER-MAX                   pic 9(3) VALUE 120.
       01 WS-PER-COUNT                 pic 9(3) VALUE ZERO.
       01 WS-PROG-MAX                  pic 9(2) VALUE 20.

       01 PERIOD-TABLE.
           05 T-PER OCCURS 1 TO 120 TIMES
               DEPENDING ON WS-PER-COUNT.
               10 PT-PERIOD            PIC 9(6).
               10 PT-RUN-NUM           PIC 9(4).
               10 PT-PROG-COUNT        PIC 9(2).
               10 PT-PROG OCCURS 20 TIMES.
                   15 PG-PROGRAM       PIC X(10).
                   15 PG-EVENT         PIC X.
                   15 PG-RC            PIC 9(4).
                   15 PG-DATE          PIC 9(8).
                   15 PG-TIME          PIC 9(8).
                   15 PG-IN-COUNT      PIC 9(8).
                   15 PG-OUT-COUNT     PIC 9(8).

       01 WS-P                         pic 9(3) VALUE ZERO.
       01 WS-G                         pic 9(2) VALUE ZERO.
       01 WS-S                         pic 9(2) VALUE ZERO.
       01 WS-FOUND-P                   pic 9(3) VALUE ZERO.
       01 WS-FOUND-G                   pic 9(2) VALUE ZERO.
       01 WS-FIND-PERIOD               pic 9(6) VALUE ZERO.
       01 WS-FIND-RUN                  pic 9(4) VALUE ZERO.
       01 WS-FIND-PROGRAM              pic X(10) VALUE SPACES.
       01 WS-PER-PLACED                pic X VALUE "N".
       01 WS-STEP-REQUIRED             pic X VALUE "N".
       01 WS-PERIOD-OPEN               pic X VALUE "N".

       01 WS-PER-DONE                  pic 9(3) VALUE ZERO.
       01 WS-PER-FAILED                pic 9(3) VALUE ZERO.
       01 WS-PER-INCOMP                pic 9(3) VALUE ZERO.
       01 WS-PER-PENDING               pic 9(3) VALUE ZERO.
       01 WS-OPEN-PERIODS              pic 9(4) VALUE ZERO.
       01 WS-TOTAL-FAILED              pic 9(4) VALUE ZERO.
       01 WS-LOG-READ                  pic 9(8) VALUE ZERO.

       01 WS-PER-WORK.
           05 WS-PER-YEAR              PIC 9(4).
           05 WS-PER-MONTH             PIC 99.
       01 WS-PERIOD-DISPLAY            pic X(7).

       01 WS-LOG-DATE.
           05 WS-LOG-YYYY              PIC 9(4).
           05 WS-LOG-MM                PIC 99.
           05 WS-LOG-DD                PIC 99.
       01 WS-LOG-TIME.
           05 WS-LOG-HH                PIC 99.
           05 WS-LOG-MI                PIC 99.
           05 WS-LOG-SS                PIC 99.
           05 WS-LOG-CC                PIC 99.

       01 WS-SYS-DATE.
           05 WS-SYS-YYYY               PIC 9(4).
           05 WS-SYS-MM                 PIC 99.
           05 WS-SYS-DD                 PIC 99.
       01 WS-DATE-DISPLAY              pic X(10).
       01 WS-SYS-TIME.
           05 WS-SYS-HH                 PIC 99.
           05 WS-SYS-MI                 PIC 99.
           05 WS-SYS-SS                 PIC 99.
           05 WS-SYS-CC                 PIC 99.
       01 WS-TIME-DISPLAY              pic X(8).

       01 BLANK-LINE                   pic X(100) VALUE SPACES.

       01 OPS-HEADER-1.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE
               "DAILY OPERATIONS STATUS REPORT".
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 OH-DATE                  PIC X(10).
           05 FILLER                   PIC X(7) VALUE "  TIME ".
           05 OH-TIME                  PIC X(8).

       01 OPS-CTL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(19) VALUE
               "RUN CONTROL PERIOD ".
           05 OC-PERIOD                PIC X(7).
           05 FILLER                   PIC X(6) VALUE "  RUN ".
           05 OC-RUN-NUM               PIC 9(4).
           05 FILLER                   PIC X(9) VALUE "  STATUS ".
           05 OC-STATUS                PIC X(24).

       01 OPS-PERIOD-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE "PERIOD ".
           05 OP-PERIOD                PIC X(7).
           05 FILLER                   PIC X(6) VALUE "  RUN ".
           05 OP-RUN-NUM               PIC 9(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OP-NOTE                  PIC X(14).

       01 OPS-HEADER-2.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "PROGRAM".
           05 FILLER                   PIC X(25) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(11) VALUE "STATUS".
           05 FILLER                   PIC X(6) VALUE "  RC".
           05 FILLER                   PIC X(11) VALUE "LAST DATE".
           05 FILLER                   PIC X(10) VALUE "TIME".
           05 FILLER                   PIC X(10) VALUE " IN RECS".
           05 FILLER                   PIC X(8) VALUE "OUT RECS".

       01 OPS-STEP-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OS-PROGRAM               PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 OS-DESC                  PIC X(24).
           05 FILLER                   PIC X VALUE SPACE.
           05 OS-STATUS                PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 OS-RC                    PIC ZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OS-DATE                  PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 OS-TIME                  PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OS-IN-COUNT              PIC ZZZZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OS-OUT-COUNT             PIC ZZZZZZZ9.

       01 OPS-COUNT-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE
               "REQUIRED STEPS DONE ".
           05 OT-DONE                  PIC ZZ9.
           05 FILLER                   PIC X(10) VALUE "  FAILED ".
           05 OT-FAILED                PIC ZZ9.
           05 FILLER                   PIC X(14) VALUE
               "  INCOMPLETE ".
           05 OT-INCOMP                PIC ZZ9.
           05 FILLER                   PIC X(11) VALUE "  PENDING ".
           05 OT-PENDING               PIC ZZ9.

       01 OPS-SUMMARY-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OG-LABEL                 PIC X(30).
           05 OG-COUNT                 PIC ZZZZZZZ9.

       procedure division.

       100-MAIN.

              accept WS-SYS-DATE from DATE YYYYMMDD
              string WS-SYS-MM "/" WS-SYS-DD "/" WS-SYS-YYYY
                  delimited by size into WS-DATE-DISPLAY
              accept WS-SYS-TIME from TIME
              string WS-SYS-HH ":" WS-SYS-MI ":" WS-SYS-SS
                  delimited by size into WS-TIME-DISPLAY

              perform 105-READ-RUN-CONTROL
              perform 900-LOG-START
              perform 200-LOAD-LOG

              open output OPS-STATUS-FILE.

              perform 250-OPS-HEADERS

              perform varying WS-P from 1 by 1
                      until WS-P > WS-PER-COUNT
                  perform 300-PERIOD-STATUS
              end-perform

              perform 380-WRITE-SUMMARY

              close OPS-STATUS-FILE
              move WS-LOG-READ to WS-JL-IN-COUNT
              if WS-TOTAL-FAILED > ZERO
                  move 4 to RETURN-CODE
              end-if
              perform 910-LOG-END
           STOP RUN.

       105-READ-RUN-CONTROL.
           open input RUN-CTL-FILE
           read RUN-CTL-FILE
               AT END
                   move "N" to WS-RUNCTL-FOUND
               NOT AT END
                   move "Y" to WS-RUNCTL-FOUND
                   move RC-PERIOD to WS-JL-PERIOD
                   move RC-RUN-NUM to WS-JL-RUN-NUM
           END-READ
           close RUN-CTL-FILE.

       200-LOAD-LOG.
           if WS-RUNCTL-FOUND = "Y"
               move RC-PERIOD to WS-FIND-PERIOD
               move RC-RUN-NUM to WS-FIND-RUN
               perform 220-FIND-PERIOD
           end-if
           move "N" to EOF-JOBLOG
           open input JOB-LOG-FILE
           perform until EOF-JOBLOG = "Y"
               read JOB-LOG-FILE
               AT END move "Y" to EOF-JOBLOG
               NOT AT END
                   add 1 to WS-LOG-READ
                   perform 210-POST-LOG-REC
               end-read
           END-PERFORM
           close JOB-LOG-FILE.

       210-POST-LOG-REC.
           if JL-PROGRAM NOT = WS-JL-PROGRAM AND JL-PERIOD > ZERO
               move JL-PERIOD to WS-FIND-PERIOD
               move JL-RUN-NUM to WS-FIND-RUN
               perform 220-FIND-PERIOD
               if JL-RUN-NUM > PT-RUN-NUM(WS-FOUND-P)
                   move JL-RUN-NUM to PT-RUN-NUM(WS-FOUND-P)
                   move ZERO to PT-PROG-COUNT(WS-FOUND-P)
               end-if
               if JL-RUN-NUM = ZERO
                       OR JL-RUN-NUM = PT-RUN-NUM(WS-FOUND-P)
                   perform 230-POST-PROGRAM
               end-if
           end-if.

       220-FIND-PERIOD.
           move ZERO to WS-FOUND-P
           perform varying WS-P from 1 by 1
                   until WS-P > WS-PER-COUNT OR WS-FOUND-P > ZERO
               if PT-PERIOD(WS-P) = WS-FIND-PERIOD
                   move WS-P to WS-FOUND-P
               end-if
           END-PERFORM
           if WS-FOUND-P = ZERO
               perform 225-ADD-PERIOD
           end-if.

       225-ADD-PERIOD.
           if WS-PER-COUNT = WS-PER-MAX
               display "JOBLOG.TXT HAS MORE THAN " WS-PER-MAX
                   " PERIODS - RUN TERMINATED"
               move 16 to RETURN-CODE
               perform 910-LOG-END
               stop run
           end-if
           add 1 to WS-PER-COUNT
           move WS-PER-COUNT to WS-P
           move "N" to WS-PER-PLACED
           perform until WS-PER-PLACED = "Y"
               if WS-P = 1
                   move "Y" to WS-PER-PLACED
               else
                   if PT-PERIOD(WS-P - 1) < WS-FIND-PERIOD
                       move "Y" to WS-PER-PLACED
                   else
                       move T-PER(WS-P - 1) to T-PER(WS-P)
                       subtract 1 from WS-P
                   end-if
               end-if
           END-PERFORM
           move WS-FIND-PERIOD to PT-PERIOD(WS-P)
           move WS-FIND-RUN to PT-RUN-NUM(WS-P)
           move ZERO to PT-PROG-COUNT(WS-P)
           move WS-P to WS-FOUND-P.

       230-POST-PROGRAM.
           move WS-FOUND-P to WS-P
           move JL-PROGRAM to WS-FIND-PROGRAM
           perform 240-FIND-PROGRAM
           if WS-FOUND-G = ZERO
               if PT-PROG-COUNT(WS-P) = WS-PROG-MAX
                   display "JOBLOG.TXT HAS MORE THAN " WS-PROG-MAX
                       " PROGRAMS FOR PERIOD " JL-PERIOD
                       " - RUN TERMINATED"
                   move 16 to RETURN-CODE
                   perform 910-LOG-END
                   stop run
               end-if
               add 1 to PT-PROG-COUNT(WS-P)
               move PT-PROG-COUNT(WS-P) to WS-FOUND-G
               move JL-PROGRAM to PG-PROGRAM(WS-P, WS-FOUND-G)
           end-if
           move JL-EVENT to PG-EVENT(WS-P, WS-FOUND-G)
           move JL-RETURN-CODE to PG-RC(WS-P, WS-FOUND-G)
           move JL-DATE to PG-DATE(WS-P, WS-FOUND-G)
           move JL-TIME to PG-TIME(WS-P, WS-FOUND-G)
           move JL-IN-COUNT to PG-IN-COUNT(WS-P, WS-FOUND-G)
           move JL-OUT-COUNT to PG-OUT-COUNT(WS-P, WS-FOUND-G).

       240-FIND-PROGRAM.
           move ZERO to WS-FOUND-G
           perform varying WS-G from 1 by 1
                   until WS-G > PT-PROG-COUNT(WS-P)
                   OR WS-FOUND-G > ZERO
               if PG-PROGRAM(WS-P, WS-G) = WS-FIND-PROGRAM
                   move WS-G to WS-FOUND-G
               end-if
           END-PERFORM.

       250-OPS-HEADERS.
           move WS-DATE-DISPLAY to OH-DATE
           move WS-TIME-DISPLAY to OH-TIME
           write OPS-STATUS-REC from OPS-HEADER-1
           write OPS-STATUS-REC from BLANK-LINE
           if WS-RUNCTL-FOUND = "Y"
               move RC-PERIOD to WS-PER-WORK
               perform 260-FORMAT-PERIOD
               move WS-PERIOD-DISPLAY to OC-PERIOD
               move RC-RUN-NUM to OC-RUN-NUM
               if RC-STATUS = "C"
                   move "COMMISSION RUN COMPLETE" to OC-STATUS
               else
                   move "OPEN" to OC-STATUS
               end-if
           else
               move spaces to OC-PERIOD
               move ZERO to OC-RUN-NUM
               move "RUNCTL.TXT IS EMPTY" to OC-STATUS
           end-if
           write OPS-STATUS-REC from OPS-CTL-LINE
           write OPS-STATUS-REC from BLANK-LINE.

       260-FORMAT-PERIOD.
           move spaces to WS-PERIOD-DISPLAY
           string WS-PER-YEAR "/" WS-PER-MONTH
               delimited by size into WS-PERIOD-DISPLAY.

       300-PERIOD-STATUS.
           move "N" to WS-PERIOD-OPEN
           if WS-RUNCTL-FOUND = "Y" AND PT-PERIOD(WS-P) = RC-PERIOD
               move "Y" to WS-PERIOD-OPEN
           end-if
           move PT-PERIOD(WS-P) to WS-PER-WORK
           perform varying WS-S from 1 by 1 until WS-S > WS-STEP-MAX
               perform 310-CHECK-REQUIRED
               if WS-STEP-REQUIRED = "Y"
                   move SP-PROGRAM(WS-S) to WS-FIND-PROGRAM
                   perform 240-FIND-PROGRAM
                   if WS-FOUND-G = ZERO
                       move "Y" to WS-PERIOD-OPEN
                   else
                       if PG-EVENT(WS-P, WS-FOUND-G) NOT = "E"
                               OR PG-RC(WS-P, WS-FOUND-G) > 4
                           move "Y" to WS-PERIOD-OPEN
                       end-if
                   end-if
               end-if
           END-PERFORM
           if WS-PERIOD-OPEN = "Y"
               perform 305-WRITE-PERIOD
           end-if.

       305-WRITE-PERIOD.
           add 1 to WS-OPEN-PERIODS
           move ZERO to WS-PER-DONE
           move ZERO to WS-PER-FAILED
           move ZERO to WS-PER-INCOMP
           move ZERO to WS-PER-PENDING
           perform 260-FORMAT-PERIOD
           move WS-PERIOD-DISPLAY to OP-PERIOD
           move PT-RUN-NUM(WS-P) to OP-RUN-NUM
           if WS-RUNCTL-FOUND = "Y" AND PT-PERIOD(WS-P) = RC-PERIOD
               move "CURRENT PERIOD" to OP-NOTE
           else
               move spaces to OP-NOTE
           end-if
           write OPS-STATUS-REC from OPS-PERIOD-LINE
           write OPS-STATUS-REC from OPS-HEADER-2

           perform varying WS-S from 1 by 1 until WS-S > WS-STEP-MAX
               perform 310-CHECK-REQUIRED
               move SP-PROGRAM(WS-S) to WS-FIND-PROGRAM
               perform 240-FIND-PROGRAM
               if WS-STEP-REQUIRED = "Y" OR WS-FOUND-G > ZERO
                   perform 320-WRITE-STEP
               end-if
           END-PERFORM

           move WS-PER-DONE to OT-DONE
           move WS-PER-FAILED to OT-FAILED
           move WS-PER-INCOMP to OT-INCOMP
           move WS-PER-PENDING to OT-PENDING
           write OPS-STATUS-REC from OPS-COUNT-LINE
           write OPS-STATUS-REC from BLANK-LINE.

       310-CHECK-REQUIRED.
           move "N" to WS-STEP-REQUIRED
           if SP-TYPE(WS-S) = "R"
               move "Y" to WS-STEP-REQUIRED
           end-if
           if SP-TYPE(WS-S) = "Y" AND WS-PER-MONTH = 12
               move "Y" to WS-STEP-REQUIRED
           end-if.

       320-WRITE-STEP.
           move spaces to OPS-STEP-LINE
           move SP-PROGRAM(WS-S) to OS-PROGRAM
           move SP-DESC(WS-S) to OS-DESC
           if WS-FOUND-G = ZERO
               move "PENDING" to OS-STATUS
               add 1 to WS-PER-PENDING
           else
               move PG-RC(WS-P, WS-FOUND-G) to OS-RC
               move PG-DATE(WS-P, WS-FOUND-G) to WS-LOG-DATE
               string WS-LOG-MM "/" WS-LOG-DD "/" WS-LOG-YYYY
                   delimited by size into OS-DATE
               move PG-TIME(WS-P, WS-FOUND-G) to WS-LOG-TIME
               string WS-LOG-HH ":" WS-LOG-MI ":" WS-LOG-SS
                   delimited by size into OS-TIME
               move PG-IN-COUNT(WS-P, WS-FOUND-G) to OS-IN-COUNT
               move PG-OUT-COUNT(WS-P, WS-FOUND-G) to OS-OUT-COUNT
               if PG-EVENT(WS-P, WS-FOUND-G) NOT = "E"
                   move "INCOMPLETE" to OS-STATUS
                   if WS-STEP-REQUIRED = "Y"
                       add 1 to WS-PER-INCOMP
                       add 1 to WS-TOTAL-FAILED
                   end-if
               else
                   if PG-RC(WS-P, WS-FOUND-G) > 4
                       move "FAILED" to OS-STATUS
                       if WS-STEP-REQUIRED = "Y"
                           add 1 to WS-PER-FAILED
                           add 1 to WS-TOTAL-FAILED
                       end-if
                   else
                       move "DONE" to OS-STATUS
                       if WS-STEP-REQUIRED = "Y"
                           add 1 to WS-PER-DONE
                       end-if
                   end-if
               end-if
           end-if
           write OPS-STATUS-REC from OPS-STEP-LINE
           add 1 to WS-JL-OUT-COUNT.

       380-WRITE-SUMMARY.
           if WS-OPEN-PERIODS = ZERO
               move "NO OPEN PERIODS ON JOB LOG" to OG-LABEL
               move ZERO to OG-COUNT
               write OPS-STATUS-REC from OPS-SUMMARY-LINE
               write OPS-STATUS-REC from BLANK-LINE
           end-if
           move "JOB LOG RECORDS READ" to OG-LABEL
           move WS-LOG-READ to OG-COUNT
           write OPS-STATUS-REC from OPS-SUMMARY-LINE
           move "OPEN PERIODS LISTED" to OG-LABEL
           move WS-OPEN-PERIODS to OG-COUNT
           write OPS-STATUS-REC from OPS-SUMMARY-LINE
           move "STEPS FAILED OR INCOMPLETE" to OG-LABEL
           move WS-TOTAL-FAILED to OG-COUNT
           write OPS-STATUS-REC from OPS-SUMMARY-LINE.

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
