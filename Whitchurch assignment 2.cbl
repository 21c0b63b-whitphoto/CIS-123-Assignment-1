               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL DEPT-FILE ASSIGN TO "DEPTMST.TXT"
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

       FD MAINT-FILE.
           01 MAINT-REC.
               05 MAINT-EFF-DATE           PIC 9(8).
               05 MAINT-GUAR               PIC 9(5)V99.
               05 MAINT-GUAR-PRESENT       PIC X.
               05 MAINT-STATUS             PIC X.
               05 MAINT-TERM-DATE          PIC 9(8).

       FD PENDING-FILE.
           01 PENDING-REC                  pic X(58).

       FD LOG-FILE.
           01 LOG-REC                      pic X(100).
               05 DM-MANAGER                PIC X(16).
               05 DM-ACTIVE                 PIC X.

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

       01 WS-JL-PROGRAM                pic X(10) VALUE "PROGRAM2".
       01 WS-JL-PERIOD                 pic 9(6) VALUE ZERO.
       01 WS-JL-RUN-NUM                pic 9(4) VALUE ZERO.
       01 WS-JL-IN-COUNT               pic 9(8) VALUE ZERO.
       01 WS-JL-OUT-COUNT              pic 9(8) VALUE ZERO.
       01 WS-JL-STARTED                pic X VALUE "N".

       01 EOF-MAINT                        pic X VALUE "N".
       01 EOF-DEPTMST                      pic X VALUE "N".
       01 WS-DEPT-OK                       pic X VALUE "Y".
       01 WS-STATUS-OK                     pic X VALUE "Y".
       01 WS-NOMATCH-DEPT              pic 9(3) VALUE 999.

       01 WS-CLOSED-PERIOD.
           05 WS-CLOSED-YEAR            PIC 9(4) VALUE ZERO.
           05 WS-CLOSED-MONTH           PIC 99 VALUE ZERO.
       01 WS-CLOSED-PERIOD-NUM REDEFINES WS-CLOSED-PERIOD
                                       pic 9(6).
       01 WS-TERM-DATE.
           05 WS-TERM-PERIOD           PIC 9(6).
           05 WS-TERM-DD               PIC 99.

       01 WS-DEPTMST-MAX               pic 9(3) VALUE 50.
       01 WS-DEPTMST-COUNT             pic 9(3) VALUE ZERO.

           05 P-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-PEND-COUNT
               INDEXED BY P-IDX.
               10 P-DATA               PIC X(58).

       01 WS-HOLD-MAX                  pic 9(3) VALUE 500.
       01 WS-HOLD-COUNT                pic 9(3) VALUE ZERO.
           05 H-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-HOLD-COUNT
               INDEXED BY H-IDX.
               10 H-DATA               PIC X(58).

       01 WS-SYS-DATE.
           05 WS-SYS-YYYY               PIC 9(4).
       01 WS-OLD-COM                   pic V99.
       01 WS-OLD-DEPT                  pic 9(3).
       01 WS-OLD-GUAR                  pic 9(5)V99.
       01 WS-OLD-STATUS                pic X.

       01 LOG-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.

       100-MAIN.

              perform 105-READ-RUN-CONTROL
              perform 900-LOG-START

              open i-o TABLE-FILE
              open input MAINT-FILE
                   output LOG-FILE.
              perform 400-WRITE-PENDING

              close TABLE-FILE, MAINT-FILE, LOG-FILE
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
                   move RC-YEAR to WS-CLOSED-YEAR
                   move RC-MONTH to WS-CLOSED-MONTH
                   if RC-STATUS NOT = "C"
                       if WS-CLOSED-MONTH = 1
                           move 12 to WS-CLOSED-MONTH
                           subtract 1 from WS-CLOSED-YEAR
                       else
                           subtract 1 from WS-CLOSED-MONTH
                       end-if
                   end-if
           END-READ
           close RUN-CTL-FILE.

       150-LOG-HEADERS.
           write LOG-REC from LOG-HEADER-1
           write LOG-REC from LOG-BLANK-LINE.
                       display "DEPT-FILE HAS MORE THAN " WS-DEPTMST-MAX
                           " DEPARTMENTS - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   add 1 to WS-DEPTMST-COUNT
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
           if MAINT-EFF-DATE NUMERIC
                   AND MAINT-EFF-DATE > WS-SYS-DATE-NUM
               perform 295-HOLD-PENDING
               display "MORE THAN " WS-HOLD-MAX
                   " PENDING ACTIONS - RUN TERMINATED"
               move 16 to RETURN-CODE
               perform 910-LOG-END
               stop run
           end-if
           add 1 to WS-HOLD-COUNT
               delimited by size into LOG-MSG
           perform 396-WRITE-LOG.

       270-CHECK-STATUS.
           move "Y" to WS-STATUS-OK
           if MAINT-STATUS NOT = "A" AND NOT = "L" AND NOT = "T"
               move "N" to WS-STATUS-OK
           end-if
           if MAINT-STATUS = "T"
               if MAINT-TERM-DATE NOT NUMERIC
                       OR MAINT-TERM-DATE = ZERO
                   move "N" to WS-STATUS-OK
               end-if
           end-if.

       400-WRITE-PENDING.
           open output PENDING-FILE
           perform varying H-IDX from 1 by 1
               move "ADD REJECTED - INVALID DEPARTMENT"
                   to LOG-MSG
               perform 396-WRITE-LOG
           else
           if MAINT-STATUS = "T"
               move "ADD REJECTED - STATUS T NOT ALLOWED"
                   to LOG-MSG
               perform 396-WRITE-LOG
           else
           if MAINT-STATUS NOT = SPACE AND NOT = "A" AND NOT = "L"
               move "ADD REJECTED - INVALID STATUS"
                   to LOG-MSG
               perform 396-WRITE-LOG
           else
               move MAINT-CLERK-NUM to CLERK-NUM
               move MAINT-NAME to CLERK-NAME
               else
                   move ZERO to CLERK-GUAR
               end-if
               if MAINT-STATUS = "L"
                   move "L" to CLERK-STATUS
               else
                   move "A" to CLERK-STATUS
               end-if
               move ZERO to CLERK-TERM-DATE
               write CLERK-REC
                   INVALID KEY
                       move "ADD REJECTED - WRITE ERROR" to LOG-MSG
                       perform 396-WRITE-LOG
                   NOT INVALID KEY
                       add 1 to WS-JL-OUT-COUNT
                       move "CLERK ADDED" to LOG-MSG
                       perform 396-WRITE-LOG
               END-WRITE
           end-if
           end-if
           end-if
           end-if.

       320-CHANGE-CLERK.
           if MAINT-DEPT-PRESENT = "Y"
               perform 260-CHECK-DEPT
           end-if
           move "Y" to WS-STATUS-OK
           if MAINT-STATUS NOT = SPACE
               perform 270-CHECK-STATUS
           end-if
           if WS-DEPT-OK = "N"
               move "CHANGE REJECTED - INVALID DEPT"
                   to LOG-MSG
               perform 396-WRITE-LOG
           else
           if WS-STATUS-OK = "N"
               move "CHANGE REJECTED - INVALID STATUS"
                   to LOG-MSG
               perform 396-WRITE-LOG
           else
           perform 250-FIND-CLERK
           if WS-FOUND = "Y"
               move CLERK-NAME to WS-OLD-NAME
               move CLERK-COM to WS-OLD-COM
               move CLERK-DEPT to WS-OLD-DEPT
               move CLERK-GUAR to WS-OLD-GUAR
               move CLERK-STATUS to WS-OLD-STATUS
               if MAINT-NAME NOT = SPACES
                   move MAINT-NAME to CLERK-NAME
               end-if
               if MAINT-GUAR-PRESENT = "Y"
                   move MAINT-GUAR to CLERK-GUAR
               end-if
               if MAINT-STATUS NOT = SPACE
                   move MAINT-STATUS to CLERK-STATUS
                   if MAINT-STATUS = "T"
                       move MAINT-TERM-DATE to CLERK-TERM-DATE
                   else
                       move ZERO to CLERK-TERM-DATE
                   end-if
               end-if
               rewrite CLERK-REC
                   INVALID KEY
                       move "CHANGE REJECTED - REWRITE ERROR"
                           to LOG-MSG
                       perform 396-WRITE-LOG
                   NOT INVALID KEY
                       add 1 to WS-JL-OUT-COUNT
                       perform 397-WRITE-CHANGE-LOG
                       if MAINT-STATUS NOT = SPACE
                           perform 398-WRITE-STATUS-LOG
                       end-if
               END-REWRITE
           else
               move "CHANGE REJECTED - CLERK NOT FOUND"
                   to LOG-MSG
               perform 396-WRITE-LOG
           end-if
           end-if
           end-if.

       330-DELETE-CLERK.
           perform 250-FIND-CLERK
           if WS-FOUND = "Y"
               move CLERK-TERM-DATE to WS-TERM-DATE
           end-if
           if WS-FOUND = "Y" AND CLERK-STATUS NOT = "T"
               move "DELETE REJECTED - NOT TERMINATED"
                   to LOG-MSG
               perform 396-WRITE-LOG
           else
           if WS-FOUND = "Y"
                   AND WS-TERM-PERIOD > WS-CLOSED-PERIOD-NUM
               move "DELETE REJECTED - NOT SETTLED"
                   to LOG-MSG
               perform 396-WRITE-LOG
           else
           if WS-FOUND = "Y"
               delete TABLE-FILE
                   INVALID KEY
                           to LOG-MSG
                       perform 396-WRITE-LOG
                   NOT INVALID KEY
                       add 1 to WS-JL-OUT-COUNT
                       move "CLERK DELETED" to LOG-MSG
                       perform 396-WRITE-LOG
               END-DELETE
               move "DELETE REJECTED - CLERK NOT FOUND"
                   to LOG-MSG
               perform 396-WRITE-LOG
           end-if
           end-if
           end-if.

       396-WRITE-LOG.
           move CLERK-GUAR to CG-NEW-GUAR
           write LOG-REC from CHANGE-LOG-LINE
           move spaces to CHANGE-LOG-LINE.

       398-WRITE-STATUS-LOG.
           move spaces to LOG-MSG
           if CLERK-STATUS = "T"
               string "STATUS " WS-OLD-STATUS " TO T - TERM "
                   CLERK-TERM-DATE delimited by size into LOG-MSG
           else
               string "STATUS " WS-OLD-STATUS " TO " CLERK-STATUS
                   delimited by size into LOG-MSG
           end-if
           perform 396-WRITE-LOG.

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
