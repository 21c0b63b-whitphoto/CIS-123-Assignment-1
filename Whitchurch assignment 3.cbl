               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL RECOV-FILE ASSIGN TO "NEWRECOV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL.TXT"
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

       FD YTD-FILE.
           01 YTD-REC.
               05 ST-COM                   PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
               05 ST-TYPE                  PIC X.
               05 ST-REASON                PIC X(3).
               05 ST-SALE-DATE             PIC 9(8).
               05 ST-STORE                 PIC X(3).
               05 ST-REGISTER              PIC X(3).
               05 ST-INVOICE               PIC X(10).

       FD STATEMENT-FILE.
           01 STATEMENT-REC                pic X(80).

       FD DEPT-FILE.
           01 DEPT-REC.
                   SIGN IS LEADING SEPARATE.
               05 NR-BALANCE                PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
               05 NR-WRITEOFF               PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
               05 NR-ADDED                  PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.

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
       01 WS-JL-PROGRAM                pic X(10) VALUE "PROGRAM3".
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
       01 EOF-YTD                          pic X VALUE "N".
       01 EOF-STMT                         pic X VALUE "N".
           05 WS-SYS-DD                 PIC 99.
       01 WS-DATE-DISPLAY              pic X(10).

       01 BLANK-LINE                   pic X(80) VALUE SPACES.

       01 COVER-HEADER-1.
           05 FILLER                   PIC X(11) VALUE "DEPARTMENT ".
           05 FILLER                   PIC X(5) VALUE "SALES".
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "COMMISSION".
           05 FILLER                   PIC X VALUE SPACE.
           05 FILLER                   PIC X(9) VALUE "SALE DATE".
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE "STR/REG".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE "INVOICE".

       01 STMT-DETAIL.
           05 FILLER                   PIC XX VALUE SPACES.
           05 SL-SALES                 PIC ZZZ,ZZ9CR.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 SL-COM                   PIC $$$,$$9.99CR.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 SL-SALE-DATE             PIC 9999/99/99 BLANK WHEN ZERO.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SL-STORE                 PIC X(3).
           05 SL-REG-SEP               PIC X VALUE "/".
           05 SL-REGISTER              PIC X(3).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SL-INVOICE               PIC X(10).

       01 STMT-GUAR-LINE.
           05 FILLER                   PIC XX VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 SG-COM                   PIC $$$,$$9.99CR.

       01 STMT-QUOTA-LINE.
           05 FILLER                   PIC XX VALUE SPACES.
           05 SQ-MONTH                 PIC 99.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "QUOTA BONUS".
           05 FILLER                   PIC X VALUE SPACE.
           05 SQ-COM                   PIC $$$,$$9.99CR.

       01 STMT-ADJ-LINE.
           05 FILLER                   PIC XX VALUE SPACES.
           05 SA-MONTH                 PIC 99.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "ADJ ".
           05 SA-REASON                PIC X(3).
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 SA-COM                   PIC $$$,$$9.99CR.

       01 STMT-TOTAL-LINE.
           05 FILLER                   PIC XX VALUE SPACES.
           05 FILLER                   PIC X(23) VALUE

       100-MAIN.

              perform 105-READ-RUN-CONTROL
              perform 900-LOG-START
              move WS-JL-PERIOD to WS-JL-PREREQ-PERIOD
              move WS-JL-RUN-NUM to WS-JL-PREREQ-RUN
              perform 920-CHECK-PREREQ

              open input TABLE-FILE, STMT-FILE
                   output EXTRACT-FILE.

                  close STATEMENT-FILE
              end-if
              close EXTRACT-FILE
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
                       display "DEPT-FILE HAS MORE THAN " WS-DEPTMST-MAX
                           " DEPARTMENTS - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   add 1 to WS-DEPTMST-COUNT
           write STATEMENT-REC from BLANK-LINE.

       350-WRITE-DETAIL.
           add 1 to WS-JL-IN-COUNT
           add ST-COM to WS-CLERK-TOTAL
           if WS-XDET-COUNT = WS-XDET-MAX
               display "CLERK HAS MORE THAN " WS-XDET-MAX
                   " STATEMENT LINES - RUN TERMINATED"
               move 16 to RETURN-CODE
               perform 910-LOG-END
               stop run
           end-if
           add 1 to WS-XDET-COUNT
           if ST-TYPE = "G"
               move ST-COM to SG-COM
               write STATEMENT-REC from STMT-GUAR-LINE
           else
           if ST-TYPE = "A"
               move ST-MONTH to SA-MONTH
               move ST-REASON to SA-REASON
               move ST-COM to SA-COM
               write STATEMENT-REC from STMT-ADJ-LINE
           else
           if ST-TYPE = "Q"
               move ST-MONTH to SQ-MONTH
               move ST-COM to SQ-COM
               write STATEMENT-REC from STMT-QUOTA-LINE
           else
               move ST-MONTH to SL-MONTH
               move ST-SALES to SL-SALES
               move ST-COM to SL-COM
               if ST-SALE-DATE NUMERIC
                   move ST-SALE-DATE to SL-SALE-DATE
               else
                   move ZERO to SL-SALE-DATE
               end-if
               move ST-STORE to SL-STORE
               move ST-REGISTER to SL-REGISTER
               if ST-STORE = SPACES AND ST-REGISTER = SPACES
                   move space to SL-REG-SEP
               else
                   move "/" to SL-REG-SEP
               end-if
               move ST-INVOICE to SL-INVOICE
               write STATEMENT-REC from STMT-DETAIL
               move spaces to STMT-DETAIL
           end-if
           end-if
           end-if.

       380-CLOSE-STATEMENT.
           add 1 to WS-JL-OUT-COUNT
           move WS-CLERK-TOTAL to SL-TOTAL
           move WS-PREV-YTD to SL-YTD
           write STATEMENT-REC from BLANK-LINE
                   delimited by size into EXTRACT-REC
               write EXTRACT-REC
           END-PERFORM.

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
