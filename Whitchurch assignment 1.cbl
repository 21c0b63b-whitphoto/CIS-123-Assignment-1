               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL TRUNC-HIST-FILE ASSIGN TO "HISTORY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL ARCHIVE-FILE ASSIGN USING WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL RETURN-WINDOW-FILE ASSIGN TO "RETWIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL TRUNC-STMT-FILE ASSIGN TO "STMDETL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL DEPT-FILE ASSIGN TO "DEPTMST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL ADJ-REASON-FILE ASSIGN TO "ADJRSN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT ADJ-DETAIL-FILE ASSIGN TO "ADJDETL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL TRUNC-ADJ-FILE ASSIGN TO "ADJDETL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL CHECKPOINT-ADJ-FILE ASSIGN TO "CKADJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL REG-TOTAL-FILE ASSIGN TO "REGTOT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL REG-TOL-FILE ASSIGN TO "REGTOL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL REG-OVERRIDE-FILE ASSIGN TO "REGOVRD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REG-RECON-FILE ASSIGN TO "REGRECON.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL GL-MAP-FILE ASSIGN TO "GLMAP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL SETTLE-POLICY-FILE ASSIGN TO "SETLPOL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT SETTLE-FILE ASSIGN TO "SETTLE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT OPTIONAL QUOTA-FILE ASSIGN TO "QUOTA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT QUOTA-SORT-FILE ASSIGN TO "QUOTAWRK.TMP".
         SELECT QUOTA-SORTED-FILE ASSIGN TO "QUOTASRT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
         SELECT QUOTA-REPORT-FILE ASSIGN TO "QUOTARPT.TXT"
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

       FD TRANS-FILE.
           01 TRANS-REC                    PIC X(69).

       SD SORT-WORK-FILE.
           01 SORT-REC.
                   10 S-CLERK-NUM          PIC 9(9).
                   10 S-SALES              PIC 9(6).
                   10 S-MONTH              PIC XX.
               05 S-ADJ-DATA.
                   10 S-ADJ-AMOUNT         PIC S9(5)V99
                       SIGN IS LEADING SEPARATE.
                   10 S-ADJ-REASON         PIC X(3).
                   10 S-ADJ-APPROVER       PIC X(6).
               05 S-SALE-REF.
                   10 S-SALE-DATE          PIC 9(8).
                   10 S-STORE              PIC X(3).
                   10 S-REGISTER           PIC X(3).
                   10 S-INVOICE            PIC X(10).
                   10 S-ORIG-INVOICE       PIC X(10).
                   10 S-PROC-CLERK         PIC 9(9).
                   10 S-RET-CODE           PIC X.

       FD SORTED-TRANS-FILE.
           01 SORTED-TRANS-REC.
               05 T-CLERK-NUM              PIC 9(9).
               05 T-SALES                  PIC 9(6).
               05 T-MONTH                  PIC XX.
               05 T-ADJ-AMOUNT             PIC S9(5)V99
                   SIGN IS LEADING SEPARATE.
               05 T-ADJ-REASON             PIC X(3).
               05 T-ADJ-APPROVER           PIC X(6).
               05 T-SALE-DATE              PIC 9(8).
               05 T-SALE-DATE-R REDEFINES T-SALE-DATE.
                   10 T-SALE-YYYY          PIC 9(4).
                   10 T-SALE-MM            PIC 99.
                   10 T-SALE-DD            PIC 99.
               05 T-STORE                  PIC X(3).
               05 T-REGISTER               PIC X(3).
               05 T-INVOICE                PIC X(10).
               05 T-ORIG-INVOICE           PIC X(10).
               05 FILLER                   PIC 9(9).
               05 T-RET-CODE               PIC X.

       FD REPORT-FILE.
           01 REPORT-REC                   pic X(80).
           01 EXCEPTION-REC                pic X(64).

       FD REJECT-FILE.
           01 REJECT-REC                   pic X(80).

       FD TRUNC-REPORT-FILE.
           01 TRUNC-REPORT-REC             pic X(80).
           01 TRUNC-EXCEPT-REC             pic X(64).

       FD TRUNC-REJECT-FILE.
           01 TRUNC-REJECT-REC             pic X(80).

       FD STMT-FILE.
           01 STMT-REC.
               05 ST-COM                   PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
               05 ST-TYPE                  PIC X.
               05 ST-REASON                PIC X(3).
               05 ST-SALE-DATE             PIC 9(8).
               05 ST-STORE                 PIC X(3).
               05 ST-REGISTER              PIC X(3).
               05 ST-INVOICE               PIC X(10).

       FD TRUNC-STMT-FILE.
           01 TRUNC-STMT-REC               pic X(56).

       FD PAYROLL-FILE.
           01 PAY-DETAIL-REC.
               05 PT-TOTAL                 PIC S9(9)V99
                   SIGN IS LEADING SEPARATE.
               05 FILLER                   PIC X(23).
           01 PAY-MEMO-REC.
               05 PM-REC-TYPE              PIC X.
               05 PM-CLERK-NUM             PIC 9(9).
               05 PM-MONTH                 PIC XX.
               05 PM-AMOUNT                PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
               05 PM-CODE                  PIC X(3).
               05 FILLER                   PIC X(17).

       FD CONTROL-FILE.
           01 CONTROL-REC                  pic X(80).

       FD HISTORY-FILE.
           01 HIST-REC.
                   SIGN IS LEADING SEPARATE.
               05 HS-RUN-DATE              PIC 9(8).
               05 HS-PERIOD                PIC 9(6).
               05 HS-SALE-DATE             PIC 9(8).
               05 HS-STORE                 PIC X(3).
               05 HS-REGISTER              PIC X(3).
               05 HS-INVOICE               PIC X(10).

       FD TRUNC-HIST-FILE.
           01 TRUNC-HIST-REC               pic X(67).

       FD ARCHIVE-FILE.
           01 ARCHIVE-REC                  pic X(67).

       FD RETURN-WINDOW-FILE.
           01 RETURN-WINDOW-REC.
               05 RW-DAYS                   PIC 9(3).

       FD YTD-FILE.
           01 YTD-REC.
                   SIGN IS LEADING SEPARATE.
               05 RV-BALANCE                PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
               05 RV-WRITEOFF               PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
               05 RV-ADDED                  PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.

       FD NEW-RECOV-FILE.
           01 NEW-RECOV-REC.
                   SIGN IS LEADING SEPARATE.
               05 NR-BALANCE                PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
               05 NR-WRITEOFF               PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
               05 NR-ADDED                  PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.

       FD CHECKPOINT-FILE.
           01 CHECKPOINT-REC.
               05 CK-REJECT-LINES           PIC 9(8).
               05 CK-STMT-LINES             PIC 9(8).
               05 CK-HIST-LINES             PIC 9(8).
               05 CK-ADJ-LINES              PIC 9(8).
               05 CK-HIST-BASE              PIC 9(8).
               05 CK-PAY-COUNT              PIC 9(6).
               05 CK-PAY-TOTAL              PIC S9(9)V99
                   SIGN IS LEADING SEPARATE.

       FD CHECKPOINT-YTD-FILE.
           01 CHECKPOINT-YTD-REC.
               05 CG-SALES                  PIC S9(6)
                   SIGN IS LEADING SEPARATE.
               05 CG-TYPE                   PIC X.
               05 CG-SALE-DATE              PIC 9(8).
               05 CG-STORE                  PIC X(3).
               05 CG-REGISTER               PIC X(3).
               05 CG-INVOICE                PIC X(10).

       FD DEPT-FILE.
           01 DEPT-REC.
               05 CD-GUAR                   PIC S9(9)V99
                   SIGN IS LEADING SEPARATE.

       FD ADJ-REASON-FILE.
           01 ADJ-REASON-REC.
               05 AR-CODE                   PIC X(3).
               05 AR-DESC                   PIC X(20).
               05 AR-LIMIT                  PIC 9(5)V99.
               05 AR-ACTIVE                 PIC X.

       FD ADJ-DETAIL-FILE.
           01 ADJ-DETAIL-REC.
               05 AD-APPROVER               PIC X(6).
               05 AD-CLERK-NUM              PIC 9(9).
               05 AD-DEPT                   PIC 9(3).
               05 AD-MONTH                  PIC XX.
               05 AD-REASON                 PIC X(3).
               05 AD-AMOUNT                 PIC S9(5)V99
                   SIGN IS LEADING SEPARATE.
               05 AD-STATUS                 PIC X.
               05 AD-REJECT-REASON          PIC X(30).
               05 AD-PERIOD                 PIC 9(6).
               05 AD-RUN-NUM                PIC 9(4).

       FD TRUNC-ADJ-FILE.
           01 TRUNC-ADJ-REC                pic X(72).

       FD CHECKPOINT-ADJ-FILE.
           01 CHECKPOINT-ADJ-REC.
               05 CA-AMOUNT                 PIC S9(5)V99
                   SIGN IS LEADING SEPARATE.
               05 CA-REASON                 PIC X(3).
               05 CA-APPROVER               PIC X(6).

       FD REG-TOTAL-FILE.
           01 REG-TOTAL-REC.
               05 RG-DEPT                   PIC 9(3).
               05 RG-MONTH                  PIC XX.
               05 RG-DAY                    PIC 99.
               05 RG-SALES                  PIC 9(7)V99.

       FD REG-TOL-FILE.
           01 REG-TOL-REC.
               05 TL-AMOUNT                 PIC 9(5)V99.
               05 TL-PCT                    PIC 99V99.

       FD REG-OVERRIDE-FILE.
           01 REG-OVERRIDE-REC.
               05 OV-PERIOD                 PIC 9(6).
               05 OV-DEPT                   PIC 9(3).
               05 OV-APPROVER               PIC X(6).

       FD REG-RECON-FILE.
           01 REG-RECON-REC                pic X(110).

       FD GL-MAP-FILE.
           01 GL-MAP-REC.
               05 GM-DEPT                   PIC 9(3).
               05 GM-COST-CENTER            PIC X(6).
               05 GM-EXPENSE-ACCT           PIC X(8).
               05 GM-PAYABLE-ACCT           PIC X(8).
               05 GM-GUAR-ACCT              PIC X(8).
               05 GM-RECOV-ACCT             PIC X(8).
               05 GM-WRITEOFF-ACCT          PIC X(8).

       FD GL-JOURNAL-FILE.
           01 GL-HEADER-REC.
               05 GH-REC-TYPE               PIC X.
               05 GH-SOURCE                 PIC X(8).
               05 GH-PERIOD                 PIC 9(6).
               05 GH-RUN-NUM                PIC 9(4).
               05 GH-RUN-DATE               PIC 9(8).
               05 GH-LINE-COUNT             PIC 9(6).
               05 GH-DEBIT-TOTAL            PIC S9(9)V99
                   SIGN IS LEADING SEPARATE.
               05 GH-CREDIT-TOTAL           PIC S9(9)V99
                   SIGN IS LEADING SEPARATE.
           01 GL-DETAIL-REC.
               05 GD-REC-TYPE               PIC X.
               05 GD-SEQ                    PIC 9(6).
               05 GD-DEPT                   PIC 9(3).
               05 GD-COST-CENTER            PIC X(6).
               05 GD-ACCOUNT                PIC X(8).
               05 GD-DR-CR                  PIC X.
               05 GD-AMOUNT                 PIC 9(9)V99.
               05 GD-DESC                   PIC X(20).
           01 GL-TRAILER-REC.
               05 GT-REC-TYPE               PIC X.
               05 GT-LINE-COUNT             PIC 9(6).
               05 GT-DEBIT-TOTAL            PIC S9(9)V99
                   SIGN IS LEADING SEPARATE.
               05 GT-CREDIT-TOTAL           PIC S9(9)V99
                   SIGN IS LEADING SEPARATE.
               05 GT-PAYABLE-TOTAL          PIC S9(9)V99
                   SIGN IS LEADING SEPARATE.
               05 FILLER                    PIC X(5).

       FD SETTLE-POLICY-FILE.
           01 SETTLE-POLICY-REC.
               05 SP-POLICY                 PIC X.

       FD SETTLE-FILE.
           01 SETTLE-REC                    pic X(80).

       FD QUOTA-FILE.
           01 QUOTA-REC.
               05 QT-CLERK-NUM              PIC 9(9).
               05 QT-YEAR                   PIC 9(4).
               05 QT-MONTH                  PIC 99.
               05 QT-AMOUNT                 PIC 9(7).
               05 QT-BONUS-TYPE             PIC X.
               05 QT-BONUS-FLAT             PIC 9(5)V99.
               05 QT-BONUS-PCT              PIC V999.

       SD QUOTA-SORT-FILE.
           01 QUOTA-SORT-REC.
               05 QS-DEPT                   PIC 9(3).
               05 QS-CLERK-NUM              PIC 9(9).
               05 QS-PERIOD                 PIC 9(6).
               05 QS-NAME                   PIC X(16).
               05 QS-QUOTA                  PIC 9(7).
               05 QS-ACTUAL                 PIC S9(9)
                   SIGN IS LEADING SEPARATE.
               05 QS-BONUS                  PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.

       FD QUOTA-SORTED-FILE.
           01 QUOTA-SORTED-REC.
               05 QR-DEPT                   PIC 9(3).
               05 QR-CLERK-NUM              PIC 9(9).
               05 QR-PERIOD                 PIC 9(6).
               05 QR-NAME                   PIC X(16).
               05 QR-QUOTA                  PIC 9(7).
               05 QR-ACTUAL                 PIC S9(9)
                   SIGN IS LEADING SEPARATE.
               05 QR-BONUS                  PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.

       FD QUOTA-REPORT-FILE.
           01 QUOTA-REPORT-REC              pic X(100).

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

       01 WS-JL-PROGRAM                pic X(10) VALUE "PROGRAM1".
       01 WS-JL-PERIOD                 pic 9(6) VALUE ZERO.
       01 WS-JL-RUN-NUM                pic 9(4) VALUE ZERO.
       01 WS-JL-IN-COUNT               pic 9(8) VALUE ZERO.
       01 WS-JL-OUT-COUNT              pic 9(8) VALUE ZERO.
       01 WS-JL-STARTED                pic X VALUE "N".

       01 EOF-TRANS                        pic X VALUE "N".
       01 EOF-TABLE                        pic X VALUE "N".
       01 EOF-YTD                          pic X VALUE "N".
       01 WS-EXCEPT-LINES              pic 9(8) VALUE ZERO.
       01 WS-REJECT-LINES              pic 9(8) VALUE ZERO.
       01 WS-STMT-LINES                pic 9(8) VALUE ZERO.
       01 WS-ADJ-LINES                 pic 9(8) VALUE ZERO.
       01 WS-TRUNC-CTR                 pic 9(8) VALUE ZERO.
       01 EOF-TRUNC                    pic X VALUE "N".

               10 T-COM                PIC V99.
               10 T-DEPT               PIC 9(3).
               10 T-GUAR               PIC 9(5)V99.
               10 T-STATUS             PIC X.
               10 T-TERM-DATE          PIC 9(8).
               10 T-SETTLED            PIC X.
               10 T-YTD                PIC S9(7)V99.
               10 T-RUN-SALES          PIC S9(9).
               10 T-RUN-COM            PIC S9(7)V99.
               INDEXED BY G-IDX.
               10 G-SALES              PIC S9(6).
               10 G-TYPE               PIC X.
               10 G-SALE-DATE          PIC 9(8).
               10 G-STORE              PIC X(3).
               10 G-REGISTER           PIC X(3).
               10 G-INVOICE            PIC X(10).

       01 WS-ADJ-MAX                   pic 9(3) VALUE 50.
       01 WS-ADJ-COUNT                 pic 9(3) VALUE ZERO.

       01 ADJ-TABLE.
           05 T-ADJ OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-ADJ-COUNT
               INDEXED BY J-IDX.
               10 AJ-AMOUNT            PIC S9(5)V99.
               10 AJ-REASON            PIC X(3).
               10 AJ-APPROVER          PIC X(6).

       01 EOF-ADJRSN                   pic X VALUE "N".
       01 EOF-STMT                     pic X VALUE "N".
       01 WS-ADJRSN-MAX                pic 9(3) VALUE 100.
       01 WS-ADJRSN-COUNT              pic 9(3) VALUE ZERO.

       01 ADJ-REASON-TABLE.
           05 T-ADJ-RSN OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-ADJRSN-COUNT
               INDEXED BY A-IDX.
               10 AT-CODE              PIC X(3).
               10 AT-LIMIT             PIC 9(5)V99.
               10 AT-ACTIVE            PIC X.

       01 WS-ADJ-ABS                   pic 9(5)V99 VALUE ZERO.

       01 EOF-QUOTA                    pic X VALUE "N".
       01 EOF-QUOTASRT                 pic X VALUE "N".
       01 WS-QUOTA-FOUND               pic X VALUE "N".
       01 WS-QUOTA-BONUS               pic S9(7)V99 VALUE ZERO.
       01 WS-QUOTA-CLERK               pic 9(9) VALUE ZERO.
       01 WS-QUOTA-PCT                 pic S9(5)V9 VALUE ZERO.
       01 WS-QUOTA-PREV-DEPT           pic 9(3) VALUE ZERO.
       01 WS-QUOTA-FIRST               pic X VALUE "Y".
       01 WS-QUOTA-FLOOR               pic 9(3) VALUE 80.
       01 WS-QD-QUOTA                  pic S9(9) VALUE ZERO.
       01 WS-QD-ACTUAL                 pic S9(9) VALUE ZERO.
       01 WS-QD-BONUS                  pic S9(9)V99 VALUE ZERO.
       01 WS-QD-BELOW                  pic 9(4) VALUE ZERO.
       01 WS-QG-QUOTA                  pic S9(9) VALUE ZERO.
       01 WS-QG-ACTUAL                 pic S9(9) VALUE ZERO.
       01 WS-QG-BONUS                  pic S9(9)V99 VALUE ZERO.
       01 WS-QG-BELOW                  pic 9(4) VALUE ZERO.
       01 WS-QG-COUNT                  pic 9(5) VALUE ZERO.
       01 WS-HIST-SKIP                 pic 9(8) VALUE ZERO.

       01 WS-QUOTA-MAX                 pic 9(5) VALUE 12000.
       01 WS-QUOTA-COUNT               pic 9(5) VALUE ZERO.

       01 QUOTA-TABLE.
           05 T-QUOTA OCCURS 1 TO 12000 TIMES
               DEPENDING ON WS-QUOTA-COUNT
               INDEXED BY Q-IDX.
               10 QU-CLERK-NUM         PIC 9(9).
               10 QU-PERIOD            PIC 9(6).
               10 QU-AMOUNT            PIC 9(7).
               10 QU-BONUS-TYPE        PIC X.
               10 QU-BONUS-FLAT        PIC 9(5)V99.
               10 QU-BONUS-PCT         PIC V999.
               10 QU-ACTUAL            PIC S9(9).
               10 QU-BONUS             PIC S9(7)V99.
               10 QU-ACTIVE            PIC X.

       01 WS-BAND-RATE                 pic V99.
       01 WS-MONTH-SALES               pic S9(9) VALUE ZERO.
           05 TW-MONTH                    PIC XX.
           05 TW-CLERK2                   PIC X(9).
           05 TW-PCT                      PIC XX.
           05 FILLER                      PIC X(6).
           05 TW-SALE-DATE                PIC X(8).
           05 TW-STORE                    PIC X(3).
           05 TW-REGISTER                 PIC X(3).
           05 TW-INVOICE                  PIC X(10).
           05 TW-ORIG-INVOICE             PIC X(10).

       01 WS-TRANS-ADJ REDEFINES WS-TRANS-WORK.
           05 FILLER                      PIC X(18).
           05 TA-ADJ-DATA                 PIC X(17).

       01 WS-TRANS-HDR REDEFINES WS-TRANS-WORK.
           05 FILLER                      PIC X.
       01 WS-RECOVERED                 pic S9(7)V99 VALUE ZERO.
       01 WS-RECOV-BAL                 pic S9(7)V99 VALUE ZERO.
       01 WS-PAY-NET                   pic S9(7)V99 VALUE ZERO.
       01 WS-WRITEOFF                  pic S9(7)V99 VALUE ZERO.
       01 WS-RECOV-ADDED               pic S9(7)V99 VALUE ZERO.

       01 WS-SETL-POLICY               pic X VALUE "D".
       01 WS-SETTLING                  pic X VALUE "N".
       01 WS-SETTLE-COUNT              pic 9(4) VALUE ZERO.
       01 WS-GUAR-OK                   pic X VALUE "Y".
       01 WS-TERM-DATE                 pic 9(8) VALUE ZERO.
       01 WS-TERM-DATE-R REDEFINES WS-TERM-DATE.
           05 WS-TERM-YYYYMM              PIC 9(6).
           05 FILLER                      PIC 99.
       01 WS-SALE-PERIOD.
           05 WS-SALE-YEAR                PIC 9(4).
           05 WS-SALE-MONTH               PIC 99.
       01 WS-SALE-PERIOD-NUM REDEFINES WS-SALE-PERIOD
                                       pic 9(6).

       01 EOF-HIST                     pic X VALUE "N".
       01 WS-HIST-LINES                pic 9(8) VALUE ZERO.
       01 WS-HIST-BASE                 pic 9(8) VALUE ZERO.
       01 WS-HIST-MAX                  pic 9(4) VALUE 5000.
       01 WS-HIST-COUNT                pic 9(4) VALUE ZERO.
       01 WS-HIST-NEXT                 pic 9(4) VALUE ZERO.
       01 WS-HIST-FULL                 pic X VALUE "N".

       01 EOF-ARCH                     pic X VALUE "N".
       01 WS-ARCH-NAME                 pic X(12) VALUE SPACES.
       01 WS-ARC-YEAR                  pic 9(4) VALUE ZERO.
       01 WS-RETURN-DAYS               pic 9(3) VALUE 90.
       01 WS-RETURN-AGE                pic S9(7) VALUE ZERO.
       01 WS-ORIG-DATE                 pic 9(8) VALUE ZERO.
       01 WS-ORIG-CLERK                pic 9(9) VALUE ZERO.

       01 WS-INV-MAX                   pic 9(5) VALUE 20000.
       01 WS-INV-COUNT                 pic 9(5) VALUE ZERO.
       01 WS-INV-FULL                  pic X VALUE "N".
       01 WS-INV-MARGIN                pic 9(3) VALUE 31.
       01 WS-INV-CUTOFF                pic 9(7) VALUE ZERO.

       01 INVOICE-TABLE.
           05 T-SALE-INV OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-INV-COUNT
               INDEXED BY V-IDX.
               10 IV-INVOICE           PIC X(10).
               10 IV-CLERK-NUM         PIC 9(9).
               10 IV-SALE-DATE         PIC 9(8).

       01 WS-DN-DATE                   pic 9(8) VALUE ZERO.
       01 WS-DN-DATE-R REDEFINES WS-DN-DATE.
           05 WS-DN-YYYY                  PIC 9(4).
           05 WS-DN-MM                    PIC 99.
           05 WS-DN-DD                    PIC 99.
       01 WS-DN-DAYS                   pic 9(7) VALUE ZERO.
       01 WS-DN-YEARS                  pic 9(4) VALUE ZERO.
       01 WS-DN-QUOT                   pic 9(4) VALUE ZERO.
       01 WS-DN-REM                    pic 9(4) VALUE ZERO.
       01 WS-DN-LEAP                   pic X VALUE "N".

       01 MONTH-DAYS-VALUES.
           05 FILLER                      PIC 9(3) VALUE 000.
           05 FILLER                      PIC 9(3) VALUE 031.
           05 FILLER                      PIC 9(3) VALUE 059.
           05 FILLER                      PIC 9(3) VALUE 090.
           05 FILLER                      PIC 9(3) VALUE 120.
           05 FILLER                      PIC 9(3) VALUE 151.
           05 FILLER                      PIC 9(3) VALUE 181.
           05 FILLER                      PIC 9(3) VALUE 212.
           05 FILLER                      PIC 9(3) VALUE 243.
           05 FILLER                      PIC 9(3) VALUE 273.
           05 FILLER                      PIC 9(3) VALUE 304.
           05 FILLER                      PIC 9(3) VALUE 334.
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05 MD-DAYS-BEFORE              PIC 9(3) OCCURS 12 TIMES.

       01 HIST-TABLE.
           05 T-HIST OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-HIST-COUNT
               INDEXED BY H-IDX.
               10 HT-CLERK-NUM         PIC 9(9).
               10 HT-TYPE              PIC X.
               10 HT-INVOICE           PIC X(10).

       01 WS-DEPT-MAX                  pic 9(3) VALUE 50.
       01 WS-DEPT-COUNT                pic 9(3) VALUE ZERO.
               10 TD-DEPT              PIC 9(3).
               10 TD-TOTAL             PIC S9(9)V99.
               10 TD-GUAR              PIC S9(9)V99.
               10 TD-PAY               PIC S9(9)V99.
               10 TD-RECOVERED         PIC S9(9)V99.
               10 TD-DEFICIT           PIC S9(9)V99.
               10 TD-WRITEOFF          PIC S9(9)V99.

       01 EOF-GLMAP                    pic X VALUE "N".
       01 WS-GL-PASS                   pic X VALUE "C".
       01 WS-GL-SEQ                    pic 9(6) VALUE ZERO.
       01 WS-GL-DEBITS                 pic S9(9)V99 VALUE ZERO.
       01 WS-GL-CREDITS                pic S9(9)V99 VALUE ZERO.
       01 WS-GL-PAYABLE                pic S9(9)V99 VALUE ZERO.
       01 WS-GL-AMOUNT                 pic S9(9)V99 VALUE ZERO.
       01 WS-GL-SIDE                   pic X VALUE SPACE.
       01 WS-GL-ACCOUNT                pic X(8) VALUE SPACES.
       01 WS-GL-DESC                   pic X(20) VALUE SPACES.
       01 WS-GL-UNMAPPED               pic 9(3) VALUE ZERO.
       01 WS-GL-COST-CENTER            pic X(6) VALUE SPACES.
       01 WS-GL-EXPENSE-ACCT           pic X(8) VALUE SPACES.
       01 WS-GL-PAYABLE-ACCT           pic X(8) VALUE SPACES.
       01 WS-GL-GUAR-ACCT              pic X(8) VALUE SPACES.
       01 WS-GL-RECOV-ACCT             pic X(8) VALUE SPACES.
       01 WS-GL-WRITEOFF-ACCT          pic X(8) VALUE SPACES.
       01 WS-GL-MAPPED                 pic X VALUE "N".

       01 WS-GLMAP-MAX                 pic 9(3) VALUE 51.
       01 WS-GLMAP-COUNT               pic 9(3) VALUE ZERO.

       01 GL-MAP-TABLE.
           05 T-GL-MAP OCCURS 1 TO 51 TIMES
               DEPENDING ON WS-GLMAP-COUNT
               INDEXED BY GM-IDX.
               10 MP-DEPT              PIC 9(3).
               10 MP-COST-CENTER       PIC X(6).
               10 MP-EXPENSE-ACCT      PIC X(8).
               10 MP-PAYABLE-ACCT      PIC X(8).
               10 MP-GUAR-ACCT         PIC X(8).
               10 MP-RECOV-ACCT        PIC X(8).
               10 MP-WRITEOFF-ACCT     PIC X(8).

       01 EOF-DEPTMST                  pic X VALUE "N".
       01 WS-DEPT-OK                   pic X VALUE "Y".
       01 WS-DEPT-NAME                 pic X(20) VALUE SPACES.
       01 WS-DEPT-LOOKUP               pic 9(3) VALUE ZERO.

       01 EOF-REGTOT                   pic X VALUE "N".
       01 EOF-REGOVRD                  pic X VALUE "N".
       01 WS-REG-FILE-COUNT            pic 9(6) VALUE ZERO.
       01 WS-REG-OUT-COUNT             pic 9(3) VALUE ZERO.
       01 WS-REG-OVRD-USED             pic 9(3) VALUE ZERO.
       01 WS-REG-DEPT                  pic 9(3) VALUE ZERO.
       01 WS-REG-MONTH                 pic XX VALUE SPACES.
       01 WS-REG-AMOUNT                pic S9(9)V99 VALUE ZERO.
       01 WS-REG-VARIANCE              pic S9(9)V99 VALUE ZERO.
       01 WS-REG-ABS-VAR               pic S9(9)V99 VALUE ZERO.
       01 WS-REG-ALLOWED               pic S9(9)V99 VALUE ZERO.
       01 WS-REG-PCT-AMT               pic S9(9)V99 VALUE ZERO.
       01 WS-REG-TOL-AMOUNT            pic 9(5)V99 VALUE ZERO.
       01 WS-REG-TOL-PCT               pic 99V99 VALUE ZERO.
       01 WS-REG-OVERRIDDEN            pic X VALUE "N".
       01 WS-REG-APPROVER              pic X(6) VALUE SPACES.

       01 WS-REG-MAX                   pic 9(3) VALUE 600.
       01 WS-REG-COUNT                 pic 9(3) VALUE ZERO.

       01 REG-RECON-TABLE.
           05 T-REG OCCURS 1 TO 600 TIMES
               DEPENDING ON WS-REG-COUNT
               INDEXED BY RG-IDX.
               10 RT-DEPT              PIC 9(3).
               10 RT-MONTH             PIC XX.
               10 RT-REG-SALES         PIC S9(9)V99.
               10 RT-TRANS-SALES       PIC S9(9)V99.

       01 WS-REGOVR-MAX                pic 9(3) VALUE 50.
       01 WS-REGOVR-COUNT              pic 9(3) VALUE ZERO.

       01 REG-OVERRIDE-TABLE.
           05 T-REG-OVR OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-REGOVR-COUNT
               INDEXED BY O-IDX.
               10 RO-DEPT              PIC 9(3).
               10 RO-APPROVER          PIC X(6).

       01 WS-VALID                     pic X VALUE "Y".
       01 WS-REJECT-REASON             pic X(30) VALUE SPACES.

           05 R-RATE                   PIC 9.99.
           05 FILLER                   PIC X(2) value spaces.
           05 R-COM                    PIC $$$,$$9.99CR.

       01 ADJ-REPORT.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 AL-NUM                   PIC 9(9).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 AL-NAME                  PIC X(16).
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 AL-MONTH                 PIC XX.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 AL-REASON                PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 AL-COM                   PIC $$$,$$9.99CR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(9) VALUE "ADJ APPR ".
           05 AL-APPROVER              PIC X(6).
           
       01 CLERK-REPORT.
           05 FILLER                   PIC XX VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE "MONTH".
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE "REASON".
           05 FILLER                   PIC X(22) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE "INVOICE".

       01 REJECT-LINE.
           05 FILLER                   PIC XX VALUE SPACES.
           05 RJ-MONTH                 PIC X(2).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 RJ-REASON                PIC X(30).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RJ-INVOICE               PIC X(10).

       01 CTL-BLANK-LINE               pic X(80) VALUE SPACES.

       01 CTL-HEADER-1.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE "STATUS  ".
           05 CTL-STATUS               PIC X(30).

       01 REG-HEADER-1.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(31) VALUE
               "REGISTER SALES RECONCILIATION  ".
           05 RGH-DATE                 PIC X(10).
           05 FILLER                   PIC X(9) VALUE "  PERIOD ".
           05 RGH-PERIOD               PIC X(7).

       01 REG-HEADER-2.
           05 FILLER                   PIC XX VALUE SPACES.
           05 FILLER                   PIC X(21) VALUE
               "TOLERANCE     AMOUNT ".
           05 RGH-TOL-AMOUNT           PIC $$,$$9.99.
           05 FILLER                   PIC X(13) VALUE
               "   OR PERCENT".
           05 RGH-TOL-PCT              PIC Z9.99.
           05 FILLER                   PIC X(20) VALUE
               " OF REGISTER SALES".

       01 REG-HEADER-3.
           05 FILLER                   PIC X(4) VALUE "DEPT".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "NAME".
           05 FILLER                   PIC X(16) VALUE SPACES.
           05 FILLER                   PIC X(2) VALUE "MM".
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE "REGISTER".
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "TRANSACTIONS".
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE "VARIANCE".
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE "ALLOWED".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE "STATUS".

       01 REG-DETAIL-LINE.
           05 RGD-DEPT                 PIC 9(3).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 RGD-NAME                 PIC X(20).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RGD-MONTH                PIC XX.
           05 FILLER                   PIC X VALUE SPACE.
           05 RGD-REGISTER             PIC $$,$$$,$$9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 RGD-TRANS                PIC $$,$$$,$$9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 RGD-VARIANCE             PIC $$,$$$,$$9.99CR.
           05 FILLER                   PIC X VALUE SPACE.
           05 RGD-ALLOWED              PIC $$$,$$9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RGD-STATUS               PIC X(19).

       01 REG-STATUS-LINE.
           05 FILLER                   PIC XX VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE "STATUS  ".
           05 RGS-STATUS               PIC X(60).

       01 CTL-RUNTOT-LINE.
           05 CTL-RT-TAG               PIC X(10) VALUE "RUN TOTALS".
           05 CTL-RT-PERIOD            PIC 9(6).
           05 CTL-RT-RUN-NUM           PIC 9(4).
           05 CTL-RT-RUN-DATE          PIC 9(8).
           05 CTL-RT-HIST-ROWS         PIC 9(6).
           05 CTL-RT-COM               PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           05 CTL-RT-PAY-COUNT         PIC 9(6).
           05 CTL-RT-PAY-TOTAL         PIC S9(9)V99
               SIGN IS LEADING SEPARATE.

       01 QUOTA-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
               "QUOTA BONUS".
           05 FILLER                   PIC X(27) VALUE SPACES.
           05 QL-COM                   PIC $$$,$$9.99CR.

       01 QUOTA-HEADER-1.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(23) VALUE
               "QUOTA ATTAINMENT REPORT".
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 QH-DATE                  PIC X(10).
           05 FILLER                   PIC X(9) VALUE "  PERIOD ".
           05 QH-PERIOD                PIC X(7).

       01 QUOTA-HEADER-2.
           05 FILLER                   PIC X(12) VALUE "CLERK NUMBER".
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "NAME".
           05 FILLER                   PIC X(14) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE "MONTH".
           05 FILLER                   PIC X(9) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE "QUOTA".
           05 FILLER                   PIC X(7) VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE "ACTUAL".
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE "ATTAINED".
           05 FILLER                   PIC X(7) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE "BONUS".

       01 QUOTA-DEPT-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "DEPARTMENT ".
           05 QD-DEPT                  PIC 9(3).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 QD-NAME                  PIC X(20).

       01 QUOTA-DETAIL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 QDL-CLERK-NUM            PIC 9(9).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 QDL-NAME                 PIC X(16).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 QDL-PERIOD               PIC 9999/99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 QDL-QUOTA                PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 QDL-ACTUAL               PIC Z,ZZZ,ZZ9-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 QDL-PCT                  PIC ZZZ9.9-.
           05 FILLER                   PIC X VALUE "%".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 QDL-BONUS                PIC $$$,$$9.99CR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 QDL-FLAG                 PIC X(9).

       01 QUOTA-TOTAL-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 QTL-LABEL                PIC X(17).
           05 QTL-DEPT                 PIC X(3).
           05 FILLER                   PIC X(14) VALUE SPACES.
           05 QTL-QUOTA                PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 QTL-ACTUAL               PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 QTL-PCT                  PIC ZZZ9.9-.
           05 FILLER                   PIC X VALUE "%".
           05 FILLER                   PIC X VALUE SPACE.
           05 QTL-BONUS                PIC $$$$,$$9.99CR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 QTL-BELOW                PIC ZZZ9.
           05 FILLER                   PIC X(6) VALUE " BELOW".

       01 QUOTA-NONE-LINE.
           05 FILLER                   PIC XX VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE
               "NO QUOTAS FOR THIS RUN PERIOD".

       01 SETTLE-HEADER-1.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(27) VALUE
               "FINAL COMMISSION SETTLEMENT".
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 SH-DATE                  PIC X(10).
           05 FILLER                   PIC X(9) VALUE "  PERIOD ".
           05 SH-PERIOD                PIC X(7).

       01 SETTLE-CLERK-LINE.
           05 FILLER                   PIC XX VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE "CLERK ".
           05 SL-NUM                   PIC 9(9).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SL-NAME                  PIC X(16).
           05 FILLER                   PIC X(7) VALUE "  DEPT ".
           05 SL-DEPT                  PIC 9(3).
           05 FILLER                   PIC X VALUE SPACE.
           05 SL-DEPT-NAME             PIC X(20).

       01 SETTLE-TERM-LINE.
           05 FILLER                   PIC XX VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
               "TERMINATION DATE ".
           05 SL-TERM-DATE             PIC 9(8).
           05 FILLER                   PIC X(11) VALUE
               "   POLICY  ".
           05 SL-POLICY                PIC X(20).

       01 SETTLE-AMOUNT-LINE.
           05 FILLER                   PIC XX VALUE SPACES.
           05 SL-LABEL                 PIC X(32).
           05 SL-AMOUNT                PIC $$,$$$,$$9.99CR.

       01 SETTLE-NONE-LINE.
           05 FILLER                   PIC XX VALUE SPACES.
           05 FILLER                   PIC X(38) VALUE
               "NO TERMINATION SETTLEMENTS THIS PERIOD".

       01 SETTLE-RULE-LINE.
           05 FILLER                   PIC XX VALUE SPACES.
           05 FILLER                   PIC X(60) VALUE ALL "-".

       procedure division.

       100-MAIN.
              perform 225-LOAD-RECOVERY
              perform 215-LOAD-RATES
              perform 218-LOAD-DEPTS
              perform 217-LOAD-ADJ-REASONS
              perform 134-LOAD-REG-TOTALS
              perform 221-LOAD-GL-MAP
              perform 222-LOAD-SETTLE-POLICY
              perform 226-LOAD-QUOTAS
              perform 224-LOAD-RETURN-WINDOW
              perform 230-LOAD-INVOICES

              sort SORT-WORK-FILE
                  on ascending key S-DEPT S-CLERK-NUM S-MONTH
                                   S-SALE-DATE S-INVOICE
                  input procedure 150-RELEASE-TRANS
                  giving SORTED-TRANS-FILE

              perform 130-RECONCILE-REGISTERS

              open input SORTED-TRANS-FILE

              perform 202-CHECK-RESTART
                  perform 203-TRUNCATE-OUTPUTS
                  perform 220-LOAD-HISTORY
                  open extend REPORT-FILE, EXCEPTION-FILE, REJECT-FILE,
                               STMT-FILE, HISTORY-FILE, ADJ-DETAIL-FILE
                  open output NEW-YTD-FILE
                  perform 204-LOAD-CHECKPOINT-YTD
                  perform 208-LOAD-CHECKPOINT-GROUP
                  perform 212-LOAD-CHECKPOINT-DEPT
                  perform 214-LOAD-CHECKPOINT-ADJ
                  perform 206-SKIP-PROCESSED
              else
                  perform 220-LOAD-HISTORY
                  move WS-HIST-LINES to WS-HIST-BASE
                  open output REPORT-FILE, EXCEPTION-FILE, REJECT-FILE,
                               STMT-FILE, NEW-YTD-FILE, ADJ-DETAIL-FILE
                  open extend HISTORY-FILE
                  perform 210-LOAD-YTD
                  perform 250-HEADERS
                  perform 280-VALIDATE-TRANS
                  if WS-VALID = "Y"
                      perform 300-COM-SEARCH
                      if WS-FOUND = "Y"
                          perform 305-TERM-CHECK
                      end-if
                      if WS-FOUND = "Y"
                          perform 310-DEPT-CHECK
                          if WS-DEPT-OK = "Y"
                              perform 340-CONTROL-BREAK-CHECK
                              if T-TYPE = "A"
                                  perform 355-HOLD-ADJUSTMENT
                              else
                                  perform 350-CALC
                              end-if
                          end-if
                      end-if
                  else
                  move "Y" to WS-PAYEXT-DONE
                  perform 295-WRITE-CHECKPOINT
              end-if
              perform 394-GL-DEPT-TOTALS
              perform 396-WRITE-GL-JOURNAL
              perform 390-WRITE-NEW-YTD
              perform 400-QUOTA-ATTAINMENT
              perform 399-WRITE-RUN-TOTALS
              perform 398-CLOSE-RUN-CONTROL
              perform 397-CLEAR-CHECKPOINT
              compute WS-JL-OUT-COUNT = WS-HIST-LINES - WS-HIST-BASE
              perform 910-LOG-END
           STOP RUN.
               
       
               AT END
                   display "RUNCTL.TXT IS EMPTY - RUN TERMINATED"
                   move 16 to RETURN-CODE
                   perform 910-LOG-END
                   stop run
           END-READ
           close RUN-CTL-FILE
               display "PERIOD " RC-PERIOD
                   " ALREADY COMPLETED - RUN TERMINATED"
               move 16 to RETURN-CODE
               perform 910-LOG-END
               stop run
           end-if
           move RC-PERIOD to WS-JL-PERIOD
           move RC-RUN-NUM to WS-JL-RUN-NUM
           perform 900-LOG-START
           move RC-YEAR to WS-RUN-YEAR
           move RC-MONTH to WS-RUN-MONTH
           move RC-RUN-NUM to WS-RUN-NUM
               end-read
           END-PERFORM
           close TRANS-FILE
           move WS-ACT-COUNT to WS-JL-IN-COUNT

           if WS-HDR-SEEN = "N"
               move "N" to WS-BATCH-OK
           if WS-BATCH-OK = "N"
               display "BATCH CONTROL OUT OF BALANCE - RUN TERMINATED"
               move 16 to RETURN-CODE
               perform 910-LOG-END
               stop run
           end-if.

                       move TW-SALES to WS-SALES-TMP
                       add WS-SALES-TMP to WS-ACT-HASH
                   end-if
                   if (TW-TYPE = "S" OR TW-TYPE = "P")
                           AND TW-INVOICE NOT = SPACES
                           AND TW-SALE-DATE NUMERIC
                           AND TW-CLERK-NUM NUMERIC
                       perform 118-HOLD-BATCH-INVOICE
                   end-if
           end-evaluate.

       118-HOLD-BATCH-INVOICE.
           if WS-INV-COUNT = WS-INV-MAX
               perform 119-INVOICE-TABLE-FULL
           else
               add 1 to WS-INV-COUNT
               set V-IDX to WS-INV-COUNT
               move TW-INVOICE to IV-INVOICE(V-IDX)
               move TW-CLERK-NUM to IV-CLERK-NUM(V-IDX)
               move TW-SALE-DATE to IV-SALE-DATE(V-IDX)
           end-if.

       119-INVOICE-TABLE-FULL.
           if WS-INV-FULL = "N"
               display "MORE THAN " WS-INV-MAX
                   " SALE INVOICES - LATER ORIGINALS NOT MATCHED"
               move "Y" to WS-INV-FULL
           end-if.

       120-WRITE-CONTROL.
           open output CONTROL-FILE
           move WS-DATE-DISPLAY to CTL-DATE
           write CONTROL-REC from CTL-STATUS-LINE
           close CONTROL-FILE.

       130-RECONCILE-REGISTERS.
           perform 132-LOAD-REG-TOLERANCE
           perform 135-LOAD-REG-OVERRIDES
           open output REG-RECON-FILE
           move WS-DATE-DISPLAY to RGH-DATE
           move WS-PERIOD-DISPLAY to RGH-PERIOD
           move WS-REG-TOL-AMOUNT to RGH-TOL-AMOUNT
           move WS-REG-TOL-PCT to RGH-TOL-PCT
           write REG-RECON-REC from REG-HEADER-1
           write REG-RECON-REC from BLANK-LINE
           write REG-RECON-REC from REG-HEADER-2
           write REG-RECON-REC from BLANK-LINE
           write REG-RECON-REC from REG-HEADER-3
           write REG-RECON-REC from BLANK-LINE
           perform varying RG-IDX from 1 by 1
               until RG-IDX > WS-REG-COUNT
               perform 138-WRITE-REG-LINE
           END-PERFORM
           write REG-RECON-REC from BLANK-LINE
           if WS-REG-FILE-COUNT = ZERO
               move "NO REGISTER TOTALS SUPPLIED IN REGTOT.TXT"
                   to RGS-STATUS
               write REG-RECON-REC from REG-STATUS-LINE
           end-if
           if WS-REG-OUT-COUNT > ZERO
               move "OUT OF TOLERANCE - RUN TERMINATED" to RGS-STATUS
           else
               if WS-REG-OVRD-USED > ZERO
                   move "BALANCED WITH OVERRIDE" to RGS-STATUS
               else
                   move "BALANCED" to RGS-STATUS
               end-if
           end-if
           write REG-RECON-REC from REG-STATUS-LINE
           close REG-RECON-FILE
           if WS-REG-OUT-COUNT > ZERO
               display "REGISTER SALES OUT OF TOLERANCE FOR "
                   WS-REG-OUT-COUNT " DEPT/MONTH - RUN TERMINATED"
               move 16 to RETURN-CODE
               perform 910-LOG-END
               stop run
           end-if.

       132-LOAD-REG-TOLERANCE.
           open input REG-TOL-FILE
           read REG-TOL-FILE
               AT END
                   continue
               NOT AT END
                   if TL-AMOUNT NUMERIC
                       move TL-AMOUNT to WS-REG-TOL-AMOUNT
                   end-if
                   if TL-PCT NUMERIC
                       move TL-PCT to WS-REG-TOL-PCT
                   end-if
           end-read
           close REG-TOL-FILE.

       134-LOAD-REG-TOTALS.
           open input REG-TOTAL-FILE
           perform until EOF-REGTOT = "Y"
               read REG-TOTAL-FILE
               AT END move "Y" to EOF-REGTOT
               NOT AT END
                   add 1 to WS-REG-FILE-COUNT
                   move RG-DEPT to WS-REG-DEPT
                   move RG-MONTH to WS-REG-MONTH
                   perform 137-FIND-REG-ENTRY
                   if RG-SALES NUMERIC
                       add RG-SALES to RT-REG-SALES(RG-IDX)
                   end-if
               end-read
           END-PERFORM
           close REG-TOTAL-FILE.

       135-LOAD-REG-OVERRIDES.
           open input REG-OVERRIDE-FILE
           perform until EOF-REGOVRD = "Y"
               read REG-OVERRIDE-FILE
               AT END move "Y" to EOF-REGOVRD
               NOT AT END
                   if OV-PERIOD = WS-RUN-PERIOD-NUM
                       if WS-REGOVR-COUNT = WS-REGOVR-MAX
                           display "REG-OVERRIDE-FILE HAS MORE THAN "
                               WS-REGOVR-MAX " RECORDS"
                               " - RUN TERMINATED"
                           move 16 to RETURN-CODE
                           perform 910-LOG-END
                           stop run
                       end-if
                       add 1 to WS-REGOVR-COUNT
                       set O-IDX to WS-REGOVR-COUNT
                       move OV-DEPT to RO-DEPT(O-IDX)
                       move OV-APPROVER to RO-APPROVER(O-IDX)
                   end-if
               end-read
           END-PERFORM
           close REG-OVERRIDE-FILE.

       137-FIND-REG-ENTRY.
           set RG-IDX to 1
           search T-REG
           AT END
               if WS-REG-COUNT = WS-REG-MAX
                   display "MORE THAN " WS-REG-MAX
                       " REGISTER DEPT/MONTHS - RUN TERMINATED"
                   move 16 to RETURN-CODE
                   perform 910-LOG-END
                   stop run
               end-if
               add 1 to WS-REG-COUNT
               set RG-IDX to WS-REG-COUNT
               move WS-REG-DEPT to RT-DEPT(RG-IDX)
               move WS-REG-MONTH to RT-MONTH(RG-IDX)
               move ZERO to RT-REG-SALES(RG-IDX)
               move ZERO to RT-TRANS-SALES(RG-IDX)
           WHEN RT-DEPT(RG-IDX) = WS-REG-DEPT
                   AND RT-MONTH(RG-IDX) = WS-REG-MONTH
               continue
           END-SEARCH.

       138-WRITE-REG-LINE.
           compute WS-REG-VARIANCE =
               RT-TRANS-SALES(RG-IDX) - RT-REG-SALES(RG-IDX)
           if WS-REG-VARIANCE < ZERO
               compute WS-REG-ABS-VAR = 0 - WS-REG-VARIANCE
           else
               move WS-REG-VARIANCE to WS-REG-ABS-VAR
           end-if
           compute WS-REG-PCT-AMT rounded =
               RT-REG-SALES(RG-IDX) * WS-REG-TOL-PCT / 100
           if WS-REG-PCT-AMT > WS-REG-TOL-AMOUNT
               move WS-REG-PCT-AMT to WS-REG-ALLOWED
           else
               move WS-REG-TOL-AMOUNT to WS-REG-ALLOWED
           end-if
           move RT-DEPT(RG-IDX) to RGD-DEPT
           move RT-DEPT(RG-IDX) to WS-DEPT-LOOKUP
           perform 219-DEPT-NAME-SEARCH
           move WS-DEPT-NAME to RGD-NAME
           move RT-MONTH(RG-IDX) to RGD-MONTH
           move RT-REG-SALES(RG-IDX) to RGD-REGISTER
           move RT-TRANS-SALES(RG-IDX) to RGD-TRANS
           move WS-REG-VARIANCE to RGD-VARIANCE
           move WS-REG-ALLOWED to RGD-ALLOWED
           if RT-DEPT(RG-IDX) = WS-NOMATCH-DEPT
               move "NO MATCH CLERK" to RGD-NAME
               move "NOT TESTED" to RGD-STATUS
           else
               if WS-REG-ABS-VAR > WS-REG-ALLOWED
                   move "N" to WS-REG-OVERRIDDEN
                   set O-IDX to 1
                   search T-REG-OVR
                   AT END
                       continue
                   WHEN RO-DEPT(O-IDX) = RT-DEPT(RG-IDX)
                           OR RO-DEPT(O-IDX) = ZERO
                       move "Y" to WS-REG-OVERRIDDEN
                       move RO-APPROVER(O-IDX) to WS-REG-APPROVER
                   END-SEARCH
                   if WS-REG-OVERRIDDEN = "Y"
                       move spaces to RGD-STATUS
                       string "OVERRIDE " WS-REG-APPROVER
                           delimited by size into RGD-STATUS
                       add 1 to WS-REG-OVRD-USED
                   else
                       move "OUT OF TOLERANCE" to RGD-STATUS
                       add 1 to WS-REG-OUT-COUNT
                   end-if
               else
                   move "OK" to RGD-STATUS
               end-if
           end-if
           write REG-RECON-REC from REG-DETAIL-LINE
           move spaces to REG-DETAIL-LINE.

       150-RELEASE-TRANS.
           open input TRANS-FILE
           perform until EOF-RELEASE = "Y"
           close TRANS-FILE.

       160-RELEASE-ONE.
           move ZERO to S-ADJ-AMOUNT
           move spaces to S-ADJ-REASON
           move spaces to S-ADJ-APPROVER
           perform 162-SALE-REF
           if TW-TYPE = "P"
               perform 165-RELEASE-SPLIT
           else
               if TW-TYPE = "R"
                   perform 170-MATCH-RETURN
               end-if
               move WS-NOMATCH-DEPT to S-DEPT
               set C-IDX to 1
               search T-CLERK
               WHEN T-NUM(C-IDX) = TW-CLERK-NUM
                   move T-DEPT(C-IDX) to S-DEPT
               END-SEARCH
               move WS-TRANS-WORK to S-TRANS-DATA
               if TW-TYPE = "A"
                   move ZERO to S-SALES
                   move TA-ADJ-DATA to S-ADJ-DATA
               end-if
               if (TW-TYPE = "S" OR TW-TYPE = "R")
                       AND TW-SALES NUMERIC AND TW-MONTH NUMERIC
                   move S-DEPT to WS-REG-DEPT
                   if S-PROC-CLERK > ZERO
                       move WS-NOMATCH-DEPT to WS-REG-DEPT
                       set C-IDX to 1
                       search T-CLERK
                       AT END
                           continue
                       WHEN T-NUM(C-IDX) = S-PROC-CLERK
                           move T-DEPT(C-IDX) to WS-REG-DEPT
                       END-SEARCH
                   end-if
                   move TW-MONTH to WS-REG-MONTH
                   move TW-SALES to WS-SALES-TMP
                   if TW-TYPE = "R"
                       compute WS-REG-AMOUNT = 0 - WS-SALES-TMP
                   else
                       move WS-SALES-TMP to WS-REG-AMOUNT
                   end-if
                   perform 137-FIND-REG-ENTRY
                   add WS-REG-AMOUNT to RT-TRANS-SALES(RG-IDX)
               end-if
               release SORT-REC
           end-if.

       162-SALE-REF.
           move ZERO to S-SALE-DATE
           if TW-SALE-DATE NUMERIC
               move TW-SALE-DATE to S-SALE-DATE
               move S-SALE-DATE to WS-DN-DATE
               if WS-DN-MM >= 1 AND WS-DN-MM <= 12
                   move WS-DN-MM to TW-MONTH
               end-if
           end-if
           move TW-STORE to S-STORE
           move TW-REGISTER to S-REGISTER
           move TW-INVOICE to S-INVOICE
           move TW-ORIG-INVOICE to S-ORIG-INVOICE
           move ZERO to S-PROC-CLERK
           move space to S-RET-CODE.

       170-MATCH-RETURN.
           move "N" to S-RET-CODE
           if TW-ORIG-INVOICE NOT = SPACES AND WS-INV-COUNT > 0
               set V-IDX to 1
               search T-SALE-INV
               AT END
                   continue
               WHEN IV-INVOICE(V-IDX) = TW-ORIG-INVOICE
                   move space to S-RET-CODE
                   move IV-SALE-DATE(V-IDX) to WS-ORIG-DATE
                   move IV-CLERK-NUM(V-IDX) to WS-ORIG-CLERK
               END-SEARCH
           end-if
           if S-RET-CODE = SPACE
               perform 172-RETURN-AGE
               if WS-RETURN-AGE < ZERO
                       OR WS-RETURN-AGE > WS-RETURN-DAYS
                   move "W" to S-RET-CODE
               else
                   if TW-CLERK-NUM NOT = WS-ORIG-CLERK
                       if TW-CLERK-NUM NUMERIC
                           move TW-CLERK-NUM to S-PROC-CLERK
                       end-if
                       move WS-ORIG-CLERK to TW-CLERK-NUM
                   end-if
               end-if
           end-if.

       172-RETURN-AGE.
           move ZERO to WS-RETURN-AGE
           if S-SALE-DATE > ZERO AND WS-ORIG-DATE > ZERO
               move S-SALE-DATE to WS-DN-DATE
               perform 175-DAY-NUMBER
               move WS-DN-DAYS to WS-RETURN-AGE
               move WS-ORIG-DATE to WS-DN-DATE
               perform 175-DAY-NUMBER
               subtract WS-DN-DAYS from WS-RETURN-AGE
           end-if.

       175-DAY-NUMBER.
           move ZERO to WS-DN-DAYS
           if WS-DN-YYYY > ZERO
               compute WS-DN-YEARS = WS-DN-YYYY - 1
               compute WS-DN-DAYS = WS-DN-YEARS * 365
               divide WS-DN-YEARS by 4 giving WS-DN-QUOT
               add WS-DN-QUOT to WS-DN-DAYS
               divide WS-DN-YEARS by 100 giving WS-DN-QUOT
               subtract WS-DN-QUOT from WS-DN-DAYS
               divide WS-DN-YEARS by 400 giving WS-DN-QUOT
               add WS-DN-QUOT to WS-DN-DAYS
               if WS-DN-MM >= 1 AND WS-DN-MM <= 12
                   add MD-DAYS-BEFORE(WS-DN-MM) to WS-DN-DAYS
               end-if
               add WS-DN-DD to WS-DN-DAYS
               if WS-DN-MM > 2
                   perform 177-LEAP-YEAR
                   if WS-DN-LEAP = "Y"
                       add 1 to WS-DN-DAYS
                   end-if
               end-if
           end-if.

       177-LEAP-YEAR.
           move "N" to WS-DN-LEAP
           divide WS-DN-YYYY by 4 giving WS-DN-QUOT
               remainder WS-DN-REM
           if WS-DN-REM = ZERO
               move "Y" to WS-DN-LEAP
               divide WS-DN-YYYY by 100 giving WS-DN-QUOT
                   remainder WS-DN-REM
               if WS-DN-REM = ZERO
                   move "N" to WS-DN-LEAP
                   divide WS-DN-YYYY by 400 giving WS-DN-QUOT
                       remainder WS-DN-REM
                   if WS-DN-REM = ZERO
                       move "Y" to WS-DN-LEAP
                   end-if
               end-if
           end-if.

       165-RELEASE-SPLIT.
           move "N" to WS-SPLIT-OK1
           move "N" to WS-SPLIT-OK2
                   move WS-SHARE1 to S-SALES
                   move TW-MONTH to S-MONTH
                   release SORT-REC
                   move WS-SPLIT-DEPT1 to WS-REG-DEPT
                   move TW-MONTH to WS-REG-MONTH
                   move WS-SHARE1 to WS-REG-AMOUNT
                   perform 137-FIND-REG-ENTRY
                   add WS-REG-AMOUNT to RT-TRANS-SALES(RG-IDX)
                   move WS-SPLIT-DEPT2 to S-DEPT
                   move "S" to S-TYPE
                   move TW-CLERK2 to S-CLERK-NUM
                   move WS-SHARE2 to S-SALES
                   move TW-MONTH to S-MONTH
                   release SORT-REC
                   move WS-SPLIT-DEPT2 to WS-REG-DEPT
                   move WS-SHARE2 to WS-REG-AMOUNT
                   perform 137-FIND-REG-ENTRY
                   add WS-REG-AMOUNT to RT-TRANS-SALES(RG-IDX)
               end-if
           end-if
           end-if
               display "MORE THAN " WS-SPLITX-MAX
                   " SPLIT EXCEPTIONS - RUN TERMINATED"
               move 16 to RETURN-CODE
               perform 910-LOG-END
               stop run
           end-if
           add 1 to WS-SPLITX-COUNT
                       display "TABLE-FILE HAS MORE THAN " WS-CLERK-MAX
                           " CLERKS - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   add 1 to WS-CLERK-COUNT
                   move CLERK-COM to T-COM(C-IDX)
                   move CLERK-DEPT to T-DEPT(C-IDX)
                   move CLERK-GUAR to T-GUAR(C-IDX)
                   move CLERK-STATUS to T-STATUS(C-IDX)
                   move CLERK-TERM-DATE to T-TERM-DATE(C-IDX)
                   if CLERK-TERM-DATE NOT NUMERIC
                       move ZERO to T-TERM-DATE(C-IDX)
                   end-if
                   move "N" to T-SETTLED(C-IDX)
                   move ZERO to T-YTD(C-IDX)
                   move ZERO to T-RUN-SALES(C-IDX)
                   move ZERO to T-RUN-COM(C-IDX)
                   move CK-REJECT-LINES to WS-REJECT-LINES
                   move CK-STMT-LINES to WS-STMT-LINES
                   move CK-HIST-LINES to WS-HIST-LINES
                   move CK-ADJ-LINES to WS-ADJ-LINES
                   move CK-HIST-BASE to WS-HIST-BASE
                   move CK-PAY-COUNT to WS-PAY-COUNT
                   move CK-PAY-TOTAL to WS-PAY-TOTAL
           end-read
           close CHECKPOINT-FILE.

           perform 207-TRUNCATE-EXCEPT
           perform 209-TRUNCATE-REJECT
           perform 211-TRUNCATE-STMT
           perform 213-TRUNCATE-HIST
           perform 216-TRUNCATE-ADJ.

       205-TRUNCATE-REPORT.
           move ZERO to WS-TRUNC-CTR
           close HISTORY-FILE
           close TRUNC-HIST-FILE.

       216-TRUNCATE-ADJ.
           move ZERO to WS-TRUNC-CTR
           move "N" to EOF-TRUNC
           open input ADJ-DETAIL-FILE
           open output TRUNC-ADJ-FILE
           perform until EOF-TRUNC = "Y"
                   or WS-TRUNC-CTR = WS-ADJ-LINES
               read ADJ-DETAIL-FILE
                   AT END move "Y" to EOF-TRUNC
                   NOT AT END
                       write TRUNC-ADJ-REC from ADJ-DETAIL-REC
                       add 1 to WS-TRUNC-CTR
               end-read
           end-perform
           close ADJ-DETAIL-FILE
           close TRUNC-ADJ-FILE

           move "N" to EOF-TRUNC
           open output ADJ-DETAIL-FILE
           open input TRUNC-ADJ-FILE
           perform until EOF-TRUNC = "Y"
               read TRUNC-ADJ-FILE
                   AT END move "Y" to EOF-TRUNC
                   NOT AT END
                       write ADJ-DETAIL-REC from TRUNC-ADJ-REC
               end-read
           end-perform
           close ADJ-DETAIL-FILE
           close TRUNC-ADJ-FILE.

       220-LOAD-HISTORY.
           move ZERO to WS-HIST-LINES
           move ZERO to WS-HIST-COUNT
                   end-if
                   set H-IDX to WS-HIST-NEXT
                   move HS-CLERK-NUM to HT-CLERK-NUM(H-IDX)
                   move HS-TYPE to HT-TYPE(H-IDX)
                   move HS-INVOICE to HT-INVOICE(H-IDX)
                   if HS-TYPE = "F"
                           AND HS-PERIOD NOT = WS-RUN-PERIOD-NUM
                       perform 223-MARK-SETTLED
                   end-if
               end-read
           END-PERFORM
           close HISTORY-FILE.

       224-LOAD-RETURN-WINDOW.
           open input RETURN-WINDOW-FILE
           read RETURN-WINDOW-FILE
               AT END
                   continue
               NOT AT END
                   if RW-DAYS NUMERIC AND RW-DAYS > ZERO
                       move RW-DAYS to WS-RETURN-DAYS
                   end-if
           END-READ
           close RETURN-WINDOW-FILE.

       230-LOAD-INVOICES.
           move ZERO to WS-INV-CUTOFF
           if WS-BATCH-DATE NUMERIC AND WS-BATCH-DATE > ZERO
               move WS-BATCH-DATE to WS-DN-DATE
               perform 175-DAY-NUMBER
               if WS-DN-DAYS > WS-RETURN-DAYS + WS-INV-MARGIN
                   compute WS-INV-CUTOFF = WS-DN-DAYS
                       - WS-RETURN-DAYS - WS-INV-MARGIN
               end-if
           end-if
           compute WS-ARC-YEAR = WS-RUN-YEAR - 1
           perform 232-SCAN-ARCHIVE
           move WS-RUN-YEAR to WS-ARC-YEAR
           perform 232-SCAN-ARCHIVE
           move "N" to EOF-HIST
           open input HISTORY-FILE
           perform until EOF-HIST = "Y"
               read HISTORY-FILE
               AT END move "Y" to EOF-HIST
               NOT AT END
                   perform 234-HOLD-HIST-INVOICE
               end-read
           END-PERFORM
           close HISTORY-FILE.

       232-SCAN-ARCHIVE.
           move spaces to WS-ARCH-NAME
           string "HIST" WS-ARC-YEAR ".TXT"
               delimited by size into WS-ARCH-NAME
           move "N" to EOF-ARCH
           open input ARCHIVE-FILE
           perform until EOF-ARCH = "Y"
               read ARCHIVE-FILE INTO HIST-REC
                   AT END move "Y" to EOF-ARCH
                   NOT AT END
                       if HS-TYPE = "F"
                               AND HS-PERIOD NOT = WS-RUN-PERIOD-NUM
                           perform 223-MARK-SETTLED
                       end-if
                       perform 234-HOLD-HIST-INVOICE
               END-READ
           end-perform
           close ARCHIVE-FILE.

       234-HOLD-HIST-INVOICE.
           if HS-TYPE = "S" AND HS-INVOICE NOT = SPACES
                   AND HS-SALE-DATE NUMERIC
               move HS-SALE-DATE to WS-DN-DATE
               perform 175-DAY-NUMBER
               if WS-DN-DAYS >= WS-INV-CUTOFF
                   if WS-INV-COUNT = WS-INV-MAX
                       perform 119-INVOICE-TABLE-FULL
                   else
                       add 1 to WS-INV-COUNT
                       set V-IDX to WS-INV-COUNT
                       move HS-INVOICE to IV-INVOICE(V-IDX)
                       move HS-CLERK-NUM to IV-CLERK-NUM(V-IDX)
                       move HS-SALE-DATE to IV-SALE-DATE(V-IDX)
                   end-if
               end-if
           end-if.

       204-LOAD-CHECKPOINT-YTD.
           open input CHECKPOINT-YTD-FILE
           perform until EOF-CHECKPOINT = "Y"
               read CHECKPOINT-YTD-FILE
               AT END move "Y" to EOF-CHECKPOINT
               NOT AT END
                   set C-IDX to 1
                   search T-CLERK
                   AT END
                       continue
                   WHEN T-NUM(C-IDX) = CY-CLERK-NUM
                       move CY-AMOUNT to T-YTD(C-IDX)
                       move CY-RUN-SALES to T-RUN-SALES(C-IDX)
                       move CY-RUN-COM to T-RUN-COM(C-IDX)
                       move CY-RECOV-BF to T-RECOV-BF(C-IDX)
                   END-SEARCH
                   set G-IDX to WS-GROUP-COUNT
                   move CG-SALES to G-SALES(G-IDX)
                   move CG-TYPE to G-TYPE(G-IDX)
                   move CG-SALE-DATE to G-SALE-DATE(G-IDX)
                   move CG-STORE to G-STORE(G-IDX)
                   move CG-REGISTER to G-REGISTER(G-IDX)
                   move CG-INVOICE to G-INVOICE(G-IDX)
               end-read
           END-PERFORM
           close CHECKPOINT-GROUP-FILE.
           END-PERFORM
           close CHECKPOINT-DEPT-FILE.

       214-LOAD-CHECKPOINT-ADJ.
           move "N" to EOF-CHECKPOINT
           move ZERO to WS-ADJ-COUNT
           open input CHECKPOINT-ADJ-FILE
           perform until EOF-CHECKPOINT = "Y"
               read CHECKPOINT-ADJ-FILE
               AT END move "Y" to EOF-CHECKPOINT
               NOT AT END
                   add 1 to WS-ADJ-COUNT
                   set J-IDX to WS-ADJ-COUNT
                   move CA-AMOUNT to AJ-AMOUNT(J-IDX)
                   move CA-REASON to AJ-REASON(J-IDX)
                   move CA-APPROVER to AJ-APPROVER(J-IDX)
               end-read
           END-PERFORM
           close CHECKPOINT-ADJ-FILE.

       206-SKIP-PROCESSED.
           perform WS-SKIP-COUNT times
               read SORTED-TRANS-FILE
                       display "RATE-FILE HAS MORE THAN " WS-RATE-MAX
                           " BANDS - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   add 1 to WS-RATE-COUNT
                       display "DEPT-FILE HAS MORE THAN " WS-DEPTMST-MAX
                           " DEPARTMENTS - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   add 1 to WS-DEPTMST-COUNT
           END-PERFORM
           close DEPT-FILE.

       217-LOAD-ADJ-REASONS.
           open input ADJ-REASON-FILE
           perform until EOF-ADJRSN = "Y"
               read ADJ-REASON-FILE
               AT END move "Y" to EOF-ADJRSN
               NOT AT END
                   if WS-ADJRSN-COUNT = WS-ADJRSN-MAX
                       display "ADJ-REASON-FILE HAS MORE THAN "
                           WS-ADJRSN-MAX " CODES - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   add 1 to WS-ADJRSN-COUNT
                   set A-IDX to WS-ADJRSN-COUNT
                   move AR-CODE to AT-CODE(A-IDX)
                   move AR-LIMIT to AT-LIMIT(A-IDX)
                   move AR-ACTIVE to AT-ACTIVE(A-IDX)
               end-read
           END-PERFORM
           close ADJ-REASON-FILE.

       221-LOAD-GL-MAP.
           open input GL-MAP-FILE
           perform until EOF-GLMAP = "Y"
               read GL-MAP-FILE
               AT END move "Y" to EOF-GLMAP
               NOT AT END
                   if WS-GLMAP-COUNT = WS-GLMAP-MAX
                       display "GL-MAP-FILE HAS MORE THAN "
                           WS-GLMAP-MAX " DEPARTMENTS - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   add 1 to WS-GLMAP-COUNT
                   set GM-IDX to WS-GLMAP-COUNT
                   move GM-DEPT to MP-DEPT(GM-IDX)
                   move GM-COST-CENTER to MP-COST-CENTER(GM-IDX)
                   move GM-EXPENSE-ACCT to MP-EXPENSE-ACCT(GM-IDX)
                   move GM-PAYABLE-ACCT to MP-PAYABLE-ACCT(GM-IDX)
                   move GM-GUAR-ACCT to MP-GUAR-ACCT(GM-IDX)
                   move GM-RECOV-ACCT to MP-RECOV-ACCT(GM-IDX)
                   move GM-WRITEOFF-ACCT to MP-WRITEOFF-ACCT(GM-IDX)
               end-read
           END-PERFORM
           close GL-MAP-FILE.

       222-LOAD-SETTLE-POLICY.
           open input SETTLE-POLICY-FILE
           read SETTLE-POLICY-FILE
               AT END move "D" to SP-POLICY
           END-READ
           if SP-POLICY = "W"
               move "W" to WS-SETL-POLICY
           else
               move "D" to WS-SETL-POLICY
           end-if
           close SETTLE-POLICY-FILE.

       226-LOAD-QUOTAS.
           open input QUOTA-FILE
           perform until EOF-QUOTA = "Y"
               read QUOTA-FILE
               AT END move "Y" to EOF-QUOTA
               NOT AT END
                   if WS-QUOTA-COUNT = WS-QUOTA-MAX
                       display "QUOTA-FILE HAS MORE THAN "
                           WS-QUOTA-MAX " QUOTAS - RUN TERMINATED"
                       move 16 to RETURN-CODE
                       perform 910-LOG-END
                       stop run
                   end-if
                   add 1 to WS-QUOTA-COUNT
                   set Q-IDX to WS-QUOTA-COUNT
                   move QT-CLERK-NUM to QU-CLERK-NUM(Q-IDX)
                   compute QU-PERIOD(Q-IDX) =
                       QT-YEAR * 100 + QT-MONTH
                   move QT-AMOUNT to QU-AMOUNT(Q-IDX)
                   move QT-BONUS-TYPE to QU-BONUS-TYPE(Q-IDX)
                   move QT-BONUS-FLAT to QU-BONUS-FLAT(Q-IDX)
                   move QT-BONUS-PCT to QU-BONUS-PCT(Q-IDX)
                   move ZERO to QU-ACTUAL(Q-IDX)
                   move ZERO to QU-BONUS(Q-IDX)
                   move "N" to QU-ACTIVE(Q-IDX)
               end-read
           END-PERFORM
           close QUOTA-FILE.

       227-QUOTA-SEARCH.
           move "N" to WS-QUOTA-FOUND
           if WS-QUOTA-COUNT > 0
               set Q-IDX to 1
               search T-QUOTA
               AT END
                   continue
               WHEN QU-CLERK-NUM(Q-IDX) = WS-QUOTA-CLERK
                       AND QU-PERIOD(Q-IDX) = WS-SALE-PERIOD-NUM
                   move "Y" to WS-QUOTA-FOUND
               END-SEARCH
           end-if.

       223-MARK-SETTLED.
           set C-IDX to 1
           search T-CLERK
           AT END
               continue
           WHEN T-NUM(C-IDX) = HS-CLERK-NUM
               move "Y" to T-SETTLED(C-IDX)
           END-SEARCH.

       219-DEPT-NAME-SEARCH.
           move spaces to WS-DEPT-NAME
           set M-IDX to 1
           move "Y" to WS-VALID
           move spaces to WS-REJECT-REASON
           if T-TYPE NOT = "S" AND T-TYPE NOT = "R"
                   AND T-TYPE NOT = "A"
               move "N" to WS-VALID
               move "INVALID TYPE CODE" to WS-REJECT-REASON
           end-if
                   end-if
               end-if
           end-if
           if WS-VALID = "Y" AND T-TYPE = "A"
               perform 282-VALIDATE-ADJ
           end-if
           if WS-VALID = "Y" AND T-TYPE NOT = "A"
               perform 281-VALIDATE-SALE-REF
           end-if
           if WS-VALID = "Y" AND WS-HIST-COUNT > 0
                   AND T-TYPE NOT = "A"
               set H-IDX to 1
               search T-HIST
               AT END
                   continue
               WHEN HT-INVOICE(H-IDX) = T-INVOICE
                       AND HT-TYPE(H-IDX) = T-TYPE
                       AND HT-CLERK-NUM(H-IDX) = T-CLERK-NUM
                   move "N" to WS-VALID
                   move "DUPLICATE INVOICE" to WS-REJECT-REASON
               END-SEARCH
           end-if
           if WS-VALID = "Y" AND T-TYPE NOT = "A"
               perform 289-HOLD-INVOICE
           end-if.

       281-VALIDATE-SALE-REF.
           if T-SALE-DATE NOT NUMERIC
               move "N" to WS-VALID
               move "INVALID SALE DATE" to WS-REJECT-REASON
           else
               if T-SALE-MM < 1 OR T-SALE-MM > 12
                       OR T-SALE-DD < 1 OR T-SALE-DD > 31
                   move "N" to WS-VALID
                   move "INVALID SALE DATE" to WS-REJECT-REASON
               else
                   if T-SALE-DATE > WS-BATCH-DATE
                       move "N" to WS-VALID
                       move "SALE DATE AFTER BATCH DATE"
                           to WS-REJECT-REASON
                   end-if
               end-if
           end-if
           if WS-VALID = "Y" AND T-INVOICE = SPACES
               move "N" to WS-VALID
               move "INVOICE NUMBER MISSING" to WS-REJECT-REASON
           end-if
           if WS-VALID = "Y" AND T-TYPE = "R"
               if T-RET-CODE = "N"
                   move "N" to WS-VALID
                   move "RETURN - NO ORIGINAL SALE"
                       to WS-REJECT-REASON
               end-if
               if T-RET-CODE = "W"
                   move "N" to WS-VALID
                   move "RETURN - OUTSIDE RETURN WINDOW"
                       to WS-REJECT-REASON
               end-if
           end-if.

       289-HOLD-INVOICE.
           add 1 to WS-HIST-NEXT
           if WS-HIST-NEXT > WS-HIST-MAX
               move 1 to WS-HIST-NEXT
           end-if
           if WS-HIST-COUNT < WS-HIST-MAX
               add 1 to WS-HIST-COUNT
           end-if
           set H-IDX to WS-HIST-NEXT
           move T-CLERK-NUM to HT-CLERK-NUM(H-IDX)
           move T-TYPE to HT-TYPE(H-IDX)
           move T-INVOICE to HT-INVOICE(H-IDX).

       282-VALIDATE-ADJ.
           if T-ADJ-AMOUNT NOT NUMERIC
               move "N" to WS-VALID
               move "INVALID ADJ AMOUNT - NOT NUMERIC"
                   to WS-REJECT-REASON
           else
               if T-ADJ-AMOUNT = ZERO
                   move "N" to WS-VALID
                   move "INVALID ADJ AMOUNT - ZERO"
                       to WS-REJECT-REASON
               end-if
           end-if
           if WS-VALID = "Y" AND T-ADJ-APPROVER = SPACES
               move "N" to WS-VALID
               move "ADJ APPROVER MISSING" to WS-REJECT-REASON
           end-if
           if WS-VALID = "Y"
               set A-IDX to 1
               search T-ADJ-RSN
               AT END
                   move "N" to WS-VALID
                   move "ADJ REASON CODE UNKNOWN"
                       to WS-REJECT-REASON
               WHEN AT-CODE(A-IDX) = T-ADJ-REASON
                   if AT-ACTIVE(A-IDX) NOT = "Y"
                       move "N" to WS-VALID
                       move "ADJ REASON CODE INACTIVE"
                           to WS-REJECT-REASON
                   else
                       if T-ADJ-AMOUNT < ZERO
                           compute WS-ADJ-ABS = 0 - T-ADJ-AMOUNT
                       else
                           move T-ADJ-AMOUNT to WS-ADJ-ABS
                       end-if
                       if WS-ADJ-ABS > AT-LIMIT(A-IDX)
                           move "N" to WS-VALID
                           move "ADJ EXCEEDS APPROVAL LIMIT"
                               to WS-REJECT-REASON
                       end-if
                   end-if
               END-SEARCH
           end-if.

           move T-SALES to RJ-SALES
           move T-MONTH to RJ-MONTH
           move WS-REJECT-REASON to RJ-REASON
           move T-INVOICE to RJ-INVOICE
           write REJECT-REC from REJECT-LINE
           add 1 to WS-REJECT-LINES
           move spaces to REJECT-LINE
           if T-TYPE = "A"
               move T-ADJ-APPROVER to AD-APPROVER
               move T-CLERK-NUM to AD-CLERK-NUM
               move T-DEPT-CODE to AD-DEPT
               move T-MONTH to AD-MONTH
               move T-ADJ-REASON to AD-REASON
               if T-ADJ-AMOUNT NUMERIC
                   move T-ADJ-AMOUNT to AD-AMOUNT
               else
                   move ZERO to AD-AMOUNT
               end-if
               move "R" to AD-STATUS
               move WS-REJECT-REASON to AD-REJECT-REASON
               perform 358-WRITE-ADJ-DETAIL
           end-if.

       295-WRITE-CHECKPOINT.
           move WS-TRANS-COUNT to CK-COUNT
           move WS-REJECT-LINES to CK-REJECT-LINES
           move WS-STMT-LINES to CK-STMT-LINES
           move WS-HIST-LINES to CK-HIST-LINES
           move WS-ADJ-LINES to CK-ADJ-LINES
           move WS-HIST-BASE to CK-HIST-BASE
           move WS-PAY-COUNT to CK-PAY-COUNT
           move WS-PAY-TOTAL to CK-PAY-TOTAL
           open output CHECKPOINT-FILE
           write CHECKPOINT-REC
           close CHECKPOINT-FILE
               until G-IDX > WS-GROUP-COUNT
               move G-SALES(G-IDX) to CG-SALES
               move G-TYPE(G-IDX) to CG-TYPE
               move G-SALE-DATE(G-IDX) to CG-SALE-DATE
               move G-STORE(G-IDX) to CG-STORE
               move G-REGISTER(G-IDX) to CG-REGISTER
               move G-INVOICE(G-IDX) to CG-INVOICE
               write CHECKPOINT-GROUP-REC
           END-PERFORM
           close CHECKPOINT-GROUP-FILE
               move TD-GUAR(D-IDX) to CD-GUAR
               write CHECKPOINT-DEPT-REC
           END-PERFORM
           close CHECKPOINT-DEPT-FILE

           open output CHECKPOINT-ADJ-FILE
           perform varying J-IDX from 1 by 1
               until J-IDX > WS-ADJ-COUNT
               move AJ-AMOUNT(J-IDX) to CA-AMOUNT
               move AJ-REASON(J-IDX) to CA-REASON
               move AJ-APPROVER(J-IDX) to CA-APPROVER
               write CHECKPOINT-ADJ-REC
           END-PERFORM
           close CHECKPOINT-ADJ-FILE.

       300-COM-SEARCH.

               move "Y" to WS-FOUND
           END-SEARCH.

       305-TERM-CHECK.
           if T-TYPE = "S" AND T-STATUS(C-IDX) = "T"
               move T-TERM-DATE(C-IDX) to WS-TERM-DATE
               if T-SALE-DATE NUMERIC AND T-SALE-DATE > ZERO
                   if T-SALE-DATE > T-TERM-DATE(C-IDX)
                       move "N" to WS-FOUND
                       perform 327-TERM-EXCEPTION-WRITE
                   end-if
               else
                   move T-MONTH to WS-SALE-MONTH
                   perform 307-SALE-PERIOD
                   if WS-SALE-PERIOD-NUM > WS-TERM-YYYYMM
                       move "N" to WS-FOUND
                       perform 327-TERM-EXCEPTION-WRITE
                   end-if
               end-if
           end-if.

       307-SALE-PERIOD.
           move WS-RUN-YEAR to WS-SALE-YEAR
           if WS-SALE-MONTH > WS-RUN-MONTH
               subtract 1 from WS-SALE-YEAR
           end-if.

       330-RATE-SEARCH.
           if WS-RATE-COUNT = 0
               move WS-PREV-COM to WS-BAND-RATE
           move "NO MATCH CLERK" to EX-CATEGORY
           write EXCEPTION-REC from EXCEPT-LINE
           add 1 to WS-EXCEPT-LINES
           perform 329-ADJ-EXCEPTION-DETAIL
           move spaces to EXCEPT-LINE.

       325-DEPT-EXCEPTION-WRITE.
           move "UNKNOWN DEPARTMENT" to EX-CATEGORY
           write EXCEPTION-REC from EXCEPT-LINE
           add 1 to WS-EXCEPT-LINES
           perform 329-ADJ-EXCEPTION-DETAIL
           move spaces to EXCEPT-LINE.

       327-TERM-EXCEPTION-WRITE.
           move T-CLERK-NUM to EX-CLERK-NUM
           move T-SALES to EX-SALES
           move T-MONTH to EX-MONTH
           move T-DEPT-CODE to EX-DEPT
           move "AFTER TERMINATION" to EX-CATEGORY
           write EXCEPTION-REC from EXCEPT-LINE
           add 1 to WS-EXCEPT-LINES
           perform 329-ADJ-EXCEPTION-DETAIL
           move spaces to EXCEPT-LINE.

       329-ADJ-EXCEPTION-DETAIL.
           if T-TYPE = "A"
               move T-ADJ-APPROVER to AD-APPROVER
               move T-CLERK-NUM to AD-CLERK-NUM
               move T-DEPT-CODE to AD-DEPT
               move T-MONTH to AD-MONTH
               move T-ADJ-REASON to AD-REASON
               if T-ADJ-AMOUNT NUMERIC
                   move T-ADJ-AMOUNT to AD-AMOUNT
               else
                   move ZERO to AD-AMOUNT
               end-if
               move "R" to AD-STATUS
               move EX-CATEGORY to AD-REJECT-REASON
               perform 358-WRITE-ADJ-DETAIL
           end-if.

       340-CONTROL-BREAK-CHECK.
           if WS-FIRST-REC = "Y"
               move "N" to WS-FIRST-REC
               display "MORE THAN " WS-DEPT-MAX
                   " DEPARTMENTS - RUN TERMINATED"
               move 16 to RETURN-CODE
               perform 910-LOG-END
               stop run
           end-if
           add 1 to WS-DEPT-COUNT
                   move G-SALES(G-IDX) to ST-SALES
                   move WS-CALC-COM to ST-COM
                   move "D" to ST-TYPE
                   move spaces to ST-REASON
                   move G-SALE-DATE(G-IDX) to ST-SALE-DATE
                   move G-STORE(G-IDX) to ST-STORE
                   move G-REGISTER(G-IDX) to ST-REGISTER
                   move G-INVOICE(G-IDX) to ST-INVOICE
                   write STMT-REC
                   add 1 to WS-STMT-LINES
                   move WS-PREV-NUM to HS-CLERK-NUM
                   move WS-CALC-COM to HS-COM
                   move WS-SYS-DATE to HS-RUN-DATE
                   move WS-RUN-PERIOD-NUM to HS-PERIOD
                   move G-SALE-DATE(G-IDX) to HS-SALE-DATE
                   move G-STORE(G-IDX) to HS-STORE
                   move G-REGISTER(G-IDX) to HS-REGISTER
                   move G-INVOICE(G-IDX) to HS-INVOICE
                   write HIST-REC
                   add 1 to WS-HIST-LINES
               END-PERFORM
               perform 349-CLEAR-SALE-REF
               perform 344-GUARANTEE-CHECK
               perform 348-QUOTA-BONUS
               move ZERO to WS-GROUP-COUNT
               move ZERO to WS-MONTH-SALES
               move ZERO to WS-MONTH-COM
           end-if
           if WS-ADJ-COUNT > 0
               perform 347-WRITE-ADJUSTMENTS
           end-if.

       344-GUARANTEE-CHECK.
           move "Y" to WS-GUAR-OK
           if T-STATUS(WS-PREV-TBL) = "L"
               move "N" to WS-GUAR-OK
           end-if
           if T-STATUS(WS-PREV-TBL) = "T"
               move WS-PREV-MONTH to WS-SALE-MONTH
               move T-TERM-DATE(WS-PREV-TBL) to WS-TERM-DATE
               perform 307-SALE-PERIOD
               if WS-SALE-PERIOD-NUM > WS-TERM-YYYYMM
                   move "N" to WS-GUAR-OK
               end-if
           end-if
           if WS-GUAR-OK = "Y" AND T-GUAR(WS-PREV-TBL) > ZERO
                   AND WS-MONTH-COM < T-GUAR(WS-PREV-TBL)
               compute WS-TOPUP =
                   T-GUAR(WS-PREV-TBL) - WS-MONTH-COM
               move ZERO to ST-SALES
               move WS-TOPUP to ST-COM
               move "G" to ST-TYPE
               move spaces to ST-REASON
               write STMT-REC
               add 1 to WS-STMT-LINES
               move WS-PREV-NUM to HS-CLERK-NUM
               add 1 to WS-HIST-LINES
           end-if.

       348-QUOTA-BONUS.
           move WS-PREV-NUM to WS-QUOTA-CLERK
           move WS-PREV-MONTH to WS-SALE-MONTH
           perform 307-SALE-PERIOD
           perform 227-QUOTA-SEARCH
           move ZERO to WS-QUOTA-BONUS
           if WS-QUOTA-FOUND = "Y"
               if QU-AMOUNT(Q-IDX) > ZERO
                       AND WS-MONTH-SALES >= QU-AMOUNT(Q-IDX)
                   if QU-BONUS-TYPE(Q-IDX) = "P"
                       compute WS-QUOTA-BONUS rounded =
                           WS-MONTH-SALES * QU-BONUS-PCT(Q-IDX)
                   else
                       move QU-BONUS-FLAT(Q-IDX) to WS-QUOTA-BONUS
                   end-if
               end-if
           end-if
           if WS-QUOTA-BONUS > ZERO
               perform 255-PAGE-CHECK
               move WS-QUOTA-BONUS to QL-COM
               write REPORT-REC from QUOTA-LINE
               add 1 to WS-LINE-COUNT
               add 1 to WS-REPORT-LINES
               add WS-QUOTA-BONUS to WS-CLERK-TOTAL
               add WS-QUOTA-BONUS to WS-DEPT-TOTAL
               add WS-QUOTA-BONUS to WS-GRAND-TOTAL
               add WS-QUOTA-BONUS to T-YTD(WS-PREV-TBL)
               add WS-QUOTA-BONUS to T-RUN-COM(WS-PREV-TBL)
               move WS-PREV-NUM to ST-CLERK-NUM
               move WS-PREV-MONTH to ST-MONTH
               move ZERO to ST-SALES
               move WS-QUOTA-BONUS to ST-COM
               move "Q" to ST-TYPE
               move spaces to ST-REASON
               write STMT-REC
               add 1 to WS-STMT-LINES
               move WS-PREV-NUM to HS-CLERK-NUM
               move WS-PREV-MONTH to HS-MONTH
               move "Q" to HS-TYPE
               move ZERO to HS-SALES
               move WS-QUOTA-BONUS to HS-COM
               move WS-SYS-DATE to HS-RUN-DATE
               move WS-RUN-PERIOD-NUM to HS-PERIOD
               write HIST-REC
               add 1 to WS-HIST-LINES
           end-if.

       347-WRITE-ADJUSTMENTS.
           perform 349-CLEAR-SALE-REF
           perform varying J-IDX from 1 by 1
               until J-IDX > WS-ADJ-COUNT
               perform 255-PAGE-CHECK
               move WS-PREV-NUM to AL-NUM
               move WS-PREV-NAME to AL-NAME
               move WS-PREV-MONTH to AL-MONTH
               move AJ-REASON(J-IDX) to AL-REASON
               move AJ-AMOUNT(J-IDX) to AL-COM
               move AJ-APPROVER(J-IDX) to AL-APPROVER
               write REPORT-REC from ADJ-REPORT
               add 1 to WS-LINE-COUNT
               add 1 to WS-REPORT-LINES
               add AJ-AMOUNT(J-IDX) to WS-CLERK-TOTAL
               add AJ-AMOUNT(J-IDX) to WS-DEPT-TOTAL
               add AJ-AMOUNT(J-IDX) to WS-GRAND-TOTAL
               add AJ-AMOUNT(J-IDX) to T-YTD(WS-PREV-TBL)
               add AJ-AMOUNT(J-IDX) to T-RUN-COM(WS-PREV-TBL)
               move WS-PREV-NUM to ST-CLERK-NUM
               move WS-PREV-MONTH to ST-MONTH
               move ZERO to ST-SALES
               move AJ-AMOUNT(J-IDX) to ST-COM
               move "A" to ST-TYPE
               move AJ-REASON(J-IDX) to ST-REASON
               write STMT-REC
               add 1 to WS-STMT-LINES
               move WS-PREV-NUM to HS-CLERK-NUM
               move WS-PREV-MONTH to HS-MONTH
               move "A" to HS-TYPE
               move ZERO to HS-SALES
               move AJ-AMOUNT(J-IDX) to HS-COM
               move WS-SYS-DATE to HS-RUN-DATE
               move WS-RUN-PERIOD-NUM to HS-PERIOD
               write HIST-REC
               add 1 to WS-HIST-LINES
               move AJ-APPROVER(J-IDX) to AD-APPROVER
               move WS-PREV-NUM to AD-CLERK-NUM
               move WS-PREV-DEPT to AD-DEPT
               move WS-PREV-MONTH to AD-MONTH
               move AJ-REASON(J-IDX) to AD-REASON
               move AJ-AMOUNT(J-IDX) to AD-AMOUNT
               move "A" to AD-STATUS
               move spaces to AD-REJECT-REASON
               perform 358-WRITE-ADJ-DETAIL
           END-PERFORM
           move ZERO to WS-ADJ-COUNT.

       349-CLEAR-SALE-REF.
           move ZERO to ST-SALE-DATE
           move spaces to ST-STORE
           move spaces to ST-REGISTER
           move spaces to ST-INVOICE
           move ZERO to HS-SALE-DATE
           move spaces to HS-STORE
           move spaces to HS-REGISTER
           move spaces to HS-INVOICE.

       345-WRITE-CLERK-TOTAL.
           perform 255-PAGE-CHECK
           move WS-PREV-NUM to CT-NUM
           display "CLERK-MONTH HAS MORE THAN " WS-GROUP-MAX
               " SALES - RUN TERMINATED"
           move 16 to RETURN-CODE
           perform 910-LOG-END
           stop run
       end-if
       add 1 to WS-GROUP-COUNT
           move T-SALES to G-SALES(G-IDX)
       end-if
       move T-TYPE to G-TYPE(G-IDX)
       move T-SALE-DATE to G-SALE-DATE(G-IDX)
       move T-STORE to G-STORE(G-IDX)
       move T-REGISTER to G-REGISTER(G-IDX)
       move T-INVOICE to G-INVOICE(G-IDX)
       add G-SALES(G-IDX) to WS-MONTH-SALES.

       355-HOLD-ADJUSTMENT.
           if WS-ADJ-COUNT = WS-ADJ-MAX
               display "CLERK-MONTH HAS MORE THAN " WS-ADJ-MAX
                   " ADJUSTMENTS - RUN TERMINATED"
               move 16 to RETURN-CODE
               perform 910-LOG-END
               stop run
           end-if
           add 1 to WS-ADJ-COUNT
           set J-IDX to WS-ADJ-COUNT
           move T-ADJ-AMOUNT to AJ-AMOUNT(J-IDX)
           move T-ADJ-REASON to AJ-REASON(J-IDX)
           move T-ADJ-APPROVER to AJ-APPROVER(J-IDX).

       358-WRITE-ADJ-DETAIL.
           move WS-RUN-PERIOD-NUM to AD-PERIOD
           move WS-RUN-NUM to AD-RUN-NUM
           write ADJ-DETAIL-REC
           add 1 to WS-ADJ-LINES.

       380-FINAL-TOTALS.
           if WS-FIRST-REC = "N"
               perform 343-MONTH-BREAK
       392-WRITE-PAYROLL.
           move ZERO to WS-PAY-COUNT
           move ZERO to WS-PAY-TOTAL
           move ZERO to WS-SETTLE-COUNT
           open output PAYROLL-FILE
           open output NEW-RECOV-FILE
           open output SETTLE-FILE
           move WS-DATE-DISPLAY to SH-DATE
           move WS-PERIOD-DISPLAY to SH-PERIOD
           write SETTLE-REC from SETTLE-HEADER-1
           write SETTLE-REC from BLANK-LINE
           perform varying C-IDX from 1 by 1
               until C-IDX > WS-CLERK-COUNT
               perform 393-APPLY-RECOVERY
               if WS-SETTLING = "Y"
                   move "F" to PE-REC-TYPE
               else
                   move "D" to PE-REC-TYPE
               end-if
               move T-NUM(C-IDX) to PE-CLERK-NUM
               move WS-RUN-MONTH to PE-MONTH
               move T-RUN-SALES(C-IDX) to PE-SALES
               move WS-RECOV-BF to NR-BF
               move WS-RECOVERED to NR-RECOVERED
               move WS-RECOV-BAL to NR-BALANCE
               move WS-WRITEOFF to NR-WRITEOFF
               move WS-RECOV-ADDED to NR-ADDED
               write NEW-RECOV-REC
               if WS-SETTLING = "Y"
                   perform 391-WRITE-SETTLEMENT
               end-if
           END-PERFORM
           if WS-SETTLE-COUNT = ZERO
               write SETTLE-REC from SETTLE-NONE-LINE
           end-if
           close SETTLE-FILE
           perform 395-WRITE-PAY-MEMOS
           move spaces to PAY-TRAILER-REC
           move "T" to PT-REC-TYPE
           move WS-PAY-COUNT to PT-COUNT
           close PAYROLL-FILE
           close NEW-RECOV-FILE.

       391-WRITE-SETTLEMENT.
           perform 349-CLEAR-SALE-REF
           add 1 to WS-SETTLE-COUNT
           move T-NUM(C-IDX) to SL-NUM
           move T-NAME(C-IDX) to SL-NAME
           move T-DEPT(C-IDX) to SL-DEPT
           move T-DEPT(C-IDX) to WS-DEPT-LOOKUP
           perform 219-DEPT-NAME-SEARCH
           move WS-DEPT-NAME to SL-DEPT-NAME
           write SETTLE-REC from SETTLE-CLERK-LINE
           move T-TERM-DATE(C-IDX) to SL-TERM-DATE
           if WS-SETL-POLICY = "W"
               move "WRITE OFF BALANCE" to SL-POLICY
           else
               move "DEDUCT FROM PAY" to SL-POLICY
           end-if
           write SETTLE-REC from SETTLE-TERM-LINE
           write SETTLE-REC from BLANK-LINE
           move "COMMISSION THIS PERIOD" to SL-LABEL
           move T-RUN-COM(C-IDX) to SL-AMOUNT
           write SETTLE-REC from SETTLE-AMOUNT-LINE
           move "YEAR-TO-DATE COMMISSION" to SL-LABEL
           move T-YTD(C-IDX) to SL-AMOUNT
           write SETTLE-REC from SETTLE-AMOUNT-LINE
           move "RECOVERY BALANCE BROUGHT FORWARD" to SL-LABEL
           move WS-RECOV-BF to SL-AMOUNT
           write SETTLE-REC from SETTLE-AMOUNT-LINE
           move "DEDUCTED FROM FINAL PAY" to SL-LABEL
           move WS-RECOVERED to SL-AMOUNT
           write SETTLE-REC from SETTLE-AMOUNT-LINE
           move "RECOVERY WRITTEN OFF" to SL-LABEL
           move WS-WRITEOFF to SL-AMOUNT
           write SETTLE-REC from SETTLE-AMOUNT-LINE
           move "FINAL PAYMENT" to SL-LABEL
           move WS-PAY-NET to SL-AMOUNT
           write SETTLE-REC from SETTLE-AMOUNT-LINE
           move "BALANCE STILL OWED" to SL-LABEL
           move WS-RECOV-BAL to SL-AMOUNT
           write SETTLE-REC from SETTLE-AMOUNT-LINE
           write SETTLE-REC from BLANK-LINE
           write SETTLE-REC from SETTLE-RULE-LINE
           write SETTLE-REC from BLANK-LINE
           move T-NUM(C-IDX) to HS-CLERK-NUM
           move WS-RUN-MONTH to HS-MONTH
           move "F" to HS-TYPE
           move ZERO to HS-SALES
           move ZERO to HS-COM
           move WS-SYS-DATE to HS-RUN-DATE
           move WS-RUN-PERIOD-NUM to HS-PERIOD
           write HIST-REC
           add 1 to WS-HIST-LINES.

       393-APPLY-RECOVERY.
           move "N" to WS-SETTLING
           move ZERO to WS-WRITEOFF
           if T-STATUS(C-IDX) = "T" AND T-SETTLED(C-IDX) = "N"
               move T-TERM-DATE(C-IDX) to WS-TERM-DATE
               if WS-TERM-YYYYMM NOT > WS-RUN-PERIOD-NUM
                   move "Y" to WS-SETTLING
               end-if
           end-if
           move T-RECOV-BF(C-IDX) to WS-RECOV-BF
           if T-RUN-COM(C-IDX) < ZERO
               move ZERO to WS-RECOVERED
                   T-RUN-COM(C-IDX) - WS-RECOVERED
               compute WS-RECOV-BAL =
                   WS-RECOV-BF - WS-RECOVERED
           end-if
           if WS-SETTLING = "Y" AND WS-SETL-POLICY = "W"
               compute WS-WRITEOFF = WS-RECOV-BAL + WS-RECOVERED
               compute WS-PAY-NET = WS-PAY-NET + WS-RECOVERED
               move ZERO to WS-RECOVERED
               move ZERO to WS-RECOV-BAL
           end-if
           compute WS-RECOV-ADDED = WS-RECOV-BAL + WS-RECOVERED
               + WS-WRITEOFF - WS-RECOV-BF
           if WS-RECOV-ADDED < ZERO
               move ZERO to WS-RECOV-ADDED
           end-if.

       395-WRITE-PAY-MEMOS.
           close STMT-FILE
           move "N" to EOF-STMT
           open input STMT-FILE
           perform until EOF-STMT = "Y"
               read STMT-FILE
               AT END move "Y" to EOF-STMT
               NOT AT END
                   if ST-TYPE = "A" OR ST-TYPE = "Q"
                       move spaces to PAY-MEMO-REC
                       move ST-TYPE to PM-REC-TYPE
                       move ST-CLERK-NUM to PM-CLERK-NUM
                       move ST-MONTH to PM-MONTH
                       move ST-COM to PM-AMOUNT
                       move ST-REASON to PM-CODE
                       write PAY-MEMO-REC
                   end-if
               end-read
           END-PERFORM
           close STMT-FILE.

       394-GL-DEPT-TOTALS.
           perform varying D-IDX from 1 by 1
               until D-IDX > WS-DEPT-COUNT
               move ZERO to TD-PAY(D-IDX)
               move ZERO to TD-RECOVERED(D-IDX)
               move ZERO to TD-DEFICIT(D-IDX)
               move ZERO to TD-WRITEOFF(D-IDX)
           END-PERFORM
           perform varying C-IDX from 1 by 1
               until C-IDX > WS-CLERK-COUNT
               perform 393-APPLY-RECOVERY
               if WS-PAY-NET NOT = ZERO OR WS-RECOVERED NOT = ZERO
                       OR WS-RECOV-BAL NOT = WS-RECOV-BF
                       OR WS-WRITEOFF NOT = ZERO
                   set D-IDX to 1
                   search T-DEPT-TOT
                   AT END
                       if WS-DEPT-COUNT = WS-DEPT-MAX
                           display "MORE THAN " WS-DEPT-MAX
                               " DEPARTMENTS - RUN TERMINATED"
                           move 16 to RETURN-CODE
                           perform 910-LOG-END
                           stop run
                       end-if
                       add 1 to WS-DEPT-COUNT
                       set D-IDX to WS-DEPT-COUNT
                       move T-DEPT(C-IDX) to TD-DEPT(D-IDX)
                       move ZERO to TD-TOTAL(D-IDX)
                       move ZERO to TD-GUAR(D-IDX)
                       move ZERO to TD-PAY(D-IDX)
                       move ZERO to TD-RECOVERED(D-IDX)
                       move ZERO to TD-DEFICIT(D-IDX)
                       move ZERO to TD-WRITEOFF(D-IDX)
                   WHEN TD-DEPT(D-IDX) = T-DEPT(C-IDX)
                       continue
                   END-SEARCH
                   add WS-PAY-NET to TD-PAY(D-IDX)
                   add WS-RECOVERED to TD-RECOVERED(D-IDX)
                   add WS-WRITEOFF to TD-WRITEOFF(D-IDX)
                   add WS-RECOV-ADDED to TD-DEFICIT(D-IDX)
               end-if
           END-PERFORM.

       396-WRITE-GL-JOURNAL.
           move ZERO to WS-GL-SEQ
           move ZERO to WS-GL-DEBITS
           move ZERO to WS-GL-CREDITS
           move ZERO to WS-GL-PAYABLE
           move ZERO to WS-GL-UNMAPPED
           move "C" to WS-GL-PASS
           perform varying D-IDX from 1 by 1
               until D-IDX > WS-DEPT-COUNT
               perform 387-POST-DEPT-ENTRIES
           END-PERFORM

           open output GL-JOURNAL-FILE
           move spaces to GL-HEADER-REC
           move "H" to GH-REC-TYPE
           move "COMMRUN" to GH-SOURCE
           move WS-RUN-PERIOD-NUM to GH-PERIOD
           move WS-RUN-NUM to GH-RUN-NUM
           move WS-SYS-DATE to GH-RUN-DATE
           move WS-GL-SEQ to GH-LINE-COUNT
           move WS-GL-DEBITS to GH-DEBIT-TOTAL
           move WS-GL-CREDITS to GH-CREDIT-TOTAL
           write GL-HEADER-REC

           move ZERO to WS-GL-SEQ
           move ZERO to WS-GL-DEBITS
           move ZERO to WS-GL-CREDITS
           move ZERO to WS-GL-PAYABLE
           move ZERO to WS-GL-UNMAPPED
           move "W" to WS-GL-PASS
           perform varying D-IDX from 1 by 1
               until D-IDX > WS-DEPT-COUNT
               perform 387-POST-DEPT-ENTRIES
           END-PERFORM

           move spaces to GL-TRAILER-REC
           move "T" to GT-REC-TYPE
           move WS-GL-SEQ to GT-LINE-COUNT
           move WS-GL-DEBITS to GT-DEBIT-TOTAL
           move WS-GL-CREDITS to GT-CREDIT-TOTAL
           move WS-GL-PAYABLE to GT-PAYABLE-TOTAL
           write GL-TRAILER-REC
           close GL-JOURNAL-FILE

           if WS-GL-DEBITS NOT = WS-GL-CREDITS
               display "GL JOURNAL DEBITS NOT EQUAL TO CREDITS"
               move 8 to RETURN-CODE
           end-if
           if WS-GL-PAYABLE NOT = WS-PAY-TOTAL
               display "GL JOURNAL PAYABLE DOES NOT TIE TO PAYEXT.TXT"
                   " TRAILER"
               move 8 to RETURN-CODE
           end-if
           if WS-GL-UNMAPPED > ZERO
               display WS-GL-UNMAPPED " DEPARTMENTS HAVE NO GL MAPPING"
                   " IN GLMAP.TXT"
               move 8 to RETURN-CODE
           end-if.

       387-POST-DEPT-ENTRIES.
           move TD-DEPT(D-IDX) to WS-DEPT-LOOKUP
           perform 388-GL-MAP-SEARCH
           compute WS-GL-AMOUNT = TD-TOTAL(D-IDX) - TD-GUAR(D-IDX)
           move "D" to WS-GL-SIDE
           move WS-GL-EXPENSE-ACCT to WS-GL-ACCOUNT
           move "COMMISSION EXPENSE" to WS-GL-DESC
           perform 389-WRITE-GL-LINE
           move TD-GUAR(D-IDX) to WS-GL-AMOUNT
           move "D" to WS-GL-SIDE
           move WS-GL-GUAR-ACCT to WS-GL-ACCOUNT
           move "GUARANTEE TOP-UP" to WS-GL-DESC
           perform 389-WRITE-GL-LINE
           move TD-DEFICIT(D-IDX) to WS-GL-AMOUNT
           move "D" to WS-GL-SIDE
           move WS-GL-RECOV-ACCT to WS-GL-ACCOUNT
           move "RECOVERY DEFICIT" to WS-GL-DESC
           perform 389-WRITE-GL-LINE
           move TD-RECOVERED(D-IDX) to WS-GL-AMOUNT
           move "C" to WS-GL-SIDE
           move WS-GL-RECOV-ACCT to WS-GL-ACCOUNT
           move "RECOVERY APPLIED" to WS-GL-DESC
           perform 389-WRITE-GL-LINE
           move TD-WRITEOFF(D-IDX) to WS-GL-AMOUNT
           move "D" to WS-GL-SIDE
           move WS-GL-WRITEOFF-ACCT to WS-GL-ACCOUNT
           move "RECOVERY WRITE-OFF" to WS-GL-DESC
           perform 389-WRITE-GL-LINE
           move TD-WRITEOFF(D-IDX) to WS-GL-AMOUNT
           move "C" to WS-GL-SIDE
           move WS-GL-RECOV-ACCT to WS-GL-ACCOUNT
           move "RECOVERY WRITTEN OFF" to WS-GL-DESC
           perform 389-WRITE-GL-LINE
           move TD-PAY(D-IDX) to WS-GL-AMOUNT
           add TD-PAY(D-IDX) to WS-GL-PAYABLE
           move "C" to WS-GL-SIDE
           move WS-GL-PAYABLE-ACCT to WS-GL-ACCOUNT
           move "COMMISSION PAYABLE" to WS-GL-DESC
           perform 389-WRITE-GL-LINE.

       388-GL-MAP-SEARCH.
           move "N" to WS-GL-MAPPED
           move spaces to WS-GL-COST-CENTER
           move spaces to WS-GL-EXPENSE-ACCT
           move spaces to WS-GL-PAYABLE-ACCT
           move spaces to WS-GL-GUAR-ACCT
           move spaces to WS-GL-RECOV-ACCT
           move spaces to WS-GL-WRITEOFF-ACCT
           set GM-IDX to 1
           search T-GL-MAP
           AT END
               continue
           WHEN MP-DEPT(GM-IDX) = WS-DEPT-LOOKUP
               move "Y" to WS-GL-MAPPED
           END-SEARCH
           if WS-GL-MAPPED = "N"
               set GM-IDX to 1
               search T-GL-MAP
               AT END
                   add 1 to WS-GL-UNMAPPED
               WHEN MP-DEPT(GM-IDX) = ZERO
                   move "Y" to WS-GL-MAPPED
               END-SEARCH
           end-if
           if WS-GL-MAPPED = "Y"
               move MP-COST-CENTER(GM-IDX) to WS-GL-COST-CENTER
               move MP-EXPENSE-ACCT(GM-IDX) to WS-GL-EXPENSE-ACCT
               move MP-PAYABLE-ACCT(GM-IDX) to WS-GL-PAYABLE-ACCT
               move MP-GUAR-ACCT(GM-IDX) to WS-GL-GUAR-ACCT
               move MP-RECOV-ACCT(GM-IDX) to WS-GL-RECOV-ACCT
               move MP-WRITEOFF-ACCT(GM-IDX) to WS-GL-WRITEOFF-ACCT
           end-if.

       389-WRITE-GL-LINE.
           if WS-GL-AMOUNT NOT = ZERO
               if WS-GL-AMOUNT < ZERO
                   compute WS-GL-AMOUNT = 0 - WS-GL-AMOUNT
                   if WS-GL-SIDE = "D"
                       move "C" to WS-GL-SIDE
                   else
                       move "D" to WS-GL-SIDE
                   end-if
               end-if
               add 1 to WS-GL-SEQ
               if WS-GL-SIDE = "D"
                   add WS-GL-AMOUNT to WS-GL-DEBITS
               else
                   add WS-GL-AMOUNT to WS-GL-CREDITS
               end-if
               if WS-GL-PASS = "W"
                   move spaces to GL-DETAIL-REC
                   move "D" to GD-REC-TYPE
                   move WS-GL-SEQ to GD-SEQ
                   move TD-DEPT(D-IDX) to GD-DEPT
                   move WS-GL-COST-CENTER to GD-COST-CENTER
                   move WS-GL-ACCOUNT to GD-ACCOUNT
                   move WS-GL-SIDE to GD-DR-CR
                   move WS-GL-AMOUNT to GD-AMOUNT
                   move WS-GL-DESC to GD-DESC
                   write GL-DETAIL-REC
               end-if
           end-if.

       390-WRITE-NEW-YTD.
               write NEW-YTD-REC
           END-PERFORM.

       400-QUOTA-ATTAINMENT.
           close HISTORY-FILE
           move "N" to EOF-HIST
           move ZERO to WS-HIST-SKIP
           open input HISTORY-FILE
           perform until EOF-HIST = "Y"
               read HISTORY-FILE
               AT END move "Y" to EOF-HIST
               NOT AT END
                   add 1 to WS-HIST-SKIP
                   if WS-HIST-SKIP > WS-HIST-BASE
                       perform 405-QUOTA-ACTUAL
                   end-if
               end-read
           END-PERFORM
           close HISTORY-FILE

           sort QUOTA-SORT-FILE
               on ascending key QS-DEPT QS-CLERK-NUM QS-PERIOD
               input procedure 410-RELEASE-QUOTAS
               giving QUOTA-SORTED-FILE

           perform 420-PRINT-QUOTAS.

       405-QUOTA-ACTUAL.
           if HS-TYPE = "S" OR HS-TYPE = "R" OR HS-TYPE = "Q"
               move HS-CLERK-NUM to WS-QUOTA-CLERK
               move HS-MONTH to WS-SALE-MONTH
               perform 307-SALE-PERIOD
               perform 227-QUOTA-SEARCH
               if WS-QUOTA-FOUND = "Y"
                   move "Y" to QU-ACTIVE(Q-IDX)
                   if HS-TYPE = "Q"
                       add HS-COM to QU-BONUS(Q-IDX)
                   else
                       add HS-SALES to QU-ACTUAL(Q-IDX)
                   end-if
               end-if
           end-if.

       410-RELEASE-QUOTAS.
           perform varying Q-IDX from 1 by 1
               until Q-IDX > WS-QUOTA-COUNT
               if QU-ACTIVE(Q-IDX) = "Y"
                       OR QU-PERIOD(Q-IDX) = WS-RUN-PERIOD-NUM
                   move WS-NOMATCH-DEPT to QS-DEPT
                   move spaces to QS-NAME
                   set C-IDX to 1
                   search T-CLERK
                   AT END
                       continue
                   WHEN T-NUM(C-IDX) = QU-CLERK-NUM(Q-IDX)
                       move T-DEPT(C-IDX) to QS-DEPT
                       move T-NAME(C-IDX) to QS-NAME
                   END-SEARCH
                   move QU-CLERK-NUM(Q-IDX) to QS-CLERK-NUM
                   move QU-PERIOD(Q-IDX) to QS-PERIOD
                   move QU-AMOUNT(Q-IDX) to QS-QUOTA
                   move QU-ACTUAL(Q-IDX) to QS-ACTUAL
                   move QU-BONUS(Q-IDX) to QS-BONUS
                   release QUOTA-SORT-REC
               end-if
           END-PERFORM.

       420-PRINT-QUOTAS.
           open input QUOTA-SORTED-FILE
           open output QUOTA-REPORT-FILE
           move WS-DATE-DISPLAY to QH-DATE
           move WS-PERIOD-DISPLAY to QH-PERIOD
           write QUOTA-REPORT-REC from QUOTA-HEADER-1
           write QUOTA-REPORT-REC from BLANK-LINE
           write QUOTA-REPORT-REC from QUOTA-HEADER-2
           write QUOTA-REPORT-REC from BLANK-LINE
           perform until EOF-QUOTASRT = "Y"
               read QUOTA-SORTED-FILE
               AT END move "Y" to EOF-QUOTASRT
               NOT AT END
                   if WS-QUOTA-FIRST = "Y"
                       move "N" to WS-QUOTA-FIRST
                       perform 422-QUOTA-DEPT-HEADER
                   else
                       if QR-DEPT NOT = WS-QUOTA-PREV-DEPT
                           perform 426-QUOTA-DEPT-TOTAL
                           perform 422-QUOTA-DEPT-HEADER
                       end-if
                   end-if
                   perform 424-QUOTA-DETAIL
               end-read
           END-PERFORM
           if WS-QUOTA-FIRST = "N"
               perform 426-QUOTA-DEPT-TOTAL
               perform 428-QUOTA-GRAND-TOTAL
           else
               write QUOTA-REPORT-REC from QUOTA-NONE-LINE
           end-if
           close QUOTA-SORTED-FILE
           close QUOTA-REPORT-FILE.

       422-QUOTA-DEPT-HEADER.
           move QR-DEPT to WS-QUOTA-PREV-DEPT
           move QR-DEPT to QD-DEPT
           move QR-DEPT to WS-DEPT-LOOKUP
           perform 219-DEPT-NAME-SEARCH
           move WS-DEPT-NAME to QD-NAME
           write QUOTA-REPORT-REC from QUOTA-DEPT-LINE
           write QUOTA-REPORT-REC from BLANK-LINE
           move ZERO to WS-QD-QUOTA
           move ZERO to WS-QD-ACTUAL
           move ZERO to WS-QD-BONUS
           move ZERO to WS-QD-BELOW.

       424-QUOTA-DETAIL.
           move QR-CLERK-NUM to QDL-CLERK-NUM
           move QR-NAME to QDL-NAME
           move QR-PERIOD to QDL-PERIOD
           move QR-QUOTA to QDL-QUOTA
           move QR-ACTUAL to QDL-ACTUAL
           move QR-BONUS to QDL-BONUS
           move ZERO to WS-QUOTA-PCT
           if QR-QUOTA > ZERO
               compute WS-QUOTA-PCT rounded =
                   QR-ACTUAL * 100 / QR-QUOTA
           end-if
           move WS-QUOTA-PCT to QDL-PCT
           move spaces to QDL-FLAG
           if WS-QUOTA-PCT < WS-QUOTA-FLOOR
               move "BELOW 80%" to QDL-FLAG
               add 1 to WS-QD-BELOW
               add 1 to WS-QG-BELOW
           end-if
           write QUOTA-REPORT-REC from QUOTA-DETAIL-LINE
           add QR-QUOTA to WS-QD-QUOTA
           add QR-ACTUAL to WS-QD-ACTUAL
           add QR-BONUS to WS-QD-BONUS
           add QR-QUOTA to WS-QG-QUOTA
           add QR-ACTUAL to WS-QG-ACTUAL
           add QR-BONUS to WS-QG-BONUS
           add 1 to WS-QG-COUNT.

       426-QUOTA-DEPT-TOTAL.
           move "TOTAL DEPARTMENT" to QTL-LABEL
           move WS-QUOTA-PREV-DEPT to QTL-DEPT
           move WS-QD-QUOTA to QTL-QUOTA
           move WS-QD-ACTUAL to QTL-ACTUAL
           move ZERO to WS-QUOTA-PCT
           if WS-QD-QUOTA > ZERO
               compute WS-QUOTA-PCT rounded =
                   WS-QD-ACTUAL * 100 / WS-QD-QUOTA
           end-if
           move WS-QUOTA-PCT to QTL-PCT
           move WS-QD-BONUS to QTL-BONUS
           move WS-QD-BELOW to QTL-BELOW
           write QUOTA-REPORT-REC from BLANK-LINE
           write QUOTA-REPORT-REC from QUOTA-TOTAL-LINE
           write QUOTA-REPORT-REC from BLANK-LINE.

       428-QUOTA-GRAND-TOTAL.
           move "GRAND TOTAL" to QTL-LABEL
           move spaces to QTL-DEPT
           move WS-QG-QUOTA to QTL-QUOTA
           move WS-QG-ACTUAL to QTL-ACTUAL
           move ZERO to WS-QUOTA-PCT
           if WS-QG-QUOTA > ZERO
               compute WS-QUOTA-PCT rounded =
                   WS-QG-ACTUAL * 100 / WS-QG-QUOTA
           end-if
           move WS-QUOTA-PCT to QTL-PCT
           move WS-QG-BONUS to QTL-BONUS
           move WS-QG-BELOW to QTL-BELOW
           write QUOTA-REPORT-REC from QUOTA-TOTAL-LINE.

       399-WRITE-RUN-TOTALS.
           move WS-RUN-PERIOD-NUM to CTL-RT-PERIOD
           move WS-RUN-NUM to CTL-RT-RUN-NUM
           move WS-SYS-DATE to CTL-RT-RUN-DATE
           compute CTL-RT-HIST-ROWS = WS-HIST-LINES - WS-HIST-BASE
           move WS-GRAND-TOTAL to CTL-RT-COM
           move WS-PAY-COUNT to CTL-RT-PAY-COUNT
           move WS-PAY-TOTAL to CTL-RT-PAY-TOTAL
           open extend CONTROL-FILE
           write CONTROL-REC from CTL-BLANK-LINE
           write CONTROL-REC from CTL-RUNTOT-LINE
           close CONTROL-FILE.

       398-CLOSE-RUN-CONTROL.
           move WS-RUN-YEAR to RC-YEAR
           move WS-RUN-MONTH to RC-MONTH
           open output CHECKPOINT-GROUP-FILE
           close CHECKPOINT-GROUP-FILE
           open output CHECKPOINT-DEPT-FILE
           close CHECKPOINT-DEPT-FILE
           open output CHECKPOINT-ADJ-FILE
           close CHECKPOINT-ADJ-FILE.

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
