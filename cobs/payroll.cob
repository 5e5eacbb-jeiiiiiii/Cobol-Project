      *DATE-COMPILED. 08/22/26.
      *SECURITY. ONLY ME.
      *REMARKS. FACULTY PAYROLL RUN WITH DEDUCTIONS AND PAYSLIPS.
      *         THE DECEMBER RUN ALSO APPLIES THE YEAR-END TAX
      *         ADJUSTMENT LEFT IN YEADJ BY THE ANNUAL TAX RUN.
      *         BOARD EXAM PROCTOR HONORARIA RELEASED IN PROCASGN ARE
      *         PAID AS A SEPARATE TAXABLE EARNINGS LINE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS DT-KEY
                 FILE STATUS IS DT-STATUS.
            SELECT PAYCRED ASSIGN TO "PAYCRED.DAT"
                 FILE STATUS IS CR-STATUS.
            SELECT SALSCHED ASSIGN TO "SALSCHED.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SS-KEY
                 FILE STATUS IS SS-STATUS.
            SELECT YEADJ ASSIGN TO "YEADJ.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS YA-KEY
                 FILE STATUS IS YA-STATUS.
            SELECT PROCASGN ASSIGN TO "PROCASGN.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PA-KEY
                 FILE STATUS IS PA-STATUS.
            SELECT PERIODS ASSIGN TO "PERIODS.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PD-KEY
                 FILE STATUS IS PD-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   PERIODS.
       01   PD-REC.
            02 PD-KEY.
                 03 PD-SUBSYS PIC X(4).
                 03 PD-YYMM PIC X(4).
            02 PD-STAT PIC X.
            02 PD-CLOSE-DATE PIC X(8).
            02 PD-CLOSE-OPER PIC X(10).
            02 PD-REOPEN-DATE PIC X(8).
            02 PD-REOPEN-OPER PIC X(10).
            02 PD-REOPEN-REASON PIC X(20).
       FD   FACULTYF.
       01   FACULTY-REC.
            02 PF-FNO PIC 9(10).
            02 PF-UA PIC X(2).
            02 PF-LPE PIC X(17).
            02 PF-PAY PIC X(9).
            02 PF-BANK-ACCNO PIC 9(10).
            02 PF-GRADE PIC 99.
            02 PF-STEP PIC 9.
            02 PF-STEP-DATE PIC X(8).
       FD   DEDRATES.
       01   DEDRATE-REC.
            02 DR-CODE PIC X(4).
            LABEL RECORD IS OMITTED
            DATA RECORD IS REGREC.
       01   REGREC.
            02 FILLER PIC X(120).
       FD   SLIPFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS SLIPREC.
            02 PH-NET PIC S9(6)V99.
            02 PH-LOAN PIC 9(6)V99.
            02 PH-LWOP PIC 9(6)V99.
            02 PH-CREDIT-STATUS PIC X.
            02 PH-HONOR PIC 9(6)V99.
       FD   PAYCRED.
       01   CREDIT-REC.
            02 CR-SOURCE PIC X(8).
            02 CR-REC-TYPE PIC X.
            02 CR-SRCKEY PIC X(18).
            02 CR-PAYEE PIC X(25).
            02 CR-ACCNO PIC 9(10).
            02 CR-AMOUNT PIC 9(7)V99.
            02 CR-DATE PIC X(8).
       01   CREDIT-TRL-REC.
            02 CT-SOURCE PIC X(8).
            02 CT-REC-TYPE PIC X.
            02 CT-COUNT PIC 9(6).
            02 CT-TOTAL PIC 9(9)V99.
            02 CT-DATE PIC X(8).
            02 FILLER PIC X(45).
       FD   YEADJ.
       01   YEADJ-REC.
            02 YA-KEY.
                 03 YA-FNO PIC 9(10).
                 03 YA-YEAR PIC XX.
            02 YA-TAXABLE PIC 9(9)V99.
            02 YA-DUE PIC 9(9)V99.
            02 YA-WITHHELD PIC 9(9)V99.
            02 YA-AMOUNT PIC S9(7)V99.
            02 YA-STATUS-CODE PIC X.
            02 YA-PERIOD PIC X(8).
            02 YA-RUN-DATE PIC X(8).
       FD   PROCASGN.
       01   PROC-REC.
            02 PA-KEY.
                 03 PA-FNO PIC 9(10).
                 03 PA-SESSION PIC X(10).
            02 PA-ROOM PIC X(4).
            02 PA-ROLE PIC X.
            02 PA-HONOR PIC 9(5)V99.
            02 PA-STATUS-CODE PIC X.
            02 PA-PERIOD PIC X(8).
            02 PA-SET-DATE PIC X(8).
            02 PA-OPERATOR PIC X(10).
       FD   SALSCHED.
       01   SS-REC.
            02 SS-KEY.
                 03 SS-GRADE PIC 99.
                 03 SS-STEP PIC 9.
                 03 SS-EFFDATE PIC X(8).
            02 SS-MONTHLY PIC 9(6)V99.
            02 SS-SET-DATE PIC X(8).
            02 SS-OPERATOR PIC X(10).
       FD   LOANMAST.
       01   LOAN-REC.
            02 LN-KEY.
       01   PH-STATUS PIC XX VALUE "00".
       01   PH-FOUND-SW PIC 9 VALUE 0.
       01   LN-STATUS PIC XX VALUE "00".
       01   CR-STATUS PIC XX VALUE "00".
       01   CRED-CTR PIC 9(6) VALUE 0.
       01   CRED-TOT PIC 9(9)V99 VALUE 0.
       01   RERUN-SW PIC 9 VALUE 0.
       01   SS-STATUS PIC XX VALUE "00".
       01   SAL-FOUND-SW PIC 9 VALUE 0.
       01   SAL-EOF-SW PIC 9 VALUE 0.
       01   SAL-RATE PIC 9(6)V99 VALUE 0.
       01   NORATE-SW PIC 9 VALUE 0.
       01   YA-STATUS PIC XX VALUE "00".
       01   TAX-ADJ-ADD PIC 9(6)V99 VALUE 0.
       01   TAX-ADJ-REFUND PIC 9(6)V99 VALUE 0.
       01   TAX-REFUND PIC 9(6)V99 VALUE 0.
       01   PA-STATUS PIC XX VALUE "00".
       01   PA-EOF-SW PIC 9 VALUE 0.
       01   HONOR-AMT PIC 9(6)V99 VALUE 0.
       01   PRIOR-LOAN-DED PIC 9(6)V99 VALUE 0.
       01   PRIOR-LWOP-DOCK PIC 9(6)V99 VALUE 0.
       01   LV-STATUS PIC XX VALUE "00".
       01   DR-FILE-STATUS PIC XX VALUE "00".
       01   EOFSW PIC 9 VALUE 0.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   PD-STATUS PIC XX VALUE "00".
       01   PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01   PERIOD-SW PIC 9 VALUE 0.
       01   UA PIC 99 VALUE 0.
       01   UA-X PIC X(2) VALUE SPACES.
       01   RATE-PER-UNIT PIC 9(4)V99 VALUE 0.
            02 FILLER PIC X(30) VALUE SPACES.
            02 FILLER PIC X(30)
               VALUE "COLLEGE OF COMPUTER MANAGEMENT".
            02 FILLER PIC X(60) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(32) VALUE SPACES.
            02 FILLER PIC X(26)
               VALUE "AND INFORMATION TECHNOLOGY".
            02 FILLER PIC X(62) VALUE SPACES.
       01   HEAD-3.
            02 FILLER PIC X(33) VALUE SPACES.
            02 FILLER PIC X(16) VALUE "PAYROLL REGISTER".
            02 FILLER PIC X(2) VALUE SPACES.
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(61) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(10) VALUE "FACULTY NO".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(22) VALUE SPACES.
            02 FILLER PIC X(5) VALUE "GROSS".
            02 FILLER PIC X(7) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "HONORARIA".
            02 FILLER PIC X(1) VALUE SPACES.
            02 FILLER PIC X(3) VALUE "WTX".
            02 FILLER PIC X(7) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "GSIS".
            02 FILLER PIC X(1) VALUE SPACES.
            02 RL-GROSS PIC ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 RL-HONOR PIC ZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 RL-WTX PIC ZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 RL-GSIS PIC ZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "NET:".
            02 DP-NET PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(43) VALUE SPACES.
       01   GRAND-LINE.
            02 FILLER PIC X(13) VALUE "GRAND TOTALS ".
            02 FILLER PIC X(7) VALUE "GROSS: ".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(5) VALUE "NET: ".
            02 GR-NET PIC ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(67) VALUE SPACES.
       01   CREDIT-LINE.
            02 FILLER PIC X(14) VALUE "BANK CREDITS: ".
            02 CL-CTR PIC ZZZ,ZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(7) VALUE "TOTAL: ".
            02 CL-TOT PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(76) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(99) VALUE SPACES.
       01   SLIP-HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(30)
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE "PAYR" TO PERIOD-SUBSYS.
            PERFORM CHECK-PERIOD-RTN THRU CHECK-PERIOD-END.
            OPEN INPUT FACULTYF.
            IF PF-STATUS = "35"
                 DISPLAY "NO FACULTY MASTER ON FILE"
                 STOP RUN.
            PERFORM LOAD-RATES-RTN.
            OPEN INPUT SALSCHED.
            IF SS-STATUS = "35"
                 OPEN OUTPUT SALSCHED
                 CLOSE SALSCHED
                 OPEN INPUT SALSCHED.
            OPEN I-O PAYHIST.
            IF PH-STATUS = "35"
                 OPEN OUTPUT PAYHIST
                 CLOSE PAYHIST
                 OPEN I-O PAYHIST.
            OPEN I-O YEADJ.
            IF YA-STATUS = "35"
                 OPEN OUTPUT YEADJ
                 CLOSE YEADJ
                 OPEN I-O YEADJ.
            OPEN I-O PROCASGN.
            IF PA-STATUS = "35"
                 OPEN OUTPUT PROCASGN
                 CLOSE PROCASGN
                 OPEN I-O PROCASGN.
            OPEN I-O LOANMAST.
            IF LN-STATUS = "35"
                 OPEN OUTPUT LOANMAST
                 OPEN INPUT DTRFILE.
            OPEN EXTEND REGFILE.
            OPEN EXTEND SLIPFILE.
            OPEN EXTEND PAYCRED.
            IF CR-STATUS = "35"
                 OPEN OUTPUT PAYCRED.
            PERFORM HEADING-RTN.
            PERFORM PAY-RTN THRU PAY-END UNTIL EOFSW = 1.
            PERFORM TOTALS-RTN.
            CLOSE DTRFILE.
            CLOSE REGFILE.
            CLOSE SLIPFILE.
            CLOSE PAYCRED.
            CLOSE SALSCHED.
            CLOSE YEADJ.
            CLOSE PROCASGN.
            STOP RUN.
       LOAD-RATES-RTN.
            OPEN INPUT DEDRATES.
                 GO TO PAY-END.
            PERFORM GROSS-RTN.
            PERFORM DTR-RTN THRU DTR-END.
            PERFORM HONOR-RTN THRU HONOR-END.
            COMPUTE WTX-AMT = (GROSS-PAY + HONOR-AMT) * WTX-RATE.
            COMPUTE GSIS-AMT = GROSS-PAY * GSIS-RATE.
            COMPUTE PHIC-AMT = GROSS-PAY * PHIC-RATE.
            COMPUTE HDMF-AMT = GROSS-PAY * HDMF-RATE.
            PERFORM RERUN-CHECK-RTN.
            PERFORM LOAN-DED-RTN.
            PERFORM LWOP-RTN THRU LWOP-END.
            PERFORM TAX-ADJ-RTN THRU TAX-ADJ-END.
            COMPUTE TOT-DED = WTX-AMT + GSIS-AMT + PHIC-AMT
                 + HDMF-AMT + LOAN-DED + LWOP-DOCK.
            COMPUTE NET-PAY = GROSS-PAY + HONOR-AMT - TOT-DED
                 + TAX-REFUND.
            PERFORM REGISTER-RTN.
            PERFORM SLIP-RTN.
            PERFORM HISTORY-RTN.
            ADD DT-SCHED TO DTR-SCHED-TOT.
            ADD DT-HELD TO DTR-HELD-TOT.
       DTR-SCAN-END.
       HONOR-RTN.
            MOVE 0 TO HONOR-AMT.
            MOVE 0 TO PA-EOF-SW.
            MOVE PF-FNO TO PA-FNO.
            MOVE LOW-VALUES TO PA-SESSION.
            START PROCASGN KEY NOT LESS THAN PA-KEY
                 INVALID KEY
                      GO TO HONOR-END.
            PERFORM HONOR-SCAN-RTN THRU HONOR-SCAN-END
                 UNTIL PA-EOF-SW = 1.
       HONOR-END.
       HONOR-SCAN-RTN.
            READ PROCASGN NEXT RECORD
                 AT END
                      MOVE 1 TO PA-EOF-SW
                      GO TO HONOR-SCAN-END.
            IF PA-FNO NOT = PF-FNO
                 MOVE 1 TO PA-EOF-SW
                 GO TO HONOR-SCAN-END.
            IF PA-STATUS-CODE = 'P' AND PA-PERIOD = RUN-DATE
                 ADD PA-HONOR TO HONOR-AMT
                 GO TO HONOR-SCAN-END.
            IF PA-STATUS-CODE NOT = 'R'
                 GO TO HONOR-SCAN-END.
            ADD PA-HONOR TO HONOR-AMT.
            MOVE 'P' TO PA-STATUS-CODE.
            MOVE RUN-DATE TO PA-PERIOD.
            REWRITE PROC-REC.
            IF PA-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON PROCASGN - STATUS " PA-STATUS
                 STOP RUN.
       HONOR-SCAN-END.
       LWOP-RTN.
            MOVE 0 TO LWOP-DOCK.
            MOVE 0 TO LWOP-DAYS.
                 DISPLAY "FILE ERROR ON LEAVELDG - STATUS " LV-STATUS
                 STOP RUN.
       LWOP-END.
       TAX-ADJ-RTN.
            MOVE 0 TO TAX-ADJ-ADD.
            MOVE 0 TO TAX-ADJ-REFUND.
            MOVE 0 TO TAX-REFUND.
            IF RUN-DATE(3:2) NOT = "12"
                 GO TO TAX-ADJ-END.
            MOVE PF-FNO TO YA-FNO.
            MOVE RUN-DATE(1:2) TO YA-YEAR.
            READ YEADJ
                 INVALID KEY
                      GO TO TAX-ADJ-END.
            IF YA-STATUS-CODE = 'A' AND YA-PERIOD NOT = RUN-DATE
                 GO TO TAX-ADJ-END.
            IF YA-AMOUNT > 0
                 MOVE YA-AMOUNT TO TAX-ADJ-ADD
                 ADD TAX-ADJ-ADD TO WTX-AMT
            ELSE
                 COMPUTE TAX-ADJ-REFUND = 0 - YA-AMOUNT.
            IF TAX-ADJ-REFUND > WTX-AMT
                 COMPUTE TAX-REFUND = TAX-ADJ-REFUND - WTX-AMT
                 MOVE 0 TO WTX-AMT
            ELSE
                 SUBTRACT TAX-ADJ-REFUND FROM WTX-AMT.
            MOVE 'A' TO YA-STATUS-CODE.
            MOVE RUN-DATE TO YA-PERIOD.
            REWRITE YEADJ-REC.
            IF YA-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON YEADJ - STATUS " YA-STATUS
                 STOP RUN.
       TAX-ADJ-END.
       RERUN-CHECK-RTN.
            MOVE 0 TO RERUN-SW.
            MOVE 0 TO PRIOR-LOAN-DED.
            MOVE NET-PAY TO PH-NET.
            MOVE LOAN-DED TO PH-LOAN.
            MOVE LWOP-DOCK TO PH-LWOP.
            MOVE HONOR-AMT TO PH-HONOR.
            IF PH-FOUND-SW = 0
                 MOVE SPACE TO PH-CREDIT-STATUS.
            PERFORM CREDIT-RTN.
            IF PH-FOUND-SW = 1
                 REWRITE PAYHIST-REC
            ELSE
            IF PH-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON PAYHIST - STATUS " PH-STATUS
                 STOP RUN.
       CREDIT-RTN.
            IF PF-BANK-ACCNO NOT = 0 AND NET-PAY > 0
            AND PH-CREDIT-STATUS NOT = 'S'
            AND PH-CREDIT-STATUS NOT = 'C'
                 MOVE "PAYROLL " TO CR-SOURCE
                 MOVE 'D' TO CR-REC-TYPE
                 MOVE PH-KEY TO CR-SRCKEY
                 MOVE PF-FNAME TO CR-PAYEE
                 MOVE PF-BANK-ACCNO TO CR-ACCNO
                 MOVE NET-PAY TO CR-AMOUNT
                 MOVE RUN-DATE TO CR-DATE
                 WRITE CREDIT-REC
                 MOVE 'S' TO PH-CREDIT-STATUS
                 ADD 1 TO CRED-CTR
                 ADD NET-PAY TO CRED-TOT.
       GROSS-RTN.
            MOVE 0 TO RATE-PER-UNIT.
            MOVE PF-UA TO UA-X.
                 ELSE
                      MOVE 450.00 TO RATE-PER-UNIT.
            COMPUTE GROSS-PAY = UA * RATE-PER-UNIT.
            MOVE 0 TO NORATE-SW.
            IF PF-GRADE NUMERIC AND PF-GRADE > 0
                 PERFORM SAL-LOOKUP-RTN THRU SAL-LOOKUP-END
                 IF SAL-FOUND-SW = 1
                      MOVE SAL-RATE TO GROSS-PAY
                 ELSE
                      MOVE 1 TO NORATE-SW.
       SAL-LOOKUP-RTN.
            MOVE 0 TO SAL-FOUND-SW.
            MOVE 0 TO SAL-RATE.
            MOVE 0 TO SAL-EOF-SW.
            MOVE PF-GRADE TO SS-GRADE.
            MOVE PF-STEP TO SS-STEP.
            MOVE LOW-VALUES TO SS-EFFDATE.
            START SALSCHED KEY NOT LESS THAN SS-KEY
                 INVALID KEY
                      GO TO SAL-LOOKUP-END.
            PERFORM SAL-SCAN-RTN THRU SAL-SCAN-END
                 UNTIL SAL-EOF-SW = 1.
       SAL-LOOKUP-END.
       SAL-SCAN-RTN.
            READ SALSCHED NEXT RECORD
                 AT END
                      MOVE 1 TO SAL-EOF-SW
                      GO TO SAL-SCAN-END.
            IF SS-GRADE NOT = PF-GRADE OR SS-STEP NOT = PF-STEP
                 OR SS-EFFDATE > RUN-DATE
                 MOVE 1 TO SAL-EOF-SW
                 GO TO SAL-SCAN-END.
            MOVE SS-MONTHLY TO SAL-RATE.
            MOVE 1 TO SAL-FOUND-SW.
       SAL-SCAN-END.
       REGISTER-RTN.
            MOVE PF-FNO TO RL-FNO.
            MOVE PF-FNAME TO RL-FNAME.
            MOVE GROSS-PAY TO RL-GROSS.
            MOVE HONOR-AMT TO RL-HONOR.
            MOVE WTX-AMT TO RL-WTX.
            MOVE GSIS-AMT TO RL-GSIS.
            MOVE PHIC-AMT TO RL-PHIC.
            MOVE NET-PAY TO RL-NET.
            IF DTR-FLAG-SW = 1
                 MOVE "**" TO RL-FLAG
            ELSE
            IF NORATE-SW = 1
                 MOVE "NR" TO RL-FLAG
            ELSE
                 MOVE SPACES TO RL-FLAG.
            WRITE REGREC FROM DETAIL-LINE AFTER 1.
            MOVE PF-DNAME TO SL-TEXT.
            MOVE 0 TO SL-AMT.
            WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            IF PF-GRADE NUMERIC AND PF-GRADE > 0
                 MOVE SPACES TO SLIP-LINE
                 MOVE "SALARY GRADE/STEP:" TO SL-LABEL
                 STRING PF-GRADE "/" PF-STEP
                      DELIMITED BY SIZE INTO SL-TEXT
                 MOVE 0 TO SL-AMT
                 WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            MOVE SPACES TO SLIP-LINE.
            MOVE "GROSS PAY:" TO SL-LABEL.
            MOVE GROSS-PAY TO SL-AMT.
            WRITE SLIPREC FROM SLIP-LINE AFTER 2.
            IF HONOR-AMT NOT = 0
                 MOVE SPACES TO SLIP-LINE
                 MOVE "PROCTOR HONORARIA:" TO SL-LABEL
                 MOVE HONOR-AMT TO SL-AMT
                 WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            MOVE SPACES TO SLIP-LINE.
            MOVE "WITHHOLDING TAX:" TO SL-LABEL.
            MOVE WTX-AMT TO SL-AMT.
            WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            IF TAX-ADJ-ADD NOT = 0
                 MOVE SPACES TO SLIP-LINE
                 MOVE "  YR-END TAX ADDED:" TO SL-LABEL
                 MOVE TAX-ADJ-ADD TO SL-AMT
                 WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            IF TAX-ADJ-REFUND NOT = 0
                 MOVE SPACES TO SLIP-LINE
                 MOVE "  YR-END TAX REFUND:" TO SL-LABEL
                 MOVE TAX-ADJ-REFUND TO SL-AMT
                 WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            MOVE SPACES TO SLIP-LINE.
            MOVE "GSIS:" TO SL-LABEL.
            MOVE GSIS-AMT TO SL-AMT.
            MOVE NET-PAY TO SL-AMT.
            WRITE SLIPREC FROM SLIP-LINE AFTER 2.
       DEPT-TOTAL-RTN.
            ADD GROSS-PAY HONOR-AMT TO GT-GROSS.
            ADD NET-PAY TO GT-NET.
            IF PF-DNAME = "COMPUTER SCIENCE"
                 ADD GROSS-PAY HONOR-AMT TO CS-GROSS
                 ADD NET-PAY TO CS-NET
                 ADD 1 TO CS-CTR.
            IF PF-DNAME = "INFORMATION TECHNOLOGY"
                 ADD GROSS-PAY HONOR-AMT TO IT-GROSS
                 ADD NET-PAY TO IT-NET
                 ADD 1 TO IT-CTR.
       TOTALS-RTN.
            MOVE GT-GROSS TO GR-GROSS.
            MOVE GT-NET TO GR-NET.
            WRITE REGREC FROM GRAND-LINE AFTER 2.
            MOVE CRED-CTR TO CL-CTR.
            MOVE CRED-TOT TO CL-TOT.
            WRITE REGREC FROM CREDIT-LINE AFTER 1.
            IF CRED-CTR > 0
                 MOVE "PAYROLL " TO CT-SOURCE
                 MOVE 'T' TO CT-REC-TYPE
                 MOVE CRED-CTR TO CT-COUNT
                 MOVE CRED-TOT TO CT-TOTAL
                 MOVE RUN-DATE TO CT-DATE
                 WRITE CREDIT-TRL-REC.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE REGREC FROM TRAILER-REC AFTER 2.
      * A BUSINESS DATE IN A MONTH FINANCE HAS CLOSED, FOR THIS
      * SUBSYSTEM OR FOR THE GENERAL LEDGER AS A WHOLE, IS REFUSED
      * BEFORE ANYTHING IS POSTED.
       CHECK-PERIOD-RTN.
            MOVE 0 TO PERIOD-SW.
            OPEN INPUT PERIODS.
            IF PD-STATUS = "35"
                 GO TO CHECK-PERIOD-END.
            MOVE PERIOD-SUBSYS TO PD-SUBSYS.
            MOVE RUN-DATE(1:4) TO PD-YYMM.
            READ PERIODS
                 INVALID KEY
                      MOVE SPACE TO PD-STAT.
            IF PD-STAT = 'C'
                 MOVE 1 TO PERIOD-SW.
            MOVE "GL" TO PD-SUBSYS.
            MOVE RUN-DATE(1:4) TO PD-YYMM.
            READ PERIODS
                 INVALID KEY
                      MOVE SPACE TO PD-STAT.
            IF PD-STAT = 'C'
                 MOVE 1 TO PERIOD-SW.
            CLOSE PERIODS.
            IF PERIOD-SW = 1
                 DISPLAY "BUSINESS DATE " RUN-DATE
                      " FALLS IN A CLOSED PERIOD"
                 DISPLAY PERIOD-SUBSYS " PERIOD " RUN-DATE(1:4)
                      " IS CLOSED - NOTHING POSTED."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
       CHECK-PERIOD-END.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
