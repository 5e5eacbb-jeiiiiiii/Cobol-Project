       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINAL-PAY.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. FINAL PAY OF A SEPARATED FACULTY TAKEN FROM FACARCH.
      *         UNPAID SALARY FROM THE LAST PAYROLL PERIOD THROUGH THE
      *         SEPARATION DATE, LESS ANY LEAVE WITHOUT PAY NOT YET
      *         DOCKED, PLUS UNUSED LEAVE CREDITS MONETIZED AT THE
      *         DAILY RATE AND THE 13TH MONTH FOR THE YEAR IF NOT YET
      *         RELEASED, LESS TAX, CONTRIBUTIONS AND THE OUTSTANDING
      *         LOANS. THE COMPUTATION SHEET IS PRINTED EVERY TIME;
      *         THE RELEASE VOUCHER ONLY WHEN CLEARANCE IS COMPLETE,
      *         WHICH ALSO CLOSES THE LOAN AND LEAVE LEDGERS AND WRITES
      *         THE PAYOUT TO THE PAYROLL HISTORY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FACARCH ASSIGN TO "FACARCH.DAT"
                 FILE STATUS IS AR-STATUS.
            SELECT PAYHIST ASSIGN TO "PAYHIST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PH-KEY
                 FILE STATUS IS PH-STATUS.
            SELECT LOANMAST ASSIGN TO "LOANMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS LN-KEY
                 FILE STATUS IS LN-STATUS.
            SELECT LEAVELDG ASSIGN TO "LEAVELDG.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS LV-FNO
                 FILE STATUS IS LV-STATUS.
            SELECT SALSCHED ASSIGN TO "SALSCHED.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SS-KEY
                 FILE STATUS IS SS-STATUS.
            SELECT PAY13 ASSIGN TO "PAY13.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS P13-KEY
                 FILE STATUS IS P13-STATUS.
            SELECT YEADJ ASSIGN TO "YEADJ.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS YA-KEY
                 FILE STATUS IS YA-STATUS.
            SELECT FINALPAY ASSIGN TO "FINALPAY.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS FP-FNO
                 FILE STATUS IS FP-STATUS.
            SELECT SEQCTR ASSIGN TO "SEQCTR.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SC-PROGRAM
                 FILE STATUS IS SC-STATUS.
            SELECT DEDRATES ASSIGN TO "DEDRATES.DAT"
                 FILE STATUS IS DR-FILE-STATUS.
            SELECT SHEETFILE ASSIGN TO "FINPAYSH".
            SELECT VOUCHFILE ASSIGN TO "FINPAYVC".
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
            SELECT PERIODS ASSIGN TO "PERIODS.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PD-KEY
                 FILE STATUS IS PD-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD   FACARCH.
       01   FACARCH-REC.
            02 AR-FNO PIC 9(10).
            02 FILLER PIC X(167).
       FD   PAYHIST.
       01   PAYHIST-REC.
            02 PH-KEY.
                 03 PH-FNO PIC 9(10).
                 03 PH-PERIOD PIC X(8).
            02 PH-GROSS PIC 9(6)V99.
            02 PH-WTX PIC 9(6)V99.
            02 PH-GSIS PIC 9(6)V99.
            02 PH-PHIC PIC 9(6)V99.
            02 PH-HDMF PIC 9(6)V99.
            02 PH-NET PIC S9(6)V99.
            02 PH-LOAN PIC 9(6)V99.
            02 PH-LWOP PIC 9(6)V99.
            02 PH-CREDIT-STATUS PIC X.
            02 PH-HONOR PIC 9(6)V99.
       FD   LOANMAST.
       01   LOAN-REC.
            02 LN-KEY.
                 03 LN-FNO PIC 9(10).
                 03 LN-TYPE PIC X(4).
            02 LN-PRINCIPAL PIC 9(7)V99.
            02 LN-AMORT PIC 9(5)V99.
            02 LN-BALANCE PIC 9(7)V99.
       FD   LEAVELDG.
       01   LEAVE-REC.
            02 LV-FNO PIC 9(10).
            02 LV-EARNED PIC 9(3)V9.
            02 LV-TAKEN PIC 9(3)V9.
            02 LV-LWOP PIC 9(2)V9.
       FD   SALSCHED.
       01   SS-REC.
            02 SS-KEY.
                 03 SS-GRADE PIC 99.
                 03 SS-STEP PIC 9.
                 03 SS-EFFDATE PIC X(8).
            02 SS-MONTHLY PIC 9(6)V99.
            02 SS-SET-DATE PIC X(8).
            02 SS-OPERATOR PIC X(10).
       FD   PAY13.
       01   PAY13-REC.
            02 P13-KEY.
                 03 P13-FNO PIC 9(10).
                 03 P13-YEAR PIC XX.
            02 P13-AMOUNT PIC 9(7)V99.
            02 P13-RUN-DATE PIC X(8).
            02 P13-SOURCE PIC X.
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
       FD   FINALPAY.
       01   FINALPAY-REC.
            02 FP-FNO PIC 9(10).
            02 FP-SEP-DATE PIC X(8).
            02 FP-SALARY PIC 9(7)V99.
            02 FP-LWOP PIC 9(7)V99.
            02 FP-LEAVE PIC 9(7)V99.
            02 FP-PAY13 PIC 9(7)V99.
            02 FP-WTX PIC 9(7)V99.
            02 FP-GSIS PIC 9(7)V99.
            02 FP-PHIC PIC 9(7)V99.
            02 FP-HDMF PIC 9(7)V99.
            02 FP-TAXADJ PIC S9(7)V99.
            02 FP-LOAN PIC 9(7)V99.
            02 FP-COLLECT PIC 9(7)V99.
            02 FP-NET PIC S9(7)V99.
            02 FP-STATUS-CODE PIC X.
            02 FP-VOUCHER PIC 9(8).
            02 FP-RUN-DATE PIC X(8).
            02 FP-OPERATOR PIC X(10).
       FD   SEQCTR.
       01   SC-REC.
            02 SC-PROGRAM PIC X(15).
            02 SC-NEXT-SEQ PIC 9(8).
       FD   DEDRATES.
       01   DEDRATE-REC.
            02 DR-CODE PIC X(4).
            02 DR-RATE PIC 9V9999.
       FD   SHEETFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS SHEETREC.
       01   SHEETREC.
            02 FILLER PIC X(80).
       FD   VOUCHFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS VOUCHREC.
       01   VOUCHREC.
            02 FILLER PIC X(80).
       FD   SIGNON.
       01   SG-REC.
            02 SG-OPERATOR PIC X(10).
            02 SG-DATE PIC X(8).
            02 SG-TIME PIC X(8).
       FD   AUDITLOG.
       01   AUDIT-REC.
            02 AL-PROGRAM PIC X(15).
            02 AL-FIELD PIC X(15).
            02 AL-BADVAL PIC X(20).
            02 AL-DATE PIC X(8).
            02 AL-TIME PIC X(8).
            02 AL-OPERATOR PIC X(10).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   SG-STATUS PIC XX VALUE "00".
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   AR-STATUS PIC XX VALUE "00".
       01   PH-STATUS PIC XX VALUE "00".
       01   LN-STATUS PIC XX VALUE "00".
       01   LV-STATUS PIC XX VALUE "00".
       01   SS-STATUS PIC XX VALUE "00".
       01   P13-STATUS PIC XX VALUE "00".
       01   YA-STATUS PIC XX VALUE "00".
       01   FP-STATUS PIC XX VALUE "00".
       01   SC-STATUS PIC XX VALUE "00".
       01   DR-FILE-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   PD-STATUS PIC XX VALUE "00".
       01   PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01   PERIOD-SW PIC 9 VALUE 0.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   CLEAR-ANS PIC X VALUE SPACE.
       01   FNO-IN PIC 9(10) VALUE 0.
       01   AR-FOUND-SW PIC 9 VALUE 0.
       01   AR-EOF-SW PIC 9 VALUE 0.
       01   FP-FOUND-SW PIC 9 VALUE 0.
       01   PH-FOUND-SW PIC 9 VALUE 0.
       01   HIST-EOF-SW PIC 9 VALUE 0.
       01   LV-FOUND-SW PIC 9 VALUE 0.
       01   LOAN-EOF-SW PIC 9 VALUE 0.
       01   PAY13-DONE-SW PIC 9 VALUE 0.
       01   TAXADJ-SW PIC 9 VALUE 0.
       01   SAL-FOUND-SW PIC 9 VALUE 0.
       01   SAL-EOF-SW PIC 9 VALUE 0.
       01   SAL-RATE PIC 9(6)V99 VALUE 0.
       01   SEP-FAC.
            02 SF-FNO PIC 9(10).
            02 SF-REFNO PIC X(8).
            02 SF-FNAME PIC X(25).
            02 SF-FTNAME PIC X(20).
            02 SF-DNAME PIC X(22).
            02 SF-HEAN PIC X(15).
            02 SF-UA PIC X(2).
            02 SF-LPE PIC X(17).
            02 SF-PAY PIC X(9).
            02 SF-BANK-ACCNO PIC 9(10).
            02 SF-GRADE PIC 99.
            02 SF-STEP PIC 9.
            02 SF-STEP-DATE PIC X(8).
            02 SF-SEP-DATE PIC X(8).
            02 SF-SEP-REASON PIC X(20).
       01   SEP-YY PIC 99 VALUE 0.
       01   SEP-MM PIC 99 VALUE 0.
       01   SEP-DD PIC 99 VALUE 0.
       01   SEP-MON PIC 9(5) VALUE 0.
       01   LAST-PAID PIC X(8) VALUE SPACES.
       01   LAST-YY PIC 99 VALUE 0.
       01   LAST-MM PIC 99 VALUE 0.
       01   LAST-MON PIC 9(5) VALUE 0.
       01   FULL-MONTHS PIC 9(3) VALUE 0.
       01   UA PIC 99 VALUE 0.
       01   UA-X PIC X(2) VALUE SPACES.
       01   RATE-PER-UNIT PIC 9(4)V99 VALUE 0.
       01   MONTHLY-RATE PIC 9(6)V99 VALUE 0.
       01   DAILY-RATE PIC 9(5)V99 VALUE 0.
       01   WTX-RATE PIC 9V9999 VALUE 0.
       01   GSIS-RATE PIC 9V9999 VALUE 0.
       01   PHIC-RATE PIC 9V9999 VALUE 0.
       01   HDMF-RATE PIC 9V9999 VALUE 0.
       01   YTD-GROSS PIC 9(8)V99 VALUE 0.
       01   SALARY-AMT PIC 9(7)V99 VALUE 0.
       01   LWOP-DAYS PIC 9(2)V9 VALUE 0.
       01   LWOP-DOCK PIC 9(7)V99 VALUE 0.
       01   LEAVE-BAL PIC S9(3)V9 VALUE 0.
       01   LEAVE-AMT PIC 9(7)V99 VALUE 0.
       01   PAY13-AMT PIC 9(7)V99 VALUE 0.
       01   CONTRIB-BASE PIC 9(7)V99 VALUE 0.
       01   WTX-AMT PIC 9(7)V99 VALUE 0.
       01   GSIS-AMT PIC 9(7)V99 VALUE 0.
       01   PHIC-AMT PIC 9(7)V99 VALUE 0.
       01   HDMF-AMT PIC 9(7)V99 VALUE 0.
       01   TAX-ADJ-ADD PIC 9(7)V99 VALUE 0.
       01   TAX-ADJ-REFUND PIC 9(7)V99 VALUE 0.
       01   TAX-REFUND PIC 9(7)V99 VALUE 0.
       01   TAX-ADJ-AMT PIC S9(7)V99 VALUE 0.
       01   AVAIL-AMT PIC S9(7)V99 VALUE 0.
       01   LOAN-TOT PIC 9(7)V99 VALUE 0.
       01   LOAN-OFFSET PIC 9(7)V99 VALUE 0.
       01   LOAN-LEFT PIC 9(7)V99 VALUE 0.
       01   LOAN-APPLY PIC 9(7)V99 VALUE 0.
       01   LOAN-COLLECT PIC 9(7)V99 VALUE 0.
       01   TOT-DED PIC 9(7)V99 VALUE 0.
       01   NET-PAY PIC S9(7)V99 VALUE 0.
       01   VOUCHER-NO PIC 9(8) VALUE 0.
       01   DISP-AMT PIC -Z,ZZZ,ZZ9.99.
       01   DISP-DAYS PIC ZZ9.9.
       01   SHEET-HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(30)
               VALUE "COLLEGE OF COMPUTER MANAGEMENT".
            02 FILLER PIC X(25) VALUE SPACES.
       01   SHEET-HEAD-2.
            02 FILLER PIC X(23) VALUE SPACES.
            02 FILLER PIC X(25) VALUE "FINAL PAY COMPUTATION   ".
            02 SH-DATE PIC X(8).
            02 FILLER PIC X(24) VALUE SPACES.
       01   VOUCH-HEAD-2.
            02 FILLER PIC X(20) VALUE SPACES.
            02 FILLER PIC X(30)
               VALUE "FINAL PAY RELEASE VOUCHER NO. ".
            02 VH-NO PIC 9(8).
            02 FILLER PIC X(22) VALUE SPACES.
       01   SHEET-LINE.
            02 SL-LABEL PIC X(32).
            02 SL-TEXT PIC X(25).
            02 SL-AMT PIC -Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(10) VALUE SPACES.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE "PAYR" TO PERIOD-SUBSYS.
            PERFORM CHECK-PERIOD-RTN THRU CHECK-PERIOD-END.
            PERFORM LOAD-OPERATOR-RTN.
            OPEN I-O PAYHIST.
            IF PH-STATUS = "35"
                 DISPLAY "NO PAYROLL HISTORY ON FILE"
                 STOP RUN.
            OPEN I-O LOANMAST.
            IF LN-STATUS = "35"
                 OPEN OUTPUT LOANMAST
                 CLOSE LOANMAST
                 OPEN I-O LOANMAST.
            OPEN I-O LEAVELDG.
            IF LV-STATUS = "35"
                 OPEN OUTPUT LEAVELDG
                 CLOSE LEAVELDG
                 OPEN I-O LEAVELDG.
            OPEN INPUT SALSCHED.
            IF SS-STATUS = "35"
                 OPEN OUTPUT SALSCHED
                 CLOSE SALSCHED
                 OPEN INPUT SALSCHED.
            OPEN I-O PAY13.
            IF P13-STATUS = "35"
                 OPEN OUTPUT PAY13
                 CLOSE PAY13
                 OPEN I-O PAY13.
            OPEN I-O YEADJ.
            IF YA-STATUS = "35"
                 OPEN OUTPUT YEADJ
                 CLOSE YEADJ
                 OPEN I-O YEADJ.
            OPEN I-O FINALPAY.
            IF FP-STATUS = "35"
                 OPEN OUTPUT FINALPAY
                 CLOSE FINALPAY
                 OPEN I-O FINALPAY.
            OPEN I-O SEQCTR.
            IF SC-STATUS = "35"
                 OPEN OUTPUT SEQCTR
                 CLOSE SEQCTR
                 OPEN I-O SEQCTR.
            PERFORM LOAD-RATES-RTN.
            OPEN EXTEND SHEETFILE.
            OPEN EXTEND VOUCHFILE.
            OPEN EXTEND AUDITLOG.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE PAYHIST.
            CLOSE LOANMAST.
            CLOSE LEAVELDG.
            CLOSE SALSCHED.
            CLOSE PAY13.
            CLOSE YEADJ.
            CLOSE FINALPAY.
            CLOSE SEQCTR.
            CLOSE SHEETFILE.
            CLOSE VOUCHFILE.
            CLOSE AUDITLOG.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "COLLEGE OF COMPUTER MANAGEMENT" LINE 1 COLUMN 25.
            DISPLAY "FINAL PAY OF SEPARATED FACULTY" LINE 2 COLUMN 25.
            DISPLAY "SEPARATED FACULTY NO:" LINE 4 COLUMN 1.
            MOVE 0 TO FNO-IN.
            ACCEPT FNO-IN LINE 4 COLUMN 25.
            PERFORM ARCH-FIND-RTN THRU ARCH-FIND-END.
            IF AR-FOUND-SW = 0
                 DISPLAY "NOT ON THE SEPARATION ARCHIVE"
                      LINE 4 COLUMN 40
                 MOVE "FINPAYFNO" TO AL-FIELD
                 MOVE FNO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO PROCESS-ASK.
            MOVE 0 TO FP-FOUND-SW.
            MOVE FNO-IN TO FP-FNO.
            READ FINALPAY
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 1 TO FP-FOUND-SW.
            IF FP-FOUND-SW = 1 AND FP-STATUS-CODE = 'R'
                 DISPLAY "FINAL PAY ALREADY RELEASED" LINE 4 COLUMN 40
                 DISPLAY FP-RUN-DATE LINE 4 COLUMN 67
                 GO TO PROCESS-ASK.
            IF SF-SEP-DATE(1:6) NOT NUMERIC
                 DISPLAY "SEPARATION DATE NOT YYMMDD" LINE 4 COLUMN 40
                 MOVE "FINPAYSEPDT" TO AL-FIELD
                 MOVE SF-SEP-DATE TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO PROCESS-ASK.
            DISPLAY SF-FNAME LINE 5 COLUMN 1.
            DISPLAY "SEPARATED" LINE 5 COLUMN 28.
            DISPLAY SF-SEP-DATE LINE 5 COLUMN 38.
            DISPLAY SF-SEP-REASON LINE 5 COLUMN 48.
            PERFORM COMPUTE-RTN.
            PERFORM SHOW-RTN.
            DISPLAY "CLEARANCE COMPLETED (Y/N)?" LINE 20 COLUMN 1.
            MOVE 0 TO VALID-SW.
            PERFORM CLEAR-RTN THRU CLEAR-END UNTIL VALID-SW = 1.
            PERFORM SHEET-RTN.
            IF CLEAR-ANS = 'Y'
                 PERFORM RELEASE-RTN
                 DISPLAY "FINAL PAY RELEASED - VOUCHER NO." LINE 21
                      COLUMN 1
                 DISPLAY VOUCHER-NO LINE 21 COLUMN 34
            ELSE
                 PERFORM HOLD-RTN
                 DISPLAY "RELEASE HELD - CLEARANCE PENDING" LINE 21
                      COLUMN 1.
       PROCESS-ASK.
            DISPLAY "ANOTHER FACULTY (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       ARCH-FIND-RTN.
            MOVE 0 TO AR-FOUND-SW.
            MOVE 0 TO AR-EOF-SW.
            OPEN INPUT FACARCH.
            IF AR-STATUS = "35"
                 GO TO ARCH-FIND-END.
            PERFORM ARCH-SCAN-RTN UNTIL AR-EOF-SW = 1.
            CLOSE FACARCH.
       ARCH-FIND-END.
       ARCH-SCAN-RTN.
            READ FACARCH
                 AT END
                      MOVE 1 TO AR-EOF-SW
                 NOT AT END
                      IF AR-FNO = FNO-IN
                           MOVE FACARCH-REC TO SEP-FAC
                           MOVE 1 TO AR-FOUND-SW
            END-READ.
       COMPUTE-RTN.
            MOVE SF-SEP-DATE(1:2) TO SEP-YY.
            MOVE SF-SEP-DATE(3:2) TO SEP-MM.
            MOVE SF-SEP-DATE(5:2) TO SEP-DD.
            IF SEP-DD > 30
                 MOVE 30 TO SEP-DD.
            COMPUTE SEP-MON = SEP-YY * 12 + SEP-MM.
            PERFORM RATE-RTN.
            COMPUTE DAILY-RATE ROUNDED = MONTHLY-RATE / 22.
            PERFORM HIST-RTN THRU HIST-END.
            MOVE 0 TO SALARY-AMT.
            MOVE 0 TO FULL-MONTHS.
            IF LAST-MON < SEP-MON
                 IF LAST-MON > 0
                      COMPUTE FULL-MONTHS = SEP-MON - LAST-MON - 1.
            IF LAST-MON < SEP-MON
                 COMPUTE SALARY-AMT ROUNDED =
                      MONTHLY-RATE * FULL-MONTHS
                      + MONTHLY-RATE * SEP-DD / 30.
            MOVE 0 TO LWOP-DAYS.
            MOVE 0 TO LWOP-DOCK.
            MOVE 0 TO LEAVE-BAL.
            MOVE 0 TO LEAVE-AMT.
            MOVE 0 TO LV-FOUND-SW.
            MOVE FNO-IN TO LV-FNO.
            READ LEAVELDG
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 1 TO LV-FOUND-SW.
            IF LV-FOUND-SW = 1
                 MOVE LV-LWOP TO LWOP-DAYS
                 COMPUTE LEAVE-BAL = LV-EARNED - LV-TAKEN.
            COMPUTE LWOP-DOCK ROUNDED = DAILY-RATE * LWOP-DAYS.
            IF LWOP-DOCK > SALARY-AMT
                 MOVE SALARY-AMT TO LWOP-DOCK.
            IF LEAVE-BAL > 0
                 COMPUTE LEAVE-AMT ROUNDED = DAILY-RATE * LEAVE-BAL.
            MOVE 0 TO PAY13-DONE-SW.
            MOVE 0 TO PAY13-AMT.
            MOVE FNO-IN TO P13-FNO.
            MOVE SEP-YY TO P13-YEAR.
            READ PAY13
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 1 TO PAY13-DONE-SW.
            IF PAY13-DONE-SW = 0
                 COMPUTE PAY13-AMT ROUNDED =
                      (YTD-GROSS + SALARY-AMT - LWOP-DOCK) / 12.
            COMPUTE CONTRIB-BASE = SALARY-AMT - LWOP-DOCK.
            COMPUTE GSIS-AMT ROUNDED = CONTRIB-BASE * GSIS-RATE.
            COMPUTE PHIC-AMT ROUNDED = CONTRIB-BASE * PHIC-RATE.
            COMPUTE HDMF-AMT ROUNDED = CONTRIB-BASE * HDMF-RATE.
            COMPUTE WTX-AMT ROUNDED = (CONTRIB-BASE + LEAVE-AMT)
                 * WTX-RATE.
            PERFORM TAX-ADJ-RTN THRU TAX-ADJ-END.
            COMPUTE AVAIL-AMT = CONTRIB-BASE + LEAVE-AMT + PAY13-AMT
                 - WTX-AMT - GSIS-AMT - PHIC-AMT - HDMF-AMT
                 + TAX-REFUND.
            PERFORM LOAN-SUM-RTN THRU LOAN-SUM-END.
            MOVE 0 TO LOAN-OFFSET.
            IF AVAIL-AMT > 0
                 IF LOAN-TOT > AVAIL-AMT
                      MOVE AVAIL-AMT TO LOAN-OFFSET
                 ELSE
                      MOVE LOAN-TOT TO LOAN-OFFSET.
            COMPUTE LOAN-COLLECT = LOAN-TOT - LOAN-OFFSET.
            COMPUTE NET-PAY = AVAIL-AMT - LOAN-OFFSET.
            COMPUTE TOT-DED = WTX-AMT + GSIS-AMT + PHIC-AMT
                 + HDMF-AMT + LOAN-OFFSET.
       RATE-RTN.
            MOVE 0 TO RATE-PER-UNIT.
            MOVE SF-UA TO UA-X.
            INSPECT UA-X REPLACING LEADING " " BY "0".
            IF UA-X NUMERIC
                 MOVE UA-X TO UA
            ELSE
                 MOVE 0 TO UA.
            IF SF-HEAN = "DOCTORAL DEGREE"
                 IF SF-FTNAME = "PART TIMER"
                      MOVE 650.00 TO RATE-PER-UNIT
                 ELSE
                      MOVE 850.00 TO RATE-PER-UNIT.
            IF SF-HEAN = "MASTER DEGREE"
                 IF SF-FTNAME = "PART TIMER"
                      MOVE 500.00 TO RATE-PER-UNIT
                 ELSE
                      MOVE 650.00 TO RATE-PER-UNIT.
            IF SF-HEAN = "BACHELOR DEGREE"
                 IF SF-FTNAME = "PART TIMER"
                      MOVE 350.00 TO RATE-PER-UNIT
                 ELSE
                      MOVE 450.00 TO RATE-PER-UNIT.
            COMPUTE MONTHLY-RATE = UA * RATE-PER-UNIT.
            IF SF-GRADE NUMERIC AND SF-GRADE > 0
                 PERFORM SAL-LOOKUP-RTN THRU SAL-LOOKUP-END
                 IF SAL-FOUND-SW = 1
                      MOVE SAL-RATE TO MONTHLY-RATE.
       SAL-LOOKUP-RTN.
            MOVE 0 TO SAL-FOUND-SW.
            MOVE 0 TO SAL-RATE.
            MOVE 0 TO SAL-EOF-SW.
            MOVE SF-GRADE TO SS-GRADE.
            MOVE SF-STEP TO SS-STEP.
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
            IF SS-GRADE NOT = SF-GRADE OR SS-STEP NOT = SF-STEP
                 OR SS-EFFDATE > SF-SEP-DATE
                 MOVE 1 TO SAL-EOF-SW
                 GO TO SAL-SCAN-END.
            MOVE SS-MONTHLY TO SAL-RATE.
            MOVE 1 TO SAL-FOUND-SW.
       SAL-SCAN-END.
       HIST-RTN.
            MOVE SPACES TO LAST-PAID.
            MOVE 0 TO LAST-MON.
            MOVE 0 TO YTD-GROSS.
            MOVE 0 TO HIST-EOF-SW.
            MOVE FNO-IN TO PH-FNO.
            MOVE LOW-VALUES TO PH-PERIOD.
            START PAYHIST KEY NOT LESS THAN PH-KEY
                 INVALID KEY
                      GO TO HIST-END.
            PERFORM HIST-SCAN-RTN THRU HIST-SCAN-END
                 UNTIL HIST-EOF-SW = 1.
            IF LAST-PAID NOT = SPACES
                 MOVE LAST-PAID(1:2) TO LAST-YY
                 MOVE LAST-PAID(3:2) TO LAST-MM
                 COMPUTE LAST-MON = LAST-YY * 12 + LAST-MM.
       HIST-END.
       HIST-SCAN-RTN.
            READ PAYHIST NEXT RECORD
                 AT END
                      MOVE 1 TO HIST-EOF-SW
                      GO TO HIST-SCAN-END.
            IF PH-FNO NOT = FNO-IN
                 MOVE 1 TO HIST-EOF-SW
                 GO TO HIST-SCAN-END.
            MOVE PH-PERIOD TO LAST-PAID.
            IF PH-PERIOD(1:2) = SF-SEP-DATE(1:2)
                 COMPUTE YTD-GROSS = YTD-GROSS + PH-GROSS - PH-LWOP.
       HIST-SCAN-END.
       TAX-ADJ-RTN.
            MOVE 0 TO TAXADJ-SW.
            MOVE 0 TO TAX-ADJ-ADD.
            MOVE 0 TO TAX-ADJ-REFUND.
            MOVE 0 TO TAX-REFUND.
            MOVE 0 TO TAX-ADJ-AMT.
            MOVE FNO-IN TO YA-FNO.
            MOVE SEP-YY TO YA-YEAR.
            READ YEADJ
                 INVALID KEY
                      GO TO TAX-ADJ-END.
            IF YA-STATUS-CODE = 'A'
                 GO TO TAX-ADJ-END.
            MOVE 1 TO TAXADJ-SW.
            MOVE YA-AMOUNT TO TAX-ADJ-AMT.
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
       TAX-ADJ-END.
       LOAN-SUM-RTN.
            MOVE 0 TO LOAN-TOT.
            MOVE 0 TO LOAN-EOF-SW.
            MOVE FNO-IN TO LN-FNO.
            MOVE LOW-VALUES TO LN-TYPE.
            START LOANMAST KEY NOT LESS THAN LN-KEY
                 INVALID KEY
                      GO TO LOAN-SUM-END.
            PERFORM LOAN-SUM-SCAN-RTN THRU LOAN-SUM-SCAN-END
                 UNTIL LOAN-EOF-SW = 1.
       LOAN-SUM-END.
       LOAN-SUM-SCAN-RTN.
            READ LOANMAST NEXT RECORD
                 AT END
                      MOVE 1 TO LOAN-EOF-SW
                      GO TO LOAN-SUM-SCAN-END.
            IF LN-FNO NOT = FNO-IN
                 MOVE 1 TO LOAN-EOF-SW
                 GO TO LOAN-SUM-SCAN-END.
            ADD LN-BALANCE TO LOAN-TOT.
       LOAN-SUM-SCAN-END.
       SHOW-RTN.
            DISPLAY "MONTHLY RATE:" LINE 6 COLUMN 1.
            MOVE MONTHLY-RATE TO DISP-AMT.
            DISPLAY DISP-AMT LINE 6 COLUMN 30.
            DISPLAY "LAST PERIOD PAID:" LINE 6 COLUMN 46.
            DISPLAY LAST-PAID LINE 6 COLUMN 64.
            DISPLAY "UNPAID SALARY:" LINE 7 COLUMN 1.
            MOVE SALARY-AMT TO DISP-AMT.
            DISPLAY DISP-AMT LINE 7 COLUMN 30.
            DISPLAY "LESS LEAVE WITHOUT PAY:" LINE 8 COLUMN 1.
            MOVE LWOP-DOCK TO DISP-AMT.
            DISPLAY DISP-AMT LINE 8 COLUMN 30.
            DISPLAY "LEAVE CREDITS MONETIZED:" LINE 9 COLUMN 1.
            MOVE LEAVE-AMT TO DISP-AMT.
            DISPLAY DISP-AMT LINE 9 COLUMN 30.
            MOVE LEAVE-BAL TO DISP-DAYS.
            DISPLAY DISP-DAYS LINE 9 COLUMN 46.
            DISPLAY "DAYS" LINE 9 COLUMN 52.
            DISPLAY "PRORATED 13TH MONTH:" LINE 10 COLUMN 1.
            MOVE PAY13-AMT TO DISP-AMT.
            DISPLAY DISP-AMT LINE 10 COLUMN 30.
            IF PAY13-DONE-SW = 1
                 DISPLAY "ALREADY RELEASED" LINE 10 COLUMN 46.
            DISPLAY "WITHHOLDING TAX:" LINE 11 COLUMN 1.
            MOVE WTX-AMT TO DISP-AMT.
            DISPLAY DISP-AMT LINE 11 COLUMN 30.
            IF TAXADJ-SW = 1
                 DISPLAY "INCL. YR-END ADJ" LINE 11 COLUMN 46
                 MOVE TAX-ADJ-AMT TO DISP-AMT
                 DISPLAY DISP-AMT LINE 11 COLUMN 63.
            DISPLAY "GSIS:" LINE 12 COLUMN 1.
            MOVE GSIS-AMT TO DISP-AMT.
            DISPLAY DISP-AMT LINE 12 COLUMN 30.
            DISPLAY "PHILHEALTH:" LINE 13 COLUMN 1.
            MOVE PHIC-AMT TO DISP-AMT.
            DISPLAY DISP-AMT LINE 13 COLUMN 30.
            DISPLAY "PAG-IBIG:" LINE 14 COLUMN 1.
            MOVE HDMF-AMT TO DISP-AMT.
            DISPLAY DISP-AMT LINE 14 COLUMN 30.
            DISPLAY "LOANS OFFSET:" LINE 15 COLUMN 1.
            MOVE LOAN-OFFSET TO DISP-AMT.
            DISPLAY DISP-AMT LINE 15 COLUMN 30.
            IF LOAN-COLLECT > 0
                 DISPLAY "FOR COLLECTION:" LINE 15 COLUMN 46
                 MOVE LOAN-COLLECT TO DISP-AMT
                 DISPLAY DISP-AMT LINE 15 COLUMN 63.
            DISPLAY "NET FINAL PAY:" LINE 17 COLUMN 1.
            MOVE NET-PAY TO DISP-AMT.
            DISPLAY DISP-AMT LINE 17 COLUMN 30.
       CLEAR-RTN.
            ACCEPT CLEAR-ANS LINE 20 COLUMN 30.
            IF CLEAR-ANS = 'Y' OR CLEAR-ANS = 'y'
                 MOVE 'Y' TO CLEAR-ANS
                 MOVE 1 TO VALID-SW
            ELSE
            IF CLEAR-ANS = 'N' OR CLEAR-ANS = 'n'
                 MOVE 'N' TO CLEAR-ANS
                 MOVE 1 TO VALID-SW.
       CLEAR-END.
       SHEET-RTN.
            MOVE RUN-DATE TO SH-DATE.
            WRITE SHEETREC FROM SHEET-HEAD-1 AFTER PAGE.
            WRITE SHEETREC FROM SHEET-HEAD-2 AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            MOVE "FACULTY NO:" TO SL-LABEL.
            MOVE SF-FNO TO SL-TEXT.
            MOVE 0 TO SL-AMT.
            WRITE SHEETREC FROM SHEET-LINE AFTER 2.
            MOVE SPACES TO SHEET-LINE.
            MOVE "NAME:" TO SL-LABEL.
            MOVE SF-FNAME TO SL-TEXT.
            MOVE 0 TO SL-AMT.
            WRITE SHEETREC FROM SHEET-LINE AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            MOVE "DEPARTMENT:" TO SL-LABEL.
            MOVE SF-DNAME TO SL-TEXT.
            MOVE 0 TO SL-AMT.
            WRITE SHEETREC FROM SHEET-LINE AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            MOVE "SEPARATION DATE/REASON:" TO SL-LABEL.
            STRING SF-SEP-DATE " " SF-SEP-REASON
                 DELIMITED BY SIZE INTO SL-TEXT.
            MOVE 0 TO SL-AMT.
            WRITE SHEETREC FROM SHEET-LINE AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            MOVE "LAST PAYROLL PERIOD PAID:" TO SL-LABEL.
            MOVE LAST-PAID TO SL-TEXT.
            MOVE 0 TO SL-AMT.
            WRITE SHEETREC FROM SHEET-LINE AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            MOVE "MONTHLY RATE:" TO SL-LABEL.
            MOVE MONTHLY-RATE TO SL-AMT.
            WRITE SHEETREC FROM SHEET-LINE AFTER 2.
            MOVE SPACES TO SHEET-LINE.
            MOVE "UNPAID SALARY TO SEPARATION:" TO SL-LABEL.
            MOVE SALARY-AMT TO SL-AMT.
            WRITE SHEETREC FROM SHEET-LINE AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            MOVE "LESS LEAVE WITHOUT PAY:" TO SL-LABEL.
            MOVE LWOP-DAYS TO DISP-DAYS.
            STRING DISP-DAYS " DAYS" DELIMITED BY SIZE INTO SL-TEXT.
            MOVE LWOP-DOCK TO SL-AMT.
            WRITE SHEETREC FROM SHEET-LINE AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            MOVE "LEAVE CREDITS MONETIZED:" TO SL-LABEL.
            MOVE LEAVE-BAL TO DISP-DAYS.
            STRING DISP-DAYS " DAYS" DELIMITED BY SIZE INTO SL-TEXT.
            MOVE LEAVE-AMT TO SL-AMT.
            WRITE SHEETREC FROM SHEET-LINE AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            MOVE "PRORATED 13TH MONTH PAY:" TO SL-LABEL.
            IF PAY13-DONE-SW = 1
                 MOVE "ALREADY RELEASED" TO SL-TEXT.
            MOVE PAY13-AMT TO SL-AMT.
            WRITE SHEETREC FROM SHEET-LINE AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            MOVE "WITHHOLDING TAX:" TO SL-LABEL.
            MOVE WTX-AMT TO SL-AMT.
            WRITE SHEETREC FROM SHEET-LINE AFTER 2.
            IF TAXADJ-SW = 1
                 MOVE SPACES TO SHEET-LINE
                 MOVE "  INCL. YEAR-END ADJUSTMENT:" TO SL-LABEL
                 MOVE TAX-ADJ-AMT TO SL-AMT
                 WRITE SHEETREC FROM SHEET-LINE AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            MOVE "GSIS:" TO SL-LABEL.
            MOVE GSIS-AMT TO SL-AMT.
            WRITE SHEETREC FROM SHEET-LINE AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            MOVE "PHILHEALTH:" TO SL-LABEL.
            MOVE PHIC-AMT TO SL-AMT.
            WRITE SHEETREC FROM SHEET-LINE AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            MOVE "PAG-IBIG:" TO SL-LABEL.
            MOVE HDMF-AMT TO SL-AMT.
            WRITE SHEETREC FROM SHEET-LINE AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            MOVE "LOANS OFFSET:" TO SL-LABEL.
            MOVE LOAN-OFFSET TO SL-AMT.
            WRITE SHEETREC FROM SHEET-LINE AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            MOVE "TOTAL DEDUCTIONS:" TO SL-LABEL.
            MOVE TOT-DED TO SL-AMT.
            WRITE SHEETREC FROM SHEET-LINE AFTER 1.
            IF TAX-REFUND > 0
                 MOVE SPACES TO SHEET-LINE
                 MOVE "ADD TAX REFUND:" TO SL-LABEL
                 MOVE TAX-REFUND TO SL-AMT
                 WRITE SHEETREC FROM SHEET-LINE AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            MOVE "NET FINAL PAY:" TO SL-LABEL.
            MOVE NET-PAY TO SL-AMT.
            WRITE SHEETREC FROM SHEET-LINE AFTER 2.
            IF LOAN-COLLECT > 0
                 MOVE SPACES TO SHEET-LINE
                 MOVE "LOAN BALANCE FOR COLLECTION:" TO SL-LABEL
                 MOVE LOAN-COLLECT TO SL-AMT
                 WRITE SHEETREC FROM SHEET-LINE AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            IF CLEAR-ANS = 'Y'
                 MOVE "CLEARANCE COMPLETED - FOR RELEASE" TO SHEET-LINE
            ELSE
                 MOVE "RELEASE HELD - CLEARANCE PENDING" TO SHEET-LINE.
            WRITE SHEETREC FROM SHEET-LINE AFTER 2.
            MOVE SPACES TO SHEET-LINE.
            MOVE "COMPUTED BY: " TO SHEET-LINE.
            MOVE OPERATOR-ID TO SHEET-LINE(14:10).
            WRITE SHEETREC FROM SHEET-LINE AFTER 2.
       RELEASE-RTN.
            PERFORM SEQ-RTN.
            MOVE LOAN-OFFSET TO LOAN-LEFT.
            MOVE 0 TO LOAN-EOF-SW.
            MOVE FNO-IN TO LN-FNO.
            MOVE LOW-VALUES TO LN-TYPE.
            START LOANMAST KEY NOT LESS THAN LN-KEY
                 INVALID KEY
                      MOVE 1 TO LOAN-EOF-SW.
            PERFORM LOAN-CLOSE-RTN THRU LOAN-CLOSE-END
                 UNTIL LOAN-EOF-SW = 1.
            IF LV-FOUND-SW = 1
                 MOVE FNO-IN TO LV-FNO
                 READ LEAVELDG
                      INVALID KEY
                           MOVE 0 TO LV-FOUND-SW.
            IF LV-FOUND-SW = 1
                 MOVE 0 TO LV-EARNED
                 MOVE 0 TO LV-TAKEN
                 MOVE 0 TO LV-LWOP
                 REWRITE LEAVE-REC
                 IF LV-STATUS NOT = "00"
                      DISPLAY "FILE ERROR ON LEAVELDG - STATUS "
                           LV-STATUS
                      STOP RUN.
            IF PAY13-DONE-SW = 0 AND PAY13-AMT > 0
                 MOVE FNO-IN TO P13-FNO
                 MOVE SEP-YY TO P13-YEAR
                 MOVE PAY13-AMT TO P13-AMOUNT
                 MOVE RUN-DATE TO P13-RUN-DATE
                 MOVE 'F' TO P13-SOURCE
                 WRITE PAY13-REC
                 IF P13-STATUS NOT = "00"
                      DISPLAY "FILE ERROR ON PAY13 - STATUS "
                           P13-STATUS
                      STOP RUN.
            IF TAXADJ-SW = 1
                 MOVE FNO-IN TO YA-FNO
                 MOVE SEP-YY TO YA-YEAR
                 READ YEADJ
                      INVALID KEY
                           MOVE 0 TO TAXADJ-SW.
            IF TAXADJ-SW = 1
                 MOVE 'A' TO YA-STATUS-CODE
                 MOVE RUN-DATE TO YA-PERIOD
                 REWRITE YEADJ-REC.
            PERFORM PAYHIST-RTN.
            MOVE 'R' TO FP-STATUS-CODE.
            PERFORM FINALPAY-REC-RTN.
            PERFORM VOUCHER-RTN.
            MOVE "FINPAYREL" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING FNO-IN " " VOUCHER-NO
                 DELIMITED BY SIZE INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       HOLD-RTN.
            MOVE 0 TO VOUCHER-NO.
            MOVE 'H' TO FP-STATUS-CODE.
            PERFORM FINALPAY-REC-RTN.
            MOVE "FINPAYHOLD" TO AL-FIELD.
            MOVE FNO-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       LOAN-CLOSE-RTN.
            READ LOANMAST NEXT RECORD
                 AT END
                      MOVE 1 TO LOAN-EOF-SW
                      GO TO LOAN-CLOSE-END.
            IF LN-FNO NOT = FNO-IN
                 MOVE 1 TO LOAN-EOF-SW
                 GO TO LOAN-CLOSE-END.
            IF LN-BALANCE = 0 OR LOAN-LEFT = 0
                 GO TO LOAN-CLOSE-END.
            IF LN-BALANCE < LOAN-LEFT
                 MOVE LN-BALANCE TO LOAN-APPLY
            ELSE
                 MOVE LOAN-LEFT TO LOAN-APPLY.
            SUBTRACT LOAN-APPLY FROM LN-BALANCE.
            SUBTRACT LOAN-APPLY FROM LOAN-LEFT.
            REWRITE LOAN-REC.
            IF LN-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON LOANMAST - STATUS " LN-STATUS
                 STOP RUN.
       LOAN-CLOSE-END.
       PAYHIST-RTN.
            MOVE 0 TO PH-FOUND-SW.
            MOVE FNO-IN TO PH-FNO.
            MOVE RUN-DATE TO PH-PERIOD.
            READ PAYHIST
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 1 TO PH-FOUND-SW.
            IF PH-FOUND-SW = 0
                 MOVE FNO-IN TO PH-FNO
                 MOVE RUN-DATE TO PH-PERIOD
                 MOVE 0 TO PH-GROSS
                 MOVE 0 TO PH-WTX
                 MOVE 0 TO PH-GSIS
                 MOVE 0 TO PH-PHIC
                 MOVE 0 TO PH-HDMF
                 MOVE 0 TO PH-NET
                 MOVE 0 TO PH-LOAN
                 MOVE 0 TO PH-LWOP
                 MOVE 0 TO PH-HONOR
                 MOVE SPACE TO PH-CREDIT-STATUS.
            COMPUTE PH-GROSS = PH-GROSS + SALARY-AMT + LEAVE-AMT.
            ADD WTX-AMT TO PH-WTX.
            ADD GSIS-AMT TO PH-GSIS.
            ADD PHIC-AMT TO PH-PHIC.
            ADD HDMF-AMT TO PH-HDMF.
            ADD NET-PAY TO PH-NET.
            ADD LOAN-OFFSET TO PH-LOAN.
            ADD LWOP-DOCK TO PH-LWOP.
            IF PH-FOUND-SW = 1
                 REWRITE PAYHIST-REC
            ELSE
                 WRITE PAYHIST-REC.
            IF PH-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON PAYHIST - STATUS " PH-STATUS
                 STOP RUN.
       FINALPAY-REC-RTN.
            MOVE FNO-IN TO FP-FNO.
            MOVE SF-SEP-DATE TO FP-SEP-DATE.
            MOVE SALARY-AMT TO FP-SALARY.
            MOVE LWOP-DOCK TO FP-LWOP.
            MOVE LEAVE-AMT TO FP-LEAVE.
            MOVE PAY13-AMT TO FP-PAY13.
            MOVE WTX-AMT TO FP-WTX.
            MOVE GSIS-AMT TO FP-GSIS.
            MOVE PHIC-AMT TO FP-PHIC.
            MOVE HDMF-AMT TO FP-HDMF.
            MOVE TAX-ADJ-AMT TO FP-TAXADJ.
            MOVE LOAN-OFFSET TO FP-LOAN.
            MOVE LOAN-COLLECT TO FP-COLLECT.
            MOVE NET-PAY TO FP-NET.
            MOVE VOUCHER-NO TO FP-VOUCHER.
            MOVE RUN-DATE TO FP-RUN-DATE.
            MOVE OPERATOR-ID TO FP-OPERATOR.
            IF FP-FOUND-SW = 1
                 REWRITE FINALPAY-REC
            ELSE
                 WRITE FINALPAY-REC.
            IF FP-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON FINALPAY - STATUS " FP-STATUS
                 STOP RUN.
            MOVE 1 TO FP-FOUND-SW.
       VOUCHER-RTN.
            MOVE VOUCHER-NO TO VH-NO.
            WRITE VOUCHREC FROM SHEET-HEAD-1 AFTER PAGE.
            WRITE VOUCHREC FROM VOUCH-HEAD-2 AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            MOVE "DATE:" TO SL-LABEL.
            MOVE RUN-DATE TO SL-TEXT.
            MOVE 0 TO SL-AMT.
            WRITE VOUCHREC FROM SHEET-LINE AFTER 2.
            MOVE SPACES TO SHEET-LINE.
            MOVE "PAYEE:" TO SL-LABEL.
            MOVE SF-FNAME TO SL-TEXT.
            MOVE 0 TO SL-AMT.
            WRITE VOUCHREC FROM SHEET-LINE AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            MOVE "FACULTY NO:" TO SL-LABEL.
            MOVE SF-FNO TO SL-TEXT.
            MOVE 0 TO SL-AMT.
            WRITE VOUCHREC FROM SHEET-LINE AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            MOVE "GROSS FINAL PAY:" TO SL-LABEL.
            COMPUTE SL-AMT = SALARY-AMT - LWOP-DOCK + LEAVE-AMT
                 + PAY13-AMT.
            WRITE VOUCHREC FROM SHEET-LINE AFTER 2.
            MOVE SPACES TO SHEET-LINE.
            MOVE "LESS TOTAL DEDUCTIONS:" TO SL-LABEL.
            MOVE TOT-DED TO SL-AMT.
            WRITE VOUCHREC FROM SHEET-LINE AFTER 1.
            IF TAX-REFUND > 0
                 MOVE SPACES TO SHEET-LINE
                 MOVE "ADD TAX REFUND:" TO SL-LABEL
                 MOVE TAX-REFUND TO SL-AMT
                 WRITE VOUCHREC FROM SHEET-LINE AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            MOVE "AMOUNT RELEASED:" TO SL-LABEL.
            MOVE NET-PAY TO SL-AMT.
            WRITE VOUCHREC FROM SHEET-LINE AFTER 2.
            MOVE SPACES TO SHEET-LINE.
            MOVE "CLEARANCE COMPLETED. RECEIVED IN FULL"
                 TO SHEET-LINE.
            WRITE VOUCHREC FROM SHEET-LINE AFTER 2.
            MOVE SPACES TO SHEET-LINE.
            MOVE "SETTLEMENT OF ALL CLAIMS AGAINST THE COLLEGE."
                 TO SHEET-LINE.
            WRITE VOUCHREC FROM SHEET-LINE AFTER 1.
            MOVE SPACES TO SHEET-LINE.
            MOVE "APPROVED BY: ____________________" TO SHEET-LINE.
            WRITE VOUCHREC FROM SHEET-LINE AFTER 3.
            MOVE SPACES TO SHEET-LINE.
            MOVE "RECEIVED BY: ____________________" TO SHEET-LINE.
            WRITE VOUCHREC FROM SHEET-LINE AFTER 2.
       SEQ-RTN.
            MOVE "FINAL-PAY" TO SC-PROGRAM.
            READ SEQCTR
                 INVALID KEY
                      MOVE 1 TO SC-NEXT-SEQ
                 NOT INVALID KEY
                      ADD 1 TO SC-NEXT-SEQ.
            MOVE SC-NEXT-SEQ TO VOUCHER-NO.
            IF SC-STATUS = "23"
                 WRITE SC-REC
            ELSE
                 REWRITE SC-REC.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       LOAD-RATES-RTN.
            OPEN INPUT DEDRATES.
            IF DR-FILE-STATUS = "35"
                 MOVE .1000 TO WTX-RATE
                 MOVE .0900 TO GSIS-RATE
                 MOVE .0225 TO PHIC-RATE
                 MOVE .0200 TO HDMF-RATE
            ELSE
                 PERFORM LOAD-RATE-ENTRY-RTN
                      UNTIL DR-FILE-STATUS = "10"
                 CLOSE DEDRATES.
       LOAD-RATE-ENTRY-RTN.
            READ DEDRATES
                 AT END MOVE "10" TO DR-FILE-STATUS
                 NOT AT END
                      IF DR-CODE = "WTX "
                           MOVE DR-RATE TO WTX-RATE
                      ELSE
                      IF DR-CODE = "GSIS"
                           MOVE DR-RATE TO GSIS-RATE
                      ELSE
                      IF DR-CODE = "PHIC"
                           MOVE DR-RATE TO PHIC-RATE
                      ELSE
                      IF DR-CODE = "HDMF"
                           MOVE DR-RATE TO HDMF-RATE
            END-READ.
       WRITE-AUDIT-RTN.
            MOVE "FINAL-PAY" TO AL-PROGRAM.
            MOVE RUN-DATE TO AL-DATE.
            ACCEPT AL-TIME FROM TIME.
            MOVE OPERATOR-ID TO AL-OPERATOR.
            WRITE AUDIT-REC.
       LOAD-OPERATOR-RTN.
            OPEN INPUT SIGNON.
            IF SG-STATUS = "35"
                 MOVE SPACES TO OPERATOR-ID
            ELSE
                 READ SIGNON
                      AT END
                           MOVE SPACES TO OPERATOR-ID
                      NOT AT END
                           MOVE SG-OPERATOR TO OPERATOR-ID
                 END-READ
                 CLOSE SIGNON.
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
                 ACCEPT RUN-DATE FROM DATE
            ELSE
                 READ RUNDATE
                      AT END
                           ACCEPT RUN-DATE FROM DATE
                      NOT AT END
                           MOVE RD-BUSDATE TO RUN-DATE
                 END-READ
                 CLOSE RUNDATE.
