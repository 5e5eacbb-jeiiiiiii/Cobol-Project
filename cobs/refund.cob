                 RECORD KEY IS SC-PROGRAM
                 FILE STATUS IS SC-STATUS.
            SELECT RPTFILE ASSIGN TO "REFREG".
            SELECT REFCRED ASSIGN TO "REFCRED.DAT"
                 FILE STATUS IS CR-STATUS.
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
            SELECT STULEDG ASSIGN TO "STULEDG.DAT"
                 FILE STATUS IS LG-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   STULEDG.
       01   LEDG-REC.
            02 LG-SNO PIC 9(10).
            02 LG-DATE PIC X(8).
            02 LG-TIME PIC X(8).
            02 LG-TRANTYPE PIC X.
            02 LG-REFNO PIC X(10).
            02 LG-AMOUNT PIC S9(7)V99.
            02 LG-NEW-BAL PIC S9(7)V99.
            02 LG-DESC PIC X(20).
            02 LG-PROGRAM PIC X(15).
            02 LG-OPERATOR PIC X(10).
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
            02 ST-CC PIC 9.
            02 ST-YEAR PIC 9.
            02 ST-ESTAT PIC X.
            02 ST-BANK-ACCNO PIC 9(10).
       FD   REFCRED.
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
       FD   SEQCTR.
       01   SC-REC.
            02 SC-PROGRAM PIC X(15).
       01   ST-STATUS PIC XX VALUE "00".
       01   STU-AVAILABLE-SW PIC 9 VALUE 0.
       01   SC-STATUS PIC XX VALUE "00".
       01   CR-STATUS PIC XX VALUE "00".
       01   LG-STATUS PIC XX VALUE "00".
       01   CRED-CTR PIC 9(6) VALUE 0.
       01   CRED-TOT PIC 9(9)V99 VALUE 0.
       01   PAYEE-ACCNO PIC 9(10) VALUE 0.
       01   PAYEE-NAME PIC X(25) VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
            02 FILLER PIC X(15) VALUE "TOTAL REFUNDS: ".
            02 TL-AMT PIC ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(42) VALUE SPACES.
       01   CREDIT-LINE.
            02 FILLER PIC X(14) VALUE "BANK CREDITS: ".
            02 CL-CTR PIC ZZZ,ZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(7) VALUE "TOTAL: ".
            02 CL-TOT PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(46) VALUE SPACES.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
                 OPEN OUTPUT SEQCTR
                 CLOSE SEQCTR
                 OPEN I-O SEQCTR.
            OPEN EXTEND STULEDG.
            IF LG-STATUS = "35"
                 OPEN OUTPUT STULEDG.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            OPEN EXTEND RPTFILE.
            IF STU-AVAILABLE-SW = 1
                 CLOSE STUMAST.
            CLOSE SEQCTR.
            CLOSE STULEDG.
            CLOSE AUDITLOG.
            CLOSE RPTFILE.
            STOP RUN.
       GENERATE-RTN.
            MOVE 0 TO VCHR-CTR.
            MOVE 0 TO TOT-REFUND.
            MOVE 0 TO CRED-CTR.
            MOVE 0 TO CRED-TOT.
            OPEN EXTEND REFCRED.
            IF CR-STATUS = "35"
                 OPEN OUTPUT REFCRED.
            MOVE "REFUND DISBURSEMENT REGISTER  " TO HD-TITLE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            MOVE VCHR-CTR TO TL-CTR.
            MOVE TOT-REFUND TO TL-AMT.
            WRITE RPTREC FROM TOTAL-1 AFTER 2.
            MOVE CRED-CTR TO CL-CTR.
            MOVE CRED-TOT TO CL-TOT.
            WRITE RPTREC FROM CREDIT-LINE AFTER 1.
            IF CRED-CTR > 0
                 MOVE "REFUND  " TO CT-SOURCE
                 MOVE 'T' TO CT-REC-TYPE
                 MOVE CRED-CTR TO CT-COUNT
                 MOVE CRED-TOT TO CT-TOTAL
                 MOVE RUN-DATE TO CT-DATE
                 WRITE CREDIT-TRL-REC.
            CLOSE REFCRED.
            DISPLAY "VOUCHERS CREATED:" LINE 7 COLUMN 1.
            DISPLAY VCHR-CTR LINE 7 COLUMN 50.
       GENERATE-END.
            MOVE RUN-DATE TO RV-DATE.
            MOVE 'P' TO RV-STATUS-CODE.
            MOVE SPACES TO RV-REL-DATE.
            PERFORM PAYEE-RTN.
            IF PAYEE-ACCNO NOT = 0
                 MOVE 'B' TO RV-STATUS-CODE.
            WRITE VCHR-REC.
            IF RV-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON REFVCHR - STATUS " RV-STATUS
                 LINE 20 COLUMN 1
                 GO TO GEN-SCAN-END.
            IF RV-STATUS-CODE = 'B'
                 PERFORM CREDIT-RTN.
            PERFORM VOUCHER-PRINT-RTN.
            PERFORM REGISTER-LINE-RTN.
            ADD 1 TO VCHR-CTR.
                 AT END
                      MOVE 1 TO VCHR-EOF-SW
                      GO TO OPEN-SCAN-END.
            IF RV-SNO = SB-SNO
            AND (RV-STATUS-CODE = 'P' OR RV-STATUS-CODE = 'B')
                 MOVE 1 TO OPEN-SW
                 MOVE 1 TO VCHR-EOF-SW.
       OPEN-SCAN-END.
       PAYEE-RTN.
            MOVE 0 TO PAYEE-ACCNO.
            MOVE SPACES TO PAYEE-NAME.
            IF STU-AVAILABLE-SW = 1
                 MOVE SB-SNO TO ST-SNO
                 READ STUMAST
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           MOVE ST-BANK-ACCNO TO PAYEE-ACCNO
                           MOVE ST-SNAME TO PAYEE-NAME
                 END-READ.
       CREDIT-RTN.
            MOVE "REFUND  " TO CR-SOURCE.
            MOVE 'D' TO CR-REC-TYPE.
            MOVE NEW-VCHNO TO CR-SRCKEY.
            MOVE PAYEE-NAME TO CR-PAYEE.
            MOVE PAYEE-ACCNO TO CR-ACCNO.
            MOVE CREDIT-AMT TO CR-AMOUNT.
            MOVE RUN-DATE TO CR-DATE.
            WRITE CREDIT-REC.
            ADD 1 TO CRED-CTR.
            ADD CREDIT-AMT TO CRED-TOT.
       VOUCHER-PRINT-RTN.
            MOVE "REFUND VOUCHER                " TO HD-TITLE.
            MOVE RUN-DATE TO HD-DATE.
                           MOVE ST-SNAME TO DL-SNAME
                 END-READ.
            MOVE CREDIT-AMT TO DL-AMT.
            MOVE RV-STATUS-CODE TO DL-STATUS.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
       RELEASE-RTN.
            DISPLAY "VOUCHER NO:" LINE 6 COLUMN 1.
                      DISPLAY "NO SUCH VOUCHER ON FILE"
                      LINE 8 COLUMN 1
                      GO TO RELEASE-END.
            IF RV-STATUS-CODE = 'B'
                 DISPLAY "VOUCHER SENT TO BANK - AWAITING CREDIT"
                 LINE 8 COLUMN 1
                 GO TO RELEASE-END.
            IF RV-STATUS-CODE NOT = 'P'
                 DISPLAY "VOUCHER ALREADY RELEASED" LINE 8 COLUMN 1
                 GO TO RELEASE-END.
                 DISPLAY "FILE ERROR ON STUBAL - STATUS " SB-STATUS
                 LINE 8 COLUMN 1
                 GO TO RELEASE-END.
            MOVE RV-SNO TO LG-SNO.
            MOVE 'R' TO LG-TRANTYPE.
            MOVE RV-VCHNO TO LG-REFNO.
            MOVE RV-AMOUNT TO LG-AMOUNT.
            MOVE SB-BALANCE TO LG-NEW-BAL.
            MOVE "REFUND RELEASED" TO LG-DESC.
            PERFORM WRITE-LEDGER-RTN.
            MOVE 'R' TO RV-STATUS-CODE.
            MOVE RUN-DATE TO RV-REL-DATE.
            REWRITE VCHR-REC.
                           MOVE SG-OPERATOR TO OPERATOR-ID
                 END-READ
                 CLOSE SIGNON.
       WRITE-LEDGER-RTN.
            MOVE RUN-DATE TO LG-DATE.
            ACCEPT LG-TIME FROM TIME.
            MOVE "REFUND-RUN" TO LG-PROGRAM.
            MOVE OPERATOR-ID TO LG-OPERATOR.
            WRITE LEDG-REC.
            IF LG-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON STULEDG - STATUS " LG-STATUS
                 LINE 20 COLUMN 1.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
