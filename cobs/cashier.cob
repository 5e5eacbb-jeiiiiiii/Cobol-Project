            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
            SELECT STULEDG ASSIGN TO "STULEDG.DAT"
                 FILE STATUS IS LG-STATUS.
            SELECT PERIODS ASSIGN TO "PERIODS.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PD-KEY
                 FILE STATUS IS PD-STATUS.
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
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
            02 ST-CC PIC 9.
            02 ST-YEAR PIC 9.
            02 ST-ESTAT PIC X.
            02 ST-BANK-ACCNO PIC 9(10).
       FD   PAYMENTS.
       01   PAY-REC.
            02 PY-ORNO PIC X(10).
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   SB-STATUS PIC XX VALUE "00".
       01   ST-STATUS PIC XX VALUE "00".
       01   LG-STATUS PIC XX VALUE "00".
       01   STU-AVAILABLE-SW PIC 9 VALUE 0.
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   PD-STATUS PIC XX VALUE "00".
       01   PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01   PERIOD-SW PIC 9 VALUE 0.
       01   SNO-IN PIC 9(10) VALUE 0.
       01   ORNO-IN PIC X(10) VALUE SPACES.
       01   CC-IN PIC 9 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE "SCHL" TO PERIOD-SUBSYS.
            PERFORM CHECK-PERIOD-RTN THRU CHECK-PERIOD-END.
            OPEN I-O STUBAL.
            IF SB-STATUS = "35"
                 DISPLAY "NO STUDENT BALANCE FILE" LINE 1 COLUMN 1
                 MOVE 1 TO STU-AVAILABLE-SW.
            OPEN EXTEND PAYMENTS.
            OPEN EXTEND ORFILE.
            OPEN EXTEND STULEDG.
            IF LG-STATUS = "35"
                 OPEN OUTPUT STULEDG.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            OPEN EXTEND RPTFILE.
                 CLOSE STUMAST.
            CLOSE PAYMENTS.
            CLOSE ORFILE.
            CLOSE STULEDG.
            CLOSE AUDITLOG.
            CLOSE RPTFILE.
            STOP RUN.
                 MOVE "STUBAL" TO FC-FILENAME
                 MOVE SB-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE SNO-IN TO LG-SNO.
            MOVE 'P' TO LG-TRANTYPE.
            MOVE ORNO-IN TO LG-REFNO.
            COMPUTE LG-AMOUNT = SB-BALANCE - PRIOR-BALANCE.
            MOVE SB-BALANCE TO LG-NEW-BAL.
            MOVE "PAYMENT RECEIVED" TO LG-DESC.
            PERFORM WRITE-LEDGER-RTN.
            MOVE ORNO-IN TO PY-ORNO.
            MOVE RUN-DATE TO PY-DATE.
            MOVE SNO-IN TO PY-SNO.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "RUN ENDED - NOTHING FURTHER POSTED.".
            STOP RUN.
       WRITE-LEDGER-RTN.
            MOVE RUN-DATE TO LG-DATE.
            ACCEPT LG-TIME FROM TIME.
            MOVE "PAYMENT-POSTING" TO LG-PROGRAM.
            MOVE OPERATOR-ID TO LG-OPERATOR.
            WRITE LEDG-REC.
            IF LG-STATUS NOT = "00"
                 MOVE "STULEDG" TO FC-FILENAME
                 MOVE LG-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
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
