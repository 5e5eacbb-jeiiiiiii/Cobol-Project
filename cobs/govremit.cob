                 RECORD KEY IS RS-KEY
                 FILE STATUS IS RS-STATUS.
            SELECT RPTFILE ASSIGN TO "REMITREG".
            SELECT PERIODS ASSIGN TO "PERIODS.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PD-KEY
                 FILE STATUS IS PD-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
            02 PH-NET PIC S9(6)V99.
            02 PH-LOAN PIC 9(6)V99.
            02 PH-LWOP PIC 9(6)V99.
            02 PH-CREDIT-STATUS PIC X.
            02 PH-HONOR PIC 9(6)V99.
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
       FD   REMITSUM.
       01   REMITSUM-REC.
            02 RS-KEY.
       01   RS-STATUS PIC XX VALUE "00".
       01   RS-FOUND-SW PIC 9 VALUE 0.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   PD-STATUS PIC XX VALUE "00".
       01   PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01   PERIOD-SW PIC 9 VALUE 0.
       01   EOFSW PIC 9 VALUE 0.
       01   MONTH-IN PIC X(4) VALUE SPACES.
       01   FM-COUNT PIC 999 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE "PAYR" TO PERIOD-SUBSYS.
            PERFORM CHECK-PERIOD-RTN THRU CHECK-PERIOD-END.
            DISPLAY "REMITTANCE MONTH (YYMM, BLANK=CURRENT): ".
            ACCEPT MONTH-IN.
            IF MONTH-IN = SPACES
            ADD 1 TO REC-CTR.
       AGENCY-LINE-END.
            EXIT.
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
