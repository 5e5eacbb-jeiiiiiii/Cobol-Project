                 FILE STATUS IS AM-STATUS.
            SELECT TRNJRNL ASSIGN TO "TRNJRNL.DAT"
                 FILE STATUS IS TJ-STATUS.
            SELECT JRNLIDX ASSIGN TO "JRNLIDX.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS JX-KEY
                 FILE STATUS IS JX-STATUS.
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SC-PROGRAM
                 FILE STATUS IS SC-STATUS.
            SELECT PERIODS ASSIGN TO "PERIODS.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PD-KEY
                 FILE STATUS IS PD-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
            SELECT CKPTFILE ASSIGN TO "BANKBAT.CKP"
                 FILE STATUS IS HD-STATUS.
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
            02 AM-STATUS-CODE PIC X.
            02 AM-LASTACT-DATE PIC X(8).
            02 AM-CUSTNO PIC 9(8).
            02 AM-HOME-BRANCH PIC X(3).
       FD   TRNJRNL.
       01   JRNL-REC.
            02 TJ-DATE PIC X(8).
            02 TJ-BRANCH PIC X(3).
            02 TJ-NEW-BAL PIC S9(9)V99.
            02 TJ-OPERATOR PIC X(10).
       FD   JRNLIDX.
       01   JRNLIDX-REC.
            02 JX-KEY.
                 03 JX-ACCNO PIC 9(10).
                 03 JX-DATE PIC X(8).
                 03 JX-TIME PIC X(8).
                 03 JX-REFNO PIC 9(8).
                 03 JX-SEQ PIC 99.
            02 JX-JRNL PIC X(68).
       FD   SIGNON.
       01   SG-REC.
            02 SG-OPERATOR PIC X(10).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   PD-STATUS PIC XX VALUE "00".
       01   PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01   PERIOD-SW PIC 9 VALUE 0.
       01   SG-STATUS PIC XX VALUE "00".
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   BT-FILE-STATUS PIC XX VALUE "00".
       01   TJ-STATUS PIC XX VALUE "00".
       01   JX-STATUS PIC XX VALUE "00".
       01   AM-STATUS PIC XX VALUE "00".
       01   BR-FILE-STATUS PIC XX VALUE "00".
       01   SC-STATUS PIC XX VALUE "00".
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE "BANK" TO PERIOD-SUBSYS.
            PERFORM CHECK-PERIOD-RTN THRU CHECK-PERIOD-END.
            OPEN INPUT TRANFILE.
            IF BT-FILE-STATUS = "35"
                 DISPLAY "NO BANKTRAN.DAT TRANSACTION FILE TO POST"
                 CLOSE ACCTMAST
                 OPEN I-O ACCTMAST.
            PERFORM LOAD-DUP-TABLE-RTN THRU LOAD-DUP-EXIT.
            OPEN I-O JRNLIDX.
            IF JX-STATUS = "35"
                 OPEN OUTPUT JRNLIDX
                 CLOSE JRNLIDX
                 OPEN I-O JRNLIDX.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            OPEN I-O SEQCTR.
            CLOSE LISTFILE.
            CLOSE ACCTMAST.
            CLOSE TRNJRNL.
            CLOSE JRNLIDX.
            CLOSE AUDITLOG.
            CLOSE SEQCTR.
            CLOSE HOLDFILE.
            ELSE
                 COMPUTE TJ-NEW-BAL = PRIOR-BALANCE - BT-AMOUNT.
            WRITE JRNL-REC.
            PERFORM INDEX-JRNL-RTN THRU INDEX-JRNL-END.
            PERFORM CHECK-JOURNAL-RTN.
            IF OD-ACTUAL-CHARGE NOT = 0
                 SUBTRACT OD-ACTUAL-CHARGE FROM TJ-NEW-BAL
                 MOVE 'O' TO TJ-TRANTYPE
                 MOVE OD-ACTUAL-CHARGE TO TJ-AMOUNT
                 WRITE JRNL-REC
                 PERFORM INDEX-JRNL-RTN THRU INDEX-JRNL-END
                 PERFORM CHECK-JOURNAL-RTN.
            IF INTEREST-AMT NOT = 0
                 ADD INTEREST-AMT TO TJ-NEW-BAL
                 MOVE 'I' TO TJ-TRANTYPE
                 MOVE INTEREST-AMT TO TJ-AMOUNT
                 WRITE JRNL-REC
                 PERFORM INDEX-JRNL-RTN THRU INDEX-JRNL-END
                 PERFORM CHECK-JOURNAL-RTN.
            IF WTAX-AMT NOT = 0
                 SUBTRACT WTAX-AMT FROM TJ-NEW-BAL
                 MOVE 'X' TO TJ-TRANTYPE
                 MOVE WTAX-AMT TO TJ-AMOUNT
                 WRITE JRNL-REC
                 PERFORM INDEX-JRNL-RTN THRU INDEX-JRNL-END
                 PERFORM CHECK-JOURNAL-RTN.
       LIST-RTN.
            MOVE REFNO TO PL-REFNO.
                           MOVE SG-OPERATOR TO OPERATOR-ID
                 END-READ
                 CLOSE SIGNON.
      * EVERY JOURNAL ENTRY IS ALSO FILED IN THE ACCOUNT-KEYED
      * JOURNAL INDEX SO STATEMENTS AND PASSBOOKS CAN READ ONE
      * ACCOUNT'S ENTRIES DIRECTLY. ENTRIES SHARING ACCOUNT, DATE,
      * TIME AND REFERENCE ARE KEPT APART BY THE SEQUENCE DIGITS.
       INDEX-JRNL-RTN.
            IF TJ-STATUS NOT = "00"
                 GO TO INDEX-JRNL-END.
            MOVE TJ-ACCNO TO JX-ACCNO.
            MOVE TJ-DATE TO JX-DATE.
            MOVE TJ-TIME TO JX-TIME.
            MOVE TJ-REFNO TO JX-REFNO.
            MOVE 0 TO JX-SEQ.
            MOVE JRNL-REC TO JX-JRNL.
       INDEX-JRNL-WRITE.
            WRITE JRNLIDX-REC.
            IF JX-STATUS = "22" AND JX-SEQ < 99
                 ADD 1 TO JX-SEQ
                 GO TO INDEX-JRNL-WRITE.
            IF JX-STATUS NOT = "00"
                 MOVE "JRNLIDX" TO FC-FILENAME
                 MOVE JX-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       INDEX-JRNL-END.
       FILE-ERROR-RTN.
            DISPLAY "FILE ERROR ON " FC-FILENAME " - STATUS "
                 FC-STATUS.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "RUN ENDED - NOTHING FURTHER POSTED.".
            STOP RUN.
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
