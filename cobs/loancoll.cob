       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-COLLECT.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. AUTO-DEBITS DUE LOAN INSTALLMENTS FROM THE LINKED
      *         DEPOSIT ACCOUNT IN THE NIGHTLY WINDOW.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT LOANMAST ASSIGN TO "BNKLOAN.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS LN-LOANNO
                 FILE STATUS IS LN-STATUS.
            SELECT LOANSCHD ASSIGN TO "LOANSCHD.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS LS-KEY
                 FILE STATUS IS LS-STATUS.
            SELECT LNHIST ASSIGN TO "LNHIST.DAT"
                 FILE STATUS IS LH-STATUS.
            SELECT ACCTMAST ASSIGN TO "ACCTMAST"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AM-ACCNO-KEY
                 FILE STATUS IS AM-STATUS.
            SELECT HOLDFILE ASSIGN TO "HOLDS.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS HD-KEY
                 FILE STATUS IS HD-STATUS.
            SELECT TRNJRNL ASSIGN TO "TRNJRNL.DAT"
                 FILE STATUS IS TJ-STATUS.
            SELECT JRNLIDX ASSIGN TO "JRNLIDX.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS JX-KEY
                 FILE STATUS IS JX-STATUS.
            SELECT SEQCTR ASSIGN TO "SEQCTR.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SC-PROGRAM
                 FILE STATUS IS SC-STATUS.
            SELECT RPTFILE ASSIGN TO "LOANCOLL".
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
       FD   LOANMAST.
       01   LOAN-REC.
            02 LN-LOANNO PIC 9(8).
            02 LN-CUSTNO PIC 9(8).
            02 LN-TYPE PIC X.
            02 LN-ACCNO PIC 9(10).
            02 LN-PRINCIPAL PIC 9(9)V99.
            02 LN-RATE PIC V9999.
            02 LN-TERM PIC 9(3).
            02 LN-AMORT PIC 9(7)V99.
            02 LN-BOOK-DATE PIC X(8).
            02 LN-OUTSTANDING PIC 9(9)V99.
            02 LN-STATUS-CODE PIC X.
            02 LN-CLOSE-DATE PIC X(8).
       FD   LOANSCHD.
       01   LOANSCHD-REC.
            02 LS-KEY.
                 03 LS-LOANNO PIC 9(8).
                 03 LS-INSTNO PIC 9(3).
            02 LS-DUE-DATE PIC X(8).
            02 LS-PRINCIPAL PIC 9(7)V99.
            02 LS-INTEREST PIC 9(7)V99.
            02 LS-AMORT PIC 9(7)V99.
            02 LS-PAID PIC 9(7)V99.
            02 LS-STATUS-CODE PIC X.
            02 LS-PAID-DATE PIC X(8).
       FD   LNHIST.
       01   LNHIST-REC.
            02 LH-LOANNO PIC 9(8).
            02 LH-DATE PIC X(8).
            02 LH-TYPE PIC X.
            02 LH-INSTNO PIC 9(3).
            02 LH-AMOUNT PIC 9(9)V99.
            02 LH-PRIN PIC 9(9)V99.
            02 LH-INT PIC 9(7)V99.
            02 LH-OUTSTANDING PIC 9(9)V99.
            02 LH-REFNO PIC 9(8).
       FD   ACCTMAST.
       01   ACCT-MASTER-REC.
            02 AM-ACCNO-KEY PIC 9(10).
            02 AM-ACCNAME PIC X(20).
            02 AM-ACCOUNTTYPE PIC X.
            02 AM-BALANCE PIC S9(9)V99.
            02 AM-STATUS-CODE PIC X.
            02 AM-LASTACT-DATE PIC X(8).
            02 AM-CUSTNO PIC 9(8).
            02 AM-HOME-BRANCH PIC X(3).
       FD   HOLDFILE.
       01   HOLD-REC.
            02 HD-KEY.
                 03 HD-ACCNO PIC 9(10).
                 03 HD-SEQ PIC 9(3).
            02 HD-AMOUNT PIC 9(7)V99.
            02 HD-REASON PIC X(20).
            02 HD-EXPIRY PIC X(8).
            02 HD-STATUS-CODE PIC X.
            02 HD-PLACED-DATE PIC X(8).
       FD   TRNJRNL.
       01   JRNL-REC.
            02 TJ-DATE PIC X(8).
            02 TJ-TIME PIC X(8).
            02 TJ-REFNO PIC 9(8).
            02 TJ-ACCNO PIC 9(10).
            02 TJ-TRANTYPE PIC X.
            02 TJ-AMOUNT PIC S9(7)V99.
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
       FD   SEQCTR.
       01   SC-REC.
            02 SC-PROGRAM PIC X(15).
            02 SC-NEXT-SEQ PIC 9(8).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(90).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   LN-STATUS PIC XX VALUE "00".
       01   LS-STATUS PIC XX VALUE "00".
       01   LH-STATUS PIC XX VALUE "00".
       01   AM-STATUS PIC XX VALUE "00".
       01   HD-STATUS PIC XX VALUE "00".
       01   TJ-STATUS PIC XX VALUE "00".
       01   JX-STATUS PIC XX VALUE "00".
       01   SC-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   PD-STATUS PIC XX VALUE "00".
       01   PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01   PERIOD-SW PIC 9 VALUE 0.
       01   REFNO PIC 9(8) VALUE 0.
       01   EOFSW PIC 9 VALUE 0.
       01   HOLD-EOF-SW PIC 9 VALUE 0.
       01   HOLD-TOTAL PIC 9(9)V99 VALUE 0.
       01   SKIP-REASON PIC X(15) VALUE SPACES.
       01   MIN-BALANCE-FLOOR PIC S9(9)V99 VALUE 0.
       01   OD-LIMIT PIC S9(9)V99 VALUE 5000.00.
       01   AVAILABLE PIC S9(9)V99 VALUE 0.
       01   DUE-AMT PIC 9(7)V99 VALUE 0.
       01   COLLECT-AMT PIC 9(7)V99 VALUE 0.
       01   INT-DUE PIC 9(7)V99 VALUE 0.
       01   INT-PART PIC 9(7)V99 VALUE 0.
       01   PRIN-PART PIC 9(7)V99 VALUE 0.
       01   FULL-CTR PIC 9(6) VALUE 0.
       01   PART-CTR PIC 9(6) VALUE 0.
       01   SKIP-CTR PIC 9(6) VALUE 0.
       01   PAIDOFF-CTR PIC 9(6) VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   TOT-COLLECTED PIC 9(9)V99 VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(16) VALUE "China Trust Bank".
            02 FILLER PIC X(49) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(22) VALUE SPACES.
            02 FILLER PIC X(27)
               VALUE "LOAN INSTALLMENT COLLECTION".
            02 FILLER PIC X(1) VALUE SPACES.
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(32) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(8) VALUE "Loan No ".
            02 FILLER PIC X(4) VALUE "Inst".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(7) VALUE "Account".
            02 FILLER PIC X(5) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "Due Date".
            02 FILLER PIC X(9) VALUE SPACES.
            02 FILLER PIC X(3) VALUE "Due".
            02 FILLER PIC X(5) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "Collected".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(11) VALUE "Disposition".
            02 FILLER PIC X(17) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-LOANNO PIC 9(8).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-INSTNO PIC ZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-ACCNO PIC 9(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-DUE-DATE PIC X(8).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-DUE PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-PAID PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-DISP PIC X(8).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-REASON PIC X(15).
            02 FILLER PIC X(4) VALUE SPACES.
       01   TOTAL-1.
            02 FILLER PIC X(6) VALUE "PAID: ".
            02 TL-FULL PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "PARTIAL: ".
            02 TL-PART PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "SKIPPED: ".
            02 TL-SKIP PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(11) VALUE "PAID OFF:  ".
            02 TL-PAIDOFF PIC ZZZ,ZZ9.
            02 FILLER PIC X(18) VALUE SPACES.
       01   TOTAL-2.
            02 FILLER PIC X(17) VALUE "TOTAL COLLECTED: ".
            02 TL-COLLECTED PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(59) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(69) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE "BANK" TO PERIOD-SUBSYS.
            PERFORM CHECK-PERIOD-RTN THRU CHECK-PERIOD-END.
            OPEN I-O LOANMAST.
            IF LN-STATUS = "35"
                 DISPLAY "NO LOAN MASTER FILE - NOTHING TO COLLECT"
                 STOP RUN.
            OPEN I-O LOANSCHD.
            IF LS-STATUS = "35"
                 DISPLAY "NO LOAN SCHEDULE FILE - NOTHING TO COLLECT"
                 CLOSE LOANMAST
                 STOP RUN.
            OPEN I-O ACCTMAST.
            IF AM-STATUS = "35"
                 DISPLAY "NO ACCOUNT MASTER ON FILE"
                 CLOSE LOANMAST
                 CLOSE LOANSCHD
                 STOP RUN.
            OPEN INPUT HOLDFILE.
            IF HD-STATUS = "35"
                 OPEN OUTPUT HOLDFILE
                 CLOSE HOLDFILE
                 OPEN INPUT HOLDFILE.
            OPEN EXTEND LNHIST.
            IF LH-STATUS = "35"
                 OPEN OUTPUT LNHIST.
            OPEN EXTEND TRNJRNL.
            OPEN I-O JRNLIDX.
            IF JX-STATUS = "35"
                 OPEN OUTPUT JRNLIDX
                 CLOSE JRNLIDX
                 OPEN I-O JRNLIDX.
            OPEN I-O SEQCTR.
            IF SC-STATUS = "35"
                 OPEN OUTPUT SEQCTR
                 CLOSE SEQCTR
                 OPEN I-O SEQCTR.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            PERFORM INSTALLMENT-RTN THRU INSTALLMENT-END
                 UNTIL EOFSW = 1.
            MOVE FULL-CTR TO TL-FULL.
            MOVE PART-CTR TO TL-PART.
            MOVE SKIP-CTR TO TL-SKIP.
            MOVE PAIDOFF-CTR TO TL-PAIDOFF.
            MOVE TOT-COLLECTED TO TL-COLLECTED.
            WRITE RPTREC FROM TOTAL-1 AFTER 2.
            WRITE RPTREC FROM TOTAL-2 AFTER 1.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE LOANMAST.
            CLOSE LOANSCHD.
            CLOSE ACCTMAST.
            CLOSE HOLDFILE.
            CLOSE LNHIST.
            CLOSE TRNJRNL.
            CLOSE JRNLIDX.
            CLOSE SEQCTR.
            CLOSE RPTFILE.
            DISPLAY "LOAN COLLECTION COMPLETE - COLLECTED "
                 TOT-COLLECTED.
            STOP RUN.
       INSTALLMENT-RTN.
            READ LOANSCHD NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO INSTALLMENT-END.
            IF LS-STATUS-CODE NOT = 'O'
                 GO TO INSTALLMENT-END.
            IF LS-DUE-DATE > RUN-DATE
                 GO TO INSTALLMENT-END.
            MOVE LS-LOANNO TO LN-LOANNO.
            READ LOANMAST RECORD
                 INVALID KEY
                      GO TO INSTALLMENT-END.
            IF LN-STATUS-CODE NOT = 'A'
                 GO TO INSTALLMENT-END.
            ADD 1 TO REC-CTR.
            COMPUTE DUE-AMT = LS-AMORT - LS-PAID.
            MOVE 0 TO COLLECT-AMT.
            MOVE SPACES TO SKIP-REASON.
            PERFORM EDIT-COLLECT-RTN THRU EDIT-COLLECT-END.
            IF SKIP-REASON = SPACES
                 PERFORM POST-COLLECT-RTN
                 ADD COLLECT-AMT TO TOT-COLLECTED
                 MOVE SPACES TO DL-REASON
            ELSE
                 ADD 1 TO SKIP-CTR
                 MOVE "SKIPPED " TO DL-DISP
                 MOVE SKIP-REASON TO DL-REASON.
            MOVE LS-LOANNO TO DL-LOANNO.
            MOVE LS-INSTNO TO DL-INSTNO.
            MOVE LN-ACCNO TO DL-ACCNO.
            MOVE LS-DUE-DATE TO DL-DUE-DATE.
            MOVE DUE-AMT TO DL-DUE.
            MOVE COLLECT-AMT TO DL-PAID.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
       INSTALLMENT-END.
       EDIT-COLLECT-RTN.
            MOVE LN-ACCNO TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE "NODEBITACCT" TO SKIP-REASON
                      GO TO EDIT-COLLECT-END.
            IF AM-STATUS-CODE = 'F' OR AM-STATUS-CODE = 'C'
                 MOVE "DEBITSTATUS" TO SKIP-REASON
                 GO TO EDIT-COLLECT-END.
            IF AM-ACCOUNTTYPE = 'S' OR AM-ACCOUNTTYPE = 's'
                 MOVE 500.00 TO MIN-BALANCE-FLOOR
            ELSE
            IF AM-ACCOUNTTYPE = 'C' OR AM-ACCOUNTTYPE = 'c'
                 COMPUTE MIN-BALANCE-FLOOR = 0 - OD-LIMIT
            ELSE
                 MOVE 0 TO MIN-BALANCE-FLOOR.
            PERFORM LOAD-HOLDS-RTN.
            COMPUTE AVAILABLE =
                 AM-BALANCE - MIN-BALANCE-FLOOR - HOLD-TOTAL.
            IF AVAILABLE NOT > 0
                 MOVE "INSUFFICIENT" TO SKIP-REASON
                 GO TO EDIT-COLLECT-END.
            IF AVAILABLE < DUE-AMT
                 MOVE AVAILABLE TO COLLECT-AMT
            ELSE
                 MOVE DUE-AMT TO COLLECT-AMT.
       EDIT-COLLECT-END.
       LOAD-HOLDS-RTN.
            MOVE 0 TO HOLD-TOTAL.
            MOVE 0 TO HOLD-EOF-SW.
            MOVE LN-ACCNO TO HD-ACCNO.
            MOVE 0 TO HD-SEQ.
            START HOLDFILE KEY NOT LESS THAN HD-KEY
                 INVALID KEY
                      MOVE 1 TO HOLD-EOF-SW.
            PERFORM HOLD-SCAN-RTN THRU HOLD-SCAN-END
                 UNTIL HOLD-EOF-SW = 1.
       HOLD-SCAN-RTN.
            READ HOLDFILE NEXT RECORD
                 AT END
                      MOVE 1 TO HOLD-EOF-SW
                      GO TO HOLD-SCAN-END.
            IF HD-ACCNO NOT = LN-ACCNO
                 MOVE 1 TO HOLD-EOF-SW
                 GO TO HOLD-SCAN-END.
            IF HD-STATUS-CODE = 'A'
                 AND (HD-EXPIRY = SPACES
                 OR HD-EXPIRY NOT < RUN-DATE)
                 ADD HD-AMOUNT TO HOLD-TOTAL.
       HOLD-SCAN-END.
       POST-COLLECT-RTN.
            SUBTRACT COLLECT-AMT FROM AM-BALANCE.
            MOVE RUN-DATE TO AM-LASTACT-DATE.
            REWRITE ACCT-MASTER-REC.
            IF AM-STATUS NOT = "00"
                 MOVE "ACCTMAST" TO FC-FILENAME
                 MOVE AM-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            IF LS-PAID < LS-INTEREST
                 COMPUTE INT-DUE = LS-INTEREST - LS-PAID
            ELSE
                 MOVE 0 TO INT-DUE.
            IF COLLECT-AMT < INT-DUE
                 MOVE COLLECT-AMT TO INT-PART
            ELSE
                 MOVE INT-DUE TO INT-PART.
            COMPUTE PRIN-PART = COLLECT-AMT - INT-PART.
            ADD COLLECT-AMT TO LS-PAID.
            IF LS-PAID NOT < LS-AMORT
                 MOVE 'P' TO LS-STATUS-CODE
                 MOVE RUN-DATE TO LS-PAID-DATE
                 ADD 1 TO FULL-CTR
                 MOVE "PAID    " TO DL-DISP
            ELSE
                 ADD 1 TO PART-CTR
                 MOVE "PARTIAL " TO DL-DISP.
            REWRITE LOANSCHD-REC.
            IF LS-STATUS NOT = "00"
                 MOVE "LOANSCHD" TO FC-FILENAME
                 MOVE LS-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            IF PRIN-PART > LN-OUTSTANDING
                 MOVE 0 TO LN-OUTSTANDING
            ELSE
                 SUBTRACT PRIN-PART FROM LN-OUTSTANDING.
            IF LN-OUTSTANDING = 0
                 MOVE 'P' TO LN-STATUS-CODE
                 MOVE RUN-DATE TO LN-CLOSE-DATE
                 ADD 1 TO PAIDOFF-CTR.
            REWRITE LOAN-REC.
            IF LN-STATUS NOT = "00"
                 MOVE "BNKLOAN" TO FC-FILENAME
                 MOVE LN-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM SEQ-RTN.
            PERFORM WRITE-JOURNAL-RTN.
            MOVE LN-LOANNO TO LH-LOANNO.
            MOVE RUN-DATE TO LH-DATE.
            MOVE 'C' TO LH-TYPE.
            MOVE LS-INSTNO TO LH-INSTNO.
            MOVE COLLECT-AMT TO LH-AMOUNT.
            MOVE PRIN-PART TO LH-PRIN.
            MOVE INT-PART TO LH-INT.
            MOVE LN-OUTSTANDING TO LH-OUTSTANDING.
            MOVE REFNO TO LH-REFNO.
            WRITE LNHIST-REC.
            IF LH-STATUS NOT = "00"
                 MOVE "LNHIST" TO FC-FILENAME
                 MOVE LH-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       WRITE-JOURNAL-RTN.
            MOVE RUN-DATE TO TJ-DATE.
            ACCEPT TJ-TIME FROM TIME.
            MOVE SPACES TO TJ-OPERATOR.
            MOVE REFNO TO TJ-REFNO.
            MOVE LN-ACCNO TO TJ-ACCNO.
            MOVE 'M' TO TJ-TRANTYPE.
            MOVE COLLECT-AMT TO TJ-AMOUNT.
            MOVE SPACES TO TJ-BRANCH.
            MOVE AM-BALANCE TO TJ-NEW-BAL.
            WRITE JRNL-REC.
            PERFORM INDEX-JRNL-RTN THRU INDEX-JRNL-END.
            IF TJ-STATUS NOT = "00"
                 MOVE "TRNJRNL" TO FC-FILENAME
                 MOVE TJ-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       SEQ-RTN.
            MOVE "LOAN-COLLECT" TO SC-PROGRAM.
            READ SEQCTR
                 INVALID KEY
                      MOVE 1 TO SC-NEXT-SEQ
                 NOT INVALID KEY
                      ADD 1 TO SC-NEXT-SEQ.
            MOVE SC-NEXT-SEQ TO REFNO.
            IF SC-STATUS = "23"
                 WRITE SC-REC
            ELSE
                 REWRITE SC-REC.
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
                 ACCEPT RUN-DATE FROM DATE
            ELSE
                 READ RUNDATE
                      AT END
                           ACCEPT RUN-DATE FROM DATE
                      NOT AT END
                           MOVE RD-BUSDATE TO RUN-DATE
                 END-READ
                 CLOSE RUNDATE.
