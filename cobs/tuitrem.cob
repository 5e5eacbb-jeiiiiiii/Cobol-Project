       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-REMIT.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. POSTS THE BANK TUITION REMITTANCE FILE TO THE STUDENT
      *         BALANCES AND PAYMENTS FILES AND PRINTS THE REMITTANCE
      *         SUMMARY TYING THE BANK TOTAL TO THE POSTED TOTAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TUITREM ASSIGN TO "TUITREM.DAT"
                 FILE STATUS IS RM-STATUS.
            SELECT STUMAST ASSIGN TO "STUMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS ST-SNO
                 FILE STATUS IS ST-STATUS.
            SELECT STUBAL ASSIGN TO "STUBAL.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SB-SNO
                 FILE STATUS IS SB-STATUS.
            SELECT PAYMENTS ASSIGN TO "PAYMENTS.DAT"
                 FILE STATUS IS PY-STATUS.
            SELECT RPTFILE ASSIGN TO "REMITSUM".
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
       FD   TUITREM.
       01   RM-REC.
            02 FILLER PIC X(68).
       FD   STUMAST.
       01   STU-MASTER-REC.
            02 ST-SNO PIC 9(10).
            02 ST-SNAME PIC X(25).
            02 ST-CC PIC 9.
            02 ST-YEAR PIC 9.
            02 ST-ESTAT PIC X.
            02 ST-BANK-ACCNO PIC 9(10).
       FD   STUBAL.
       01   SB-REC.
            02 SB-SNO PIC 9(10).
            02 SB-BALANCE PIC S9(6)V99.
       FD   PAYMENTS.
       01   PAY-REC.
            02 PY-ORNO PIC X(10).
            02 PY-DATE PIC X(8).
            02 PY-SNO PIC 9(10).
            02 PY-CC PIC 9.
            02 PY-AMOUNT PIC 9(6)V99.
            02 PY-TENDER PIC X.
            02 PY-BANK PIC X(10).
            02 PY-CHECKNO PIC X(10).
            02 PY-OPER PIC X(10).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(80).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   RM-STATUS PIC XX VALUE "00".
       01   ST-STATUS PIC XX VALUE "00".
       01   SB-STATUS PIC XX VALUE "00".
       01   PY-STATUS PIC XX VALUE "00".
       01   LG-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   PD-STATUS PIC XX VALUE "00".
       01   PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01   PERIOD-SW PIC 9 VALUE 0.
       01   EOFSW PIC 9 VALUE 0.
       01   BALANCED-SW PIC 9 VALUE 0.
       01   REJECT-REASON PIC X(14) VALUE SPACES.
       01   BATCH-CTR PIC 9(6) VALUE 0.
       01   BATCH-TOT PIC 9(9)V99 VALUE 0.
       01   CTL-CTR PIC 9(6) VALUE 0.
       01   CTL-TOT PIC 9(9)V99 VALUE 0.
       01   POST-CTR PIC 9(6) VALUE 0.
       01   POST-TOT PIC 9(9)V99 VALUE 0.
       01   REJ-CTR PIC 9(6) VALUE 0.
       01   REJ-TOT PIC 9(9)V99 VALUE 0.
       01   REMIT-WORK.
            02 RW-REC-TYPE PIC X.
            02 RW-REFNO PIC 9(8).
            02 RW-DATE PIC X(8).
            02 RW-TIME PIC X(8).
            02 RW-BRANCH PIC X(3).
            02 RW-SNO PIC 9(10).
            02 RW-AMOUNT PIC 9(7)V99.
            02 RW-TENDER PIC X.
            02 RW-ACCNO PIC 9(10).
            02 RW-TELLER PIC X(10).
       01   REMIT-TRL-WORK REDEFINES REMIT-WORK.
            02 RT-REC-TYPE PIC X.
            02 RT-COUNT PIC 9(6).
            02 RT-TOTAL PIC 9(9)V99.
            02 RT-DATE PIC X(8).
            02 FILLER PIC X(42).
       01   ORNO-WORK.
            02 FILLER PIC XX VALUE "BK".
            02 OW-REFNO PIC 9(8).
       01   BANK-WORK.
            02 FILLER PIC X(4) VALUE "CTB ".
            02 BW-BRANCH PIC X(3).
            02 FILLER PIC X(3) VALUE SPACES.
       01   HEAD-1.
            02 FILLER PIC X(19) VALUE SPACES.
            02 FILLER PIC X(41)
               VALUE "POLYTECHNIC UNIVERSITY OF THE PHILIPPINES".
            02 FILLER PIC X(20) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(20) VALUE SPACES.
            02 FILLER PIC X(30)
               VALUE "BANK TUITION REMITTANCE      ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(22) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(9) VALUE "Reference".
            02 FILLER PIC X(1) VALUE SPACES.
            02 FILLER PIC X(3) VALUE "Br.".
            02 FILLER PIC X(1) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "Student No".
            02 FILLER PIC X(1) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "Name".
            02 FILLER PIC X(23) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "Amount".
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(11) VALUE "Disposition".
            02 FILLER PIC X(8) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-REFNO PIC 9(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-BRANCH PIC X(3).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-SNO PIC 9(10).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-SNAME PIC X(20).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-AMT PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-TENDER PIC X.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-DISP PIC X(14).
            02 FILLER PIC X(5) VALUE SPACES.
       01   SUM-LINE.
            02 FILLER PIC X(2) VALUE SPACES.
            02 SL-LABEL PIC X(20).
            02 SL-CTR PIC ZZZ,ZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 SL-AMT PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 SL-NOTE PIC X(20).
            02 FILLER PIC X(13) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE "SCHL" TO PERIOD-SUBSYS.
            PERFORM CHECK-PERIOD-RTN THRU CHECK-PERIOD-END.
            OPEN INPUT TUITREM.
            IF RM-STATUS = "35"
                 DISPLAY "NO BANK REMITTANCE FILE TO POST"
                 STOP RUN.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            MOVE 1 TO BALANCED-SW.
            MOVE 0 TO EOFSW.
            PERFORM VERIFY-RTN THRU VERIFY-END UNTIL EOFSW = 1.
            IF BATCH-CTR NOT = 0
                 MOVE 0 TO BALANCED-SW.
            CLOSE TUITREM.
            IF BALANCED-SW = 0
                 MOVE "BANK CONTROL" TO SL-LABEL
                 MOVE CTL-CTR TO SL-CTR
                 MOVE CTL-TOT TO SL-AMT
                 MOVE "OUT OF BALANCE" TO SL-NOTE
                 WRITE RPTREC FROM SUM-LINE AFTER 2
                 MOVE "  NOT POSTED" TO SL-LABEL
                 MOVE 0 TO SL-CTR
                 MOVE 0 TO SL-AMT
                 MOVE "FILE HELD" TO SL-NOTE
                 WRITE RPTREC FROM SUM-LINE AFTER 1
                 CLOSE RPTFILE
                 DISPLAY "REMITTANCE OUT OF BALANCE - FILE HELD"
                 STOP RUN.
            OPEN INPUT STUMAST.
            IF ST-STATUS = "35"
                 DISPLAY "NO STUDENT MASTER ON FILE - FILE HELD"
                 CLOSE RPTFILE
                 STOP RUN.
            OPEN I-O STUBAL.
            IF SB-STATUS = "35"
                 OPEN OUTPUT STUBAL
                 CLOSE STUBAL
                 OPEN I-O STUBAL.
            OPEN EXTEND STULEDG.
            IF LG-STATUS = "35"
                 OPEN OUTPUT STULEDG.
            OPEN EXTEND PAYMENTS.
            IF PY-STATUS = "35"
                 OPEN OUTPUT PAYMENTS.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            OPEN INPUT TUITREM.
            MOVE 0 TO EOFSW.
            PERFORM POST-RTN THRU POST-END UNTIL EOFSW = 1.
            CLOSE TUITREM.
            OPEN OUTPUT TUITREM.
            CLOSE TUITREM.
            PERFORM SUMMARY-RTN.
            CLOSE STUMAST.
            CLOSE STUBAL.
            CLOSE STULEDG.
            CLOSE PAYMENTS.
            CLOSE RPTFILE.
            DISPLAY "TUITION REMITTANCE POSTED " POST-CTR
                 " NOT POSTED " REJ-CTR.
            STOP RUN.
       VERIFY-RTN.
            READ TUITREM INTO REMIT-WORK
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO VERIFY-END.
            IF RW-REC-TYPE = 'D'
                 ADD 1 TO BATCH-CTR
                 ADD RW-AMOUNT TO BATCH-TOT
                 GO TO VERIFY-END.
            IF RT-COUNT NOT = BATCH-CTR OR RT-TOTAL NOT = BATCH-TOT
                 MOVE 0 TO BALANCED-SW.
            ADD RT-COUNT TO CTL-CTR.
            ADD RT-TOTAL TO CTL-TOT.
            MOVE 0 TO BATCH-CTR.
            MOVE 0 TO BATCH-TOT.
       VERIFY-END.
       POST-RTN.
            READ TUITREM INTO REMIT-WORK
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO POST-END.
            IF RW-REC-TYPE NOT = 'D'
                 GO TO POST-END.
            MOVE SPACES TO REJECT-REASON.
            MOVE SPACES TO DL-SNAME.
            MOVE RW-SNO TO ST-SNO.
            READ STUMAST
                 INVALID KEY
                      MOVE "NOT ON MASTER" TO REJECT-REASON
                 NOT INVALID KEY
                      MOVE ST-SNAME TO DL-SNAME
            END-READ.
            IF REJECT-REASON NOT = SPACES
                 ADD 1 TO REJ-CTR
                 ADD RW-AMOUNT TO REJ-TOT
                 MOVE REJECT-REASON TO DL-DISP
                 GO TO POST-PRINT.
            PERFORM POST-BALANCE-RTN.
            PERFORM POST-PAYMENT-RTN.
            ADD 1 TO POST-CTR.
            ADD RW-AMOUNT TO POST-TOT.
            MOVE "POSTED" TO DL-DISP.
       POST-PRINT.
            MOVE RW-REFNO TO DL-REFNO.
            MOVE RW-BRANCH TO DL-BRANCH.
            MOVE RW-SNO TO DL-SNO.
            MOVE RW-AMOUNT TO DL-AMT.
            MOVE RW-TENDER TO DL-TENDER.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
       POST-END.
       POST-BALANCE-RTN.
            MOVE RW-SNO TO SB-SNO.
            READ STUBAL
                 INVALID KEY
                      MOVE RW-SNO TO SB-SNO
                      MOVE 0 TO SB-BALANCE
                      SUBTRACT RW-AMOUNT FROM SB-BALANCE
                      WRITE SB-REC
                 NOT INVALID KEY
                      SUBTRACT RW-AMOUNT FROM SB-BALANCE
                      REWRITE SB-REC
            END-READ.
            IF SB-STATUS NOT = "00"
                 MOVE "STUBAL" TO FC-FILENAME
                 MOVE SB-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE RW-SNO TO LG-SNO.
            MOVE 'B' TO LG-TRANTYPE.
            MOVE RW-REFNO TO LG-REFNO.
            COMPUTE LG-AMOUNT = 0 - RW-AMOUNT.
            MOVE SB-BALANCE TO LG-NEW-BAL.
            MOVE "BANK REMITTANCE" TO LG-DESC.
            PERFORM WRITE-LEDGER-RTN.
       POST-PAYMENT-RTN.
            MOVE RW-REFNO TO OW-REFNO.
            MOVE ORNO-WORK TO PY-ORNO.
            MOVE RUN-DATE TO PY-DATE.
            MOVE RW-SNO TO PY-SNO.
            MOVE ST-CC TO PY-CC.
            MOVE RW-AMOUNT TO PY-AMOUNT.
            MOVE 'B' TO PY-TENDER.
            MOVE RW-BRANCH TO BW-BRANCH.
            MOVE BANK-WORK TO PY-BANK.
            IF RW-TENDER = 'A'
                 MOVE RW-ACCNO TO PY-CHECKNO
            ELSE
                 MOVE SPACES TO PY-CHECKNO.
            MOVE "BANKREMIT" TO PY-OPER.
            WRITE PAY-REC.
            IF PY-STATUS NOT = "00"
                 MOVE "PAYMENTS" TO FC-FILENAME
                 MOVE PY-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       SUMMARY-RTN.
            MOVE "BANK CONTROL" TO SL-LABEL.
            MOVE CTL-CTR TO SL-CTR.
            MOVE CTL-TOT TO SL-AMT.
            MOVE SPACES TO SL-NOTE.
            WRITE RPTREC FROM SUM-LINE AFTER 2.
            MOVE "  POSTED TO STUBAL" TO SL-LABEL.
            MOVE POST-CTR TO SL-CTR.
            MOVE POST-TOT TO SL-AMT.
            WRITE RPTREC FROM SUM-LINE AFTER 1.
            MOVE "  NOT POSTED" TO SL-LABEL.
            MOVE REJ-CTR TO SL-CTR.
            MOVE REJ-TOT TO SL-AMT.
            IF POST-CTR + REJ-CTR = CTL-CTR
            AND POST-TOT + REJ-TOT = CTL-TOT
                 MOVE "TIES TO BANK" TO SL-NOTE
            ELSE
                 MOVE "DOES NOT TIE" TO SL-NOTE.
            WRITE RPTREC FROM SUM-LINE AFTER 1.
       FILE-ERROR-RTN.
            DISPLAY "FILE ERROR ON " FC-FILENAME " - STATUS "
                 FC-STATUS.
            DISPLAY "RUN ENDED - NOTHING FURTHER POSTED.".
            STOP RUN.
       WRITE-LEDGER-RTN.
            MOVE RUN-DATE TO LG-DATE.
            ACCEPT LG-TIME FROM TIME.
            MOVE "TUITION-REMIT" TO LG-PROGRAM.
            MOVE RW-TELLER TO LG-OPERATOR.
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
                 ACCEPT RUN-DATE FROM DATE
            ELSE
                 READ RUNDATE
                      AT END
                           ACCEPT RUN-DATE FROM DATE
                      NOT AT END
                           MOVE RD-BUSDATE TO RUN-DATE
                 END-READ
                 CLOSE RUNDATE.
