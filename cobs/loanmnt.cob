       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-MAINT.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. CONSUMER LOAN BOOKING WITH AMORTIZATION SCHEDULE AND
      *         DISBURSEMENT, AND THE LOAN LEDGER INQUIRY.
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
            SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CM-CUSTNO
                 FILE STATUS IS CM-STATUS.
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
            SELECT RPTFILE ASSIGN TO "AMORTSCH".
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
       FD   CUSTMAST.
       01   CUST-MASTER-REC.
            02 CM-CUSTNO PIC 9(8).
            02 CM-NAME PIC X(25).
            02 CM-ADDRESS PIC X(30).
            02 CM-IDDOC PIC X(20).
            02 CM-ID-TYPE PIC XX.
            02 CM-ID-EXPIRY PIC X(8).
            02 CM-RISK-RATING PIC X.
            02 CM-LAST-REVIEW PIC X(8).
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
       01   LN-STATUS PIC XX VALUE "00".
       01   LS-STATUS PIC XX VALUE "00".
       01   LH-STATUS PIC XX VALUE "00".
       01   AM-STATUS PIC XX VALUE "00".
       01   CM-STATUS PIC XX VALUE "00".
       01   TJ-STATUS PIC XX VALUE "00".
       01   JX-STATUS PIC XX VALUE "00".
       01   SC-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   PD-STATUS PIC XX VALUE "00".
       01   PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01   PERIOD-SW PIC 9 VALUE 0.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   CONFIRM-ANS PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   SCAN-EOF-SW PIC 9 VALUE 0.
       01   CUSTNO-IN PIC 9(8) VALUE 0.
       01   ACCNO-IN PIC 9(10) VALUE 0.
       01   LOANNO-IN PIC 9(8) VALUE 0.
       01   TYPE-IN PIC X VALUE SPACE.
       01   PRINCIPAL-IN PIC 9(9)V99 VALUE 0.
       01   RATE-IN PIC V9999 VALUE 0.
       01   TERM-IN PIC 9(3) VALUE 0.
       01   NEW-LOANNO PIC 9(8) VALUE 0.
       01   REFNO PIC 9(8) VALUE 0.
       01   MONTHLY-RATE PIC V9(8) VALUE 0.
       01   GROWTH PIC 9(5)V9(8) VALUE 0.
       01   AMORT-AMT PIC 9(7)V99 VALUE 0.
       01   SCHED-BAL PIC 9(9)V99 VALUE 0.
       01   INST-NO PIC 9(3) VALUE 0.
       01   TOT-INTEREST PIC 9(9)V99 VALUE 0.
       01   ARREARS-AMT PIC 9(9)V99 VALUE 0.
       01   ARREARS-CTR PIC 9(3) VALUE 0.
       01   NEXT-DUE PIC X(8) VALUE SPACES.
       01   LIST-LINE PIC 99 VALUE 0.
       01   AMT-OUT PIC ZZZ,ZZZ,ZZ9.99.
       01   RATE-PCT PIC Z9.99.
       01   DATE-WORK.
            02 DW-YY PIC 99.
            02 DW-MM PIC 99.
            02 DW-DD PIC 99.
            02 FILLER PIC XX.
       01   HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(16) VALUE "China Trust Bank".
            02 FILLER PIC X(49) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(22) VALUE SPACES.
            02 FILLER PIC X(27)
               VALUE "LOAN AMORTIZATION SCHEDULE ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(33) VALUE SPACES.
       01   HEAD-3.
            02 FILLER PIC X(9) VALUE "Loan No: ".
            02 HL-LOANNO PIC 9(8).
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "Customer: ".
            02 HL-NAME PIC X(25).
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "Account: ".
            02 HL-ACCNO PIC 9(10).
            02 FILLER PIC X(13) VALUE SPACES.
       01   HEAD-4.
            02 FILLER PIC X(11) VALUE "Principal: ".
            02 HL-PRINCIPAL PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "Rate: ".
            02 HL-RATE PIC Z9.99.
            02 FILLER PIC X(1) VALUE "%".
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "Term: ".
            02 HL-TERM PIC ZZ9.
            02 FILLER PIC X(7) VALUE " MONTHS".
            02 FILLER PIC X(31) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(4) VALUE "Inst".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "Due Date".
            02 FILLER PIC X(7) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "Principal".
            02 FILLER PIC X(6) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "Interest".
            02 FILLER PIC X(6) VALUE SPACES.
            02 FILLER PIC X(12) VALUE "Amortization".
            02 FILLER PIC X(6) VALUE SPACES.
            02 FILLER PIC X(7) VALUE "Balance".
            02 FILLER PIC X(15) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-INSTNO PIC ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-DUE PIC X(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-PRIN PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-INT PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-AMORT PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-BAL PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(18) VALUE SPACES.
       01   TOTAL-1.
            02 FILLER PIC X(16) VALUE "TOTAL INTEREST: ".
            02 TL-INT PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(60) VALUE SPACES.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE "BANK" TO PERIOD-SUBSYS.
            PERFORM CHECK-PERIOD-RTN THRU CHECK-PERIOD-END.
            OPEN I-O LOANMAST.
            IF LN-STATUS = "35"
                 OPEN OUTPUT LOANMAST
                 CLOSE LOANMAST
                 OPEN I-O LOANMAST.
            OPEN I-O LOANSCHD.
            IF LS-STATUS = "35"
                 OPEN OUTPUT LOANSCHD
                 CLOSE LOANSCHD
                 OPEN I-O LOANSCHD.
            OPEN I-O ACCTMAST.
            IF AM-STATUS = "35"
                 DISPLAY "NO ACCOUNT MASTER ON FILE" LINE 1 COLUMN 1
                 CLOSE LOANMAST
                 CLOSE LOANSCHD
                 STOP RUN.
            OPEN INPUT CUSTMAST.
            IF CM-STATUS = "35"
                 DISPLAY "NO CUSTOMER MASTER ON FILE" LINE 1 COLUMN 1
                 CLOSE LOANMAST
                 CLOSE LOANSCHD
                 CLOSE ACCTMAST
                 STOP RUN.
            OPEN I-O SEQCTR.
            IF SC-STATUS = "35"
                 OPEN OUTPUT SEQCTR
                 CLOSE SEQCTR
                 OPEN I-O SEQCTR.
            OPEN EXTEND TRNJRNL.
            OPEN I-O JRNLIDX.
            IF JX-STATUS = "35"
                 OPEN OUTPUT JRNLIDX
                 CLOSE JRNLIDX
                 OPEN I-O JRNLIDX.
            OPEN EXTEND RPTFILE.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE LOANMAST.
            CLOSE LOANSCHD.
            CLOSE ACCTMAST.
            CLOSE CUSTMAST.
            CLOSE SEQCTR.
            CLOSE TRNJRNL.
            CLOSE JRNLIDX.
            CLOSE RPTFILE.
            CLOSE AUDITLOG.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "CHINA TRUST BANK" LINE 1 COLUMN 32.
            DISPLAY "CONSUMER LOANS" LINE 2 COLUMN 33.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (B=BOOK LOAN, I=LEDGER INQUIRY):"
                 LINE 4 COLUMN 1.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'B'
                 PERFORM BOOK-RTN THRU BOOK-END
            ELSE
                 PERFORM INQUIRY-RTN THRU INQUIRY-END.
       PROCESS-ASK.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 4 COLUMN 45.
            IF FUNC-CODE = 'B' OR FUNC-CODE = 'b'
                 MOVE 'B' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'I' OR FUNC-CODE = 'i'
                 MOVE 'I' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       BOOK-RTN.
            DISPLAY "CUSTOMER ID:" LINE 6 COLUMN 1.
            ACCEPT CUSTNO-IN LINE 6 COLUMN 30.
            MOVE CUSTNO-IN TO CM-CUSTNO.
            READ CUSTMAST RECORD
                 INVALID KEY
                      DISPLAY "NO SUCH CUSTOMER ON FILE"
                           LINE 16 COLUMN 1
                      MOVE "CUSTNO" TO AL-FIELD
                      MOVE CUSTNO-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO BOOK-END.
            DISPLAY CM-NAME LINE 6 COLUMN 45.
            DISPLAY "DEPOSIT ACCOUNT:" LINE 7 COLUMN 1.
            ACCEPT ACCNO-IN LINE 7 COLUMN 30.
            MOVE ACCNO-IN TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE 0 TO AM-CUSTNO.
            IF AM-CUSTNO NOT = CUSTNO-IN
                 OR AM-STATUS-CODE = 'F' OR AM-STATUS-CODE = 'C'
                 OR (AM-ACCOUNTTYPE NOT = 'S'
                 AND AM-ACCOUNTTYPE NOT = 's'
                 AND AM-ACCOUNTTYPE NOT = 'C'
                 AND AM-ACCOUNTTYPE NOT = 'c')
                 DISPLAY "NOT AN OPEN PESO ACCOUNT OF THIS CUSTOMER"
                      LINE 16 COLUMN 1
                 MOVE "LOANACCOUNT" TO AL-FIELD
                 MOVE ACCNO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO BOOK-END.
            DISPLAY AM-ACCNAME LINE 7 COLUMN 45.
            MOVE 0 TO VALID-SW.
            DISPLAY "LOAN TYPE (S=SALARY, A=APPLIANCE):"
                 LINE 8 COLUMN 1.
            PERFORM TYPE-RTN THRU TYPE-END UNTIL VALID-SW = 1.
            MOVE 0 TO VALID-SW.
            DISPLAY "PRINCIPAL:" LINE 9 COLUMN 1.
            PERFORM PRINCIPAL-RTN THRU PRINCIPAL-END UNTIL VALID-SW = 1.
            MOVE 0 TO VALID-SW.
            DISPLAY "ANNUAL RATE (.1200 = 12%):" LINE 10 COLUMN 1.
            PERFORM RATE-RTN THRU RATE-END UNTIL VALID-SW = 1.
            MOVE 0 TO VALID-SW.
            DISPLAY "TERM IN MONTHS:" LINE 11 COLUMN 1.
            PERFORM TERM-RTN THRU TERM-END UNTIL VALID-SW = 1.
            COMPUTE MONTHLY-RATE ROUNDED = RATE-IN / 12.
            COMPUTE GROWTH ROUNDED = (1 + MONTHLY-RATE) ** TERM-IN.
            COMPUTE AMORT-AMT ROUNDED =
                 PRINCIPAL-IN * MONTHLY-RATE * GROWTH / (GROWTH - 1).
            MOVE AMORT-AMT TO AMT-OUT.
            DISPLAY "MONTHLY AMORTIZATION:" LINE 13 COLUMN 1.
            DISPLAY AMT-OUT LINE 13 COLUMN 30.
            DISPLAY "BOOK AND DISBURSE (Y/N)?" LINE 14 COLUMN 1.
            ACCEPT CONFIRM-ANS LINE 14 COLUMN 30.
            IF CONFIRM-ANS NOT = 'Y' AND CONFIRM-ANS NOT = 'y'
                 DISPLAY "LOAN NOT BOOKED" LINE 16 COLUMN 1
                 GO TO BOOK-END.
            MOVE "LOAN-MAINT" TO SC-PROGRAM.
            PERFORM SEQ-RTN.
            MOVE SC-NEXT-SEQ TO NEW-LOANNO.
            MOVE NEW-LOANNO TO LN-LOANNO.
            MOVE CUSTNO-IN TO LN-CUSTNO.
            MOVE TYPE-IN TO LN-TYPE.
            MOVE ACCNO-IN TO LN-ACCNO.
            MOVE PRINCIPAL-IN TO LN-PRINCIPAL.
            MOVE RATE-IN TO LN-RATE.
            MOVE TERM-IN TO LN-TERM.
            MOVE AMORT-AMT TO LN-AMORT.
            MOVE RUN-DATE TO LN-BOOK-DATE.
            MOVE PRINCIPAL-IN TO LN-OUTSTANDING.
            MOVE 'A' TO LN-STATUS-CODE.
            MOVE SPACES TO LN-CLOSE-DATE.
            WRITE LOAN-REC.
            IF LN-STATUS NOT = "00"
                 MOVE "BNKLOAN" TO FC-FILENAME
                 MOVE LN-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM SCHEDULE-RTN.
            PERFORM DISBURSE-RTN.
            MOVE "LOANBOOKED" TO AL-FIELD.
            MOVE NEW-LOANNO TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "LOAN NUMBER:" LINE 16 COLUMN 1.
            DISPLAY NEW-LOANNO LINE 16 COLUMN 30.
            DISPLAY "DISBURSED - SCHEDULE PRINTED" LINE 17 COLUMN 1.
       BOOK-END.
       TYPE-RTN.
            ACCEPT TYPE-IN LINE 8 COLUMN 40.
            IF TYPE-IN = 'S' OR TYPE-IN = 's'
                 MOVE 'S' TO TYPE-IN
                 MOVE 1 TO VALID-SW
            ELSE
            IF TYPE-IN = 'A' OR TYPE-IN = 'a'
                 MOVE 'A' TO TYPE-IN
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "LOANTYPE" TO AL-FIELD
                 MOVE TYPE-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       TYPE-END.
       PRINCIPAL-RTN.
            ACCEPT PRINCIPAL-IN LINE 9 COLUMN 30.
            IF PRINCIPAL-IN IS NUMERIC AND PRINCIPAL-IN > 0
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "PRINCIPAL" TO AL-FIELD
                 MOVE PRINCIPAL-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       PRINCIPAL-END.
       RATE-RTN.
            ACCEPT RATE-IN LINE 10 COLUMN 30.
            IF RATE-IN IS NUMERIC AND RATE-IN > 0
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "LOANRATE" TO AL-FIELD
                 MOVE RATE-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       RATE-END.
       TERM-RTN.
            ACCEPT TERM-IN LINE 11 COLUMN 30.
            IF TERM-IN IS NUMERIC AND TERM-IN > 0 AND TERM-IN NOT > 360
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "LOANTERM" TO AL-FIELD
                 MOVE TERM-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       TERM-END.
       SCHEDULE-RTN.
            MOVE RUN-DATE TO HD-DATE.
            MOVE NEW-LOANNO TO HL-LOANNO.
            MOVE CM-NAME TO HL-NAME.
            MOVE ACCNO-IN TO HL-ACCNO.
            MOVE PRINCIPAL-IN TO HL-PRINCIPAL.
            COMPUTE HL-RATE = RATE-IN * 100.
            MOVE TERM-IN TO HL-TERM.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM HEAD-3 AFTER 2.
            WRITE RPTREC FROM HEAD-4 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            MOVE PRINCIPAL-IN TO SCHED-BAL.
            MOVE 0 TO TOT-INTEREST.
            MOVE RUN-DATE TO DATE-WORK.
            PERFORM INSTALLMENT-RTN
                 VARYING INST-NO FROM 1 BY 1 UNTIL INST-NO > TERM-IN.
            MOVE TOT-INTEREST TO TL-INT.
            WRITE RPTREC FROM TOTAL-1 AFTER 2.
       INSTALLMENT-RTN.
            ADD 1 TO DW-MM.
            IF DW-MM > 12
                 MOVE 1 TO DW-MM
                 ADD 1 TO DW-YY.
            IF DW-DD > 28
                 MOVE 28 TO DW-DD.
            MOVE NEW-LOANNO TO LS-LOANNO.
            MOVE INST-NO TO LS-INSTNO.
            MOVE DATE-WORK TO LS-DUE-DATE.
            COMPUTE LS-INTEREST ROUNDED = SCHED-BAL * MONTHLY-RATE.
            IF INST-NO = TERM-IN
                 MOVE SCHED-BAL TO LS-PRINCIPAL
                 COMPUTE LS-AMORT = LS-PRINCIPAL + LS-INTEREST
            ELSE
                 COMPUTE LS-PRINCIPAL = AMORT-AMT - LS-INTEREST
                 MOVE AMORT-AMT TO LS-AMORT.
            SUBTRACT LS-PRINCIPAL FROM SCHED-BAL.
            ADD LS-INTEREST TO TOT-INTEREST.
            MOVE 0 TO LS-PAID.
            MOVE 'O' TO LS-STATUS-CODE.
            MOVE SPACES TO LS-PAID-DATE.
            WRITE LOANSCHD-REC.
            IF LS-STATUS NOT = "00"
                 MOVE "LOANSCHD" TO FC-FILENAME
                 MOVE LS-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE INST-NO TO DL-INSTNO.
            MOVE LS-DUE-DATE TO DL-DUE.
            MOVE LS-PRINCIPAL TO DL-PRIN.
            MOVE LS-INTEREST TO DL-INT.
            MOVE LS-AMORT TO DL-AMORT.
            MOVE SCHED-BAL TO DL-BAL.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
       DISBURSE-RTN.
            MOVE ACCNO-IN TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE "ACCTMAST" TO FC-FILENAME
                      MOVE AM-STATUS TO FC-STATUS
                      PERFORM FILE-ERROR-RTN.
            ADD PRINCIPAL-IN TO AM-BALANCE.
            MOVE RUN-DATE TO AM-LASTACT-DATE.
            IF AM-STATUS-CODE = 'D'
                 MOVE 'A' TO AM-STATUS-CODE.
            REWRITE ACCT-MASTER-REC.
            IF AM-STATUS NOT = "00"
                 MOVE "ACCTMAST" TO FC-FILENAME
                 MOVE AM-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE "LOAN-DISB" TO SC-PROGRAM.
            PERFORM SEQ-RTN.
            MOVE SC-NEXT-SEQ TO REFNO.
            MOVE RUN-DATE TO TJ-DATE.
            ACCEPT TJ-TIME FROM TIME.
            MOVE OPERATOR-ID TO TJ-OPERATOR.
            MOVE REFNO TO TJ-REFNO.
            MOVE ACCNO-IN TO TJ-ACCNO.
            MOVE 'L' TO TJ-TRANTYPE.
            MOVE PRINCIPAL-IN TO TJ-AMOUNT.
            MOVE SPACES TO TJ-BRANCH.
            MOVE AM-BALANCE TO TJ-NEW-BAL.
            WRITE JRNL-REC.
            PERFORM INDEX-JRNL-RTN THRU INDEX-JRNL-END.
            IF TJ-STATUS NOT = "00"
                 MOVE "TRNJRNL" TO FC-FILENAME
                 MOVE TJ-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            OPEN EXTEND LNHIST.
            IF LH-STATUS = "35"
                 OPEN OUTPUT LNHIST.
            MOVE NEW-LOANNO TO LH-LOANNO.
            MOVE RUN-DATE TO LH-DATE.
            MOVE 'D' TO LH-TYPE.
            MOVE 0 TO LH-INSTNO.
            MOVE PRINCIPAL-IN TO LH-AMOUNT.
            MOVE PRINCIPAL-IN TO LH-PRIN.
            MOVE 0 TO LH-INT.
            MOVE PRINCIPAL-IN TO LH-OUTSTANDING.
            MOVE REFNO TO LH-REFNO.
            WRITE LNHIST-REC.
            CLOSE LNHIST.
       INQUIRY-RTN.
            DISPLAY "LOAN NUMBER:" LINE 6 COLUMN 1.
            ACCEPT LOANNO-IN LINE 6 COLUMN 30.
            MOVE LOANNO-IN TO LN-LOANNO.
            READ LOANMAST RECORD
                 INVALID KEY
                      DISPLAY "NO SUCH LOAN ON FILE" LINE 8 COLUMN 1
                      MOVE "LOANNO" TO AL-FIELD
                      MOVE LOANNO-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO INQUIRY-END.
            MOVE LN-CUSTNO TO CM-CUSTNO.
            READ CUSTMAST RECORD
                 INVALID KEY
                      MOVE SPACES TO CM-NAME.
            DISPLAY CM-NAME LINE 6 COLUMN 45.
            DISPLAY "ACCOUNT/STATUS:" LINE 7 COLUMN 1.
            DISPLAY LN-ACCNO LINE 7 COLUMN 30.
            DISPLAY LN-STATUS-CODE LINE 7 COLUMN 45.
            DISPLAY "PRINCIPAL:" LINE 8 COLUMN 1.
            MOVE LN-PRINCIPAL TO AMT-OUT.
            DISPLAY AMT-OUT LINE 8 COLUMN 30.
            DISPLAY "OUTSTANDING:" LINE 8 COLUMN 45.
            MOVE LN-OUTSTANDING TO AMT-OUT.
            DISPLAY AMT-OUT LINE 8 COLUMN 60.
            DISPLAY "AMORTIZATION:" LINE 9 COLUMN 1.
            MOVE LN-AMORT TO AMT-OUT.
            DISPLAY AMT-OUT LINE 9 COLUMN 30.
            PERFORM ARREARS-RTN THRU ARREARS-END.
            DISPLAY "PAST DUE INSTALLMENTS:" LINE 10 COLUMN 1.
            DISPLAY ARREARS-CTR LINE 10 COLUMN 30.
            DISPLAY "PAST DUE AMOUNT:" LINE 10 COLUMN 45.
            MOVE ARREARS-AMT TO AMT-OUT.
            DISPLAY AMT-OUT LINE 10 COLUMN 60.
            DISPLAY "NEXT DUE:" LINE 9 COLUMN 45.
            DISPLAY NEXT-DUE LINE 9 COLUMN 60.
            DISPLAY "DATE      T INST        AMOUNT     OUTSTANDING"
                 LINE 12 COLUMN 1.
            MOVE 12 TO LIST-LINE.
            MOVE 0 TO SCAN-EOF-SW.
            OPEN INPUT LNHIST.
            IF LH-STATUS = "35"
                 GO TO INQUIRY-END.
            PERFORM LEDGER-SCAN-RTN THRU LEDGER-SCAN-END
                 UNTIL SCAN-EOF-SW = 1.
            CLOSE LNHIST.
            MOVE "LOANINQUIRY" TO AL-FIELD.
            MOVE LOANNO-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       INQUIRY-END.
       ARREARS-RTN.
            MOVE 0 TO ARREARS-AMT.
            MOVE 0 TO ARREARS-CTR.
            MOVE SPACES TO NEXT-DUE.
            MOVE 0 TO SCAN-EOF-SW.
            MOVE LOANNO-IN TO LS-LOANNO.
            MOVE 0 TO LS-INSTNO.
            START LOANSCHD KEY NOT LESS THAN LS-KEY
                 INVALID KEY
                      MOVE 1 TO SCAN-EOF-SW.
            PERFORM ARREARS-SCAN-RTN THRU ARREARS-SCAN-END
                 UNTIL SCAN-EOF-SW = 1.
       ARREARS-END.
       ARREARS-SCAN-RTN.
            READ LOANSCHD NEXT RECORD
                 AT END
                      MOVE 1 TO SCAN-EOF-SW
                      GO TO ARREARS-SCAN-END.
            IF LS-LOANNO NOT = LOANNO-IN
                 MOVE 1 TO SCAN-EOF-SW
                 GO TO ARREARS-SCAN-END.
            IF LS-STATUS-CODE NOT = 'O'
                 GO TO ARREARS-SCAN-END.
            IF LS-DUE-DATE < RUN-DATE
                 ADD 1 TO ARREARS-CTR
                 COMPUTE ARREARS-AMT = ARREARS-AMT + LS-AMORT - LS-PAID
            ELSE
            IF NEXT-DUE = SPACES
                 MOVE LS-DUE-DATE TO NEXT-DUE.
       ARREARS-SCAN-END.
       LEDGER-SCAN-RTN.
            READ LNHIST
                 AT END
                      MOVE 1 TO SCAN-EOF-SW
                      GO TO LEDGER-SCAN-END.
            IF LH-LOANNO NOT = LOANNO-IN
                 GO TO LEDGER-SCAN-END.
            IF LIST-LINE < 21
                 ADD 1 TO LIST-LINE
                 DISPLAY LH-DATE LINE LIST-LINE COLUMN 1
                 DISPLAY LH-TYPE LINE LIST-LINE COLUMN 11
                 DISPLAY LH-INSTNO LINE LIST-LINE COLUMN 13
                 MOVE LH-AMOUNT TO AMT-OUT
                 DISPLAY AMT-OUT LINE LIST-LINE COLUMN 17
                 MOVE LH-OUTSTANDING TO AMT-OUT
                 DISPLAY AMT-OUT LINE LIST-LINE COLUMN 33.
       LEDGER-SCAN-END.
       SEQ-RTN.
            READ SEQCTR
                 INVALID KEY
                      MOVE 1 TO SC-NEXT-SEQ
                 NOT INVALID KEY
                      ADD 1 TO SC-NEXT-SEQ.
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
       WRITE-AUDIT-RTN.
            MOVE "LOAN-MAINT" TO AL-PROGRAM.
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
            MOVE "FILESTATUS" TO AL-FIELD.
            MOVE FC-FILENAME TO AL-BADVAL.
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
                 ACCEPT RUN-DATE FROM DATE
            ELSE
                 READ RUNDATE
                      AT END
                           ACCEPT RUN-DATE FROM DATE
                      NOT AT END
                           MOVE RD-BUSDATE TO RUN-DATE
                 END-READ
                 CLOSE RUNDATE.
