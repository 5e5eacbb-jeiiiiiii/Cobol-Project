       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECKBOOK-MAINT.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. CHECKBOOK ISSUANCE TO CHECKING ACCOUNTS AND THE
      *         STOP-PAYMENT ORDERS AGAINST ISSUED SERIALS. THE STOP
      *         FEE IS ONLY TAKEN FROM AN OPEN ACCOUNT WHOSE BALANCE,
      *         LESS ACTIVE HOLDS, COVERS IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CHKBOOK ASSIGN TO "CHKBOOK.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CB-KEY
                 FILE STATUS IS CB-STATUS.
            SELECT CHKREG ASSIGN TO "CHKREG.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CR-KEY
                 FILE STATUS IS CR-STATUS.
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
       FD   CHKBOOK.
       01   CHKBOOK-REC.
            02 CB-KEY.
                 03 CB-ACCNO PIC 9(10).
                 03 CB-FIRST PIC 9(7).
            02 CB-LAST PIC 9(7).
            02 CB-LEAVES PIC 9(3).
            02 CB-ISSUE-DATE PIC X(8).
            02 CB-OPERATOR PIC X(10).
       FD   CHKREG.
       01   CHKREG-REC.
            02 CR-KEY.
                 03 CR-ACCNO PIC 9(10).
                 03 CR-SERIAL PIC 9(7).
            02 CR-ISSUE-DATE PIC X(8).
            02 CR-STATUS-CODE PIC X.
            02 CR-AMOUNT PIC 9(7)V99.
            02 CR-PAID-DATE PIC X(8).
            02 CR-PAY-MODE PIC X.
            02 CR-PAYEE-ACCNO PIC 9(10).
            02 CR-REFNO PIC 9(8).
            02 CR-OOS-FLAG PIC X.
            02 CR-STOP-DATE PIC X(8).
            02 CR-STOP-REASON PIC X(20).
            02 CR-OPERATOR PIC X(10).
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
       01   CB-STATUS PIC XX VALUE "00".
       01   CR-STATUS PIC XX VALUE "00".
       01   AM-STATUS PIC XX VALUE "00".
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
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   SCAN-EOF-SW PIC 9 VALUE 0.
       01   ACCNO-IN PIC 9(10) VALUE 0.
       01   SERIAL-IN PIC 9(7) VALUE 0.
       01   LEAVES-IN PIC 9(3) VALUE 0.
       01   REASON-IN PIC X(20) VALUE SPACES.
       01   NEXT-SERIAL PIC 9(7) VALUE 0.
       01   LAST-SERIAL PIC 9(7) VALUE 0.
       01   STOP-FEE PIC 9(5)V99 VALUE 150.00.
       01   HD-STATUS PIC XX VALUE "00".
       01   HOLD-EOF-SW PIC 9 VALUE 0.
       01   HOLD-TOTAL PIC 9(9)V99 VALUE 0.
       01   LIST-LINE PIC 99 VALUE 0.
       01   KEY-OUT PIC X(20) VALUE SPACES.
       01   KEY-OUT-R REDEFINES KEY-OUT.
            02 KO-ACCNO PIC 9(10).
            02 KO-DASH PIC X.
            02 KO-SERIAL PIC 9(7).
            02 FILLER PIC XX.
       01   AMT-OUT PIC Z,ZZZ,ZZ9.99.
       01   BAL-OUT PIC -ZZZ,ZZZ,ZZ9.99.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE "BANK" TO PERIOD-SUBSYS.
            PERFORM CHECK-PERIOD-RTN THRU CHECK-PERIOD-END.
            OPEN I-O CHKBOOK.
            IF CB-STATUS = "35"
                 OPEN OUTPUT CHKBOOK
                 CLOSE CHKBOOK
                 OPEN I-O CHKBOOK.
            OPEN I-O CHKREG.
            IF CR-STATUS = "35"
                 OPEN OUTPUT CHKREG
                 CLOSE CHKREG
                 OPEN I-O CHKREG.
            OPEN I-O ACCTMAST.
            IF AM-STATUS = "35"
                 DISPLAY "NO ACCOUNT MASTER ON FILE" LINE 1 COLUMN 1
                 CLOSE CHKBOOK
                 CLOSE CHKREG
                 STOP RUN.
            OPEN INPUT HOLDFILE.
            IF HD-STATUS = "35"
                 OPEN OUTPUT HOLDFILE
                 CLOSE HOLDFILE
                 OPEN INPUT HOLDFILE.
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
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE CHKBOOK.
            CLOSE CHKREG.
            CLOSE ACCTMAST.
            CLOSE HOLDFILE.
            CLOSE SEQCTR.
            CLOSE TRNJRNL.
            CLOSE JRNLIDX.
            CLOSE AUDITLOG.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "CHINA TRUST BANK" LINE 1 COLUMN 32.
            DISPLAY "CHECKBOOK AND STOP PAYMENT" LINE 2 COLUMN 27.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (I=ISSUE, S=STOP, L=LIFT, V=VIEW):"
                 LINE 4 COLUMN 1.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            DISPLAY "ACCOUNT NUMBER:" LINE 5 COLUMN 1.
            ACCEPT ACCNO-IN LINE 5 COLUMN 45.
            MOVE ACCNO-IN TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      DISPLAY "NO SUCH ACCOUNT ON FILE"
                      LINE 7 COLUMN 1
                      MOVE "ACCOUNTNO" TO AL-FIELD
                      MOVE ACCNO-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO PROCESS-ASK.
            DISPLAY "ACCOUNT NAME:" LINE 6 COLUMN 1.
            DISPLAY AM-ACCNAME LINE 6 COLUMN 45.
            IF AM-ACCOUNTTYPE NOT = 'C' AND AM-ACCOUNTTYPE NOT = 'c'
                 DISPLAY "NOT A CHECKING ACCOUNT" LINE 7 COLUMN 1
                 MOVE "CHKACCTTYPE" TO AL-FIELD
                 MOVE ACCNO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO PROCESS-ASK.
            IF FUNC-CODE = 'I'
                 PERFORM ISSUE-RTN THRU ISSUE-END
            ELSE
            IF FUNC-CODE = 'S'
                 PERFORM STOP-RTN THRU STOP-END
            ELSE
            IF FUNC-CODE = 'L'
                 PERFORM LIFT-RTN THRU LIFT-END
            ELSE
                 PERFORM VIEW-RTN THRU VIEW-END.
       PROCESS-ASK.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 4 COLUMN 45.
            IF FUNC-CODE = 'I' OR FUNC-CODE = 'i'
                 MOVE 'I' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'S' OR FUNC-CODE = 's'
                 MOVE 'S' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'L' OR FUNC-CODE = 'l'
                 MOVE 'L' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'V' OR FUNC-CODE = 'v'
                 MOVE 'V' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       ISSUE-RTN.
            IF AM-STATUS-CODE = 'F' OR AM-STATUS-CODE = 'C'
                 DISPLAY "ACCOUNT IS FROZEN OR CLOSED" LINE 8 COLUMN 1
                 MOVE "CHKACCTSTATUS" TO AL-FIELD
                 MOVE ACCNO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO ISSUE-END.
            MOVE 0 TO VALID-SW.
            DISPLAY "LEAVES (25 OR 50):" LINE 8 COLUMN 1.
            PERFORM LEAVES-RTN THRU LEAVES-END UNTIL VALID-SW = 1.
            PERFORM LAST-SERIAL-RTN.
            COMPUTE NEXT-SERIAL = LAST-SERIAL + 1.
            COMPUTE LAST-SERIAL = NEXT-SERIAL + LEAVES-IN - 1.
            MOVE ACCNO-IN TO CB-ACCNO.
            MOVE NEXT-SERIAL TO CB-FIRST.
            MOVE LAST-SERIAL TO CB-LAST.
            MOVE LEAVES-IN TO CB-LEAVES.
            MOVE RUN-DATE TO CB-ISSUE-DATE.
            MOVE OPERATOR-ID TO CB-OPERATOR.
            WRITE CHKBOOK-REC.
            IF CB-STATUS NOT = "00"
                 MOVE "CHKBOOK" TO FC-FILENAME
                 MOVE CB-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM ISSUE-LEAF-RTN
                 VARYING SERIAL-IN FROM NEXT-SERIAL BY 1
                 UNTIL SERIAL-IN > LAST-SERIAL.
            MOVE "CHKBOOKISSUED" TO AL-FIELD.
            MOVE ACCNO-IN TO KO-ACCNO.
            MOVE "-" TO KO-DASH.
            MOVE NEXT-SERIAL TO KO-SERIAL.
            MOVE KEY-OUT TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "CHECKBOOK ISSUED, SERIALS:" LINE 10 COLUMN 1.
            DISPLAY NEXT-SERIAL LINE 10 COLUMN 45.
            DISPLAY "TO" LINE 10 COLUMN 53.
            DISPLAY LAST-SERIAL LINE 10 COLUMN 56.
       ISSUE-END.
       LEAVES-RTN.
            ACCEPT LEAVES-IN LINE 8 COLUMN 45.
            IF LEAVES-IN = 25 OR LEAVES-IN = 50
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "LEAVES" TO AL-FIELD
                 MOVE LEAVES-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       LEAVES-END.
       LAST-SERIAL-RTN.
            MOVE 0 TO LAST-SERIAL.
            MOVE 0 TO SCAN-EOF-SW.
            MOVE ACCNO-IN TO CB-ACCNO.
            MOVE 0 TO CB-FIRST.
            START CHKBOOK KEY NOT LESS THAN CB-KEY
                 INVALID KEY
                      MOVE 1 TO SCAN-EOF-SW.
            PERFORM LAST-SERIAL-SCAN-RTN THRU LAST-SERIAL-SCAN-END
                 UNTIL SCAN-EOF-SW = 1.
       LAST-SERIAL-SCAN-RTN.
            READ CHKBOOK NEXT RECORD
                 AT END
                      MOVE 1 TO SCAN-EOF-SW
                      GO TO LAST-SERIAL-SCAN-END.
            IF CB-ACCNO NOT = ACCNO-IN
                 MOVE 1 TO SCAN-EOF-SW
                 GO TO LAST-SERIAL-SCAN-END.
            MOVE CB-LAST TO LAST-SERIAL.
       LAST-SERIAL-SCAN-END.
       ISSUE-LEAF-RTN.
            MOVE ACCNO-IN TO CR-ACCNO.
            MOVE SERIAL-IN TO CR-SERIAL.
            MOVE RUN-DATE TO CR-ISSUE-DATE.
            MOVE 'U' TO CR-STATUS-CODE.
            MOVE 0 TO CR-AMOUNT.
            MOVE SPACES TO CR-PAID-DATE.
            MOVE SPACE TO CR-PAY-MODE.
            MOVE 0 TO CR-PAYEE-ACCNO.
            MOVE 0 TO CR-REFNO.
            MOVE SPACE TO CR-OOS-FLAG.
            MOVE SPACES TO CR-STOP-DATE.
            MOVE SPACES TO CR-STOP-REASON.
            MOVE OPERATOR-ID TO CR-OPERATOR.
            WRITE CHKREG-REC.
            IF CR-STATUS NOT = "00"
                 MOVE "CHKREG" TO FC-FILENAME
                 MOVE CR-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       STOP-RTN.
            IF AM-STATUS-CODE = 'F' OR AM-STATUS-CODE = 'C'
                 DISPLAY "ACCOUNT IS FROZEN OR CLOSED" LINE 8 COLUMN 1
                 MOVE "CHKACCTSTATUS" TO AL-FIELD
                 MOVE ACCNO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO STOP-END.
            DISPLAY "CHECK SERIAL:" LINE 8 COLUMN 1.
            ACCEPT SERIAL-IN LINE 8 COLUMN 45.
            MOVE ACCNO-IN TO KO-ACCNO.
            MOVE "-" TO KO-DASH.
            MOVE SERIAL-IN TO KO-SERIAL.
            MOVE ACCNO-IN TO CR-ACCNO.
            MOVE SERIAL-IN TO CR-SERIAL.
            READ CHKREG RECORD
                 INVALID KEY
                      DISPLAY "SERIAL NOT ISSUED TO THIS ACCOUNT"
                      LINE 10 COLUMN 1
                      MOVE "CHKNOTISSUED" TO AL-FIELD
                      MOVE KEY-OUT TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO STOP-END.
            IF CR-STATUS-CODE = 'P'
                 DISPLAY "CHECK ALREADY PAID - CANNOT STOP"
                 LINE 10 COLUMN 1
                 MOVE "CHKALREADYPAID" TO AL-FIELD
                 MOVE KEY-OUT TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO STOP-END.
            IF CR-STATUS-CODE = 'S'
                 DISPLAY "STOP ALREADY IN FORCE" LINE 10 COLUMN 1
                 GO TO STOP-END.
            PERFORM LOAD-HOLDS-RTN.
            IF AM-BALANCE - HOLD-TOTAL < STOP-FEE
                 DISPLAY "FUNDS DO NOT COVER THE STOP FEE - NOT STOPPED"
                 LINE 10 COLUMN 1
                 MOVE "CHKSTOPFEE" TO AL-FIELD
                 MOVE KEY-OUT TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO STOP-END.
            DISPLAY "REASON:" LINE 9 COLUMN 1.
            ACCEPT REASON-IN LINE 9 COLUMN 45.
            MOVE 'S' TO CR-STATUS-CODE.
            MOVE RUN-DATE TO CR-STOP-DATE.
            MOVE REASON-IN TO CR-STOP-REASON.
            MOVE OPERATOR-ID TO CR-OPERATOR.
            REWRITE CHKREG-REC.
            IF CR-STATUS NOT = "00"
                 MOVE "CHKREG" TO FC-FILENAME
                 MOVE CR-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            SUBTRACT STOP-FEE FROM AM-BALANCE.
            MOVE RUN-DATE TO AM-LASTACT-DATE.
            REWRITE ACCT-MASTER-REC.
            IF AM-STATUS NOT = "00"
                 MOVE "ACCTMAST" TO FC-FILENAME
                 MOVE AM-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM SEQ-RTN.
            MOVE RUN-DATE TO TJ-DATE.
            ACCEPT TJ-TIME FROM TIME.
            MOVE OPERATOR-ID TO TJ-OPERATOR.
            MOVE REFNO TO TJ-REFNO.
            MOVE ACCNO-IN TO TJ-ACCNO.
            MOVE 'Q' TO TJ-TRANTYPE.
            MOVE STOP-FEE TO TJ-AMOUNT.
            MOVE SPACES TO TJ-BRANCH.
            MOVE AM-BALANCE TO TJ-NEW-BAL.
            WRITE JRNL-REC.
            PERFORM INDEX-JRNL-RTN THRU INDEX-JRNL-END.
            IF TJ-STATUS NOT = "00"
                 MOVE "TRNJRNL" TO FC-FILENAME
                 MOVE TJ-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE "STOPPLACED" TO AL-FIELD.
            MOVE KEY-OUT TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            MOVE AM-BALANCE TO BAL-OUT.
            DISPLAY "STOP PAYMENT RECORDED" LINE 10 COLUMN 1.
            DISPLAY "FEE ASSESSED:" LINE 11 COLUMN 1.
            DISPLAY STOP-FEE LINE 11 COLUMN 45.
            DISPLAY "NEW BALANCE:" LINE 12 COLUMN 1.
            DISPLAY BAL-OUT LINE 12 COLUMN 45.
       STOP-END.
      * ACTIVE, UNEXPIRED HOLDS ARE NOT AVAILABLE FOR THE STOP FEE.
       LOAD-HOLDS-RTN.
            MOVE 0 TO HOLD-TOTAL.
            MOVE 0 TO HOLD-EOF-SW.
            MOVE ACCNO-IN TO HD-ACCNO.
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
            IF HD-ACCNO NOT = ACCNO-IN
                 MOVE 1 TO HOLD-EOF-SW
                 GO TO HOLD-SCAN-END.
            IF HD-STATUS-CODE = 'A'
                 AND (HD-EXPIRY = SPACES
                 OR HD-EXPIRY NOT < RUN-DATE)
                 ADD HD-AMOUNT TO HOLD-TOTAL.
       HOLD-SCAN-END.
       LIFT-RTN.
            DISPLAY "CHECK SERIAL:" LINE 8 COLUMN 1.
            ACCEPT SERIAL-IN LINE 8 COLUMN 45.
            MOVE ACCNO-IN TO KO-ACCNO.
            MOVE "-" TO KO-DASH.
            MOVE SERIAL-IN TO KO-SERIAL.
            MOVE ACCNO-IN TO CR-ACCNO.
            MOVE SERIAL-IN TO CR-SERIAL.
            READ CHKREG RECORD
                 INVALID KEY
                      DISPLAY "SERIAL NOT ISSUED TO THIS ACCOUNT"
                      LINE 10 COLUMN 1
                      MOVE "CHKNOTISSUED" TO AL-FIELD
                      MOVE KEY-OUT TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO LIFT-END.
            IF CR-STATUS-CODE NOT = 'S'
                 DISPLAY "NO STOP IN FORCE ON THIS SERIAL"
                 LINE 10 COLUMN 1
                 GO TO LIFT-END.
            MOVE 'U' TO CR-STATUS-CODE.
            MOVE SPACES TO CR-STOP-DATE.
            MOVE OPERATOR-ID TO CR-OPERATOR.
            REWRITE CHKREG-REC.
            IF CR-STATUS NOT = "00"
                 MOVE "CHKREG" TO FC-FILENAME
                 MOVE CR-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE "STOPLIFTED" TO AL-FIELD.
            MOVE KEY-OUT TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "STOP PAYMENT LIFTED - NO FEE REFUND"
                 LINE 10 COLUMN 1.
       LIFT-END.
       VIEW-RTN.
            DISPLAY "BOOK FIRST   LAST     ISSUED" LINE 8 COLUMN 1.
            MOVE 8 TO LIST-LINE.
            MOVE 0 TO SCAN-EOF-SW.
            MOVE ACCNO-IN TO CB-ACCNO.
            MOVE 0 TO CB-FIRST.
            START CHKBOOK KEY NOT LESS THAN CB-KEY
                 INVALID KEY
                      MOVE 1 TO SCAN-EOF-SW.
            PERFORM VIEW-BOOK-RTN THRU VIEW-BOOK-END
                 UNTIL SCAN-EOF-SW = 1.
            ADD 2 TO LIST-LINE.
            DISPLAY "SERIAL  S AMOUNT        DATE" LINE LIST-LINE
                 COLUMN 1.
            MOVE 0 TO SCAN-EOF-SW.
            MOVE ACCNO-IN TO CR-ACCNO.
            MOVE 0 TO CR-SERIAL.
            START CHKREG KEY NOT LESS THAN CR-KEY
                 INVALID KEY
                      MOVE 1 TO SCAN-EOF-SW.
            PERFORM VIEW-SERIAL-RTN THRU VIEW-SERIAL-END
                 UNTIL SCAN-EOF-SW = 1.
       VIEW-END.
       VIEW-BOOK-RTN.
            READ CHKBOOK NEXT RECORD
                 AT END
                      MOVE 1 TO SCAN-EOF-SW
                      GO TO VIEW-BOOK-END.
            IF CB-ACCNO NOT = ACCNO-IN
                 MOVE 1 TO SCAN-EOF-SW
                 GO TO VIEW-BOOK-END.
            IF LIST-LINE < 13
                 ADD 1 TO LIST-LINE
                 DISPLAY CB-FIRST LINE LIST-LINE COLUMN 6
                 DISPLAY CB-LAST LINE LIST-LINE COLUMN 14
                 DISPLAY CB-ISSUE-DATE LINE LIST-LINE COLUMN 23.
       VIEW-BOOK-END.
       VIEW-SERIAL-RTN.
            READ CHKREG NEXT RECORD
                 AT END
                      MOVE 1 TO SCAN-EOF-SW
                      GO TO VIEW-SERIAL-END.
            IF CR-ACCNO NOT = ACCNO-IN
                 MOVE 1 TO SCAN-EOF-SW
                 GO TO VIEW-SERIAL-END.
            IF CR-STATUS-CODE = 'U'
                 GO TO VIEW-SERIAL-END.
            IF LIST-LINE < 21
                 ADD 1 TO LIST-LINE
                 DISPLAY CR-SERIAL LINE LIST-LINE COLUMN 1
                 DISPLAY CR-STATUS-CODE LINE LIST-LINE COLUMN 9
                 MOVE CR-AMOUNT TO AMT-OUT
                 DISPLAY AMT-OUT LINE LIST-LINE COLUMN 11
                 IF CR-STATUS-CODE = 'P'
                      DISPLAY CR-PAID-DATE LINE LIST-LINE COLUMN 25
                 ELSE
                      DISPLAY CR-STOP-DATE LINE LIST-LINE COLUMN 25
                      DISPLAY CR-STOP-REASON LINE LIST-LINE
                           COLUMN 35.
       VIEW-SERIAL-END.
       SEQ-RTN.
            MOVE "CHECKBOOK-MAINT" TO SC-PROGRAM.
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
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "CHECKBOOK-MAINT" TO AL-PROGRAM.
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
