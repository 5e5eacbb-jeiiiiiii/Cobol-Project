       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONUS-CHECK.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. TELLER ENCASHMENT OR ACCOUNT DEBIT OF AN ON-US CHECK
      *         AGAINST THE CHECKBOOK REGISTER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       01   CR-STATUS PIC XX VALUE "00".
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
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   CONFIRM-ANS PIC X VALUE SPACE.
       01   SCAN-EOF-SW PIC 9 VALUE 0.
       01   HOLD-EOF-SW PIC 9 VALUE 0.
       01   HOLD-TOTAL PIC 9(9)V99 VALUE 0.
       01   MIN-BALANCE-FLOOR PIC S9(9)V99 VALUE 0.
       01   OD-LIMIT PIC S9(9)V99 VALUE 5000.00.
       01   ACCNO-IN PIC 9(10) VALUE 0.
       01   SERIAL-IN PIC 9(7) VALUE 0.
       01   AMT-IN PIC 9(7)V99 VALUE 0.
       01   MODE-IN PIC X VALUE SPACE.
       01   PAYEE-IN PIC 9(10) VALUE 0.
       01   DRAWER-NEW-BAL PIC S9(9)V99 VALUE 0.
       01   PAYEE-NEW-BAL PIC S9(9)V99 VALUE 0.
       01   OOS-SW PIC X VALUE SPACE.
       01   KEY-OUT PIC X(20) VALUE SPACES.
       01   KEY-OUT-R REDEFINES KEY-OUT.
            02 KO-ACCNO PIC 9(10).
            02 KO-DASH PIC X.
            02 KO-SERIAL PIC 9(7).
            02 FILLER PIC XX.
       01   BAL-OUT PIC -ZZZ,ZZZ,ZZ9.99.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE "BANK" TO PERIOD-SUBSYS.
            PERFORM CHECK-PERIOD-RTN THRU CHECK-PERIOD-END.
            OPEN I-O CHKREG.
            IF CR-STATUS = "35"
                 DISPLAY "NO CHECKBOOK REGISTER ON FILE"
                 LINE 1 COLUMN 1
                 STOP RUN.
            OPEN I-O ACCTMAST.
            IF AM-STATUS = "35"
                 DISPLAY "NO ACCOUNT MASTER ON FILE" LINE 1 COLUMN 1
                 CLOSE CHKREG
                 STOP RUN.
            OPEN INPUT HOLDFILE.
            IF HD-STATUS = "35"
                 OPEN OUTPUT HOLDFILE
                 CLOSE HOLDFILE
                 OPEN INPUT HOLDFILE.
            OPEN EXTEND TRNJRNL.
            OPEN I-O JRNLIDX.
            IF JX-STATUS = "35"
                 OPEN OUTPUT JRNLIDX
                 CLOSE JRNLIDX
                 OPEN I-O JRNLIDX.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            OPEN I-O SEQCTR.
            IF SC-STATUS = "35"
                 OPEN OUTPUT SEQCTR
                 CLOSE SEQCTR
                 OPEN I-O SEQCTR.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE CHKREG.
            CLOSE ACCTMAST.
            CLOSE HOLDFILE.
            CLOSE TRNJRNL.
            CLOSE JRNLIDX.
            CLOSE AUDITLOG.
            CLOSE SEQCTR.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "CHINA TRUST BANK" LINE 1 COLUMN 32.
            DISPLAY "ON-US CHECK PAYMENT" LINE 2 COLUMN 31.
            DISPLAY "DRAWER ACCOUNT:" LINE 4 COLUMN 1.
            ACCEPT ACCNO-IN LINE 4 COLUMN 30.
            DISPLAY "CHECK SERIAL:" LINE 5 COLUMN 1.
            ACCEPT SERIAL-IN LINE 5 COLUMN 30.
            MOVE ACCNO-IN TO KO-ACCNO.
            MOVE "-" TO KO-DASH.
            MOVE SERIAL-IN TO KO-SERIAL.
            MOVE ACCNO-IN TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      DISPLAY "NO SUCH ACCOUNT ON FILE"
                      LINE 12 COLUMN 1
                      MOVE "ACCOUNTNO" TO AL-FIELD
                      MOVE ACCNO-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO PROCESS-ASK.
            DISPLAY AM-ACCNAME LINE 4 COLUMN 45.
            IF AM-STATUS-CODE = 'F' OR AM-STATUS-CODE = 'C'
                 DISPLAY "DRAWER ACCOUNT FROZEN OR CLOSED"
                 LINE 12 COLUMN 1
                 MOVE "CHKACCTSTATUS" TO AL-FIELD
                 MOVE KEY-OUT TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO PROCESS-ASK.
            MOVE ACCNO-IN TO CR-ACCNO.
            MOVE SERIAL-IN TO CR-SERIAL.
            READ CHKREG RECORD
                 INVALID KEY
                      DISPLAY "SERIAL NOT ISSUED TO THIS ACCOUNT"
                      LINE 12 COLUMN 1
                      MOVE "CHKNOTISSUED" TO AL-FIELD
                      MOVE KEY-OUT TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO PROCESS-ASK.
            IF CR-STATUS-CODE = 'S'
                 DISPLAY "STOP PAYMENT IN FORCE - CHECK REFUSED"
                 LINE 12 COLUMN 1
                 MOVE "CHKSTOPPED" TO AL-FIELD
                 MOVE KEY-OUT TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO PROCESS-ASK.
            IF CR-STATUS-CODE = 'P'
                 DISPLAY "CHECK ALREADY PAID - CHECK REFUSED"
                 LINE 12 COLUMN 1
                 MOVE "CHKALREADYPAID" TO AL-FIELD
                 MOVE KEY-OUT TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO PROCESS-ASK.
            MOVE 0 TO VALID-SW.
            DISPLAY "CHECK AMOUNT:" LINE 6 COLUMN 1.
            PERFORM AMT-RTN THRU AMT-END UNTIL VALID-SW = 1.
            MOVE 0 TO VALID-SW.
            DISPLAY "MODE (E=ENCASH, A=CREDIT ACCOUNT):"
                 LINE 7 COLUMN 1.
            PERFORM MODE-RTN THRU MODE-END UNTIL VALID-SW = 1.
            IF MODE-IN = 'A'
                 PERFORM PAYEE-RTN THRU PAYEE-END
                 IF PAYEE-IN = 0
                      GO TO PROCESS-ASK.
            MOVE ACCNO-IN TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE "ACCTMAST" TO FC-FILENAME
                      MOVE AM-STATUS TO FC-STATUS
                      PERFORM FILE-ERROR-RTN.
            IF AM-ACCOUNTTYPE = 'C' OR AM-ACCOUNTTYPE = 'c'
                 COMPUTE MIN-BALANCE-FLOOR = 0 - OD-LIMIT
            ELSE
                 MOVE 0 TO MIN-BALANCE-FLOOR.
            PERFORM LOAD-HOLDS-RTN.
            IF AM-BALANCE - AMT-IN < MIN-BALANCE-FLOOR + HOLD-TOTAL
                 DISPLAY "INSUFFICIENT FUNDS - CHECK REFUSED"
                 LINE 12 COLUMN 1
                 MOVE "CHKINSUFFICIENT" TO AL-FIELD
                 MOVE KEY-OUT TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO PROCESS-ASK.
            DISPLAY "PAY THIS CHECK (Y/N)?" LINE 10 COLUMN 1.
            ACCEPT CONFIRM-ANS LINE 10 COLUMN 30.
            IF CONFIRM-ANS NOT = 'Y' AND CONFIRM-ANS NOT = 'y'
                 DISPLAY "CHECK NOT PAID" LINE 12 COLUMN 1
                 GO TO PROCESS-ASK.
            PERFORM SEQUENCE-RTN.
            PERFORM POST-RTN.
            MOVE DRAWER-NEW-BAL TO BAL-OUT.
            DISPLAY "CHECK PAID, REFERENCE:" LINE 12 COLUMN 1.
            DISPLAY REFNO LINE 12 COLUMN 30.
            DISPLAY "DRAWER NEW BALANCE:" LINE 13 COLUMN 1.
            DISPLAY BAL-OUT LINE 13 COLUMN 30.
            IF OOS-SW = 'Y'
                 DISPLAY "NOTE: PRESENTED OUT OF SEQUENCE"
                      LINE 14 COLUMN 1.
       PROCESS-ASK.
            DISPLAY "PAY ANOTHER CHECK (Y/N)?" LINE 18 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       AMT-RTN.
            ACCEPT AMT-IN LINE 6 COLUMN 30.
            IF AMT-IN IS NUMERIC AND AMT-IN > 0
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "AMOUNT" TO AL-FIELD
                 MOVE AMT-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       AMT-END.
       MODE-RTN.
            ACCEPT MODE-IN LINE 7 COLUMN 40.
            IF MODE-IN = 'E' OR MODE-IN = 'e'
                 MOVE 'E' TO MODE-IN
                 MOVE 1 TO VALID-SW
            ELSE
            IF MODE-IN = 'A' OR MODE-IN = 'a'
                 MOVE 'A' TO MODE-IN
                 MOVE 1 TO VALID-SW.
       MODE-END.
       PAYEE-RTN.
            DISPLAY "PAYEE ACCOUNT:" LINE 8 COLUMN 1.
            ACCEPT PAYEE-IN LINE 8 COLUMN 30.
            IF PAYEE-IN = ACCNO-IN
                 DISPLAY "PAYEE CANNOT BE THE DRAWER ACCOUNT"
                 LINE 12 COLUMN 1
                 MOVE 0 TO PAYEE-IN
                 GO TO PAYEE-END.
            MOVE PAYEE-IN TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      DISPLAY "NO SUCH PAYEE ACCOUNT" LINE 12 COLUMN 1
                      MOVE "PAYEEACCT" TO AL-FIELD
                      MOVE PAYEE-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      MOVE 0 TO PAYEE-IN
                      GO TO PAYEE-END.
            IF AM-STATUS-CODE = 'F' OR AM-STATUS-CODE = 'C'
                 DISPLAY "PAYEE ACCOUNT FROZEN OR CLOSED"
                 LINE 12 COLUMN 1
                 MOVE "PAYEESTATUS" TO AL-FIELD
                 MOVE PAYEE-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 MOVE 0 TO PAYEE-IN
                 GO TO PAYEE-END.
            DISPLAY AM-ACCNAME LINE 8 COLUMN 45.
       PAYEE-END.
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
       SEQUENCE-RTN.
            MOVE SPACE TO OOS-SW.
            MOVE 0 TO SCAN-EOF-SW.
            MOVE ACCNO-IN TO CR-ACCNO.
            MOVE 0 TO CR-SERIAL.
            START CHKREG KEY NOT LESS THAN CR-KEY
                 INVALID KEY
                      MOVE 1 TO SCAN-EOF-SW.
            PERFORM SEQUENCE-SCAN-RTN THRU SEQUENCE-SCAN-END
                 UNTIL SCAN-EOF-SW = 1.
            MOVE ACCNO-IN TO CR-ACCNO.
            MOVE SERIAL-IN TO CR-SERIAL.
            READ CHKREG RECORD
                 INVALID KEY
                      MOVE "CHKREG" TO FC-FILENAME
                      MOVE CR-STATUS TO FC-STATUS
                      PERFORM FILE-ERROR-RTN.
       SEQUENCE-SCAN-RTN.
            READ CHKREG NEXT RECORD
                 AT END
                      MOVE 1 TO SCAN-EOF-SW
                      GO TO SEQUENCE-SCAN-END.
            IF CR-ACCNO NOT = ACCNO-IN
                 MOVE 1 TO SCAN-EOF-SW
                 GO TO SEQUENCE-SCAN-END.
            IF CR-SERIAL < SERIAL-IN AND CR-STATUS-CODE = 'U'
                 MOVE 'Y' TO OOS-SW.
            IF CR-SERIAL > SERIAL-IN AND CR-STATUS-CODE = 'P'
                 MOVE 'Y' TO OOS-SW.
       SEQUENCE-SCAN-END.
       POST-RTN.
            PERFORM SEQ-RTN.
            MOVE ACCNO-IN TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE "ACCTMAST" TO FC-FILENAME
                      MOVE AM-STATUS TO FC-STATUS
                      PERFORM FILE-ERROR-RTN.
            SUBTRACT AMT-IN FROM AM-BALANCE.
            MOVE AM-BALANCE TO DRAWER-NEW-BAL.
            MOVE RUN-DATE TO AM-LASTACT-DATE.
            REWRITE ACCT-MASTER-REC.
            IF AM-STATUS NOT = "00"
                 MOVE "ACCTMAST" TO FC-FILENAME
                 MOVE AM-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE RUN-DATE TO TJ-DATE.
            ACCEPT TJ-TIME FROM TIME.
            MOVE OPERATOR-ID TO TJ-OPERATOR.
            MOVE REFNO TO TJ-REFNO.
            MOVE ACCNO-IN TO TJ-ACCNO.
            IF MODE-IN = 'E'
                 MOVE 'E' TO TJ-TRANTYPE
            ELSE
                 MOVE 'T' TO TJ-TRANTYPE.
            MOVE AMT-IN TO TJ-AMOUNT.
            MOVE SPACES TO TJ-BRANCH.
            MOVE DRAWER-NEW-BAL TO TJ-NEW-BAL.
            WRITE JRNL-REC.
            PERFORM INDEX-JRNL-RTN THRU INDEX-JRNL-END.
            PERFORM CHECK-JOURNAL-RTN.
            IF MODE-IN = 'A'
                 PERFORM CREDIT-PAYEE-RTN.
            MOVE 'P' TO CR-STATUS-CODE.
            MOVE AMT-IN TO CR-AMOUNT.
            MOVE RUN-DATE TO CR-PAID-DATE.
            MOVE MODE-IN TO CR-PAY-MODE.
            MOVE PAYEE-IN TO CR-PAYEE-ACCNO.
            MOVE REFNO TO CR-REFNO.
            MOVE OOS-SW TO CR-OOS-FLAG.
            MOVE OPERATOR-ID TO CR-OPERATOR.
            REWRITE CHKREG-REC.
            IF CR-STATUS NOT = "00"
                 MOVE "CHKREG" TO FC-FILENAME
                 MOVE CR-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       CREDIT-PAYEE-RTN.
            MOVE PAYEE-IN TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE "ACCTMAST" TO FC-FILENAME
                      MOVE AM-STATUS TO FC-STATUS
                      PERFORM FILE-ERROR-RTN.
            ADD AMT-IN TO AM-BALANCE.
            MOVE AM-BALANCE TO PAYEE-NEW-BAL.
            MOVE RUN-DATE TO AM-LASTACT-DATE.
            IF AM-STATUS-CODE = 'D'
                 MOVE 'A' TO AM-STATUS-CODE.
            REWRITE ACCT-MASTER-REC.
            IF AM-STATUS NOT = "00"
                 MOVE "ACCTMAST" TO FC-FILENAME
                 MOVE AM-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE PAYEE-IN TO TJ-ACCNO.
            MOVE 'R' TO TJ-TRANTYPE.
            MOVE PAYEE-NEW-BAL TO TJ-NEW-BAL.
            WRITE JRNL-REC.
            PERFORM INDEX-JRNL-RTN THRU INDEX-JRNL-END.
            PERFORM CHECK-JOURNAL-RTN.
       CHECK-JOURNAL-RTN.
            IF TJ-STATUS NOT = "00"
                 MOVE "TRNJRNL" TO FC-FILENAME
                 MOVE TJ-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       SEQ-RTN.
            MOVE "ONUS-CHECK" TO SC-PROGRAM.
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
            ACCEPT ANS LINE 18 COLUMN 40.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "ONUS-CHECK" TO AL-PROGRAM.
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
