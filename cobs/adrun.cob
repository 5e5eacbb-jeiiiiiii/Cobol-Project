       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTODEBIT-RUN.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. DEBITS ENROLLED BANK ACCOUNTS FOR ELECTRIC BILLS THAT
      *         FALL DUE AND POSTS THE COLLECTION AGAINST ARREARS.
      *         FAILED DEBITS ARE LISTED AND NOTICED; THE THIRD
      *         FAILURE IN A ROW DROPS THE ACCOUNT FROM AUTO-DEBIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT AUTODEBIT ASSIGN TO "AUTODEBIT.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AD-ANO
                 FILE STATUS IS AD-STATUS.
            SELECT ARREARS ASSIGN TO "ARREARS.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AR-ANO
                 FILE STATUS IS AR-STATUS.
            SELECT ARRANGE ASSIGN TO "ARRANGE.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AG-ANO
                 FILE STATUS IS AG-STATUS.
            SELECT ELECMAST ASSIGN TO "ELECMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS EM-ANO
                 FILE STATUS IS EM-STATUS.
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
            SELECT COLLFILE ASSIGN TO "ELECCOLL.DAT"
                 FILE STATUS IS EC-STATUS.
            SELECT RPTFILE ASSIGN TO "ADEBITRPT".
            SELECT REJFILE ASSIGN TO "ADREJECT".
            SELECT NOTICEFILE ASSIGN TO "ADNOTICE".
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
       FD   AUTODEBIT.
       01   AUTODEBIT-REC.
            02 AD-ANO PIC X(10).
            02 AD-ACCNO PIC 9(10).
            02 AD-START PIC X(8).
            02 AD-MAXAMT PIC 9(6)V99.
            02 AD-STATUS-CODE PIC X.
            02 AD-FAILS PIC 9.
            02 AD-LAST-DUE PIC X(8).
            02 AD-ENROLL-DATE PIC X(8).
       FD   ARREARS.
       01   AR-REC.
            02 AR-ANO PIC X(10).
            02 AR-BAL PIC 9(6)V99.
            02 AR-CYCLES PIC 9(3).
            02 AR-RECON PIC X.
            02 AR-DUEDATE PIC X(8).
       FD   ARRANGE.
       01   ARRANGE-REC.
            02 AG-ANO PIC X(10).
            02 AG-TOTAL PIC 9(6)V99.
            02 AG-INSTALL PIC 9(6)V99.
            02 AG-START PIC X(8).
            02 AG-NEXT-DUE PIC X(8).
            02 AG-LEFT PIC 99.
            02 AG-STATUS-CODE PIC X.
            02 AG-ACCUM PIC 9(6)V99.
       FD   ELECMAST.
       01   EM-REC.
            02 EM-ANO PIC X(10).
            02 EM-NAME PIC X(25).
            02 EM-ADDRESS PIC X(30).
            02 EM-CLASS PIC X.
            02 EM-METER PIC X(10).
            02 EM-NETMTR PIC X.
            02 EM-XFMR PIC X(8).
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
       FD   COLLFILE.
       01   COLL-REC.
            02 EC-ORNO PIC X(10).
            02 EC-DATE PIC X(8).
            02 EC-ANO PIC X(10).
            02 EC-AMOUNT PIC 9(6)V99.
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(90).
       FD   REJFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS REJREC.
       01   REJREC.
            02 FILLER PIC X(90).
       FD   NOTICEFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS NOTICEREC.
       01   NOTICEREC.
            02 FILLER PIC X(80).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   AD-STATUS PIC XX VALUE "00".
       01   AR-STATUS PIC XX VALUE "00".
       01   AG-STATUS PIC XX VALUE "00".
       01   EM-STATUS PIC XX VALUE "00".
       01   AM-STATUS PIC XX VALUE "00".
       01   HD-STATUS PIC XX VALUE "00".
       01   TJ-STATUS PIC XX VALUE "00".
       01   JX-STATUS PIC XX VALUE "00".
       01   SC-STATUS PIC XX VALUE "00".
       01   EC-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   PD-STATUS PIC XX VALUE "00".
       01   PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01   PERIOD-SW PIC 9 VALUE 0.
       01   REFNO PIC 9(8) VALUE 0.
       01   AD-ORNO.
            02 FILLER PIC XX VALUE "AD".
            02 AO-REFNO PIC 9(8) VALUE 0.
       01   EOFSW PIC 9 VALUE 0.
       01   HOLD-EOF-SW PIC 9 VALUE 0.
       01   HOLD-TOTAL PIC 9(9)V99 VALUE 0.
       01   REJECT-REASON PIC X(15) VALUE SPACES.
       01   MIN-BALANCE-FLOOR PIC S9(9)V99 VALUE 0.
       01   OD-LIMIT PIC S9(9)V99 VALUE 5000.00.
       01   AVAILABLE PIC S9(9)V99 VALUE 0.
       01   DEBIT-AMT PIC 9(6)V99 VALUE 0.
       01   CUST-NAME PIC X(25) VALUE SPACES.
       01   ARR-POSTED-CTR PIC 99 VALUE 0.
       01   ARR-DATE-WORK.
            02 AW-YY PIC 99.
            02 AW-MM PIC 99.
            02 AW-DD PIC 99.
            02 FILLER PIC XX.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   DEBIT-CTR PIC 9(6) VALUE 0.
       01   REJECT-CTR PIC 9(6) VALUE 0.
       01   DROP-CTR PIC 9(6) VALUE 0.
       01   TOT-DEBITED PIC 9(9)V99 VALUE 0.
       01   TOT-REJECTED PIC 9(9)V99 VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(16) VALUE "China Trust Bank".
            02 FILLER PIC X(49) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(22) VALUE SPACES.
            02 FILLER PIC X(27)
               VALUE "ELECTRIC BILL AUTO-DEBIT   ".
            02 FILLER PIC X(1) VALUE SPACES.
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(32) VALUE SPACES.
       01   HEAD-3.
            02 FILLER PIC X(22) VALUE SPACES.
            02 FILLER PIC X(27)
               VALUE "AUTO-DEBIT REJECT LIST     ".
            02 FILLER PIC X(1) VALUE SPACES.
            02 HR-DATE PIC X(8).
            02 FILLER PIC X(32) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(10) VALUE "Elec Acct ".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "Bank Acct ".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "Due Date".
            02 FILLER PIC X(7) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "Amount".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "OR Number ".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(11) VALUE "Disposition".
            02 FILLER PIC X(20) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-ANO PIC X(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-ACCNO PIC 9(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-DUE-DATE PIC X(8).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-AMT PIC ZZZ,ZZ9.99.
            02 FILLER PIC X(4) VALUE SPACES.
            02 DL-ORNO PIC X(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-DISP PIC X(8).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-REASON PIC X(15).
            02 FILLER PIC X(7) VALUE SPACES.
       01   REJ-SUB.
            02 FILLER PIC X(10) VALUE "Elec Acct ".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(25) VALUE "Customer".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "Bank Acct ".
            02 FILLER PIC X(5) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "Amount".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "Reason".
            02 FILLER PIC X(10) VALUE SPACES.
            02 FILLER PIC X(5) VALUE "Fails".
            02 FILLER PIC X(7) VALUE SPACES.
       01   REJ-LINE.
            02 RL-ANO PIC X(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 RL-NAME PIC X(25).
            02 FILLER PIC X(2) VALUE SPACES.
            02 RL-ACCNO PIC 9(10).
            02 FILLER PIC X(1) VALUE SPACES.
            02 RL-AMT PIC ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 RL-REASON PIC X(15).
            02 FILLER PIC X(1) VALUE SPACES.
            02 RL-FAILS PIC 9.
            02 FILLER PIC X(1) VALUE SPACES.
            02 RL-DROP PIC X(7).
            02 FILLER PIC X(3) VALUE SPACES.
       01   REJ-TOTAL.
            02 FILLER PIC X(10) VALUE "REJECTED: ".
            02 RT-CTR PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "AMOUNT: ".
            02 RT-AMT PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "DROPPED: ".
            02 RT-DROP PIC ZZZ,ZZ9.
            02 FILLER PIC X(29) VALUE SPACES.
       01   NOTICE-HEAD.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(25)
               VALUE "BROWNOUT ELECTRIC COMPANY".
            02 FILLER PIC X(30) VALUE SPACES.
       01   NOTICE-TITLE.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(24) VALUE "AUTO-DEBIT FAILED NOTICE".
            02 FILLER PIC X(1) VALUE SPACES.
            02 NT-DATE PIC X(8).
            02 FILLER PIC X(22) VALUE SPACES.
       01   NOTICE-LINE-1.
            02 FILLER PIC X(9) VALUE "ACCOUNT: ".
            02 NL-ANO PIC X(10).
            02 FILLER PIC X(3) VALUE SPACES.
            02 NL-NAME PIC X(25).
            02 FILLER PIC X(33) VALUE SPACES.
       01   NOTICE-LINE-2.
            02 FILLER PIC X(13) VALUE "BILL DUE ON: ".
            02 NL-DUE-DATE PIC X(8).
            02 FILLER PIC X(9) VALUE " AMOUNT: ".
            02 NL-AMT PIC ZZZ,ZZ9.99.
            02 FILLER PIC X(40) VALUE SPACES.
       01   NOTICE-LINE-3.
            02 FILLER PIC X(37)
               VALUE "COULD NOT BE DEBITED FROM BANK ACCT. ".
            02 NL-ACCNO PIC 9(10).
            02 FILLER PIC X(3) VALUE " - ".
            02 NL-REASON PIC X(15).
            02 FILLER PIC X(15) VALUE SPACES.
       01   NOTICE-LINE-4.
            02 FILLER PIC X(47)
               VALUE "PLEASE SETTLE THE BILL AT ANY PAYMENT COUNTER.".
            02 FILLER PIC X(33) VALUE SPACES.
       01   NOTICE-LINE-5.
            02 FILLER PIC X(49)
               VALUE "THREE FAILED DEBITS IN A ROW END THE AUTO-DEBIT.".
            02 FILLER PIC X(31) VALUE SPACES.
       01   NOTICE-LINE-6.
            02 FILLER PIC X(46)
               VALUE "THIS ACCOUNT HAS BEEN REMOVED FROM AUTO-DEBIT.".
            02 FILLER PIC X(34) VALUE SPACES.
       01   TOTAL-1.
            02 FILLER PIC X(9) VALUE "DEBITED: ".
            02 TL-DEBIT PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "REJECTED: ".
            02 TL-REJECT PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "DROPPED: ".
            02 TL-DROP PIC ZZZ,ZZ9.
            02 FILLER PIC X(35) VALUE SPACES.
       01   TOTAL-2.
            02 FILLER PIC X(15) VALUE "TOTAL DEBITED: ".
            02 TL-DEBITED PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(61) VALUE SPACES.
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
            MOVE "ELEC" TO PERIOD-SUBSYS.
            PERFORM CHECK-PERIOD-RTN THRU CHECK-PERIOD-END.
            OPEN I-O AUTODEBIT.
            IF AD-STATUS = "35"
                 DISPLAY "NO AUTO-DEBIT ENROLLMENTS - NOTHING TO DEBIT"
                 STOP RUN.
            OPEN I-O ARREARS.
            IF AR-STATUS = "35"
                 DISPLAY "NO ARREARS FILE - NOTHING TO DEBIT"
                 CLOSE AUTODEBIT
                 STOP RUN.
            OPEN I-O ACCTMAST.
            IF AM-STATUS = "35"
                 DISPLAY "NO ACCOUNT MASTER ON FILE"
                 CLOSE AUTODEBIT
                 CLOSE ARREARS
                 STOP RUN.
            OPEN I-O ARRANGE.
            IF AG-STATUS = "35"
                 OPEN OUTPUT ARRANGE
                 CLOSE ARRANGE
                 OPEN I-O ARRANGE.
            OPEN INPUT ELECMAST.
            IF EM-STATUS = "35"
                 OPEN OUTPUT ELECMAST
                 CLOSE ELECMAST
                 OPEN INPUT ELECMAST.
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
            OPEN I-O SEQCTR.
            IF SC-STATUS = "35"
                 OPEN OUTPUT SEQCTR
                 CLOSE SEQCTR
                 OPEN I-O SEQCTR.
            OPEN EXTEND COLLFILE.
            IF EC-STATUS = "35"
                 OPEN OUTPUT COLLFILE.
            OPEN EXTEND RPTFILE.
            OPEN EXTEND REJFILE.
            OPEN EXTEND NOTICEFILE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            MOVE RUN-DATE TO HR-DATE.
            WRITE REJREC FROM HEAD-1 AFTER PAGE.
            WRITE REJREC FROM HEAD-3 AFTER 1.
            WRITE REJREC FROM REJ-SUB AFTER 2.
            PERFORM ENROLLEE-RTN THRU ENROLLEE-END
                 UNTIL EOFSW = 1.
            MOVE DEBIT-CTR TO TL-DEBIT.
            MOVE REJECT-CTR TO TL-REJECT.
            MOVE DROP-CTR TO TL-DROP.
            MOVE TOT-DEBITED TO TL-DEBITED.
            WRITE RPTREC FROM TOTAL-1 AFTER 2.
            WRITE RPTREC FROM TOTAL-2 AFTER 1.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            MOVE REJECT-CTR TO RT-CTR.
            MOVE TOT-REJECTED TO RT-AMT.
            MOVE DROP-CTR TO RT-DROP.
            WRITE REJREC FROM REJ-TOTAL AFTER 2.
            MOVE REJECT-CTR TO TR-RECCOUNT.
            WRITE REJREC FROM TRAILER-REC AFTER 2.
            CLOSE AUTODEBIT.
            CLOSE ARREARS.
            CLOSE ACCTMAST.
            CLOSE ARRANGE.
            CLOSE ELECMAST.
            CLOSE HOLDFILE.
            CLOSE TRNJRNL.
            CLOSE JRNLIDX.
            CLOSE SEQCTR.
            CLOSE COLLFILE.
            CLOSE RPTFILE.
            CLOSE REJFILE.
            CLOSE NOTICEFILE.
            DISPLAY "AUTO-DEBIT COMPLETE - DEBITED " TOT-DEBITED.
            STOP RUN.
       ENROLLEE-RTN.
            READ AUTODEBIT NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO ENROLLEE-END.
            IF AD-STATUS-CODE NOT = 'A'
                 GO TO ENROLLEE-END.
            IF AD-START > RUN-DATE
                 GO TO ENROLLEE-END.
            MOVE AD-ANO TO AR-ANO.
            READ ARREARS
                 INVALID KEY
                      GO TO ENROLLEE-END.
            IF AR-DUEDATE = SPACES OR AR-DUEDATE > RUN-DATE
                 GO TO ENROLLEE-END.
            IF AR-DUEDATE < AD-START OR AR-DUEDATE = AD-LAST-DUE
                 GO TO ENROLLEE-END.
            IF AR-BAL = 0
                 GO TO ENROLLEE-END.
            ADD 1 TO REC-CTR.
            MOVE AR-BAL TO DEBIT-AMT.
            MOVE AD-ANO TO EM-ANO.
            READ ELECMAST
                 INVALID KEY
                      MOVE SPACES TO CUST-NAME
                 NOT INVALID KEY
                      MOVE EM-NAME TO CUST-NAME.
            MOVE SPACES TO REJECT-REASON.
            MOVE SPACES TO DL-ORNO.
            PERFORM EDIT-DEBIT-RTN THRU EDIT-DEBIT-END.
            IF REJECT-REASON = SPACES
                 PERFORM POST-DEBIT-RTN
                 MOVE 0 TO AD-FAILS
                 MOVE "DEBITED " TO DL-DISP
                 ADD 1 TO DEBIT-CTR
                 ADD DEBIT-AMT TO TOT-DEBITED
            ELSE
                 PERFORM REJECT-RTN
                 MOVE "REJECTED" TO DL-DISP.
            MOVE AR-DUEDATE TO AD-LAST-DUE.
            REWRITE AUTODEBIT-REC.
            IF AD-STATUS NOT = "00"
                 MOVE "AUTODEBIT" TO FC-FILENAME
                 MOVE AD-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE AD-ANO TO DL-ANO.
            MOVE AD-ACCNO TO DL-ACCNO.
            MOVE AR-DUEDATE TO DL-DUE-DATE.
            MOVE DEBIT-AMT TO DL-AMT.
            MOVE REJECT-REASON TO DL-REASON.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
       ENROLLEE-END.
       EDIT-DEBIT-RTN.
            IF DEBIT-AMT > AD-MAXAMT
                 MOVE "OVER CAP" TO REJECT-REASON
                 GO TO EDIT-DEBIT-END.
            MOVE AD-ACCNO TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE "NO BANK ACCOUNT" TO REJECT-REASON
                      GO TO EDIT-DEBIT-END.
            IF AM-STATUS-CODE = 'F'
                 MOVE "ACCOUNT FROZEN" TO REJECT-REASON
                 GO TO EDIT-DEBIT-END.
            IF AM-STATUS-CODE = 'C'
                 MOVE "ACCOUNT CLOSED" TO REJECT-REASON
                 GO TO EDIT-DEBIT-END.
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
            IF AVAILABLE < DEBIT-AMT
                 MOVE "INSUFFICIENT" TO REJECT-REASON.
       EDIT-DEBIT-END.
       LOAD-HOLDS-RTN.
            MOVE 0 TO HOLD-TOTAL.
            MOVE 0 TO HOLD-EOF-SW.
            MOVE AD-ACCNO TO HD-ACCNO.
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
            IF HD-ACCNO NOT = AD-ACCNO
                 MOVE 1 TO HOLD-EOF-SW
                 GO TO HOLD-SCAN-END.
            IF HD-STATUS-CODE = 'A'
                 AND (HD-EXPIRY = SPACES
                 OR HD-EXPIRY NOT < RUN-DATE)
                 ADD HD-AMOUNT TO HOLD-TOTAL.
       HOLD-SCAN-END.
       POST-DEBIT-RTN.
            SUBTRACT DEBIT-AMT FROM AM-BALANCE.
            MOVE RUN-DATE TO AM-LASTACT-DATE.
            REWRITE ACCT-MASTER-REC.
            IF AM-STATUS NOT = "00"
                 MOVE "ACCTMAST" TO FC-FILENAME
                 MOVE AM-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM SEQ-RTN.
            PERFORM WRITE-JOURNAL-RTN.
            MOVE 0 TO AR-BAL.
            MOVE 0 TO AR-CYCLES.
            MOVE 'Y' TO AR-RECON.
            REWRITE AR-REC.
            IF AR-STATUS NOT = "00"
                 MOVE "ARREARS" TO FC-FILENAME
                 MOVE AR-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE REFNO TO AO-REFNO.
            MOVE AD-ORNO TO EC-ORNO.
            MOVE RUN-DATE TO EC-DATE.
            MOVE AD-ANO TO EC-ANO.
            MOVE DEBIT-AMT TO EC-AMOUNT.
            WRITE COLL-REC.
            IF EC-STATUS NOT = "00"
                 MOVE "ELECCOLL" TO FC-FILENAME
                 MOVE EC-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE AD-ORNO TO DL-ORNO.
            PERFORM ARRANGE-POST-RTN THRU ARRANGE-POST-END.
       ARRANGE-POST-RTN.
            MOVE AD-ANO TO AG-ANO.
            READ ARRANGE
                 INVALID KEY
                      GO TO ARRANGE-POST-END.
            IF AG-STATUS-CODE NOT = 'A'
                 GO TO ARRANGE-POST-END.
            IF AG-INSTALL = 0
                 GO TO ARRANGE-POST-END.
            ADD DEBIT-AMT TO AG-ACCUM.
            MOVE 0 TO ARR-POSTED-CTR.
            PERFORM ARRANGE-STEP-RTN THRU ARRANGE-STEP-END
                 UNTIL AG-ACCUM < AG-INSTALL
                 OR AG-LEFT = 0.
            REWRITE ARRANGE-REC.
            IF AG-STATUS NOT = "00"
                 MOVE "ARRANGE" TO FC-FILENAME
                 MOVE AG-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       ARRANGE-POST-END.
       ARRANGE-STEP-RTN.
            SUBTRACT AG-INSTALL FROM AG-ACCUM.
            SUBTRACT 1 FROM AG-LEFT.
            ADD 1 TO ARR-POSTED-CTR.
            IF AG-LEFT = 0
                 MOVE 'D' TO AG-STATUS-CODE
                 GO TO ARRANGE-STEP-END.
            MOVE AG-NEXT-DUE TO ARR-DATE-WORK.
            ADD 1 TO AW-MM.
            IF AW-MM > 12
                 MOVE 1 TO AW-MM
                 ADD 1 TO AW-YY.
            IF AW-DD > 28
                 MOVE 28 TO AW-DD.
            MOVE ARR-DATE-WORK TO AG-NEXT-DUE.
       ARRANGE-STEP-END.
       REJECT-RTN.
            ADD 1 TO AD-FAILS.
            ADD 1 TO REJECT-CTR.
            ADD DEBIT-AMT TO TOT-REJECTED.
            MOVE SPACES TO RL-DROP.
            IF AD-FAILS NOT < 3
                 MOVE 'D' TO AD-STATUS-CODE
                 MOVE "DROPPED" TO RL-DROP
                 ADD 1 TO DROP-CTR.
            MOVE AD-ANO TO RL-ANO.
            MOVE CUST-NAME TO RL-NAME.
            MOVE AD-ACCNO TO RL-ACCNO.
            MOVE DEBIT-AMT TO RL-AMT.
            MOVE REJECT-REASON TO RL-REASON.
            MOVE AD-FAILS TO RL-FAILS.
            WRITE REJREC FROM REJ-LINE AFTER 1.
            MOVE RUN-DATE TO NT-DATE.
            WRITE NOTICEREC FROM NOTICE-HEAD AFTER PAGE.
            WRITE NOTICEREC FROM NOTICE-TITLE AFTER 1.
            MOVE AD-ANO TO NL-ANO.
            MOVE CUST-NAME TO NL-NAME.
            WRITE NOTICEREC FROM NOTICE-LINE-1 AFTER 2.
            MOVE AR-DUEDATE TO NL-DUE-DATE.
            MOVE DEBIT-AMT TO NL-AMT.
            WRITE NOTICEREC FROM NOTICE-LINE-2 AFTER 1.
            MOVE AD-ACCNO TO NL-ACCNO.
            MOVE REJECT-REASON TO NL-REASON.
            WRITE NOTICEREC FROM NOTICE-LINE-3 AFTER 1.
            WRITE NOTICEREC FROM NOTICE-LINE-4 AFTER 1.
            IF AD-STATUS-CODE = 'D'
                 WRITE NOTICEREC FROM NOTICE-LINE-6 AFTER 1
            ELSE
                 WRITE NOTICEREC FROM NOTICE-LINE-5 AFTER 1.
       WRITE-JOURNAL-RTN.
            MOVE RUN-DATE TO TJ-DATE.
            ACCEPT TJ-TIME FROM TIME.
            MOVE SPACES TO TJ-OPERATOR.
            MOVE REFNO TO TJ-REFNO.
            MOVE AD-ACCNO TO TJ-ACCNO.
            MOVE 'A' TO TJ-TRANTYPE.
            MOVE DEBIT-AMT TO TJ-AMOUNT.
            MOVE SPACES TO TJ-BRANCH.
            MOVE AM-BALANCE TO TJ-NEW-BAL.
            WRITE JRNL-REC.
            PERFORM INDEX-JRNL-RTN THRU INDEX-JRNL-END.
            IF TJ-STATUS NOT = "00"
                 MOVE "TRNJRNL" TO FC-FILENAME
                 MOVE TJ-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       SEQ-RTN.
            MOVE "AUTODEBIT-RUN" TO SC-PROGRAM.
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
