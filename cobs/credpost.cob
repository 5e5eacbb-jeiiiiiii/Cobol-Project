       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-POST.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. POSTS THE PAYROLL, COMMISSION AND REFUND CREDIT FILES
      *         TO PAYEE ACCOUNTS AGAINST THE FUNDING ACCOUNTS AND
      *         PRINTS THE CREDIT-ADVICE REGISTER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAYCRED ASSIGN TO "PAYCRED.DAT"
                 FILE STATUS IS PC-STATUS.
            SELECT COMMCRED ASSIGN TO "COMMCRED.DAT"
                 FILE STATUS IS CC-STATUS.
            SELECT REFCRED ASSIGN TO "REFCRED.DAT"
                 FILE STATUS IS RC-STATUS.
            SELECT FUNDACCT ASSIGN TO "FUNDACCT.DAT"
                 FILE STATUS IS FA-STATUS.
            SELECT ACCTMAST ASSIGN TO "ACCTMAST"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AM-ACCNO-KEY
                 FILE STATUS IS AM-STATUS.
            SELECT PAYHIST ASSIGN TO "PAYHIST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PH-KEY
                 FILE STATUS IS PH-STATUS.
            SELECT SETTLE ASSIGN TO "SETTLE.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS STL-KEY
                 FILE STATUS IS STL-STATUS.
            SELECT REFVCHR ASSIGN TO "REFVCHR.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS RV-VCHNO
                 FILE STATUS IS RV-STATUS.
            SELECT STUBAL ASSIGN TO "STUBAL.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SB-SNO
                 FILE STATUS IS SB-STATUS.
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
            SELECT RPTFILE ASSIGN TO "CREDADV".
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
       FD   PAYCRED.
       01   PC-REC.
            02 FILLER PIC X(79).
       FD   COMMCRED.
       01   CC-REC.
            02 FILLER PIC X(79).
       FD   REFCRED.
       01   RC-REC.
            02 FILLER PIC X(79).
       FD   FUNDACCT.
       01   FUND-REC.
            02 FA-SOURCE PIC X(8).
            02 FA-ACCNO PIC 9(10).
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
       FD   PAYHIST.
       01   PAYHIST-REC.
            02 PH-KEY.
                 03 PH-FNO PIC 9(10).
                 03 PH-PERIOD PIC X(8).
            02 PH-GROSS PIC 9(6)V99.
            02 PH-WTX PIC 9(6)V99.
            02 PH-GSIS PIC 9(6)V99.
            02 PH-PHIC PIC 9(6)V99.
            02 PH-HDMF PIC 9(6)V99.
            02 PH-NET PIC S9(6)V99.
            02 PH-LOAN PIC 9(6)V99.
            02 PH-LWOP PIC 9(6)V99.
            02 PH-CREDIT-STATUS PIC X.
            02 PH-HONOR PIC 9(6)V99.
       FD   SETTLE.
       01   SETTLE-REC.
            02 STL-KEY.
                 03 STL-SNO PIC 9(5).
                 03 STL-PERIOD PIC X(4).
            02 STL-SETTLENO PIC 9(6).
            02 STL-AMOUNT PIC S9(7)V99.
            02 STL-PAID PIC X.
            02 STL-PAID-DATE PIC X(8).
            02 STL-CREDIT-STATUS PIC X.
       FD   REFVCHR.
       01   VCHR-REC.
            02 RV-VCHNO PIC 9(6).
            02 RV-SNO PIC 9(10).
            02 RV-AMOUNT PIC 9(6)V99.
            02 RV-DATE PIC X(8).
            02 RV-STATUS-CODE PIC X.
            02 RV-REL-DATE PIC X(8).
       FD   STUBAL.
       01   SB-REC.
            02 SB-SNO PIC 9(10).
            02 SB-BALANCE PIC S9(6)V99.
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
       01   PC-STATUS PIC XX VALUE "00".
       01   CC-STATUS PIC XX VALUE "00".
       01   RC-STATUS PIC XX VALUE "00".
       01   FA-STATUS PIC XX VALUE "00".
       01   AM-STATUS PIC XX VALUE "00".
       01   PH-STATUS PIC XX VALUE "00".
       01   STL-STATUS PIC XX VALUE "00".
       01   RV-STATUS PIC XX VALUE "00".
       01   SB-STATUS PIC XX VALUE "00".
       01   TJ-STATUS PIC XX VALUE "00".
       01   JX-STATUS PIC XX VALUE "00".
       01   SC-STATUS PIC XX VALUE "00".
       01   LG-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   PD-STATUS PIC XX VALUE "00".
       01   PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01   PERIOD-SW PIC 9 VALUE 0.
       01   REFNO PIC 9(8) VALUE 0.
       01   EOFSW PIC 9 VALUE 0.
       01   FILE-SW PIC 9 VALUE 0.
       01   BALANCED-SW PIC 9 VALUE 0.
       01   SOURCE-OPEN-SW PIC 9 VALUE 0.
       01   CUR-SOURCE PIC X(8) VALUE SPACES.
       01   CUR-FUND-ACCNO PIC 9(10) VALUE 0.
       01   FUND-PAYROLL PIC 9(10) VALUE 0.
       01   FUND-COMMSETL PIC 9(10) VALUE 0.
       01   FUND-REFUND PIC 9(10) VALUE 0.
       01   REJECT-REASON PIC X(10) VALUE SPACES.
       01   FUND-NEW-BAL PIC S9(9)V99 VALUE 0.
       01   PAYEE-NEW-BAL PIC S9(9)V99 VALUE 0.
       01   BATCH-CTR PIC 9(6) VALUE 0.
       01   BATCH-TOT PIC 9(9)V99 VALUE 0.
       01   CTL-CTR PIC 9(6) VALUE 0.
       01   CTL-TOT PIC 9(9)V99 VALUE 0.
       01   CRED-CTR PIC 9(6) VALUE 0.
       01   CRED-TOT PIC 9(9)V99 VALUE 0.
       01   REJ-CTR PIC 9(6) VALUE 0.
       01   REJ-TOT PIC 9(9)V99 VALUE 0.
       01   GT-CRED-CTR PIC 9(6) VALUE 0.
       01   GT-CRED-TOT PIC 9(9)V99 VALUE 0.
       01   GT-REJ-CTR PIC 9(6) VALUE 0.
       01   GT-REJ-TOT PIC 9(9)V99 VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   CREDIT-WORK.
            02 CR-SOURCE PIC X(8).
            02 CR-REC-TYPE PIC X.
            02 CR-SRCKEY PIC X(18).
            02 CR-PAYEE PIC X(25).
            02 CR-ACCNO PIC 9(10).
            02 CR-AMOUNT PIC 9(7)V99.
            02 CR-DATE PIC X(8).
       01   CREDIT-TRL-WORK REDEFINES CREDIT-WORK.
            02 CT-SOURCE PIC X(8).
            02 CT-REC-TYPE PIC X.
            02 CT-COUNT PIC 9(6).
            02 CT-TOTAL PIC 9(9)V99.
            02 CT-DATE PIC X(8).
            02 FILLER PIC X(45).
       01   HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(16) VALUE "China Trust Bank".
            02 FILLER PIC X(49) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(22) VALUE SPACES.
            02 FILLER PIC X(27)
               VALUE "CREDIT-ADVICE REGISTER     ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(33) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(6) VALUE "Source".
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "Reference".
            02 FILLER PIC X(8) VALUE SPACES.
            02 FILLER PIC X(5) VALUE "Payee".
            02 FILLER PIC X(16) VALUE SPACES.
            02 FILLER PIC X(7) VALUE "Account".
            02 FILLER PIC X(10) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "Amount".
            02 FILLER PIC X(1) VALUE SPACES.
            02 FILLER PIC X(11) VALUE "Disposition".
            02 FILLER PIC X(8) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-SOURCE PIC X(8).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-SRCKEY PIC X(16).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-PAYEE PIC X(20).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-ACCNO PIC 9(10).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-AMT PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-DISP PIC X(8).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-REASON PIC X(10).
       01   SUM-LINE.
            02 FILLER PIC X(2) VALUE SPACES.
            02 SL-LABEL PIC X(20).
            02 SL-CTR PIC ZZZ,ZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 SL-AMT PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 SL-NOTE PIC X(20).
            02 FILLER PIC X(23) VALUE SPACES.
       01   FUND-LINE.
            02 FILLER PIC X(2) VALUE SPACES.
            02 FL-SOURCE PIC X(8).
            02 FILLER PIC X(22) VALUE " FUNDING ACCOUNT:     ".
            02 FL-ACCNO PIC 9(10).
            02 FILLER PIC X(48) VALUE SPACES.
       01   TOTAL-1.
            02 FILLER PIC X(10) VALUE "CREDITED: ".
            02 TL-CRED-CTR PIC ZZZ,ZZ9.
            02 FILLER PIC X(1) VALUE SPACES.
            02 TL-CRED-TOT PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "REJECTED: ".
            02 TL-REJ-CTR PIC ZZZ,ZZ9.
            02 FILLER PIC X(1) VALUE SPACES.
            02 TL-REJ-TOT PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(23) VALUE SPACES.
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
            OPEN I-O ACCTMAST.
            IF AM-STATUS = "35"
                 DISPLAY "NO ACCOUNT MASTER ON FILE"
                 STOP RUN.
            PERFORM LOAD-FUND-RTN.
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
            OPEN EXTEND STULEDG.
            IF LG-STATUS = "35"
                 OPEN OUTPUT STULEDG.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            MOVE 1 TO FILE-SW.
            MOVE "PAYROLL " TO CUR-SOURCE.
            MOVE FUND-PAYROLL TO CUR-FUND-ACCNO.
            PERFORM SOURCE-RTN THRU SOURCE-END.
            MOVE 2 TO FILE-SW.
            MOVE "COMMSETL" TO CUR-SOURCE.
            MOVE FUND-COMMSETL TO CUR-FUND-ACCNO.
            PERFORM SOURCE-RTN THRU SOURCE-END.
            MOVE 3 TO FILE-SW.
            MOVE "REFUND  " TO CUR-SOURCE.
            MOVE FUND-REFUND TO CUR-FUND-ACCNO.
            PERFORM SOURCE-RTN THRU SOURCE-END.
            MOVE GT-CRED-CTR TO TL-CRED-CTR.
            MOVE GT-CRED-TOT TO TL-CRED-TOT.
            MOVE GT-REJ-CTR TO TL-REJ-CTR.
            MOVE GT-REJ-TOT TO TL-REJ-TOT.
            WRITE RPTREC FROM TOTAL-1 AFTER 2.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE ACCTMAST.
            CLOSE TRNJRNL.
            CLOSE JRNLIDX.
            CLOSE SEQCTR.
            CLOSE STULEDG.
            CLOSE RPTFILE.
            DISPLAY "CREDIT POSTING COMPLETE - CREDITED " GT-CRED-CTR
                 " REJECTED " GT-REJ-CTR.
            STOP RUN.
       LOAD-FUND-RTN.
            OPEN INPUT FUNDACCT.
            IF FA-STATUS = "35"
                 PERFORM SEED-FUND-RTN
                 OPEN INPUT FUNDACCT.
            PERFORM LOAD-FUND-ENTRY-RTN
                 UNTIL FA-STATUS = "10".
            CLOSE FUNDACCT.
       LOAD-FUND-ENTRY-RTN.
            READ FUNDACCT
                 AT END MOVE "10" TO FA-STATUS
                 NOT AT END
                      IF FA-SOURCE = "PAYROLL "
                           MOVE FA-ACCNO TO FUND-PAYROLL
                      ELSE
                      IF FA-SOURCE = "COMMSETL"
                           MOVE FA-ACCNO TO FUND-COMMSETL
                      ELSE
                      IF FA-SOURCE = "REFUND  "
                           MOVE FA-ACCNO TO FUND-REFUND
            END-READ.
       SEED-FUND-RTN.
            OPEN OUTPUT FUNDACCT.
            MOVE "PAYROLL " TO FA-SOURCE.
            MOVE 0 TO FA-ACCNO.
            WRITE FUND-REC.
            MOVE "COMMSETL" TO FA-SOURCE.
            MOVE 0 TO FA-ACCNO.
            WRITE FUND-REC.
            MOVE "REFUND  " TO FA-SOURCE.
            MOVE 0 TO FA-ACCNO.
            WRITE FUND-REC.
            CLOSE FUNDACCT.
       SOURCE-RTN.
            MOVE 0 TO CTL-CTR.
            MOVE 0 TO CTL-TOT.
            MOVE 0 TO CRED-CTR.
            MOVE 0 TO CRED-TOT.
            MOVE 0 TO REJ-CTR.
            MOVE 0 TO REJ-TOT.
            PERFORM OPEN-CRED-RTN.
            IF EOFSW = 1
                 GO TO SOURCE-END.
            MOVE 1 TO BALANCED-SW.
            MOVE 0 TO BATCH-CTR.
            MOVE 0 TO BATCH-TOT.
            PERFORM VERIFY-RTN THRU VERIFY-END UNTIL EOFSW = 1.
            IF BATCH-CTR NOT = 0
                 MOVE 0 TO BALANCED-SW.
            PERFORM CLOSE-CRED-RTN.
            MOVE CUR-SOURCE TO FL-SOURCE.
            MOVE CUR-FUND-ACCNO TO FL-ACCNO.
            WRITE RPTREC FROM FUND-LINE AFTER 2.
            IF BALANCED-SW = 0
                 MOVE CUR-SOURCE TO SL-LABEL
                 MOVE "CONTROL" TO SL-LABEL(10:7)
                 MOVE CTL-CTR TO SL-CTR
                 MOVE CTL-TOT TO SL-AMT
                 MOVE "OUT OF BALANCE" TO SL-NOTE
                 WRITE RPTREC FROM SUM-LINE AFTER 1
                 MOVE "  NOT POSTED" TO SL-LABEL
                 MOVE 0 TO SL-CTR
                 MOVE 0 TO SL-AMT
                 MOVE "FILE HELD" TO SL-NOTE
                 WRITE RPTREC FROM SUM-LINE AFTER 1
                 GO TO SOURCE-END.
            PERFORM OPEN-SOURCE-RTN.
            PERFORM OPEN-CRED-RTN.
            PERFORM POST-RTN THRU POST-END UNTIL EOFSW = 1.
            PERFORM CLOSE-CRED-RTN.
            PERFORM CLOSE-SOURCE-RTN.
            PERFORM EMPTY-CRED-RTN.
            PERFORM SOURCE-TOTAL-RTN.
       SOURCE-END.
       OPEN-CRED-RTN.
            MOVE 0 TO EOFSW.
            IF FILE-SW = 1
                 OPEN INPUT PAYCRED
                 IF PC-STATUS = "35"
                      MOVE 1 TO EOFSW
                 END-IF
            ELSE
            IF FILE-SW = 2
                 OPEN INPUT COMMCRED
                 IF CC-STATUS = "35"
                      MOVE 1 TO EOFSW
                 END-IF
            ELSE
                 OPEN INPUT REFCRED
                 IF RC-STATUS = "35"
                      MOVE 1 TO EOFSW.
       CLOSE-CRED-RTN.
            IF FILE-SW = 1
                 CLOSE PAYCRED
            ELSE
            IF FILE-SW = 2
                 CLOSE COMMCRED
            ELSE
                 CLOSE REFCRED.
       EMPTY-CRED-RTN.
            IF FILE-SW = 1
                 OPEN OUTPUT PAYCRED
                 CLOSE PAYCRED
            ELSE
            IF FILE-SW = 2
                 OPEN OUTPUT COMMCRED
                 CLOSE COMMCRED
            ELSE
                 OPEN OUTPUT REFCRED
                 CLOSE REFCRED.
       READ-CRED-RTN.
            IF FILE-SW = 1
                 READ PAYCRED INTO CREDIT-WORK
                      AT END MOVE 1 TO EOFSW
                 END-READ
            ELSE
            IF FILE-SW = 2
                 READ COMMCRED INTO CREDIT-WORK
                      AT END MOVE 1 TO EOFSW
                 END-READ
            ELSE
                 READ REFCRED INTO CREDIT-WORK
                      AT END MOVE 1 TO EOFSW
                 END-READ.
       VERIFY-RTN.
            PERFORM READ-CRED-RTN.
            IF EOFSW = 1
                 GO TO VERIFY-END.
            IF CR-REC-TYPE = 'D'
                 ADD 1 TO BATCH-CTR
                 ADD CR-AMOUNT TO BATCH-TOT
                 GO TO VERIFY-END.
            IF CT-COUNT NOT = BATCH-CTR OR CT-TOTAL NOT = BATCH-TOT
                 MOVE 0 TO BALANCED-SW.
            ADD CT-COUNT TO CTL-CTR.
            ADD CT-TOTAL TO CTL-TOT.
            MOVE 0 TO BATCH-CTR.
            MOVE 0 TO BATCH-TOT.
       VERIFY-END.
       OPEN-SOURCE-RTN.
            MOVE 1 TO SOURCE-OPEN-SW.
            IF FILE-SW = 1
                 OPEN I-O PAYHIST
                 IF PH-STATUS = "35"
                      MOVE 0 TO SOURCE-OPEN-SW
                 END-IF
            ELSE
            IF FILE-SW = 2
                 OPEN I-O SETTLE
                 IF STL-STATUS = "35"
                      MOVE 0 TO SOURCE-OPEN-SW
                 END-IF
            ELSE
                 OPEN I-O REFVCHR
                 IF RV-STATUS = "35"
                      MOVE 0 TO SOURCE-OPEN-SW
                 ELSE
                      OPEN I-O STUBAL
                      IF SB-STATUS = "35"
                           CLOSE REFVCHR
                           MOVE 0 TO SOURCE-OPEN-SW.
       CLOSE-SOURCE-RTN.
            IF SOURCE-OPEN-SW = 0
                 NEXT SENTENCE
            ELSE
            IF FILE-SW = 1
                 CLOSE PAYHIST
            ELSE
            IF FILE-SW = 2
                 CLOSE SETTLE
            ELSE
                 CLOSE REFVCHR
                 CLOSE STUBAL.
       POST-RTN.
            PERFORM READ-CRED-RTN.
            IF EOFSW = 1
                 GO TO POST-END.
            IF CR-REC-TYPE NOT = 'D'
                 GO TO POST-END.
            ADD 1 TO REC-CTR.
            MOVE SPACES TO REJECT-REASON.
            PERFORM SOURCE-CHECK-RTN THRU SOURCE-CHECK-END.
            IF REJECT-REASON = "NOT SENT" OR REJECT-REASON = "NO SOURCE"
                 MOVE "SKIPPED " TO DL-DISP
                 MOVE REJECT-REASON TO DL-REASON
                 GO TO POST-PRINT.
            PERFORM EDIT-CREDIT-RTN THRU EDIT-CREDIT-END.
            IF REJECT-REASON = SPACES
                 PERFORM POST-CREDIT-RTN
                 PERFORM MARK-CREDITED-RTN
                 ADD 1 TO CRED-CTR
                 ADD CR-AMOUNT TO CRED-TOT
                 MOVE "CREDITED" TO DL-DISP
                 MOVE SPACES TO DL-REASON
            ELSE
                 PERFORM MARK-REJECTED-RTN
                 ADD 1 TO REJ-CTR
                 ADD CR-AMOUNT TO REJ-TOT
                 MOVE "REJECTED" TO DL-DISP
                 MOVE REJECT-REASON TO DL-REASON.
       POST-PRINT.
            MOVE CR-SOURCE TO DL-SOURCE.
            MOVE CR-SRCKEY TO DL-SRCKEY.
            MOVE CR-PAYEE TO DL-PAYEE.
            MOVE CR-ACCNO TO DL-ACCNO.
            MOVE CR-AMOUNT TO DL-AMT.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
       POST-END.
       SOURCE-CHECK-RTN.
            IF SOURCE-OPEN-SW = 0
                 MOVE "NO SOURCE" TO REJECT-REASON
                 GO TO SOURCE-CHECK-END.
            IF FILE-SW = 1
                 MOVE CR-SRCKEY TO PH-KEY
                 READ PAYHIST
                      INVALID KEY
                           MOVE "NO SOURCE" TO REJECT-REASON
                           GO TO SOURCE-CHECK-END
                 END-READ
                 IF PH-CREDIT-STATUS NOT = 'S'
                      MOVE "NOT SENT" TO REJECT-REASON
                 END-IF
                 GO TO SOURCE-CHECK-END.
            IF FILE-SW = 2
                 MOVE CR-SRCKEY TO STL-KEY
                 READ SETTLE
                      INVALID KEY
                           MOVE "NO SOURCE" TO REJECT-REASON
                           GO TO SOURCE-CHECK-END
                 END-READ
                 IF STL-CREDIT-STATUS NOT = 'S'
                      MOVE "NOT SENT" TO REJECT-REASON
                 END-IF
                 GO TO SOURCE-CHECK-END.
            MOVE CR-SRCKEY(1:6) TO RV-VCHNO.
            READ REFVCHR
                 INVALID KEY
                      MOVE "NO SOURCE" TO REJECT-REASON
                      GO TO SOURCE-CHECK-END.
            IF RV-STATUS-CODE NOT = 'B'
                 MOVE "NOT SENT" TO REJECT-REASON.
       SOURCE-CHECK-END.
       EDIT-CREDIT-RTN.
            IF CUR-FUND-ACCNO = 0
                 MOVE "NO FUNDING" TO REJECT-REASON
                 GO TO EDIT-CREDIT-END.
            MOVE CUR-FUND-ACCNO TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE "NO FUNDING" TO REJECT-REASON
                      GO TO EDIT-CREDIT-END.
            IF AM-STATUS-CODE = 'F' OR AM-STATUS-CODE = 'C'
                 MOVE "FUND STAT" TO REJECT-REASON
                 GO TO EDIT-CREDIT-END.
            IF AM-BALANCE < CR-AMOUNT
                 MOVE "FUND BAL" TO REJECT-REASON
                 GO TO EDIT-CREDIT-END.
            MOVE CR-ACCNO TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE "NO ACCOUNT" TO REJECT-REASON
                      GO TO EDIT-CREDIT-END.
            IF AM-STATUS-CODE = 'F'
                 MOVE "FROZEN" TO REJECT-REASON
                 GO TO EDIT-CREDIT-END.
            IF AM-STATUS-CODE = 'C'
                 MOVE "CLOSED" TO REJECT-REASON.
       EDIT-CREDIT-END.
       POST-CREDIT-RTN.
            MOVE CUR-FUND-ACCNO TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE "ACCTMAST" TO FC-FILENAME
                      MOVE AM-STATUS TO FC-STATUS
                      PERFORM FILE-ERROR-RTN.
            SUBTRACT CR-AMOUNT FROM AM-BALANCE.
            MOVE AM-BALANCE TO FUND-NEW-BAL.
            MOVE RUN-DATE TO AM-LASTACT-DATE.
            REWRITE ACCT-MASTER-REC.
            IF AM-STATUS NOT = "00"
                 MOVE "ACCTMAST" TO FC-FILENAME
                 MOVE AM-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE CR-ACCNO TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE "ACCTMAST" TO FC-FILENAME
                      MOVE AM-STATUS TO FC-STATUS
                      PERFORM FILE-ERROR-RTN.
            ADD CR-AMOUNT TO AM-BALANCE.
            MOVE AM-BALANCE TO PAYEE-NEW-BAL.
            MOVE RUN-DATE TO AM-LASTACT-DATE.
            IF AM-STATUS-CODE = 'D'
                 MOVE 'A' TO AM-STATUS-CODE.
            REWRITE ACCT-MASTER-REC.
            IF AM-STATUS NOT = "00"
                 MOVE "ACCTMAST" TO FC-FILENAME
                 MOVE AM-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM SEQ-RTN.
            PERFORM WRITE-JOURNAL-RTN.
       WRITE-JOURNAL-RTN.
            MOVE RUN-DATE TO TJ-DATE.
            ACCEPT TJ-TIME FROM TIME.
            MOVE SPACES TO TJ-OPERATOR.
            MOVE REFNO TO TJ-REFNO.
            MOVE CUR-FUND-ACCNO TO TJ-ACCNO.
            MOVE 'Z' TO TJ-TRANTYPE.
            MOVE CR-AMOUNT TO TJ-AMOUNT.
            MOVE SPACES TO TJ-BRANCH.
            MOVE FUND-NEW-BAL TO TJ-NEW-BAL.
            WRITE JRNL-REC.
            PERFORM INDEX-JRNL-RTN THRU INDEX-JRNL-END.
            PERFORM CHECK-JOURNAL-RTN.
            MOVE CR-ACCNO TO TJ-ACCNO.
            MOVE 'C' TO TJ-TRANTYPE.
            MOVE PAYEE-NEW-BAL TO TJ-NEW-BAL.
            WRITE JRNL-REC.
            PERFORM INDEX-JRNL-RTN THRU INDEX-JRNL-END.
            PERFORM CHECK-JOURNAL-RTN.
       CHECK-JOURNAL-RTN.
            IF TJ-STATUS NOT = "00"
                 MOVE "TRNJRNL" TO FC-FILENAME
                 MOVE TJ-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       MARK-CREDITED-RTN.
            IF FILE-SW = 1
                 MOVE 'C' TO PH-CREDIT-STATUS
                 REWRITE PAYHIST-REC
                 MOVE "PAYHIST" TO FC-FILENAME
                 MOVE PH-STATUS TO FC-STATUS
            ELSE
            IF FILE-SW = 2
                 MOVE 'C' TO STL-CREDIT-STATUS
                 MOVE 'Y' TO STL-PAID
                 MOVE RUN-DATE TO STL-PAID-DATE
                 REWRITE SETTLE-REC
                 MOVE "SETTLE" TO FC-FILENAME
                 MOVE STL-STATUS TO FC-STATUS
            ELSE
                 PERFORM REFUND-CLEAR-RTN
                 MOVE 'R' TO RV-STATUS-CODE
                 MOVE RUN-DATE TO RV-REL-DATE
                 REWRITE VCHR-REC
                 MOVE "REFVCHR" TO FC-FILENAME
                 MOVE RV-STATUS TO FC-STATUS.
            IF FC-STATUS NOT = "00"
                 PERFORM FILE-ERROR-RTN.
       REFUND-CLEAR-RTN.
            MOVE RV-SNO TO SB-SNO.
            READ STUBAL
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      ADD RV-AMOUNT TO SB-BALANCE
                      REWRITE SB-REC
                      IF SB-STATUS NOT = "00"
                           MOVE "STUBAL" TO FC-FILENAME
                           MOVE SB-STATUS TO FC-STATUS
                           PERFORM FILE-ERROR-RTN
                      END-IF
                      MOVE RV-SNO TO LG-SNO
                      MOVE 'R' TO LG-TRANTYPE
                      MOVE RV-VCHNO TO LG-REFNO
                      MOVE RV-AMOUNT TO LG-AMOUNT
                      MOVE SB-BALANCE TO LG-NEW-BAL
                      MOVE "REFUND CREDITED" TO LG-DESC
                      PERFORM WRITE-LEDGER-RTN
            END-READ.
       MARK-REJECTED-RTN.
            IF FILE-SW = 1
                 MOVE 'R' TO PH-CREDIT-STATUS
                 REWRITE PAYHIST-REC
                 MOVE "PAYHIST" TO FC-FILENAME
                 MOVE PH-STATUS TO FC-STATUS
            ELSE
            IF FILE-SW = 2
                 MOVE 'R' TO STL-CREDIT-STATUS
                 REWRITE SETTLE-REC
                 MOVE "SETTLE" TO FC-FILENAME
                 MOVE STL-STATUS TO FC-STATUS
            ELSE
                 MOVE 'P' TO RV-STATUS-CODE
                 REWRITE VCHR-REC
                 MOVE "REFVCHR" TO FC-FILENAME
                 MOVE RV-STATUS TO FC-STATUS.
            IF FC-STATUS NOT = "00"
                 PERFORM FILE-ERROR-RTN.
       SOURCE-TOTAL-RTN.
            MOVE SPACES TO SL-LABEL.
            MOVE CUR-SOURCE TO SL-LABEL.
            MOVE "CONTROL" TO SL-LABEL(10:7).
            MOVE CTL-CTR TO SL-CTR.
            MOVE CTL-TOT TO SL-AMT.
            MOVE SPACES TO SL-NOTE.
            WRITE RPTREC FROM SUM-LINE AFTER 1.
            MOVE "  CREDITED" TO SL-LABEL.
            MOVE CRED-CTR TO SL-CTR.
            MOVE CRED-TOT TO SL-AMT.
            WRITE RPTREC FROM SUM-LINE AFTER 1.
            MOVE "  REJECTED" TO SL-LABEL.
            MOVE REJ-CTR TO SL-CTR.
            MOVE REJ-TOT TO SL-AMT.
            IF CRED-CTR + REJ-CTR = CTL-CTR
            AND CRED-TOT + REJ-TOT = CTL-TOT
                 MOVE "TIES TO SOURCE" TO SL-NOTE
            ELSE
                 MOVE "DOES NOT TIE" TO SL-NOTE.
            WRITE RPTREC FROM SUM-LINE AFTER 1.
            ADD CRED-CTR TO GT-CRED-CTR.
            ADD CRED-TOT TO GT-CRED-TOT.
            ADD REJ-CTR TO GT-REJ-CTR.
            ADD REJ-TOT TO GT-REJ-TOT.
       SEQ-RTN.
            MOVE "CREDIT-POST" TO SC-PROGRAM.
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
       WRITE-LEDGER-RTN.
            MOVE RUN-DATE TO LG-DATE.
            ACCEPT LG-TIME FROM TIME.
            MOVE "CREDIT-POST" TO LG-PROGRAM.
            MOVE SPACES TO LG-OPERATOR.
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
