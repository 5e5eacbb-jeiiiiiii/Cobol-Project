       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-ACTIVITY.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. DAILY ON-US CHECK ACTIVITY - CHECKS PAID, STOPPED,
      *         PRESENTED OUT OF SEQUENCE, AND REFUSED PRESENTMENTS.
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
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
                 FILE STATUS IS AL-STATUS.
            SELECT RPTFILE ASSIGN TO "CHKACT".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD   AUDITLOG.
       01   AUDIT-REC.
            02 AL-PROGRAM PIC X(15).
            02 AL-FIELD PIC X(15).
            02 AL-BADVAL PIC X(20).
            02 AL-DATE PIC X(8).
            02 AL-TIME PIC X(8).
            02 AL-OPERATOR PIC X(10).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(90).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   CR-STATUS PIC XX VALUE "00".
       01   AL-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   PAID-CTR PIC 9(6) VALUE 0.
       01   STOP-CTR PIC 9(6) VALUE 0.
       01   OOS-CTR PIC 9(6) VALUE 0.
       01   REFUSED-CTR PIC 9(6) VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   TOT-PAID PIC 9(9)V99 VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(16) VALUE "China Trust Bank".
            02 FILLER PIC X(49) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(22) VALUE SPACES.
            02 FILLER PIC X(27)
               VALUE "ON-US CHECK ACTIVITY       ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(33) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(7) VALUE "Account".
            02 FILLER PIC X(5) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "Serial".
            02 FILLER PIC X(9) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "Amount".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(11) VALUE "Disposition".
            02 FILLER PIC X(1) VALUE SPACES.
            02 FILLER PIC X(7) VALUE "Remarks".
            02 FILLER PIC X(36) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-ACCNO PIC 9(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-SERIAL PIC 9(7).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-AMT PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-DISP PIC X(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-REMARK PIC X(20).
            02 FILLER PIC X(23) VALUE SPACES.
       01   REFUSED-LINE.
            02 RL-KEY PIC X(20).
            02 FILLER PIC X(13) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "REFUSED   ".
            02 FILLER PIC X(2) VALUE SPACES.
            02 RL-REASON PIC X(15).
            02 FILLER PIC X(1) VALUE SPACES.
            02 RL-OPERATOR PIC X(10).
            02 FILLER PIC X(19) VALUE SPACES.
       01   TOTAL-1.
            02 FILLER PIC X(6) VALUE "PAID: ".
            02 TL-PAID PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "STOPPED: ".
            02 TL-STOP PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(17) VALUE "OUT OF SEQUENCE: ".
            02 TL-OOS PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "REFUSED: ".
            02 TL-REFUSED PIC ZZZ,ZZ9.
            02 FILLER PIC X(12) VALUE SPACES.
       01   TOTAL-2.
            02 FILLER PIC X(12) VALUE "TOTAL PAID: ".
            02 TL-TOT-PAID PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(64) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(69) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN INPUT CHKREG.
            IF CR-STATUS = "35"
                 DISPLAY "NO CHECKBOOK REGISTER - NOTHING TO REPORT"
                 STOP RUN.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            PERFORM REGISTER-RTN THRU REGISTER-END UNTIL EOFSW = 1.
            CLOSE CHKREG.
            OPEN INPUT AUDITLOG.
            IF AL-STATUS NOT = "35"
                 MOVE 0 TO EOFSW
                 PERFORM REFUSED-RTN THRU REFUSED-END UNTIL EOFSW = 1
                 CLOSE AUDITLOG.
            MOVE PAID-CTR TO TL-PAID.
            MOVE STOP-CTR TO TL-STOP.
            MOVE OOS-CTR TO TL-OOS.
            MOVE REFUSED-CTR TO TL-REFUSED.
            MOVE TOT-PAID TO TL-TOT-PAID.
            WRITE RPTREC FROM TOTAL-1 AFTER 2.
            WRITE RPTREC FROM TOTAL-2 AFTER 1.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE RPTFILE.
            DISPLAY "CHECK ACTIVITY REPORT PRINTED.".
            STOP RUN.
       REGISTER-RTN.
            READ CHKREG NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO REGISTER-END.
            IF CR-STATUS-CODE = 'P' AND CR-PAID-DATE = RUN-DATE
                 ADD 1 TO PAID-CTR
                 ADD CR-AMOUNT TO TOT-PAID
                 MOVE "PAID" TO DL-DISP
                 IF CR-PAY-MODE = 'E'
                      MOVE "ENCASHED" TO DL-REMARK
                 ELSE
                      MOVE "CREDITED TO ACCOUNT" TO DL-REMARK
                 END-IF
                 IF CR-OOS-FLAG = 'Y'
                      ADD 1 TO OOS-CTR
                      MOVE "OUT OF SEQUENCE" TO DL-REMARK
                 END-IF
            ELSE
            IF CR-STATUS-CODE = 'S' AND CR-STOP-DATE = RUN-DATE
                 ADD 1 TO STOP-CTR
                 MOVE "STOPPED" TO DL-DISP
                 MOVE CR-STOP-REASON TO DL-REMARK
            ELSE
                 GO TO REGISTER-END.
            ADD 1 TO REC-CTR.
            MOVE CR-ACCNO TO DL-ACCNO.
            MOVE CR-SERIAL TO DL-SERIAL.
            MOVE CR-AMOUNT TO DL-AMT.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
       REGISTER-END.
       REFUSED-RTN.
            READ AUDITLOG
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO REFUSED-END.
            IF AL-PROGRAM NOT = "ONUS-CHECK"
                 OR AL-DATE NOT = RUN-DATE
                 GO TO REFUSED-END.
            IF AL-FIELD NOT = "CHKSTOPPED"
                 AND AL-FIELD NOT = "CHKALREADYPAID"
                 AND AL-FIELD NOT = "CHKNOTISSUED"
                 AND AL-FIELD NOT = "CHKINSUFFICIENT"
                 AND AL-FIELD NOT = "CHKACCTSTATUS"
                 GO TO REFUSED-END.
            ADD 1 TO REFUSED-CTR.
            ADD 1 TO REC-CTR.
            MOVE AL-BADVAL TO RL-KEY.
            MOVE AL-FIELD TO RL-REASON.
            MOVE AL-OPERATOR TO RL-OPERATOR.
            WRITE RPTREC FROM REFUSED-LINE AFTER 1.
       REFUSED-END.
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
