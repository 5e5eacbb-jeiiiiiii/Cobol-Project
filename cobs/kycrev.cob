       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYC-REVIEW.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. MONTHLY LIST BY BRANCH OF CUSTOMERS DUE FOR KYC REVIEW
      *         OR WITH AN EXPIRED OR EXPIRING IDENTIFICATION DOCUMENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RPTFILE ASSIGN TO "KYCREV".
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
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(90).
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
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   AM-STATUS PIC XX VALUE "00".
       01   CM-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   RUN-YYMM PIC X(4) VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   CUST-CTR PIC 9(6) VALUE 0.
       01   BR-DUE-CTR PIC 9(6) VALUE 0.
       01   REVIEW-YEARS PIC 9 VALUE 0.
       01   DUE-DATE.
            02 DD-YY PIC 99.
            02 DD-MM PIC XX.
            02 DD-DD PIC XX.
       01   DUE-REASON PIC X(15) VALUE SPACES.
       01   SN-COUNT PIC 9(4) VALUE 0.
       01   SN-MATCH PIC 9(4) VALUE 0.
       01   SEEN-TABLE.
            02 SN-CUSTNO PIC 9(8) OCCURS 3000 TIMES INDEXED BY SN-IDX.
       01   DU-COUNT PIC 9(4) VALUE 0.
       01   DUE-TABLE.
            02 DU-ENTRY OCCURS 1000 TIMES INDEXED BY DU-IDX.
               03 DU-BRANCH PIC X(3).
               03 DU-CUSTNO PIC 9(8).
               03 DU-NAME PIC X(25).
               03 DU-RISK PIC X.
               03 DU-REVIEW PIC X(6).
               03 DU-EXPIRY PIC X(6).
               03 DU-REASON PIC X(15).
       01   BT-COUNT PIC 99 VALUE 0.
       01   BT-MATCH PIC 99 VALUE 0.
       01   FIND-BRANCH PIC X(3) VALUE SPACES.
       01   BRANCH-TABLE.
            02 BT-BRANCH PIC X(3) OCCURS 20 TIMES INDEXED BY BT-IDX.
       01   HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(16) VALUE "China Trust Bank".
            02 FILLER PIC X(49) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(22) VALUE SPACES.
            02 FILLER PIC X(27)
               VALUE "CUSTOMERS DUE FOR KYC REVW ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(33) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(5) VALUE "Brch".
            02 FILLER PIC X(10) VALUE "Customer".
            02 FILLER PIC X(26) VALUE "Name".
            02 FILLER PIC X(3) VALUE "R".
            02 FILLER PIC X(8) VALUE "Review".
            02 FILLER PIC X(8) VALUE "ID Exp".
            02 FILLER PIC X(15) VALUE "Reason".
            02 FILLER PIC X(15) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-BRANCH PIC X(3).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-CUSTNO PIC 9(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-NAME PIC X(25).
            02 FILLER PIC X VALUE SPACE.
            02 DL-RISK PIC X.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-REVIEW PIC X(6).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-EXPIRY PIC X(6).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-REASON PIC X(15).
            02 FILLER PIC X(15) VALUE SPACES.
       01   BRANCH-LINE.
            02 FILLER PIC X(7) VALUE "BRANCH ".
            02 BL-BRANCH PIC X(3).
            02 FILLER PIC X(17) VALUE " CUSTOMERS DUE:  ".
            02 BL-COUNT PIC ZZZ,ZZ9.
            02 FILLER PIC X(56) VALUE SPACES.
       01   TOTAL-1.
            02 FILLER PIC X(20) VALUE "CUSTOMERS EXAMINED: ".
            02 TL-CUST PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(15) VALUE "DUE FOR REVIEW:".
            02 TL-DUE PIC ZZZ,ZZ9.
            02 FILLER PIC X(38) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(69) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE RUN-DATE(1:4) TO RUN-YYMM.
            OPEN INPUT ACCTMAST.
            IF AM-STATUS = "35"
                 DISPLAY "NO ACCOUNT MASTER - NOTHING TO REPORT"
                 STOP RUN.
            OPEN INPUT CUSTMAST.
            IF CM-STATUS = "35"
                 DISPLAY "NO CUSTOMER MASTER - NOTHING TO REPORT"
                 CLOSE ACCTMAST
                 STOP RUN.
            PERFORM ACCOUNT-RTN THRU ACCOUNT-END UNTIL EOFSW = 1.
            CLOSE ACCTMAST.
            CLOSE CUSTMAST.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            PERFORM BRANCH-PRINT-RTN
                 VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > BT-COUNT.
            MOVE CUST-CTR TO TL-CUST.
            MOVE DU-COUNT TO TL-DUE.
            WRITE RPTREC FROM TOTAL-1 AFTER 2.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE RPTFILE.
            DISPLAY "KYC REVIEW LIST PRINTED.".
            STOP RUN.
       ACCOUNT-RTN.
            READ ACCTMAST NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO ACCOUNT-END.
            IF AM-CUSTNO = 0 OR AM-STATUS-CODE = 'C'
                 GO TO ACCOUNT-END.
            MOVE 0 TO SN-MATCH.
            PERFORM SEEN-TEST-RTN
                 VARYING SN-IDX FROM 1 BY 1
                 UNTIL SN-IDX > SN-COUNT OR SN-MATCH NOT = 0.
            IF SN-MATCH NOT = 0
                 GO TO ACCOUNT-END.
            IF SN-COUNT NOT < 3000
                 DISPLAY "WARNING: CUSTOMER TABLE FULL"
                 GO TO ACCOUNT-END.
            ADD 1 TO SN-COUNT.
            SET SN-IDX TO SN-COUNT.
            MOVE AM-CUSTNO TO SN-CUSTNO(SN-IDX).
            MOVE AM-CUSTNO TO CM-CUSTNO.
            READ CUSTMAST RECORD
                 INVALID KEY
                      GO TO ACCOUNT-END.
            ADD 1 TO CUST-CTR.
            PERFORM DUE-TEST-RTN THRU DUE-TEST-END.
            IF DUE-REASON = SPACES
                 GO TO ACCOUNT-END.
            IF DU-COUNT NOT < 1000
                 DISPLAY "WARNING: DUE TABLE FULL"
                 GO TO ACCOUNT-END.
            ADD 1 TO DU-COUNT.
            SET DU-IDX TO DU-COUNT.
            MOVE AM-HOME-BRANCH TO DU-BRANCH(DU-IDX).
            MOVE CM-CUSTNO TO DU-CUSTNO(DU-IDX).
            MOVE CM-NAME TO DU-NAME(DU-IDX).
            MOVE CM-RISK-RATING TO DU-RISK(DU-IDX).
            MOVE CM-LAST-REVIEW TO DU-REVIEW(DU-IDX).
            MOVE CM-ID-EXPIRY TO DU-EXPIRY(DU-IDX).
            MOVE DUE-REASON TO DU-REASON(DU-IDX).
            MOVE AM-HOME-BRANCH TO FIND-BRANCH.
            MOVE 0 TO BT-MATCH.
            PERFORM BRANCH-TEST-RTN
                 VARYING BT-IDX FROM 1 BY 1
                 UNTIL BT-IDX > BT-COUNT OR BT-MATCH NOT = 0.
            IF BT-MATCH = 0 AND BT-COUNT < 20
                 ADD 1 TO BT-COUNT
                 SET BT-IDX TO BT-COUNT
                 MOVE FIND-BRANCH TO BT-BRANCH(BT-IDX).
       ACCOUNT-END.
       SEEN-TEST-RTN.
            IF SN-CUSTNO(SN-IDX) = AM-CUSTNO
                 SET SN-MATCH TO SN-IDX.
       BRANCH-TEST-RTN.
            IF BT-BRANCH(BT-IDX) = FIND-BRANCH
                 SET BT-MATCH TO BT-IDX.
       DUE-TEST-RTN.
            MOVE SPACES TO DUE-REASON.
            IF CM-ID-EXPIRY NOT = SPACES
                 AND CM-ID-EXPIRY < RUN-DATE
                 MOVE "ID EXPIRED" TO DUE-REASON
                 GO TO DUE-TEST-END.
            IF CM-RISK-RATING = 'H'
                 MOVE 1 TO REVIEW-YEARS
            ELSE
            IF CM-RISK-RATING = 'L'
                 MOVE 3 TO REVIEW-YEARS
            ELSE
                 MOVE 2 TO REVIEW-YEARS.
            IF CM-LAST-REVIEW(1:6) NOT NUMERIC
                 MOVE "NEVER REVIEWED" TO DUE-REASON
                 GO TO DUE-TEST-END.
            MOVE CM-LAST-REVIEW(1:6) TO DUE-DATE.
            ADD REVIEW-YEARS TO DD-YY.
            IF DUE-DATE < RUN-DATE(1:6)
                 MOVE "REVIEW OVERDUE" TO DUE-REASON
                 GO TO DUE-TEST-END.
            IF DUE-DATE(1:4) = RUN-YYMM
                 MOVE "REVIEW DUE" TO DUE-REASON
                 GO TO DUE-TEST-END.
            IF CM-ID-EXPIRY = SPACES
                 MOVE "NO ID EXPIRY" TO DUE-REASON
                 GO TO DUE-TEST-END.
            IF CM-ID-EXPIRY(1:4) = RUN-YYMM
                 MOVE "ID EXPIRES" TO DUE-REASON.
       DUE-TEST-END.
       BRANCH-PRINT-RTN.
            MOVE BT-BRANCH(BT-IDX) TO FIND-BRANCH.
            MOVE 0 TO BR-DUE-CTR.
            PERFORM DUE-PRINT-RTN
                 VARYING DU-IDX FROM 1 BY 1 UNTIL DU-IDX > DU-COUNT.
            MOVE FIND-BRANCH TO BL-BRANCH.
            MOVE BR-DUE-CTR TO BL-COUNT.
            WRITE RPTREC FROM BRANCH-LINE AFTER 2.
            MOVE SPACES TO RPTREC.
            WRITE RPTREC AFTER 1.
       DUE-PRINT-RTN.
            IF DU-BRANCH(DU-IDX) = FIND-BRANCH
                 MOVE DU-BRANCH(DU-IDX) TO DL-BRANCH
                 MOVE DU-CUSTNO(DU-IDX) TO DL-CUSTNO
                 MOVE DU-NAME(DU-IDX) TO DL-NAME
                 MOVE DU-RISK(DU-IDX) TO DL-RISK
                 MOVE DU-REVIEW(DU-IDX) TO DL-REVIEW
                 MOVE DU-EXPIRY(DU-IDX) TO DL-EXPIRY
                 MOVE DU-REASON(DU-IDX) TO DL-REASON
                 WRITE RPTREC FROM DETAIL-LINE AFTER 1
                 ADD 1 TO BR-DUE-CTR
                 ADD 1 TO REC-CTR.
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
