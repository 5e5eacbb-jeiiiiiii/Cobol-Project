       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPR-QUEUE.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. SUPERVISOR APPROVAL OF MAINTENANCE CHANGES HELD ON THE
      *         PENDING-APPROVAL FILE BY ACCT-STATUS, HOLD-MAINT,
      *         FEE-MAINT, BILL-ADJUST AND USER-MAINT. THE CHANGE IS
      *         APPLIED TO THE MASTER ONLY WHEN APPROVED, AND ONLY BY A
      *         SUPERVISOR (ROLE V) OR ADMINISTRATOR OTHER THAN THE
      *         OPERATOR WHO MADE IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PENDAPPR ASSIGN TO "PENDAPPR.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PA-REQNO
                 FILE STATUS IS PA-STATUS.
            SELECT USERMAST ASSIGN TO "USERMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS UM-ID
                 FILE STATUS IS UM-STATUS.
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
            SELECT FEESCHED ASSIGN TO "FEESCHED.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS FS-KEY
                 FILE STATUS IS FS-STATUS.
            SELECT ARREARS ASSIGN TO "ARREARS.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AR-ANO
                 FILE STATUS IS AR-STATUS.
            SELECT HISTORY ASSIGN TO "HISTORY.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS HS-ANO
                 FILE STATUS IS HS-STATUS.
            SELECT ADJMEMO ASSIGN TO "ADJMEMO.DAT".
            SELECT SEQCTR ASSIGN TO "SEQCTR.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SC-PROGRAM
                 FILE STATUS IS SC-STATUS.
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
            SELECT CHGHIST ASSIGN TO "CHGHIST.DAT".
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
       FD   CHGHIST.
       01   CH-REC.
            02 CH-FILE PIC X(8).
            02 CH-KEY PIC X(20).
            02 CH-FIELD PIC X(15).
            02 CH-OLD PIC X(25).
            02 CH-NEW PIC X(25).
            02 CH-OPERATOR PIC X(10).
            02 CH-DATE PIC X(8).
            02 CH-TIME PIC X(8).
            02 CH-PROGRAM PIC X(15).
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   PENDAPPR.
       01   PA-REC.
            02 PA-REQNO PIC 9(6).
            02 PA-TYPE PIC XX.
            02 PA-PROGRAM PIC X(15).
            02 PA-TARGET PIC X(20).
            02 PA-DESC PIC X(40).
            02 PA-DATA PIC X(60).
            02 PA-AS-DATA REDEFINES PA-DATA.
               03 PA-AS-ACCNO PIC 9(10).
               03 PA-AS-OLD PIC X.
               03 PA-AS-NEW PIC X.
               03 PA-AS-REASON PIC X(20).
               03 FILLER PIC X(28).
            02 PA-HL-DATA REDEFINES PA-DATA.
               03 PA-HL-ACCNO PIC 9(10).
               03 PA-HL-SEQ PIC 9(3).
               03 FILLER PIC X(47).
            02 PA-FS-DATA REDEFINES PA-DATA.
               03 PA-FS-CC PIC 9.
               03 PA-FS-Y PIC 9.
               03 PA-FS-TF PIC 9(4)V99.
               03 PA-FS-SCF PIC 9(3)V99.
               03 PA-FS-LF PIC 9(3)V99.
               03 PA-FS-MF PIC 9(4)V99.
               03 FILLER PIC X(36).
            02 PA-BA-DATA REDEFINES PA-DATA.
               03 PA-BA-ANO PIC X(10).
               03 PA-BA-OLD-KWH PIC 9(6).
               03 PA-BA-NEW-KWH PIC 9(6).
               03 PA-BA-OLD-AMT PIC 9(6)V99.
               03 PA-BA-NEW-AMT PIC 9(6)V99.
               03 PA-BA-REASON PIC X(3).
               03 FILLER PIC X(19).
            02 PA-UR-DATA REDEFINES PA-DATA.
               03 PA-UR-ID PIC X(10).
               03 PA-UR-PWD PIC X(10).
               03 FILLER PIC X(40).
            02 PA-MAKER PIC X(10).
            02 PA-MAKE-DATE PIC X(8).
            02 PA-MAKE-TIME PIC X(8).
            02 PA-STAT PIC X.
            02 PA-CHECKER PIC X(10).
            02 PA-CHECK-DATE PIC X(8).
       FD   USERMAST.
       01   UM-REC.
            02 UM-ID PIC X(10).
            02 UM-NAME PIC X(25).
            02 UM-PASSWORD PIC X(10).
            02 UM-ROLE PIC X.
            02 UM-STATUS-CODE PIC X.
            02 UM-PWD-DATE PIC X(8).
            02 UM-FAIL-CTR PIC 9.
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
       FD   FEESCHED.
       01   FS-REC.
            02 FS-KEY.
                 03 FS-CC PIC 9.
                 03 FS-Y PIC 9.
            02 FS-TF PIC 9(4)V99.
            02 FS-SCF PIC 9(3)V99.
            02 FS-LF PIC 9(3)V99.
            02 FS-MF PIC 9(4)V99.
       FD   ARREARS.
       01   AR-REC.
            02 AR-ANO PIC X(10).
            02 AR-BAL PIC 9(6)V99.
            02 AR-CYCLES PIC 9(3).
            02 AR-RECON PIC X.
            02 AR-DUEDATE PIC X(8).
       FD   HISTORY.
       01   HS-REC.
            02 HS-ANO PIC X(10).
            02 HS-PRIOR-KWH PIC 9(6).
            02 HS-YTD-KWH PIC 9(7).
            02 HS-EST-FLAG PIC X.
            02 HS-EST-KWH PIC 9(6).
       FD   ADJMEMO.
       01   ADJMEMO-REC.
            02 AJ-MEMONO PIC 9(6).
            02 AJ-ANO PIC X(10).
            02 AJ-DATE PIC X(8).
            02 AJ-OLD-KWH PIC 9(6).
            02 AJ-NEW-KWH PIC 9(6).
            02 AJ-OLD-AMT PIC 9(6)V99.
            02 AJ-NEW-AMT PIC 9(6)V99.
            02 AJ-REASON PIC X(3).
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
       01   PA-STATUS PIC XX VALUE "00".
       01   UM-STATUS PIC XX VALUE "00".
       01   AM-STATUS PIC XX VALUE "00".
       01   HD-STATUS PIC XX VALUE "00".
       01   FS-STATUS PIC XX VALUE "00".
       01   AR-STATUS PIC XX VALUE "00".
       01   HS-STATUS PIC XX VALUE "00".
       01   SC-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   PD-STATUS PIC XX VALUE "00".
       01   PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01   PERIOD-SW PIC 9 VALUE 0.
       01   CHG-FILE PIC X(8) VALUE SPACES.
       01   CHG-KEY PIC X(20) VALUE SPACES.
       01   CN-FIELD PIC X(15) VALUE SPACES.
       01   CN-OLD PIC X(25) VALUE SPACES.
       01   CN-NEW PIC X(25) VALUE SPACES.
       01   CN-AMT PIC -(9)9.99.
       01   CN-NUM PIC -(12)9.
       01   CHG-CTR PIC 99 VALUE 0.
       01   CHG-IX PIC 99 VALUE 0.
       01   CHG-TABLE.
            02 CHG-ENTRY OCCURS 20 TIMES.
               03 CHG-FIELD PIC X(15).
               03 CHG-OLD PIC X(25).
               03 CHG-NEW PIC X(25).
       01   SUPERVISOR-SW PIC 9 VALUE 0.
       01   FOUND-SW PIC 9 VALUE 0.
       01   APPLY-SW PIC 9 VALUE 0.
       01   EOFSW PIC 9 VALUE 0.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   REQNO-IN PIC 9(6) VALUE 0.
       01   APPLY-MSG PIC X(40) VALUE SPACES.
       01   LIST-LINE PIC 99 VALUE 0.
       01   DELTA-AMT PIC S9(7)V99 VALUE 0.
       01   NEW-BAL PIC S9(7)V99 VALUE 0.
       01   YTD-WORK PIC S9(8) VALUE 0.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            OPEN I-O USERMAST.
            IF UM-STATUS = "35"
                 DISPLAY "NO USER MASTER ON FILE" LINE 1 COLUMN 1
                 STOP RUN.
            OPEN I-O PENDAPPR.
            IF PA-STATUS = "35"
                 OPEN OUTPUT PENDAPPR
                 CLOSE PENDAPPR
                 OPEN I-O PENDAPPR.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM SUPERVISOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE USERMAST.
            CLOSE PENDAPPR.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
      * THE SIGNED-ON OPERATOR MUST BE AN ACTIVE SUPERVISOR OR
      * ADMINISTRATOR TO DECIDE A REQUEST; ANYONE MAY LIST THE QUEUE.
       SUPERVISOR-RTN.
            MOVE 0 TO SUPERVISOR-SW.
            IF OPERATOR-ID NOT = SPACES
                 MOVE OPERATOR-ID TO UM-ID
                 READ USERMAST
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           IF (UM-ROLE = 'V' OR UM-ROLE = 'A')
                                AND UM-STATUS-CODE = 'A'
                                MOVE 1 TO SUPERVISOR-SW
                           END-IF
                 END-READ.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "PUP-MANILA REPORTING SYSTEM" LINE 1 COLUMN 25.
            DISPLAY "SUPERVISOR APPROVAL QUEUE" LINE 2 COLUMN 26.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (L=LIST, A=APPROVE, R=REJECT):"
                 LINE 4 COLUMN 1.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'L'
                 PERFORM LIST-RTN THRU LIST-END
            ELSE
                 PERFORM DECIDE-RTN THRU DECIDE-END.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 4 COLUMN 45.
            IF FUNC-CODE = 'L' OR FUNC-CODE = 'l'
                 MOVE 'L' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'A' OR FUNC-CODE = 'a'
                 MOVE 'A' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'R' OR FUNC-CODE = 'r'
                 MOVE 'R' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       LIST-RTN.
            DISPLAY "REQ NO MAKER      TARGET               CHANGE"
                 LINE 6 COLUMN 2.
            MOVE 6 TO LIST-LINE.
            MOVE 0 TO EOFSW.
            MOVE 0 TO PA-REQNO.
            START PENDAPPR KEY NOT LESS THAN PA-REQNO
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM LIST-SCAN-RTN THRU LIST-SCAN-END UNTIL EOFSW = 1.
            IF LIST-LINE = 6
                 DISPLAY "NO CHANGES AWAITING APPROVAL" LINE 8 COLUMN 1.
       LIST-END.
       LIST-SCAN-RTN.
            READ PENDAPPR NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO LIST-SCAN-END.
            IF PA-STAT NOT = 'P'
                 GO TO LIST-SCAN-END.
            IF LIST-LINE < 21
                 ADD 1 TO LIST-LINE
                 DISPLAY PA-REQNO LINE LIST-LINE COLUMN 2
                 DISPLAY PA-MAKER LINE LIST-LINE COLUMN 9
                 DISPLAY PA-TARGET LINE LIST-LINE COLUMN 20
                 DISPLAY PA-DESC LINE LIST-LINE COLUMN 41
            ELSE
                 MOVE 1 TO EOFSW.
       LIST-SCAN-END.
       DECIDE-RTN.
            IF SUPERVISOR-SW = 0
                 DISPLAY "SUPERVISOR SIGN-ON REQUIRED - NOT ALLOWED"
                 LINE 16 COLUMN 1
                 MOVE "APPROVER" TO AL-FIELD
                 MOVE OPERATOR-ID TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO DECIDE-END.
            DISPLAY "REQUEST NO.:" LINE 6 COLUMN 1.
            ACCEPT REQNO-IN LINE 6 COLUMN 30.
            MOVE REQNO-IN TO PA-REQNO.
            READ PENDAPPR
                 INVALID KEY
                      DISPLAY "REQUEST NOT ON FILE" LINE 16 COLUMN 1
                      GO TO DECIDE-END.
            IF PA-STAT NOT = 'P'
                 DISPLAY "REQUEST ALREADY DECIDED BY" LINE 16 COLUMN 1
                 DISPLAY PA-CHECKER LINE 16 COLUMN 30
                 GO TO DECIDE-END.
            DISPLAY "PROGRAM:" LINE 7 COLUMN 1.
            DISPLAY PA-PROGRAM LINE 7 COLUMN 30.
            DISPLAY "TARGET:" LINE 8 COLUMN 1.
            DISPLAY PA-TARGET LINE 8 COLUMN 30.
            DISPLAY "CHANGE:" LINE 9 COLUMN 1.
            DISPLAY PA-DESC LINE 9 COLUMN 30.
            DISPLAY "MADE BY:" LINE 10 COLUMN 1.
            DISPLAY PA-MAKER LINE 10 COLUMN 30.
            DISPLAY PA-MAKE-DATE LINE 10 COLUMN 42.
            IF PA-MAKER = OPERATOR-ID
                 DISPLAY "THE MAKER MAY NOT DECIDE THEIR OWN CHANGE"
                 LINE 16 COLUMN 1
                 MOVE "SELFAPPROVAL" TO AL-FIELD
                 MOVE PA-REQNO TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO DECIDE-END.
            DISPLAY "CONFIRM (Y/N)?" LINE 12 COLUMN 1.
            ACCEPT ANS LINE 12 COLUMN 30.
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 DISPLAY "NO CHANGE MADE" LINE 16 COLUMN 1
                 GO TO DECIDE-END.
            MOVE SPACES TO APPLY-MSG.
            IF FUNC-CODE = 'R'
                 MOVE 'R' TO PA-STAT
                 MOVE "APPRREJECTED" TO AL-FIELD
                 MOVE "REJECTED - MASTER NOT CHANGED" TO APPLY-MSG
            ELSE
                 PERFORM APPLY-RTN
                 IF APPLY-SW = 1
                      MOVE 'A' TO PA-STAT
                      MOVE "APPRAPPROVED" TO AL-FIELD
                      MOVE "APPROVED AND APPLIED" TO APPLY-MSG
                 ELSE
                 IF PERIOD-SW = 1
                      MOVE 'R' TO PA-STAT
                      MOVE "APPRPERCLOSED" TO AL-FIELD
                 ELSE
                      MOVE 'R' TO PA-STAT
                      MOVE "APPRSTALE" TO AL-FIELD.
            MOVE OPERATOR-ID TO PA-CHECKER.
            MOVE RUN-DATE TO PA-CHECK-DATE.
            REWRITE PA-REC.
            IF PA-STATUS NOT = "00"
                 MOVE "PENDAPPR" TO FC-FILENAME
                 MOVE PA-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE PA-REQNO TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY APPLY-MSG LINE 16 COLUMN 1.
       DECIDE-END.
      * EACH APPLY ROUTINE RE-CHECKS THE MASTER FIRST. A REQUEST THAT
      * NO LONGER FITS THE MASTER IS CLOSED AS REJECTED WITH THE REASON
      * LEFT IN APPLY-MSG.
       APPLY-RTN.
            MOVE 0 TO APPLY-SW.
            MOVE 0 TO PERIOD-SW.
            IF PA-TYPE = "AS"
                 PERFORM APPLY-AS-RTN THRU APPLY-AS-END
            ELSE
            IF PA-TYPE = "HL"
                 PERFORM APPLY-HL-RTN THRU APPLY-HL-END
            ELSE
            IF PA-TYPE = "FS"
                 PERFORM APPLY-FS-RTN THRU APPLY-FS-END
            ELSE
            IF PA-TYPE = "BA"
                 PERFORM APPLY-BA-RTN THRU APPLY-BA-END
            ELSE
            IF PA-TYPE = "UR"
                 PERFORM APPLY-UR-RTN THRU APPLY-UR-END
            ELSE
                 MOVE "UNKNOWN REQUEST TYPE - REJECTED" TO APPLY-MSG.
       APPLY-AS-RTN.
            OPEN I-O ACCTMAST.
            IF AM-STATUS = "35"
                 MOVE "NO ACCOUNT MASTER - REJECTED" TO APPLY-MSG
                 GO TO APPLY-AS-END.
            MOVE PA-AS-ACCNO TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE "ACCOUNT NOT ON FILE - REJECTED" TO APPLY-MSG
                      CLOSE ACCTMAST
                      GO TO APPLY-AS-END.
            IF AM-STATUS-CODE NOT = PA-AS-OLD
                 MOVE "STATUS CHANGED SINCE REQUEST - REJECTED"
                      TO APPLY-MSG
                 CLOSE ACCTMAST
                 GO TO APPLY-AS-END.
            MOVE "ACCTMAST" TO CHG-FILE.
            MOVE AM-ACCNO-KEY TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF PA-AS-NEW NOT = AM-STATUS-CODE
                 MOVE "AM-STATUS-CODE" TO CN-FIELD
                 MOVE AM-STATUS-CODE TO CN-OLD
                 MOVE PA-AS-NEW TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            MOVE PA-AS-NEW TO AM-STATUS-CODE.
            REWRITE ACCT-MASTER-REC.
            IF AM-STATUS NOT = "00"
                 MOVE "ACCTMAST" TO FC-FILENAME
                 MOVE AM-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM WRITE-CHANGES-RTN.
            CLOSE ACCTMAST.
            MOVE "STATUSCHANGE" TO AL-FIELD.
            MOVE PA-AS-REASON TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            MOVE 1 TO APPLY-SW.
       APPLY-AS-END.
       APPLY-HL-RTN.
            OPEN I-O HOLDFILE.
            IF HD-STATUS = "35"
                 MOVE "NO HOLD FILE - REJECTED" TO APPLY-MSG
                 GO TO APPLY-HL-END.
            MOVE PA-HL-ACCNO TO HD-ACCNO.
            MOVE PA-HL-SEQ TO HD-SEQ.
            READ HOLDFILE RECORD
                 INVALID KEY
                      MOVE "HOLD NOT ON FILE - REJECTED" TO APPLY-MSG
                      CLOSE HOLDFILE
                      GO TO APPLY-HL-END.
            IF HD-STATUS-CODE NOT = 'A'
                 MOVE "HOLD ALREADY LIFTED - REJECTED" TO APPLY-MSG
                 CLOSE HOLDFILE
                 GO TO APPLY-HL-END.
            MOVE "HOLDFILE" TO CHG-FILE.
            MOVE HD-KEY TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            MOVE "HD-STATUS-CODE" TO CN-FIELD.
            MOVE HD-STATUS-CODE TO CN-OLD.
            MOVE 'L' TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            MOVE 'L' TO HD-STATUS-CODE.
            REWRITE HOLD-REC.
            IF HD-STATUS NOT = "00"
                 MOVE "HOLDS" TO FC-FILENAME
                 MOVE HD-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM WRITE-CHANGES-RTN.
            CLOSE HOLDFILE.
            MOVE "HOLDLIFTED" TO AL-FIELD.
            MOVE HD-REASON TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            MOVE 1 TO APPLY-SW.
       APPLY-HL-END.
       APPLY-FS-RTN.
            OPEN I-O FEESCHED.
            IF FS-STATUS = "35"
                 OPEN OUTPUT FEESCHED
                 CLOSE FEESCHED
                 OPEN I-O FEESCHED.
            MOVE 0 TO FOUND-SW.
            MOVE PA-FS-CC TO FS-CC.
            MOVE PA-FS-Y TO FS-Y.
            READ FEESCHED
                 INVALID KEY
                      MOVE 0 TO FOUND-SW
                 NOT INVALID KEY
                      MOVE 1 TO FOUND-SW.
            MOVE "FEESCHED" TO CHG-FILE.
            MOVE FS-KEY TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF FOUND-SW = 1
                 PERFORM FS-NOTE-RTN
            ELSE
                 MOVE "RECORD" TO CN-FIELD
                 MOVE SPACES TO CN-OLD
                 MOVE "ADDED" TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            MOVE PA-FS-CC TO FS-CC.
            MOVE PA-FS-Y TO FS-Y.
            MOVE PA-FS-TF TO FS-TF.
            MOVE PA-FS-SCF TO FS-SCF.
            MOVE PA-FS-LF TO FS-LF.
            MOVE PA-FS-MF TO FS-MF.
            IF FOUND-SW = 1
                 REWRITE FS-REC
            ELSE
                 WRITE FS-REC.
            IF FS-STATUS NOT = "00"
                 MOVE "FEESCHED" TO FC-FILENAME
                 MOVE FS-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM WRITE-CHANGES-RTN.
            CLOSE FEESCHED.
            MOVE "FEESCHED" TO AL-FIELD.
            MOVE FS-KEY TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            MOVE 1 TO APPLY-SW.
       APPLY-FS-END.
      * THE REBILL IS POSTED AS BILL-ADJUST WOULD HAVE POSTED IT, AS
      * LONG AS THE CYCLE ON HISTORY IS STILL THE ONE THAT WAS ADJUSTED.
       APPLY-BA-RTN.
            MOVE "ELEC" TO PERIOD-SUBSYS.
            PERFORM CHECK-PERIOD-RTN THRU CHECK-PERIOD-END.
            IF PERIOD-SW = 1
                 MOVE "ELEC PERIOD CLOSED - REJECTED" TO APPLY-MSG
                 GO TO APPLY-BA-END.
            OPEN I-O ARREARS.
            IF AR-STATUS = "35"
                 MOVE "NO ARREARS FILE - REJECTED" TO APPLY-MSG
                 GO TO APPLY-BA-END.
            OPEN I-O HISTORY.
            IF HS-STATUS = "35"
                 MOVE "NO BILLING HISTORY - REJECTED" TO APPLY-MSG
                 CLOSE ARREARS
                 GO TO APPLY-BA-END.
            MOVE 0 TO FOUND-SW.
            MOVE PA-BA-ANO TO HS-ANO.
            READ HISTORY
                 INVALID KEY
                      MOVE 0 TO FOUND-SW
                 NOT INVALID KEY
                      MOVE 1 TO FOUND-SW.
            IF FOUND-SW = 1
                 MOVE PA-BA-ANO TO AR-ANO
                 READ ARREARS
                      INVALID KEY
                           MOVE 0 TO FOUND-SW.
            IF FOUND-SW = 0
                 MOVE "ACCOUNT NOT ON FILE - REJECTED" TO APPLY-MSG
                 GO TO APPLY-BA-CLOSE.
            IF HS-PRIOR-KWH NOT = PA-BA-OLD-KWH
                 MOVE "CYCLE REBILLED SINCE REQUEST - REJECTED"
                      TO APPLY-MSG
                 GO TO APPLY-BA-CLOSE.
            COMPUTE DELTA-AMT = PA-BA-NEW-AMT - PA-BA-OLD-AMT.
            COMPUTE NEW-BAL = AR-BAL + DELTA-AMT.
            MOVE "ARREARS" TO CHG-FILE.
            MOVE AR-ANO TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            MOVE "AR-BAL" TO CN-FIELD.
            MOVE AR-BAL TO CN-AMT.
            MOVE CN-AMT TO CN-OLD.
            IF NEW-BAL < 0
                 MOVE 0 TO AR-BAL
            ELSE
                 MOVE NEW-BAL TO AR-BAL.
            MOVE AR-BAL TO CN-AMT.
            MOVE CN-AMT TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            REWRITE AR-REC.
            IF AR-STATUS NOT = "00"
                 MOVE "ARREARS" TO FC-FILENAME
                 MOVE AR-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM WRITE-CHANGES-RTN.
            COMPUTE YTD-WORK = HS-YTD-KWH - PA-BA-OLD-KWH
                 + PA-BA-NEW-KWH.
            IF YTD-WORK < 0
                 MOVE 0 TO HS-YTD-KWH
            ELSE
                 MOVE YTD-WORK TO HS-YTD-KWH.
            MOVE PA-BA-NEW-KWH TO HS-PRIOR-KWH.
            MOVE "HISTORY" TO CHG-FILE.
            MOVE HS-ANO TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            MOVE "HS-PRIOR-KWH" TO CN-FIELD.
            MOVE PA-BA-OLD-KWH TO CN-OLD.
            MOVE PA-BA-NEW-KWH TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            REWRITE HS-REC.
            IF HS-STATUS NOT = "00"
                 MOVE "HISTORY" TO FC-FILENAME
                 MOVE HS-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM WRITE-CHANGES-RTN.
            OPEN I-O SEQCTR.
            IF SC-STATUS = "35"
                 OPEN OUTPUT SEQCTR
                 CLOSE SEQCTR
                 OPEN I-O SEQCTR.
            MOVE "BILL-ADJUST" TO SC-PROGRAM.
            READ SEQCTR
                 INVALID KEY
                      MOVE 1 TO SC-NEXT-SEQ
                 NOT INVALID KEY
                      ADD 1 TO SC-NEXT-SEQ.
            IF SC-STATUS = "23"
                 WRITE SC-REC
            ELSE
                 REWRITE SC-REC.
            CLOSE SEQCTR.
            OPEN EXTEND ADJMEMO.
            MOVE SC-NEXT-SEQ TO AJ-MEMONO.
            MOVE PA-BA-ANO TO AJ-ANO.
            MOVE RUN-DATE TO AJ-DATE.
            MOVE PA-BA-OLD-KWH TO AJ-OLD-KWH.
            MOVE PA-BA-NEW-KWH TO AJ-NEW-KWH.
            MOVE PA-BA-OLD-AMT TO AJ-OLD-AMT.
            MOVE PA-BA-NEW-AMT TO AJ-NEW-AMT.
            MOVE PA-BA-REASON TO AJ-REASON.
            WRITE ADJMEMO-REC.
            CLOSE ADJMEMO.
            MOVE "BILLADJUST" TO AL-FIELD.
            MOVE PA-BA-ANO TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            MOVE 1 TO APPLY-SW.
       APPLY-BA-CLOSE.
            CLOSE ARREARS.
            CLOSE HISTORY.
       APPLY-BA-END.
       APPLY-UR-RTN.
            MOVE PA-UR-ID TO UM-ID.
            READ USERMAST
                 INVALID KEY
                      MOVE "USER NOT ON FILE - REJECTED" TO APPLY-MSG
                      GO TO APPLY-UR-END.
            MOVE "USERMAST" TO CHG-FILE.
            MOVE UM-ID TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            MOVE "UM-PASSWORD" TO CN-FIELD.
            MOVE "********" TO CN-OLD.
            MOVE "******** RESET" TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            IF UM-STATUS-CODE NOT = 'A'
                 MOVE "UM-STATUS-CODE" TO CN-FIELD
                 MOVE UM-STATUS-CODE TO CN-OLD
                 MOVE 'A' TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            MOVE PA-UR-PWD TO UM-PASSWORD.
            MOVE 'A' TO UM-STATUS-CODE.
            MOVE SPACES TO UM-PWD-DATE.
            MOVE 0 TO UM-FAIL-CTR.
            REWRITE UM-REC.
            IF UM-STATUS NOT = "00"
                 MOVE "USERMAST" TO FC-FILENAME
                 MOVE UM-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM WRITE-CHANGES-RTN.
            MOVE "USERRESET" TO AL-FIELD.
            MOVE PA-UR-ID TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            MOVE 1 TO APPLY-SW.
       APPLY-UR-END.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "APPR-QUEUE" TO AL-PROGRAM.
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
       FILE-ERROR-RTN.
            DISPLAY "FILE ERROR ON " FC-FILENAME " - STATUS "
                 FC-STATUS.
            MOVE "FILESTATUS" TO AL-FIELD.
            MOVE FC-FILENAME TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "RUN ENDED - NOTHING FURTHER POSTED.".
            STOP RUN.
       FS-NOTE-RTN.
            IF PA-FS-TF NOT = FS-TF
                 MOVE "FS-TF" TO CN-FIELD
                 MOVE FS-TF TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE PA-FS-TF TO CN-AMT
                 MOVE CN-AMT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF PA-FS-SCF NOT = FS-SCF
                 MOVE "FS-SCF" TO CN-FIELD
                 MOVE FS-SCF TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE PA-FS-SCF TO CN-AMT
                 MOVE CN-AMT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF PA-FS-LF NOT = FS-LF
                 MOVE "FS-LF" TO CN-FIELD
                 MOVE FS-LF TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE PA-FS-LF TO CN-AMT
                 MOVE CN-AMT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF PA-FS-MF NOT = FS-MF
                 MOVE "FS-MF" TO CN-FIELD
                 MOVE FS-MF TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE PA-FS-MF TO CN-AMT
                 MOVE CN-AMT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
      * FIELD CHANGES ARE NOTED BEFORE THE MASTER IS REWRITTEN AND
      * GO TO THE CHANGE HISTORY ONLY ONCE THE REWRITE HAS BEEN DONE.
       NOTE-CHANGE-RTN.
            IF CHG-CTR < 20
                 ADD 1 TO CHG-CTR
                 MOVE CN-FIELD TO CHG-FIELD(CHG-CTR)
                 MOVE CN-OLD TO CHG-OLD(CHG-CTR)
                 MOVE CN-NEW TO CHG-NEW(CHG-CTR).
       WRITE-CHANGES-RTN.
            PERFORM WRITE-CHANGE-RTN VARYING CHG-IX FROM 1 BY 1
                 UNTIL CHG-IX > CHG-CTR.
            MOVE 0 TO CHG-CTR.
       WRITE-CHANGE-RTN.
            MOVE CHG-FILE TO CH-FILE.
            MOVE CHG-KEY TO CH-KEY.
            MOVE CHG-FIELD(CHG-IX) TO CH-FIELD.
            MOVE CHG-OLD(CHG-IX) TO CH-OLD.
            MOVE CHG-NEW(CHG-IX) TO CH-NEW.
            MOVE OPERATOR-ID TO CH-OPERATOR.
            MOVE RUN-DATE TO CH-DATE.
            ACCEPT CH-TIME FROM TIME.
            MOVE "APPR-QUEUE" TO CH-PROGRAM.
            WRITE CH-REC.
      * A BUSINESS DATE IN A MONTH FINANCE HAS CLOSED, FOR THIS
      * SUBSYSTEM OR FOR THE GENERAL LEDGER AS A WHOLE, SETS
      * PERIOD-SW. THE QUEUE STAYS UP, SO THE CALLER REJECTS THE
      * REQUEST INSTEAD OF ENDING THE RUN.
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
