       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML-ALERTS.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. STRUCTURING AND RAPID-MOVEMENT ALERTS ON THE JOURNAL,
      *         WITH ALERT CASES AND COMPLIANCE CASE STATUS UPDATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TRNJRNL ASSIGN TO "TRNJRNL.DAT"
                 FILE STATUS IS TJ-STATUS.
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
            SELECT ALERTCASE ASSIGN TO "ALERTCASE.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AC-CASENO
                 FILE STATUS IS AC-STATUS.
            SELECT SEQCTR ASSIGN TO "SEQCTR.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SC-PROGRAM
                 FILE STATUS IS SC-STATUS.
            SELECT RPTFILE ASSIGN TO "AMLALERT".
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
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
       FD   ALERTCASE.
       01   ALERT-CASE-REC.
            02 AC-CASENO PIC 9(8).
            02 AC-PATTERN PIC X.
            02 AC-CUSTNO PIC 9(8).
            02 AC-ACCNO PIC 9(10).
            02 AC-FIRST-DATE PIC X(8).
            02 AC-LAST-DATE PIC X(8).
            02 AC-COUNT PIC 9(3).
            02 AC-IN-AMOUNT PIC 9(9)V99.
            02 AC-OUT-AMOUNT PIC 9(9)V99.
            02 AC-STATUS-CODE PIC X.
            02 AC-RAISED-DATE PIC X(8).
            02 AC-UPDATED-DATE PIC X(8).
            02 AC-OPERATOR PIC X(10).
            02 AC-REMARKS PIC X(30).
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
       01   TJ-STATUS PIC XX VALUE "00".
       01   AM-STATUS PIC XX VALUE "00".
       01   CM-STATUS PIC XX VALUE "00".
       01   AC-STATUS PIC XX VALUE "00".
       01   SC-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   REFNO PIC 9(8) VALUE 0.
       01   EOFSW PIC 9 VALUE 0.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   CASENO-IN PIC 9(8) VALUE 0.
       01   NEW-STATUS PIC X VALUE SPACE.
       01   OLD-STATUS PIC X VALUE SPACE.
       01   REMARKS-IN PIC X(30) VALUE SPACES.
       01   THRESHOLD PIC 9(7)V99 VALUE 0.
       01   BAND-PCT PIC 99 VALUE 0.
       01   BAND-FLOOR PIC 9(7)V99 VALUE 0.
       01   STRUCT-DAYS PIC 99 VALUE 0.
       01   STRUCT-MIN-CNT PIC 99 VALUE 0.
       01   RAPID-DAYS PIC 99 VALUE 0.
       01   RAPID-PCT PIC 99 VALUE 0.
       01   RAPID-MIN-AMT PIC 9(7)V99 VALUE 0.
       01   DATE-PARTS.
            02 DP-YY PIC 99.
            02 DP-MM PIC 99.
            02 DP-DD PIC 99.
            02 FILLER PIC XX.
       01   DAYNO PIC 9(6) VALUE 0.
       01   RUN-DAYNO PIC 9(6) VALUE 0.
       01   AGE-DAYS PIC S9(6) VALUE 0.
       01   FIND-CUSTNO PIC 9(8) VALUE 0.
       01   FIND-ACCNO PIC 9(10) VALUE 0.
       01   ST-COUNT PIC 9(3) VALUE 0.
       01   ST-MATCH PIC 9(3) VALUE 0.
       01   STRUCT-TABLE.
            02 ST-ENTRY OCCURS 500 TIMES INDEXED BY ST-IDX.
               03 ST-CUSTNO PIC 9(8).
               03 ST-ACCNO PIC 9(10).
               03 ST-DEPOSITS PIC 9(3).
               03 ST-TOTAL PIC 9(9)V99.
               03 ST-FIRST-DATE PIC X(8).
               03 ST-LAST-DATE PIC X(8).
       01   RM-COUNT PIC 9(3) VALUE 0.
       01   RM-MATCH PIC 9(3) VALUE 0.
       01   RAPID-TABLE.
            02 RM-ENTRY OCCURS 500 TIMES INDEXED BY RM-IDX.
               03 RM-ACCNO PIC 9(10).
               03 RM-CREDIT PIC 9(9)V99.
               03 RM-OUT PIC 9(9)V99.
               03 RM-FIRST-DATE PIC X(8).
               03 RM-LAST-DATE PIC X(8).
       01   CT-COUNT PIC 9(4) VALUE 0.
       01   CT-MATCH PIC 9(4) VALUE 0.
       01   CASE-TABLE.
            02 CT-ENTRY OCCURS 1000 TIMES INDEXED BY CT-IDX.
               03 CT-CASENO PIC 9(8).
               03 CT-PATTERN PIC X.
               03 CT-CUSTNO PIC 9(8).
               03 CT-ACCNO PIC 9(10).
               03 CT-LAST-DATE PIC X(8).
               03 CT-STATUS-CODE PIC X.
       01   AL-PATTERN PIC X VALUE SPACE.
       01   AL-CUSTNO PIC 9(8) VALUE 0.
       01   AL-ACCNO PIC 9(10) VALUE 0.
       01   AL-COUNT PIC 9(3) VALUE 0.
       01   AL-IN-AMT PIC 9(9)V99 VALUE 0.
       01   AL-OUT-AMT PIC 9(9)V99 VALUE 0.
       01   AL-FIRST-DATE PIC X(8) VALUE SPACES.
       01   AL-LAST-DATE PIC X(8) VALUE SPACES.
       01   NEW-CTR PIC 9(6) VALUE 0.
       01   UPDATED-CTR PIC 9(6) VALUE 0.
       01   SUPPRESSED-CTR PIC 9(6) VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   AMT-OUT PIC ZZZ,ZZZ,ZZ9.99.
       01   HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(16) VALUE "China Trust Bank".
            02 FILLER PIC X(49) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(22) VALUE SPACES.
            02 FILLER PIC X(27)
               VALUE "STRUCTURING/RAPID MOVEMENT ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(33) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(9) VALUE "Case No".
            02 FILLER PIC X(2) VALUE "P".
            02 FILLER PIC X(9) VALUE "Customer".
            02 FILLER PIC X(20) VALUE "Name".
            02 FILLER PIC X(11) VALUE "Account".
            02 FILLER PIC X(4) VALUE "Cnt".
            02 FILLER PIC X(14) VALUE "      In Amt".
            02 FILLER PIC X(14) VALUE "     Out Amt".
            02 FILLER PIC X(7) VALUE "Action".
       01   DETAIL-LINE.
            02 DL-CASENO PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 DL-PATTERN PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 DL-CUSTNO PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 DL-NAME PIC X(19).
            02 FILLER PIC X VALUE SPACE.
            02 DL-ACCNO PIC 9(10).
            02 FILLER PIC X VALUE SPACE.
            02 DL-COUNT PIC ZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 DL-IN-AMT PIC ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 DL-OUT-AMT PIC ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 DL-ACTION PIC X(7).
       01   TOTAL-1.
            02 FILLER PIC X(11) VALUE "NEW CASES: ".
            02 TL-NEW PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(15) VALUE "CASES UPDATED: ".
            02 TL-UPDATED PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(23) VALUE "SUPPRESSED AS CLEARED: ".
            02 TL-SUPPRESSED PIC ZZZ,ZZ9.
            02 FILLER PIC X(14) VALUE SPACES.
       01   TOTAL-2.
            02 FILLER PIC X(11) VALUE "PARAMETERS ".
            02 FILLER PIC X(10) VALUE "THRESHOLD ".
            02 TL-THRESH PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(7) VALUE "  BAND ".
            02 TL-BAND PIC Z9.
            02 FILLER PIC X(9) VALUE "%  DAYS S".
            02 TL-SDAYS PIC Z9.
            02 FILLER PIC X(3) VALUE "/R ".
            02 TL-RDAYS PIC Z9.
            02 FILLER PIC X(7) VALUE "  MIN ".
            02 TL-MINCNT PIC Z9.
            02 FILLER PIC X(7) VALUE "  OUT ".
            02 TL-PCT PIC Z9.
            02 FILLER PIC X(1) VALUE "%".
            02 FILLER PIC X(14) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(69) VALUE SPACES.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN I-O ALERTCASE.
            IF AC-STATUS = "35"
                 OPEN OUTPUT ALERTCASE
                 CLOSE ALERTCASE
                 OPEN I-O ALERTCASE.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE ALERTCASE.
            CLOSE AUDITLOG.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "CHINA TRUST BANK" LINE 1 COLUMN 32.
            DISPLAY "STRUCTURING AND RAPID-MOVEMENT ALERTS"
                 LINE 2 COLUMN 22.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (R=RUN ALERTS, U=UPDATE CASE):"
                 LINE 4 COLUMN 1.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'R'
                 PERFORM RUN-RTN THRU RUN-END
            ELSE
                 PERFORM UPDATE-RTN THRU UPDATE-END.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 4 COLUMN 45.
            IF FUNC-CODE = 'R' OR FUNC-CODE = 'r'
                 MOVE 'R' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'U' OR FUNC-CODE = 'u'
                 MOVE 'U' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       RUN-RTN.
            MOVE 0 TO THRESHOLD.
            MOVE 0 TO BAND-PCT.
            MOVE 0 TO STRUCT-DAYS.
            MOVE 0 TO STRUCT-MIN-CNT.
            MOVE 0 TO RAPID-DAYS.
            MOVE 0 TO RAPID-PCT.
            MOVE 0 TO RAPID-MIN-AMT.
            DISPLAY "REPORT THRESHOLD (0=500000.00):" LINE 6 COLUMN 1.
            ACCEPT THRESHOLD LINE 6 COLUMN 45.
            IF THRESHOLD = 0
                 MOVE 500000.00 TO THRESHOLD.
            DISPLAY "BAND BELOW THRESHOLD % (0=10):" LINE 7 COLUMN 1.
            ACCEPT BAND-PCT LINE 7 COLUMN 45.
            IF BAND-PCT = 0
                 MOVE 10 TO BAND-PCT.
            DISPLAY "STRUCTURING WINDOW DAYS (0=7):" LINE 8 COLUMN 1.
            ACCEPT STRUCT-DAYS LINE 8 COLUMN 45.
            IF STRUCT-DAYS = 0
                 MOVE 7 TO STRUCT-DAYS.
            DISPLAY "MINIMUM DEPOSITS IN BAND (0=3):" LINE 9 COLUMN 1.
            ACCEPT STRUCT-MIN-CNT LINE 9 COLUMN 45.
            IF STRUCT-MIN-CNT = 0
                 MOVE 3 TO STRUCT-MIN-CNT.
            DISPLAY "RAPID-MOVEMENT WINDOW DAYS (0=3):"
                 LINE 10 COLUMN 1.
            ACCEPT RAPID-DAYS LINE 10 COLUMN 45.
            IF RAPID-DAYS = 0
                 MOVE 3 TO RAPID-DAYS.
            DISPLAY "PERCENT MOVED OUT (0=80):" LINE 11 COLUMN 1.
            ACCEPT RAPID-PCT LINE 11 COLUMN 45.
            IF RAPID-PCT = 0
                 MOVE 80 TO RAPID-PCT.
            DISPLAY "MINIMUM CREDIT AMOUNT (0=100000.00):"
                 LINE 12 COLUMN 1.
            ACCEPT RAPID-MIN-AMT LINE 12 COLUMN 45.
            IF RAPID-MIN-AMT = 0
                 MOVE 100000.00 TO RAPID-MIN-AMT.
            COMPUTE BAND-FLOOR ROUNDED =
                 THRESHOLD * (100 - BAND-PCT) / 100.
            OPEN INPUT TRNJRNL.
            IF TJ-STATUS = "35"
                 DISPLAY "NO TRANSACTION JOURNAL ON FILE"
                 LINE 14 COLUMN 1
                 GO TO RUN-END.
            OPEN INPUT ACCTMAST.
            IF AM-STATUS = "35"
                 DISPLAY "NO ACCOUNT MASTER ON FILE" LINE 14 COLUMN 1
                 CLOSE TRNJRNL
                 GO TO RUN-END.
            OPEN INPUT CUSTMAST.
            OPEN I-O SEQCTR.
            IF SC-STATUS = "35"
                 OPEN OUTPUT SEQCTR
                 CLOSE SEQCTR
                 OPEN I-O SEQCTR.
            MOVE RUN-DATE TO DATE-PARTS.
            PERFORM DAYNO-RTN.
            MOVE DAYNO TO RUN-DAYNO.
            MOVE 0 TO ST-COUNT.
            MOVE 0 TO RM-COUNT.
            MOVE 0 TO NEW-CTR.
            MOVE 0 TO UPDATED-CTR.
            MOVE 0 TO SUPPRESSED-CTR.
            MOVE 0 TO REC-CTR.
            PERFORM LOAD-CASES-RTN.
            MOVE 0 TO EOFSW.
            PERFORM SCAN-RTN THRU SCAN-END UNTIL EOFSW = 1.
            CLOSE TRNJRNL.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            PERFORM STRUCT-EVAL-RTN THRU STRUCT-EVAL-END
                 VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT.
            PERFORM RAPID-EVAL-RTN THRU RAPID-EVAL-END
                 VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > RM-COUNT.
            MOVE NEW-CTR TO TL-NEW.
            MOVE UPDATED-CTR TO TL-UPDATED.
            MOVE SUPPRESSED-CTR TO TL-SUPPRESSED.
            WRITE RPTREC FROM TOTAL-1 AFTER 2.
            MOVE THRESHOLD TO TL-THRESH.
            MOVE BAND-PCT TO TL-BAND.
            MOVE STRUCT-DAYS TO TL-SDAYS.
            MOVE RAPID-DAYS TO TL-RDAYS.
            MOVE STRUCT-MIN-CNT TO TL-MINCNT.
            MOVE RAPID-PCT TO TL-PCT.
            WRITE RPTREC FROM TOTAL-2 AFTER 1.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE RPTFILE.
            CLOSE ACCTMAST.
            IF CM-STATUS NOT = "35"
                 CLOSE CUSTMAST.
            CLOSE SEQCTR.
            DISPLAY "ALERT REPORT PRINTED - NEW CASES:"
                 LINE 14 COLUMN 1.
            DISPLAY NEW-CTR LINE 14 COLUMN 45.
       RUN-END.
       LOAD-CASES-RTN.
            MOVE 0 TO CT-COUNT.
            MOVE 0 TO EOFSW.
            MOVE 0 TO AC-CASENO.
            START ALERTCASE KEY NOT LESS THAN AC-CASENO
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM LOAD-CASE-RTN THRU LOAD-CASE-END UNTIL EOFSW = 1.
       LOAD-CASE-RTN.
            READ ALERTCASE NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO LOAD-CASE-END.
            IF CT-COUNT NOT < 1000
                 DISPLAY "WARNING: CASE TABLE FULL" LINE 15 COLUMN 1
                 MOVE 1 TO EOFSW
                 GO TO LOAD-CASE-END.
            ADD 1 TO CT-COUNT.
            SET CT-IDX TO CT-COUNT.
            MOVE AC-CASENO TO CT-CASENO(CT-IDX).
            MOVE AC-PATTERN TO CT-PATTERN(CT-IDX).
            MOVE AC-CUSTNO TO CT-CUSTNO(CT-IDX).
            MOVE AC-ACCNO TO CT-ACCNO(CT-IDX).
            MOVE AC-LAST-DATE TO CT-LAST-DATE(CT-IDX).
            MOVE AC-STATUS-CODE TO CT-STATUS-CODE(CT-IDX).
       LOAD-CASE-END.
       SCAN-RTN.
            READ TRNJRNL
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO SCAN-END.
            MOVE TJ-DATE TO DATE-PARTS.
            PERFORM DAYNO-RTN.
            COMPUTE AGE-DAYS = RUN-DAYNO - DAYNO.
            IF AGE-DAYS < 0
                 GO TO SCAN-END.
            IF (TJ-TRANTYPE = 'D' OR TJ-TRANTYPE = 'd')
            AND AGE-DAYS < STRUCT-DAYS
            AND TJ-AMOUNT NOT < BAND-FLOOR
            AND TJ-AMOUNT < THRESHOLD
                 PERFORM STRUCT-TALLY-RTN THRU STRUCT-TALLY-END.
            IF AGE-DAYS < RAPID-DAYS
                 PERFORM RAPID-TALLY-RTN THRU RAPID-TALLY-END.
       SCAN-END.
       DAYNO-RTN.
            IF DP-DD > 30
                 MOVE 30 TO DP-DD.
            COMPUTE DAYNO = DP-YY * 360 + DP-MM * 30 + DP-DD.
       STRUCT-TALLY-RTN.
            MOVE TJ-ACCNO TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE 0 TO AM-CUSTNO.
            MOVE AM-CUSTNO TO FIND-CUSTNO.
            MOVE TJ-ACCNO TO FIND-ACCNO.
            MOVE 0 TO ST-MATCH.
            PERFORM STRUCT-TEST-RTN
                 VARYING ST-IDX FROM 1 BY 1
                 UNTIL ST-IDX > ST-COUNT OR ST-MATCH NOT = 0.
            IF ST-MATCH = 0
                 IF ST-COUNT < 500
                      ADD 1 TO ST-COUNT
                      MOVE ST-COUNT TO ST-MATCH
                      SET ST-IDX TO ST-MATCH
                      MOVE FIND-CUSTNO TO ST-CUSTNO(ST-IDX)
                      MOVE 0 TO ST-DEPOSITS(ST-IDX)
                      MOVE 0 TO ST-TOTAL(ST-IDX)
                      MOVE TJ-DATE TO ST-FIRST-DATE(ST-IDX)
                 ELSE
                      DISPLAY "WARNING: STRUCTURING TABLE FULL"
                           LINE 15 COLUMN 1
                      GO TO STRUCT-TALLY-END.
            SET ST-IDX TO ST-MATCH.
            MOVE TJ-ACCNO TO ST-ACCNO(ST-IDX).
            ADD 1 TO ST-DEPOSITS(ST-IDX).
            ADD TJ-AMOUNT TO ST-TOTAL(ST-IDX).
            MOVE TJ-DATE TO ST-LAST-DATE(ST-IDX).
       STRUCT-TALLY-END.
       STRUCT-TEST-RTN.
            IF FIND-CUSTNO NOT = 0
                 IF ST-CUSTNO(ST-IDX) = FIND-CUSTNO
                      SET ST-MATCH TO ST-IDX
                 END-IF
            ELSE
                 IF ST-CUSTNO(ST-IDX) = 0
                 AND ST-ACCNO(ST-IDX) = FIND-ACCNO
                      SET ST-MATCH TO ST-IDX
                 END-IF.
       RAPID-TALLY-RTN.
            MOVE TJ-ACCNO TO FIND-ACCNO.
            MOVE 0 TO RM-MATCH.
            PERFORM RAPID-TEST-RTN
                 VARYING RM-IDX FROM 1 BY 1
                 UNTIL RM-IDX > RM-COUNT OR RM-MATCH NOT = 0.
            IF TJ-TRANTYPE = 'D' OR TJ-TRANTYPE = 'd'
            OR TJ-TRANTYPE = 'K' OR TJ-TRANTYPE = 'R'
                 IF RM-MATCH = 0
                      IF RM-COUNT < 500
                           ADD 1 TO RM-COUNT
                           MOVE RM-COUNT TO RM-MATCH
                           SET RM-IDX TO RM-MATCH
                           MOVE TJ-ACCNO TO RM-ACCNO(RM-IDX)
                           MOVE 0 TO RM-CREDIT(RM-IDX)
                           MOVE 0 TO RM-OUT(RM-IDX)
                           MOVE TJ-DATE TO RM-FIRST-DATE(RM-IDX)
                      ELSE
                           DISPLAY "WARNING: MOVEMENT TABLE FULL"
                                LINE 15 COLUMN 1
                           GO TO RAPID-TALLY-END
                      END-IF
                 END-IF
                 SET RM-IDX TO RM-MATCH
                 ADD TJ-AMOUNT TO RM-CREDIT(RM-IDX)
                 MOVE TJ-DATE TO RM-LAST-DATE(RM-IDX)
                 GO TO RAPID-TALLY-END.
            IF RM-MATCH = 0
                 GO TO RAPID-TALLY-END.
            IF TJ-TRANTYPE = 'W' OR TJ-TRANTYPE = 'w'
            OR TJ-TRANTYPE = 'T' OR TJ-TRANTYPE = 't'
            OR TJ-TRANTYPE = 'E'
                 SET RM-IDX TO RM-MATCH
                 ADD TJ-AMOUNT TO RM-OUT(RM-IDX)
                 MOVE TJ-DATE TO RM-LAST-DATE(RM-IDX).
       RAPID-TALLY-END.
       RAPID-TEST-RTN.
            IF RM-ACCNO(RM-IDX) = FIND-ACCNO
                 SET RM-MATCH TO RM-IDX.
       STRUCT-EVAL-RTN.
            IF ST-DEPOSITS(ST-IDX) < STRUCT-MIN-CNT
                 GO TO STRUCT-EVAL-END.
            MOVE 'S' TO AL-PATTERN.
            MOVE ST-CUSTNO(ST-IDX) TO AL-CUSTNO.
            MOVE ST-ACCNO(ST-IDX) TO AL-ACCNO.
            MOVE ST-DEPOSITS(ST-IDX) TO AL-COUNT.
            MOVE ST-TOTAL(ST-IDX) TO AL-IN-AMT.
            MOVE 0 TO AL-OUT-AMT.
            MOVE ST-FIRST-DATE(ST-IDX) TO AL-FIRST-DATE.
            MOVE ST-LAST-DATE(ST-IDX) TO AL-LAST-DATE.
            PERFORM RAISE-RTN THRU RAISE-END.
       STRUCT-EVAL-END.
       RAPID-EVAL-RTN.
            IF RM-CREDIT(RM-IDX) < RAPID-MIN-AMT
                 GO TO RAPID-EVAL-END.
            IF RM-OUT(RM-IDX) * 100 <
                 RM-CREDIT(RM-IDX) * RAPID-PCT
                 GO TO RAPID-EVAL-END.
            MOVE RM-ACCNO(RM-IDX) TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE 0 TO AM-CUSTNO.
            MOVE 'R' TO AL-PATTERN.
            MOVE AM-CUSTNO TO AL-CUSTNO.
            MOVE RM-ACCNO(RM-IDX) TO AL-ACCNO.
            MOVE 0 TO AL-COUNT.
            MOVE RM-CREDIT(RM-IDX) TO AL-IN-AMT.
            MOVE RM-OUT(RM-IDX) TO AL-OUT-AMT.
            MOVE RM-FIRST-DATE(RM-IDX) TO AL-FIRST-DATE.
            MOVE RM-LAST-DATE(RM-IDX) TO AL-LAST-DATE.
            PERFORM RAISE-RTN THRU RAISE-END.
       RAPID-EVAL-END.
       RAISE-RTN.
            MOVE 0 TO CT-MATCH.
            PERFORM CASE-TEST-RTN
                 VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-COUNT.
            IF CT-MATCH NOT = 0
                 SET CT-IDX TO CT-MATCH
                 IF CT-STATUS-CODE(CT-IDX) = 'C'
                      IF AL-FIRST-DATE NOT > CT-LAST-DATE(CT-IDX)
                           ADD 1 TO SUPPRESSED-CTR
                           GO TO RAISE-END
                      END-IF
                 ELSE
                      PERFORM CASE-REFRESH-RTN
                      GO TO RAISE-PRINT.
            PERFORM SEQ-RTN.
            MOVE REFNO TO AC-CASENO.
            MOVE AL-PATTERN TO AC-PATTERN.
            MOVE AL-CUSTNO TO AC-CUSTNO.
            MOVE AL-ACCNO TO AC-ACCNO.
            MOVE AL-FIRST-DATE TO AC-FIRST-DATE.
            MOVE AL-LAST-DATE TO AC-LAST-DATE.
            MOVE AL-COUNT TO AC-COUNT.
            MOVE AL-IN-AMT TO AC-IN-AMOUNT.
            MOVE AL-OUT-AMT TO AC-OUT-AMOUNT.
            MOVE 'O' TO AC-STATUS-CODE.
            MOVE RUN-DATE TO AC-RAISED-DATE.
            MOVE RUN-DATE TO AC-UPDATED-DATE.
            MOVE SPACES TO AC-OPERATOR.
            MOVE SPACES TO AC-REMARKS.
            WRITE ALERT-CASE-REC.
            IF AC-STATUS NOT = "00"
                 MOVE "ALERTCASE" TO FC-FILENAME
                 MOVE AC-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            IF CT-COUNT < 1000
                 ADD 1 TO CT-COUNT
                 SET CT-IDX TO CT-COUNT
                 MOVE AC-CASENO TO CT-CASENO(CT-IDX)
                 MOVE AC-PATTERN TO CT-PATTERN(CT-IDX)
                 MOVE AC-CUSTNO TO CT-CUSTNO(CT-IDX)
                 MOVE AC-ACCNO TO CT-ACCNO(CT-IDX)
                 MOVE AC-LAST-DATE TO CT-LAST-DATE(CT-IDX)
                 MOVE 'O' TO CT-STATUS-CODE(CT-IDX).
            ADD 1 TO NEW-CTR.
            MOVE "NEW" TO DL-ACTION.
       RAISE-PRINT.
            MOVE AC-CASENO TO DL-CASENO.
            MOVE AL-PATTERN TO DL-PATTERN.
            MOVE AL-CUSTNO TO DL-CUSTNO.
            MOVE SPACES TO DL-NAME.
            IF AL-CUSTNO NOT = 0 AND CM-STATUS NOT = "35"
                 MOVE AL-CUSTNO TO CM-CUSTNO
                 READ CUSTMAST RECORD
                      INVALID KEY
                           MOVE SPACES TO CM-NAME
                 END-READ
                 MOVE CM-NAME TO DL-NAME.
            MOVE AL-ACCNO TO DL-ACCNO.
            MOVE AL-COUNT TO DL-COUNT.
            MOVE AL-IN-AMT TO DL-IN-AMT.
            MOVE AL-OUT-AMT TO DL-OUT-AMT.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            ADD 1 TO REC-CTR.
       RAISE-END.
       CASE-TEST-RTN.
            IF CT-PATTERN(CT-IDX) = AL-PATTERN
                 IF AL-PATTERN = 'S' AND AL-CUSTNO NOT = 0
                      IF CT-CUSTNO(CT-IDX) = AL-CUSTNO
                           SET CT-MATCH TO CT-IDX
                      END-IF
                 ELSE
                      IF CT-ACCNO(CT-IDX) = AL-ACCNO
                           SET CT-MATCH TO CT-IDX
                      END-IF
                 END-IF.
       CASE-REFRESH-RTN.
            MOVE CT-CASENO(CT-IDX) TO AC-CASENO.
            READ ALERTCASE RECORD
                 INVALID KEY
                      MOVE "ALERTCASE" TO FC-FILENAME
                      MOVE AC-STATUS TO FC-STATUS
                      PERFORM FILE-ERROR-RTN.
            MOVE AL-LAST-DATE TO AC-LAST-DATE.
            MOVE AL-COUNT TO AC-COUNT.
            MOVE AL-IN-AMT TO AC-IN-AMOUNT.
            MOVE AL-OUT-AMT TO AC-OUT-AMOUNT.
            MOVE RUN-DATE TO AC-UPDATED-DATE.
            REWRITE ALERT-CASE-REC.
            IF AC-STATUS NOT = "00"
                 MOVE "ALERTCASE" TO FC-FILENAME
                 MOVE AC-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE AL-LAST-DATE TO CT-LAST-DATE(CT-IDX).
            ADD 1 TO UPDATED-CTR.
            MOVE "UPDATED" TO DL-ACTION.
       UPDATE-RTN.
            DISPLAY "CASE NUMBER:" LINE 6 COLUMN 1.
            ACCEPT CASENO-IN LINE 6 COLUMN 45.
            MOVE CASENO-IN TO AC-CASENO.
            READ ALERTCASE RECORD
                 INVALID KEY
                      DISPLAY "NO SUCH CASE ON FILE" LINE 8 COLUMN 1
                      MOVE "CASENO" TO AL-FIELD
                      MOVE CASENO-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO UPDATE-END.
            DISPLAY "PATTERN (S=STRUCTURING, R=RAPID):"
                 LINE 7 COLUMN 1.
            DISPLAY AC-PATTERN LINE 7 COLUMN 45.
            DISPLAY "CUSTOMER / ACCOUNT:" LINE 8 COLUMN 1.
            DISPLAY AC-CUSTNO LINE 8 COLUMN 45.
            DISPLAY AC-ACCNO LINE 8 COLUMN 55.
            DISPLAY "ACTIVITY FROM / TO:" LINE 9 COLUMN 1.
            DISPLAY AC-FIRST-DATE LINE 9 COLUMN 45.
            DISPLAY AC-LAST-DATE LINE 9 COLUMN 55.
            DISPLAY "AMOUNT IN:" LINE 10 COLUMN 1.
            MOVE AC-IN-AMOUNT TO AMT-OUT.
            DISPLAY AMT-OUT LINE 10 COLUMN 45.
            DISPLAY "AMOUNT OUT:" LINE 11 COLUMN 1.
            MOVE AC-OUT-AMOUNT TO AMT-OUT.
            DISPLAY AMT-OUT LINE 11 COLUMN 45.
            DISPLAY "CURRENT STATUS (O/C/E):" LINE 12 COLUMN 1.
            DISPLAY AC-STATUS-CODE LINE 12 COLUMN 45.
            DISPLAY "REMARKS ON FILE:" LINE 13 COLUMN 1.
            DISPLAY AC-REMARKS LINE 13 COLUMN 45.
            MOVE AC-STATUS-CODE TO OLD-STATUS.
            MOVE 0 TO VALID-SW.
            DISPLAY "NEW STATUS (O=OPEN, C=CLEARED, E=ESCALATED):"
                 LINE 15 COLUMN 1.
            PERFORM NEW-STATUS-RTN THRU NEW-STATUS-END
                 UNTIL VALID-SW = 1.
            DISPLAY "REMARKS:" LINE 16 COLUMN 1.
            ACCEPT REMARKS-IN LINE 16 COLUMN 45.
            MOVE NEW-STATUS TO AC-STATUS-CODE.
            IF REMARKS-IN NOT = SPACES
                 MOVE REMARKS-IN TO AC-REMARKS.
            MOVE RUN-DATE TO AC-UPDATED-DATE.
            MOVE OPERATOR-ID TO AC-OPERATOR.
            REWRITE ALERT-CASE-REC.
            IF AC-STATUS NOT = "00"
                 MOVE "ALERTCASE" TO FC-FILENAME
                 MOVE AC-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE "CASESTATUS" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING AC-CASENO " " OLD-STATUS ">" NEW-STATUS
                 DELIMITED BY SIZE INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "CASE UPDATED" LINE 18 COLUMN 1.
       UPDATE-END.
       NEW-STATUS-RTN.
            ACCEPT NEW-STATUS LINE 15 COLUMN 48.
            IF NEW-STATUS = 'O' OR NEW-STATUS = 'o'
                 MOVE 'O' TO NEW-STATUS
                 MOVE 1 TO VALID-SW
            ELSE
            IF NEW-STATUS = 'C' OR NEW-STATUS = 'c'
                 MOVE 'C' TO NEW-STATUS
                 MOVE 1 TO VALID-SW
            ELSE
            IF NEW-STATUS = 'E' OR NEW-STATUS = 'e'
                 MOVE 'E' TO NEW-STATUS
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "CASESTATUS" TO AL-FIELD
                 MOVE NEW-STATUS TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       NEW-STATUS-END.
       SEQ-RTN.
            MOVE "AML-ALERTS" TO SC-PROGRAM.
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
            MOVE "AML-ALERTS" TO AL-PROGRAM.
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
