       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-FEE-SWEEP.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. MONTH-END BELOW-MINIMUM MAINTENANCE FEE AND DORMANCY
      *         CHARGE SWEEP FOR SAVINGS AND CHECKING ACCOUNTS. AN
      *         ACCOUNT OPENED IN THE RUN MONTH IS NOT CHARGED; ONE
      *         WITH A CARRY-FORWARD FROM THE JOURNAL ARCHIVE FOR THE
      *         YEAR IS NOT NEW, AND ITS AVERAGE IS BUILT FORWARD FROM
      *         THAT OPENING BALANCE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RPTFILE ASSIGN TO "FEEREG".
            SELECT ACCTMAST ASSIGN TO "ACCTMAST"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AM-ACCNO-KEY
                 FILE STATUS IS AM-STATUS.
            SELECT TRNJRNL ASSIGN TO "TRNJRNL.DAT"
                 FILE STATUS IS TJ-STATUS.
            SELECT JRNLIDX ASSIGN TO "JRNLIDX.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS JX-KEY
                 FILE STATUS IS JX-STATUS.
            SELECT JRNLCF ASSIGN TO "JRNLCF.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CF-KEY
                 FILE STATUS IS CF-STATUS.
            SELECT SEQCTR ASSIGN TO "SEQCTR.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SC-PROGRAM
                 FILE STATUS IS SC-STATUS.
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
       FD   JRNLCF.
       01   JRNLCF-REC.
            02 CF-KEY.
                 03 CF-YEAR PIC XX.
                 03 CF-ACCNO PIC 9(10).
            02 CF-OPEN-BAL PIC S9(9)V99.
            02 CF-LAST-DATE PIC X(8).
            02 CF-ARCH-DATE PIC X(8).
       FD   SEQCTR.
       01   SC-REC.
            02 SC-PROGRAM PIC X(15).
            02 SC-NEXT-SEQ PIC 9(8).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   AM-STATUS PIC XX VALUE "00".
       01   TJ-STATUS PIC XX VALUE "00".
       01   JX-STATUS PIC XX VALUE "00".
       01   SC-STATUS PIC XX VALUE "00".
       01   CF-STATUS PIC XX VALUE "00".
       01   CF-AVAILABLE-SW PIC 9 VALUE 0.
       01   CF-FOUND-SW PIC 9 VALUE 0.
       01   SIGNED-AMT PIC S9(7)V99 VALUE 0.
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   REFNO PIC 9(8) VALUE 0.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   PD-STATUS PIC XX VALUE "00".
       01   PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01   PERIOD-SW PIC 9 VALUE 0.
       01   RUN-PERIOD PIC X(4) VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   DATE-PARTS.
            02 DP-YY PIC 99.
            02 DP-MM PIC 99.
            02 DP-DD PIC 99.
            02 FILLER PIC XX.
       01   SAV-MIN-ADB PIC 9(7)V99 VALUE 2000.00.
       01   SAV-MAINT-FEE PIC 9(5)V99 VALUE 300.00.
       01   CHK-MIN-ADB PIC 9(7)V99 VALUE 5000.00.
       01   CHK-MAINT-FEE PIC 9(5)V99 VALUE 500.00.
       01   DORMANCY-FEE PIC 9(5)V99 VALUE 30.00.
       01   DAYS-IN-PERIOD PIC 99 VALUE 30.
       01   DAY-WEIGHT PIC 99 VALUE 0.
       01   AVG-BALANCE PIC S9(9)V99 VALUE 0.
       01   MIN-ADB PIC 9(7)V99 VALUE 0.
       01   FEE-DUE PIC 9(5)V99 VALUE 0.
       01   FEE-AMT PIC S9(7)V99 VALUE 0.
       01   FEE-TYPE PIC X VALUE SPACE.
       01   CAPPED-SW PIC 9 VALUE 0.
       01   ACCT-TYPE PIC X VALUE SPACE.
       01   ACCT-BRANCH PIC X(3) VALUE SPACES.
       01   FIND-ACCNO PIC 9(10) VALUE 0.
       01   CHARGED-CTR PIC 9(6) VALUE 0.
       01   WAIVED-CTR PIC 9(6) VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   TOT-MAINT PIC 9(9)V99 VALUE 0.
       01   TOT-DORM PIC 9(9)V99 VALUE 0.
       01   AV-COUNT PIC 9(4) VALUE 0.
       01   AV-MATCH PIC 9(4) VALUE 0.
       01   AVG-TABLE.
            02 AVG-ENTRY OCCURS 1000 TIMES INDEXED BY AV-IDX.
               03 AV-ACCNO PIC 9(10).
               03 AV-BRANCH PIC X(3).
               03 AV-FIRST-DATE PIC X(8).
               03 AV-WEIGHT PIC S9(11)V99.
               03 AV-PRIOR-NET PIC S9(11)V99.
               03 AV-MONTH-NET PIC S9(11)V99.
               03 AV-CHARGED-SW PIC X.
       01   BT-COUNT PIC 99 VALUE 0.
       01   BT-MATCH PIC 99 VALUE 0.
       01   BRANCH-TABLE.
            02 BRANCH-ENTRY OCCURS 20 TIMES INDEXED BY BT-IDX.
               03 BT-BRANCH PIC X(3).
               03 BT-CHARGES PIC 9(5).
               03 BT-MAINT PIC 9(9)V99.
               03 BT-DORM PIC 9(9)V99.
       01   HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(16) VALUE "China Trust Bank".
            02 FILLER PIC X(49) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(22) VALUE SPACES.
            02 FILLER PIC X(27)
               VALUE "SERVICE FEE REGISTER       ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(33) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(6) VALUE "Branch".
            02 FILLER PIC X(8) VALUE "Ref No".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "Account".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(1) VALUE "T".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(15) VALUE "  Avg Daily Bal".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "      Fee".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(15) VALUE "    New Balance".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(14) VALUE "Remarks".
       01   DETAIL-LINE.
            02 DL-BRANCH PIC X(3).
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-REFNO PIC 9(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-ACCNO PIC 9(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-TYPE PIC X.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-ADB PIC -ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-FEE PIC ZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-NEW PIC -ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-REMARK PIC X(14).
       01   BRANCH-HEAD.
            02 FILLER PIC X(20) VALUE "FEE TOTALS BY BRANCH".
            02 FILLER PIC X(70) VALUE SPACES.
       01   BRANCH-LINE.
            02 FILLER PIC X(7) VALUE "BRANCH ".
            02 BL-BRANCH PIC X(3).
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "CHARGES: ".
            02 BL-CHARGES PIC ZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(13) VALUE "MAINTENANCE: ".
            02 BL-MAINT PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "DORMANCY: ".
            02 BL-DORM PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(5) VALUE SPACES.
       01   TOTAL-1.
            02 FILLER PIC X(18) VALUE "ACCOUNTS CHARGED: ".
            02 TL-CHARGED PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "WAIVED: ".
            02 TL-WAIVED PIC ZZZ,ZZ9.
            02 FILLER PIC X(47) VALUE SPACES.
       01   TOTAL-2.
            02 FILLER PIC X(24) VALUE "TOTAL MAINTENANCE FEES: ".
            02 TL-MAINT PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(21) VALUE "TOTAL DORMANCY FEES: ".
            02 TL-DORM PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(14) VALUE SPACES.
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
            MOVE RUN-DATE(1:4) TO RUN-PERIOD.
            OPEN I-O ACCTMAST.
            IF AM-STATUS = "35"
                 DISPLAY "NO ACCOUNT MASTER ON FILE"
                 STOP RUN.
            OPEN INPUT TRNJRNL.
            IF TJ-STATUS NOT = "35"
                 PERFORM SCAN-RTN THRU SCAN-END UNTIL EOFSW = 1
                 CLOSE TRNJRNL.
            OPEN INPUT JRNLCF.
            IF CF-STATUS NOT = "35"
                 MOVE 1 TO CF-AVAILABLE-SW.
            OPEN EXTEND RPTFILE.
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
            PERFORM HEADING-RTN.
            MOVE 0 TO EOFSW.
            PERFORM SWEEP-RTN THRU SWEEP-END UNTIL EOFSW = 1.
            PERFORM TOTALS-RTN.
            CLOSE RPTFILE.
            CLOSE ACCTMAST.
            CLOSE TRNJRNL.
            CLOSE JRNLIDX.
            CLOSE SEQCTR.
            IF CF-AVAILABLE-SW = 1
                 CLOSE JRNLCF.
            DISPLAY "SERVICE FEE SWEEP COMPLETE.".
            STOP RUN.
       HEADING-RTN.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
       SCAN-RTN.
            READ TRNJRNL
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO SCAN-END.
            MOVE TJ-ACCNO TO FIND-ACCNO.
            PERFORM FIND-ACCT-RTN.
            IF AV-MATCH = 0
                 IF AV-COUNT < 1000
                      ADD 1 TO AV-COUNT
                      MOVE AV-COUNT TO AV-MATCH
                      SET AV-IDX TO AV-MATCH
                      MOVE TJ-ACCNO TO AV-ACCNO(AV-IDX)
                      MOVE SPACES TO AV-BRANCH(AV-IDX)
                      MOVE TJ-DATE TO AV-FIRST-DATE(AV-IDX)
                      MOVE 0 TO AV-WEIGHT(AV-IDX)
                      MOVE 0 TO AV-PRIOR-NET(AV-IDX)
                      MOVE 0 TO AV-MONTH-NET(AV-IDX)
                      MOVE 'N' TO AV-CHARGED-SW(AV-IDX)
                 ELSE
                      DISPLAY "WARNING: BALANCE TABLE FULL - ACCOUNT "
                           TJ-ACCNO " AVERAGED ON CURRENT BALANCE"
                      GO TO SCAN-END.
            SET AV-IDX TO AV-MATCH.
            IF AV-BRANCH(AV-IDX) = SPACES
                 MOVE TJ-BRANCH TO AV-BRANCH(AV-IDX).
            IF TJ-TRANTYPE = 'W' OR TJ-TRANTYPE = 'w'
            OR TJ-TRANTYPE = 'O' OR TJ-TRANTYPE = 'T'
            OR TJ-TRANTYPE = 't' OR TJ-TRANTYPE = 'B'
            OR TJ-TRANTYPE = 'F' OR TJ-TRANTYPE = 'S'
            OR TJ-TRANTYPE = 'X' OR TJ-TRANTYPE = 'P'
            OR TJ-TRANTYPE = 'M' OR TJ-TRANTYPE = 'E'
            OR TJ-TRANTYPE = 'Q' OR TJ-TRANTYPE = 'V'
            OR TJ-TRANTYPE = 'Y' OR TJ-TRANTYPE = 'Z'
            OR TJ-TRANTYPE = 'A' OR TJ-TRANTYPE = 'U'
                 COMPUTE SIGNED-AMT = 0 - TJ-AMOUNT
            ELSE
                 MOVE TJ-AMOUNT TO SIGNED-AMT.
            IF TJ-DATE(1:2) = RUN-PERIOD(1:2)
            AND TJ-DATE(1:4) < RUN-PERIOD
                 ADD SIGNED-AMT TO AV-PRIOR-NET(AV-IDX)
                 GO TO SCAN-END.
            IF TJ-DATE(1:4) NOT = RUN-PERIOD
                 GO TO SCAN-END.
            IF TJ-TRANTYPE = 'V' OR TJ-TRANTYPE = 'Y'
                 MOVE 'Y' TO AV-CHARGED-SW(AV-IDX).
            MOVE TJ-DATE TO DATE-PARTS.
            IF DP-DD > 30
                 MOVE 30 TO DP-DD.
            COMPUTE DAY-WEIGHT = DP-DD - 1.
            ADD SIGNED-AMT TO AV-MONTH-NET(AV-IDX).
            COMPUTE AV-WEIGHT(AV-IDX) = AV-WEIGHT(AV-IDX)
                 + SIGNED-AMT * DAY-WEIGHT.
       SCAN-END.
      * ONCE A YEAR HAS BEEN ARCHIVED THE JOURNAL STARTS AT JANUARY, SO
      * AN ACCOUNT'S FIRST ENTRY ON IT NO LONGER MARKS ITS OPENING.
      * A CARRY-FORWARD FOR THE RUN YEAR SHOWS THE ACCOUNT WAS ALREADY
      * OPEN AND GIVES THE BALANCE IT STARTED THE YEAR WITH.
       CARRY-FWD-RTN.
            MOVE 0 TO CF-FOUND-SW.
            IF CF-AVAILABLE-SW = 1
                 MOVE RUN-PERIOD(1:2) TO CF-YEAR
                 MOVE AM-ACCNO-KEY TO CF-ACCNO
                 READ JRNLCF
                      INVALID KEY
                           MOVE 0 TO CF-FOUND-SW
                      NOT INVALID KEY
                           MOVE 1 TO CF-FOUND-SW
                 END-READ.
       FIND-ACCT-RTN.
            MOVE 0 TO AV-MATCH.
            PERFORM FIND-ACCT-TEST-RTN
                 VARYING AV-IDX FROM 1 BY 1
                 UNTIL AV-IDX > AV-COUNT OR AV-MATCH NOT = 0.
       FIND-ACCT-TEST-RTN.
            IF AV-ACCNO(AV-IDX) = FIND-ACCNO
                 SET AV-MATCH TO AV-IDX.
       SWEEP-RTN.
            READ ACCTMAST NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO SWEEP-END.
            MOVE AM-ACCOUNTTYPE TO ACCT-TYPE.
            IF ACCT-TYPE = 's'
                 MOVE 'S' TO ACCT-TYPE.
            IF ACCT-TYPE = 'c'
                 MOVE 'C' TO ACCT-TYPE.
            IF ACCT-TYPE NOT = 'S' AND ACCT-TYPE NOT = 'C'
                 GO TO SWEEP-END.
            IF AM-STATUS-CODE NOT = 'A' AND AM-STATUS-CODE NOT = 'D'
                 GO TO SWEEP-END.
            MOVE AM-BALANCE TO AVG-BALANCE.
            MOVE SPACES TO ACCT-BRANCH.
            MOVE AM-ACCNO-KEY TO FIND-ACCNO.
            PERFORM FIND-ACCT-RTN.
            PERFORM CARRY-FWD-RTN.
            IF AV-MATCH NOT = 0
                 SET AV-IDX TO AV-MATCH
                 IF AV-CHARGED-SW(AV-IDX) = 'Y'
                      GO TO SWEEP-END
                 END-IF
                 IF AV-FIRST-DATE(AV-IDX)(1:4) = RUN-PERIOD
                 AND CF-FOUND-SW = 0
                      GO TO SWEEP-END
                 END-IF
                 MOVE AV-BRANCH(AV-IDX) TO ACCT-BRANCH
                 IF CF-FOUND-SW = 1
                      COMPUTE AVG-BALANCE ROUNDED = CF-OPEN-BAL
                           + AV-PRIOR-NET(AV-IDX)
                           + AV-MONTH-NET(AV-IDX)
                           - AV-WEIGHT(AV-IDX) / DAYS-IN-PERIOD
                 ELSE
                      COMPUTE AVG-BALANCE ROUNDED = AM-BALANCE
                           - AV-WEIGHT(AV-IDX) / DAYS-IN-PERIOD
                 END-IF.
            IF AM-HOME-BRANCH NOT = SPACES
                 MOVE AM-HOME-BRANCH TO ACCT-BRANCH.
            IF AM-STATUS-CODE = 'D'
                 MOVE 'Y' TO FEE-TYPE
                 MOVE DORMANCY-FEE TO FEE-DUE
            ELSE
                 MOVE 'V' TO FEE-TYPE
                 IF ACCT-TYPE = 'S'
                      MOVE SAV-MIN-ADB TO MIN-ADB
                      MOVE SAV-MAINT-FEE TO FEE-DUE
                 ELSE
                      MOVE CHK-MIN-ADB TO MIN-ADB
                      MOVE CHK-MAINT-FEE TO FEE-DUE
                 END-IF
                 IF AVG-BALANCE NOT < MIN-ADB
                      GO TO SWEEP-END
                 END-IF.
            MOVE 0 TO CAPPED-SW.
            IF AM-BALANCE NOT > 0
                 MOVE 0 TO FEE-AMT
                 PERFORM WAIVED-RTN
                 GO TO SWEEP-END.
            IF AM-BALANCE < FEE-DUE
                 MOVE AM-BALANCE TO FEE-AMT
                 MOVE 1 TO CAPPED-SW
            ELSE
                 MOVE FEE-DUE TO FEE-AMT.
            SUBTRACT FEE-AMT FROM AM-BALANCE.
            REWRITE ACCT-MASTER-REC.
            IF AM-STATUS NOT = "00"
                 MOVE "ACCTMAST" TO FC-FILENAME
                 MOVE AM-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM SEQ-RTN.
            PERFORM WRITE-JOURNAL-RTN.
            MOVE REFNO TO DL-REFNO.
            IF FEE-TYPE = 'V'
                 IF CAPPED-SW = 1
                      MOVE "BELOW MIN-CAP" TO DL-REMARK
                 ELSE
                      MOVE "BELOW MINIMUM" TO DL-REMARK
                 END-IF
                 ADD FEE-AMT TO TOT-MAINT
            ELSE
                 IF CAPPED-SW = 1
                      MOVE "DORMANCY-CAP" TO DL-REMARK
                 ELSE
                      MOVE "DORMANCY" TO DL-REMARK
                 END-IF
                 ADD FEE-AMT TO TOT-DORM.
            ADD 1 TO CHARGED-CTR.
            PERFORM BRANCH-TALLY-RTN.
            PERFORM DETAIL-RTN.
       SWEEP-END.
       WAIVED-RTN.
            MOVE 0 TO DL-REFNO.
            MOVE "WAIVED-NO BAL" TO DL-REMARK.
            ADD 1 TO WAIVED-CTR.
            PERFORM DETAIL-RTN.
       DETAIL-RTN.
            MOVE ACCT-BRANCH TO DL-BRANCH.
            MOVE AM-ACCNO-KEY TO DL-ACCNO.
            MOVE ACCT-TYPE TO DL-TYPE.
            MOVE AVG-BALANCE TO DL-ADB.
            MOVE FEE-AMT TO DL-FEE.
            MOVE AM-BALANCE TO DL-NEW.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            ADD 1 TO REC-CTR.
       BRANCH-TALLY-RTN.
            MOVE 0 TO BT-MATCH.
            PERFORM BRANCH-TEST-RTN
                 VARYING BT-IDX FROM 1 BY 1
                 UNTIL BT-IDX > BT-COUNT OR BT-MATCH NOT = 0.
            IF BT-MATCH = 0
                 IF BT-COUNT < 20
                      ADD 1 TO BT-COUNT
                      MOVE BT-COUNT TO BT-MATCH
                      SET BT-IDX TO BT-MATCH
                      MOVE ACCT-BRANCH TO BT-BRANCH(BT-IDX)
                      MOVE 0 TO BT-CHARGES(BT-IDX)
                      MOVE 0 TO BT-MAINT(BT-IDX)
                      MOVE 0 TO BT-DORM(BT-IDX)
                 ELSE
                      MOVE BT-COUNT TO BT-MATCH
                      DISPLAY "WARNING: BRANCH TABLE FULL - BRANCH "
                           ACCT-BRANCH " TOTALLED WITH LAST BRANCH".
            SET BT-IDX TO BT-MATCH.
            ADD 1 TO BT-CHARGES(BT-IDX).
            IF FEE-TYPE = 'V'
                 ADD FEE-AMT TO BT-MAINT(BT-IDX)
            ELSE
                 ADD FEE-AMT TO BT-DORM(BT-IDX).
       BRANCH-TEST-RTN.
            IF BT-BRANCH(BT-IDX) = ACCT-BRANCH
                 SET BT-MATCH TO BT-IDX.
       WRITE-JOURNAL-RTN.
            MOVE RUN-DATE TO TJ-DATE.
            ACCEPT TJ-TIME FROM TIME.
            MOVE SPACES TO TJ-OPERATOR.
            MOVE REFNO TO TJ-REFNO.
            MOVE AM-ACCNO-KEY TO TJ-ACCNO.
            MOVE FEE-TYPE TO TJ-TRANTYPE.
            MOVE FEE-AMT TO TJ-AMOUNT.
            MOVE ACCT-BRANCH TO TJ-BRANCH.
            MOVE AM-BALANCE TO TJ-NEW-BAL.
            WRITE JRNL-REC.
            PERFORM INDEX-JRNL-RTN THRU INDEX-JRNL-END.
            IF TJ-STATUS NOT = "00"
                 MOVE "TRNJRNL" TO FC-FILENAME
                 MOVE TJ-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       TOTALS-RTN.
            WRITE RPTREC FROM BRANCH-HEAD AFTER 2.
            PERFORM BRANCH-PRINT-RTN
                 VARYING BT-IDX FROM 1 BY 1
                 UNTIL BT-IDX > BT-COUNT.
            MOVE CHARGED-CTR TO TL-CHARGED.
            MOVE WAIVED-CTR TO TL-WAIVED.
            MOVE TOT-MAINT TO TL-MAINT.
            MOVE TOT-DORM TO TL-DORM.
            WRITE RPTREC FROM TOTAL-1 AFTER 2.
            WRITE RPTREC FROM TOTAL-2 AFTER 1.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
       BRANCH-PRINT-RTN.
            MOVE BT-BRANCH(BT-IDX) TO BL-BRANCH.
            MOVE BT-CHARGES(BT-IDX) TO BL-CHARGES.
            MOVE BT-MAINT(BT-IDX) TO BL-MAINT.
            MOVE BT-DORM(BT-IDX) TO BL-DORM.
            WRITE RPTREC FROM BRANCH-LINE AFTER 1.
       SEQ-RTN.
            MOVE "MAINT-FEE-SWEEP" TO SC-PROGRAM.
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
