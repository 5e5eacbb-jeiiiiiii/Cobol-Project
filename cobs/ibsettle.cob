       IDENTIFICATION DIVISION.
       PROGRAM-ID. IB-SETTLEMENT.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. DAILY INTER-BRANCH SETTLEMENT - JOURNAL ENTRIES POSTED
      *         AWAY FROM THE ACCOUNT'S HOME BRANCH, NETTED BY BRANCH
      *         PAIR AND PASSED TO THE GL EXTRACT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RPTFILE ASSIGN TO "IBSETL".
            SELECT ACCTMAST ASSIGN TO "ACCTMAST"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AM-ACCNO-KEY
                 FILE STATUS IS AM-STATUS.
            SELECT TRNJRNL ASSIGN TO "TRNJRNL.DAT"
                 FILE STATUS IS TJ-STATUS.
            SELECT IBSETTLE ASSIGN TO "IBSETTLE.DAT"
                 FILE STATUS IS IS-STATUS.
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
       FD   IBSETTLE.
       01   IBSETTLE-REC.
            02 IS-DATE PIC X(8).
            02 IS-DEBTOR PIC X(3).
            02 IS-CREDITOR PIC X(3).
            02 IS-AMOUNT PIC 9(9)V99.
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   AM-STATUS PIC XX VALUE "00".
       01   TJ-STATUS PIC XX VALUE "00".
       01   IS-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   PD-STATUS PIC XX VALUE "00".
       01   PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01   PERIOD-SW PIC 9 VALUE 0.
       01   EOFSW PIC 9 VALUE 0.
       01   MASTER-FOUND-SW PIC X VALUE "N".
       01   DEBTOR-BR PIC X(3) VALUE SPACES.
       01   CREDITOR-BR PIC X(3) VALUE SPACES.
       01   NET-AMT PIC S9(11)V99 VALUE 0.
       01   ENTRY-CTR PIC 9(6) VALUE 0.
       01   UNASSIGNED-CTR PIC 9(6) VALUE 0.
       01   SETTLED-CTR PIC 9(6) VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   TOT-NET PIC 9(11)V99 VALUE 0.
       01   PR-COUNT PIC 9(3) VALUE 0.
       01   PR-MATCH PIC 9(3) VALUE 0.
       01   PAIR-TABLE.
            02 PAIR-ENTRY OCCURS 200 TIMES INDEXED BY PR-IDX.
               03 PR-BR1 PIC X(3).
               03 PR-BR2 PIC X(3).
               03 PR-NET PIC S9(11)V99.
       01   HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(16) VALUE "China Trust Bank".
            02 FILLER PIC X(49) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(22) VALUE SPACES.
            02 FILLER PIC X(27)
               VALUE "INTER-BRANCH SETTLEMENT    ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(33) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(10) VALUE "Ref No".
            02 FILLER PIC X(12) VALUE "Account".
            02 FILLER PIC X(4) VALUE "T".
            02 FILLER PIC X(7) VALUE "Txn Br".
            02 FILLER PIC X(6) VALUE "Home".
            02 FILLER PIC X(15) VALUE "         Amount".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "Settlement".
            02 FILLER PIC X(24) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-REFNO PIC 9(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-ACCNO PIC 9(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-TYPE PIC X.
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-TXN-BR PIC X(3).
            02 FILLER PIC X(4) VALUE SPACES.
            02 DL-HOME-BR PIC X(3).
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-AMT PIC -ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-DEBTOR PIC X(3).
            02 FILLER PIC X(8) VALUE " DUE TO ".
            02 DL-CREDITOR PIC X(3).
            02 FILLER PIC X(20) VALUE SPACES.
       01   NET-HEAD.
            02 FILLER PIC X(30) VALUE "NET POSITIONS BETWEEN BRANCHES".
            02 FILLER PIC X(60) VALUE SPACES.
       01   NET-LINE.
            02 NL-DEBTOR PIC X(3).
            02 FILLER PIC X(8) VALUE " DUE TO ".
            02 NL-CREDITOR PIC X(3).
            02 FILLER PIC X(3) VALUE SPACES.
            02 NL-AMT PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(59) VALUE SPACES.
       01   TOTAL-1.
            02 FILLER PIC X(22) VALUE "INTER-BRANCH ENTRIES: ".
            02 TL-ENTRIES PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(16) VALUE "NO HOME BRANCH: ".
            02 TL-UNASSIGNED PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(15) VALUE "PAIRS SETTLED: ".
            02 TL-PAIRS PIC ZZZ,ZZ9.
            02 FILLER PIC X(10) VALUE SPACES.
       01   TOTAL-2.
            02 FILLER PIC X(22) VALUE "TOTAL NET SETTLEMENT: ".
            02 TL-NET PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(54) VALUE SPACES.
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
            OPEN INPUT ACCTMAST.
            IF AM-STATUS = "35"
                 DISPLAY "NO ACCOUNT MASTER ON FILE"
                 STOP RUN.
            OPEN EXTEND RPTFILE.
            OPEN OUTPUT IBSETTLE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            OPEN INPUT TRNJRNL.
            IF TJ-STATUS NOT = "35"
                 PERFORM SCAN-RTN THRU SCAN-END UNTIL EOFSW = 1
                 CLOSE TRNJRNL.
            WRITE RPTREC FROM NET-HEAD AFTER 2.
            PERFORM NET-RTN THRU NET-END
                 VARYING PR-IDX FROM 1 BY 1
                 UNTIL PR-IDX > PR-COUNT.
            MOVE ENTRY-CTR TO TL-ENTRIES.
            MOVE UNASSIGNED-CTR TO TL-UNASSIGNED.
            MOVE SETTLED-CTR TO TL-PAIRS.
            MOVE TOT-NET TO TL-NET.
            WRITE RPTREC FROM TOTAL-1 AFTER 2.
            WRITE RPTREC FROM TOTAL-2 AFTER 1.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE ACCTMAST.
            CLOSE IBSETTLE.
            CLOSE RPTFILE.
            DISPLAY "INTER-BRANCH SETTLEMENT PRINTED.".
            STOP RUN.
       SCAN-RTN.
            READ TRNJRNL
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO SCAN-END.
            IF TJ-DATE NOT = RUN-DATE OR TJ-BRANCH = SPACES
                 GO TO SCAN-END.
            MOVE "N" TO MASTER-FOUND-SW.
            MOVE TJ-ACCNO TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE "N" TO MASTER-FOUND-SW
                 NOT INVALID KEY
                      MOVE "Y" TO MASTER-FOUND-SW.
            IF MASTER-FOUND-SW = "N"
                 GO TO SCAN-END.
            IF AM-HOME-BRANCH = SPACES
                 ADD 1 TO UNASSIGNED-CTR
                 GO TO SCAN-END.
            IF AM-HOME-BRANCH = TJ-BRANCH
                 GO TO SCAN-END.
            IF TJ-TRANTYPE = 'W' OR TJ-TRANTYPE = 'w'
            OR TJ-TRANTYPE = 'O' OR TJ-TRANTYPE = 'T'
            OR TJ-TRANTYPE = 't' OR TJ-TRANTYPE = 'B'
            OR TJ-TRANTYPE = 'F' OR TJ-TRANTYPE = 'S'
            OR TJ-TRANTYPE = 'X' OR TJ-TRANTYPE = 'P'
            OR TJ-TRANTYPE = 'M' OR TJ-TRANTYPE = 'E'
            OR TJ-TRANTYPE = 'Q' OR TJ-TRANTYPE = 'V'
            OR TJ-TRANTYPE = 'Y' OR TJ-TRANTYPE = 'Z'
            OR TJ-TRANTYPE = 'A' OR TJ-TRANTYPE = 'U'
                 MOVE AM-HOME-BRANCH TO DEBTOR-BR
                 MOVE TJ-BRANCH TO CREDITOR-BR
            ELSE
                 MOVE TJ-BRANCH TO DEBTOR-BR
                 MOVE AM-HOME-BRANCH TO CREDITOR-BR.
            PERFORM PAIR-TALLY-RTN THRU PAIR-TALLY-END.
            ADD 1 TO ENTRY-CTR.
            ADD 1 TO REC-CTR.
            MOVE TJ-REFNO TO DL-REFNO.
            MOVE TJ-ACCNO TO DL-ACCNO.
            MOVE TJ-TRANTYPE TO DL-TYPE.
            MOVE TJ-BRANCH TO DL-TXN-BR.
            MOVE AM-HOME-BRANCH TO DL-HOME-BR.
            MOVE TJ-AMOUNT TO DL-AMT.
            MOVE DEBTOR-BR TO DL-DEBTOR.
            MOVE CREDITOR-BR TO DL-CREDITOR.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
       SCAN-END.
       PAIR-TALLY-RTN.
            MOVE 0 TO PR-MATCH.
            PERFORM PAIR-TEST-RTN
                 VARYING PR-IDX FROM 1 BY 1
                 UNTIL PR-IDX > PR-COUNT OR PR-MATCH NOT = 0.
            IF PR-MATCH = 0
                 IF PR-COUNT < 200
                      ADD 1 TO PR-COUNT
                      MOVE PR-COUNT TO PR-MATCH
                      SET PR-IDX TO PR-MATCH
                      MOVE 0 TO PR-NET(PR-IDX)
                      IF DEBTOR-BR < CREDITOR-BR
                           MOVE DEBTOR-BR TO PR-BR1(PR-IDX)
                           MOVE CREDITOR-BR TO PR-BR2(PR-IDX)
                      ELSE
                           MOVE CREDITOR-BR TO PR-BR1(PR-IDX)
                           MOVE DEBTOR-BR TO PR-BR2(PR-IDX)
                      END-IF
                 ELSE
                      DISPLAY "WARNING: BRANCH PAIR TABLE FULL - "
                           DEBTOR-BR "/" CREDITOR-BR " NOT NETTED"
                      GO TO PAIR-TALLY-END.
            SET PR-IDX TO PR-MATCH.
            IF DEBTOR-BR = PR-BR1(PR-IDX)
                 ADD TJ-AMOUNT TO PR-NET(PR-IDX)
            ELSE
                 SUBTRACT TJ-AMOUNT FROM PR-NET(PR-IDX).
       PAIR-TALLY-END.
       PAIR-TEST-RTN.
            IF (PR-BR1(PR-IDX) = DEBTOR-BR
                 AND PR-BR2(PR-IDX) = CREDITOR-BR)
            OR (PR-BR1(PR-IDX) = CREDITOR-BR
                 AND PR-BR2(PR-IDX) = DEBTOR-BR)
                 SET PR-MATCH TO PR-IDX.
       NET-RTN.
            IF PR-NET(PR-IDX) = 0
                 GO TO NET-END.
            IF PR-NET(PR-IDX) > 0
                 MOVE PR-BR1(PR-IDX) TO IS-DEBTOR
                 MOVE PR-BR2(PR-IDX) TO IS-CREDITOR
                 MOVE PR-NET(PR-IDX) TO NET-AMT
            ELSE
                 MOVE PR-BR2(PR-IDX) TO IS-DEBTOR
                 MOVE PR-BR1(PR-IDX) TO IS-CREDITOR
                 COMPUTE NET-AMT = 0 - PR-NET(PR-IDX).
            MOVE RUN-DATE TO IS-DATE.
            MOVE NET-AMT TO IS-AMOUNT.
            WRITE IBSETTLE-REC.
            IF IS-STATUS NOT = "00"
                 MOVE "IBSETTLE" TO FC-FILENAME
                 MOVE IS-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE IS-DEBTOR TO NL-DEBTOR.
            MOVE IS-CREDITOR TO NL-CREDITOR.
            MOVE NET-AMT TO NL-AMT.
            WRITE RPTREC FROM NET-LINE AFTER 1.
            ADD 1 TO SETTLED-CTR.
            ADD 1 TO REC-CTR.
            ADD NET-AMT TO TOT-NET.
       NET-END.
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
