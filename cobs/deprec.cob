       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-RECON.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. RECONCILES THE DAY'S CASHIER AND ELECTRIC COLLECTIONS
      *         BY TENDER AGAINST THE DEPOSIT CREDITS ON THE DEPOSITORY
      *         ACCOUNTS, CARRIES UNMATCHED ITEMS FORWARD AND PRINTS
      *         THE MONTH-END RECONCILIATION STATEMENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FUNDACCT ASSIGN TO "FUNDACCT.DAT"
                 FILE STATUS IS FA-STATUS.
            SELECT DEPRECON ASSIGN TO "DEPRECON.DAT"
                 FILE STATUS IS DR-STATUS.
            SELECT PAYMENTS ASSIGN TO "PAYMENTS.DAT"
                 FILE STATUS IS PY-STATUS.
            SELECT COLLFILE ASSIGN TO "ELECCOLL.DAT"
                 FILE STATUS IS EC-STATUS.
            SELECT TRNJRNL ASSIGN TO "TRNJRNL.DAT"
                 FILE STATUS IS TJ-STATUS.
            SELECT ACCTMAST ASSIGN TO "ACCTMAST"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AM-ACCNO-KEY
                 FILE STATUS IS AM-STATUS.
            SELECT RPTFILE ASSIGN TO "DEPRECRPT".
            SELECT STMTFILE ASSIGN TO "DEPSTMT".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   FUNDACCT.
       01   FUND-REC.
            02 FA-SOURCE PIC X(8).
            02 FA-ACCNO PIC 9(10).
       FD   DEPRECON.
       01   DR-REC.
            02 DR-SOURCE PIC X(8).
            02 DR-SIDE PIC X.
            02 DR-TENDER PIC X.
            02 DR-DATE PIC X(8).
            02 DR-AMOUNT PIC S9(9)V99.
            02 DR-OPEN PIC S9(9)V99.
            02 DR-REFNO PIC 9(8).
       FD   PAYMENTS.
       01   PAY-REC.
            02 PY-ORNO PIC X(10).
            02 PY-DATE PIC X(8).
            02 PY-SNO PIC 9(10).
            02 PY-CC PIC 9.
            02 PY-AMOUNT PIC 9(6)V99.
            02 PY-TENDER PIC X.
            02 PY-BANK PIC X(10).
            02 PY-CHECKNO PIC X(10).
            02 PY-OPER PIC X(10).
       FD   COLLFILE.
       01   COLL-REC.
            02 EC-ORNO PIC X(10).
            02 EC-DATE PIC X(8).
            02 EC-ANO PIC X(10).
            02 EC-AMOUNT PIC 9(6)V99.
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
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(80).
       FD   STMTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS STMTREC.
       01   STMTREC.
            02 FILLER PIC X(80).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   FA-STATUS PIC XX VALUE "00".
       01   DR-STATUS PIC XX VALUE "00".
       01   PY-STATUS PIC XX VALUE "00".
       01   EC-STATUS PIC XX VALUE "00".
       01   TJ-STATUS PIC XX VALUE "00".
       01   AM-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   RERUN-SW PIC 9 VALUE 0.
       01   MONTH-END-SW PIC 9 VALUE 0.
       01   FOUND-SW PIC 9 VALUE 0.
       01   GRACE-DAYS PIC 99 VALUE 5.
       01   ACCT-OPEN-SW PIC 9 VALUE 0.
       01   S PIC 9 VALUE 0.
       01   T PIC 9 VALUE 0.
       01   I PIC 9(3) VALUE 0.
       01   J PIC 9(3) VALUE 0.
       01   DT-MAX PIC 9(3) VALUE 500.
       01   DT-COUNT PIC 9(3) VALUE 0.
       01   APPLY-AMT PIC S9(9)V99 VALUE 0.
       01   ITEM-AGE PIC S9(5) VALUE 0.
       01   RUN-DAYS PIC 9(7) VALUE 0.
       01   BASE-DAYS PIC 9(7) VALUE 0.
       01   MONTH-DAYS PIC 99 VALUE 0.
       01   LEAP-QUOT PIC 99 VALUE 0.
       01   LEAP-REM PIC 9 VALUE 0.
       01   DATE-WORK.
            02 DW-YY PIC 99.
            02 DW-MM PIC 99.
            02 DW-DD PIC 99.
            02 FILLER PIC XX.
       01   NEW-ITEM.
            02 NI-SOURCE PIC X(8).
            02 NI-SIDE PIC X.
            02 NI-TENDER PIC X.
            02 NI-DATE PIC X(8).
            02 NI-AMOUNT PIC S9(9)V99.
            02 NI-REFNO PIC 9(8).
       01   TENDER-CODES.
            02 FILLER PIC X(3) VALUE "CKD".
       01   TENDER-CODE-TABLE REDEFINES TENDER-CODES.
            02 TC-CODE PIC X OCCURS 3 TIMES.
       01   TENDER-NAMES.
            02 FILLER PIC X(6) VALUE "CASH  ".
            02 FILLER PIC X(6) VALUE "CHECK ".
            02 FILLER PIC X(6) VALUE "CARD  ".
       01   TENDER-NAME-TABLE REDEFINES TENDER-NAMES.
            02 TC-NAME PIC X(6) OCCURS 3 TIMES.
       01   SOURCE-TABLE.
            02 SRC-ENTRY OCCURS 2 TIMES.
               03 SRC-NAME PIC X(8).
               03 SRC-ACCNO PIC 9(10).
               03 SRC-HDR-SW PIC 9.
               03 SRC-LAST-DATE PIC X(8).
               03 SRC-BOOK PIC S9(9)V99.
               03 SRC-BANK PIC S9(9)V99.
               03 SRC-OTHER PIC S9(9)V99.
               03 SRC-TRANSIT PIC S9(9)V99.
               03 SRC-MISSING PIC S9(9)V99.
               03 SRC-UNEXPL PIC S9(9)V99.
               03 SRC-TENDER OCCURS 3 TIMES.
                    04 SRC-COLL-CTR PIC 9(5).
                    04 SRC-COLL-AMT PIC 9(9)V99.
                    04 SRC-DEP-CTR PIC 9(5).
                    04 SRC-DEP-AMT PIC 9(9)V99.
       01   ITEM-TABLE.
            02 DT-ENTRY OCCURS 500 TIMES.
               03 DT-SOURCE PIC X(8).
               03 DT-SIDE PIC X.
               03 DT-TENDER PIC X.
               03 DT-DATE PIC X(8).
               03 DT-AMOUNT PIC S9(9)V99.
               03 DT-OPEN PIC S9(9)V99.
               03 DT-REFNO PIC 9(8).
       01   HEAD-1.
            02 FILLER PIC X(19) VALUE SPACES.
            02 FILLER PIC X(41)
               VALUE "POLYTECHNIC UNIVERSITY OF THE PHILIPPINES".
            02 FILLER PIC X(20) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(18) VALUE SPACES.
            02 HD-TITLE PIC X(34).
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(20) VALUE SPACES.
       01   SOURCE-LINE.
            02 FILLER PIC X(8) VALUE "SOURCE: ".
            02 SRL-SOURCE PIC X(8).
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(20) VALUE "DEPOSITORY ACCOUNT: ".
            02 SRL-ACCNO PIC 9(10).
            02 FILLER PIC X(30) VALUE SPACES.
       01   NOACCT-LINE.
            02 FILLER PIC X(8) VALUE "SOURCE: ".
            02 NAL-SOURCE PIC X(8).
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(38)
               VALUE "NO DEPOSITORY ACCOUNT - NOT RECONCILED".
            02 FILLER PIC X(22) VALUE SPACES.
       01   TENDER-LINE.
            02 FILLER PIC X(2) VALUE SPACES.
            02 TL-NAME PIC X(6).
            02 FILLER PIC X(14) VALUE "  COLLECTED:  ".
            02 TL-COLL-CTR PIC ZZ,ZZ9.
            02 FILLER PIC X(1) VALUE SPACES.
            02 TL-COLL-AMT PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(14) VALUE "  DEPOSITED:  ".
            02 TL-DEP-CTR PIC ZZ,ZZ9.
            02 FILLER PIC X(1) VALUE SPACES.
            02 TL-DEP-AMT PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "ITEM      ".
            02 FILLER PIC X(9) VALUE "DATE     ".
            02 FILLER PIC X(7) VALUE "TENDER ".
            02 FILLER PIC X(9) VALUE "REFERENCE".
            02 FILLER PIC X(8) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "AMOUNT".
            02 FILLER PIC X(10) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "OPEN".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "STATUS".
            02 FILLER PIC X(7) VALUE SPACES.
       01   ITEM-LINE.
            02 FILLER PIC X(2) VALUE SPACES.
            02 IL-SIDE PIC X(10).
            02 IL-DATE PIC X(8).
            02 FILLER PIC X(1) VALUE SPACES.
            02 IL-TENDER PIC X(6).
            02 FILLER PIC X(1) VALUE SPACES.
            02 IL-REFNO PIC Z(8).
            02 FILLER PIC X(1) VALUE SPACES.
            02 IL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 IL-OPEN PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 IL-STATUS PIC X(13).
       01   SUM-LINE.
            02 FILLER PIC X(2) VALUE SPACES.
            02 SL-LABEL PIC X(30).
            02 SL-AMT PIC -ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 SL-NOTE PIC X(20).
            02 FILLER PIC X(11) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE "CASHIER " TO SRC-NAME(1).
            MOVE "ELECCOLL" TO SRC-NAME(2).
            PERFORM CLEAR-SOURCE-RTN VARYING S FROM 1 BY 1
                 UNTIL S > 2.
            PERFORM LOAD-FUND-RTN.
            PERFORM LOAD-OPEN-RTN.
            IF RERUN-SW = 1
                 DISPLAY "DEPOSITORY RECONCILIATION ALREADY RUN FOR "
                      RUN-DATE
                 STOP RUN.
            PERFORM PAY-SCAN-RTN.
            PERFORM COLL-SCAN-RTN.
            PERFORM NEW-BOOK-RTN VARYING S FROM 1 BY 1 UNTIL S > 2.
            PERFORM JRNL-SCAN-RTN.
            PERFORM MATCH-EXACT-RTN THRU MATCH-EXACT-END
                 VARYING I FROM 1 BY 1 UNTIL I > DT-COUNT.
            PERFORM MATCH-APPLY-RTN THRU MATCH-APPLY-END
                 VARYING I FROM 1 BY 1 UNTIL I > DT-COUNT.
            OPEN INPUT ACCTMAST.
            IF AM-STATUS = "35"
                 MOVE 0 TO ACCT-OPEN-SW
            ELSE
                 MOVE 1 TO ACCT-OPEN-SW.
            PERFORM BALANCE-RTN THRU BALANCE-END
                 VARYING S FROM 1 BY 1 UNTIL S > 2.
            IF ACCT-OPEN-SW = 1
                 CLOSE ACCTMAST.
            PERFORM MONTH-END-CHECK-RTN.
            OPEN EXTEND RPTFILE.
            MOVE "DEPOSITORY RECONCILIATION      " TO HD-TITLE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            PERFORM SOURCE-REPORT-RTN THRU SOURCE-REPORT-END
                 VARYING S FROM 1 BY 1 UNTIL S > 2.
            CLOSE RPTFILE.
            IF MONTH-END-SW = 1
                 OPEN EXTEND STMTFILE
                 MOVE "MONTHLY RECONCILIATION STATEMENT" TO HD-TITLE
                 WRITE STMTREC FROM HEAD-1 AFTER PAGE
                 WRITE STMTREC FROM HEAD-2 AFTER 1
                 PERFORM STATEMENT-RTN THRU STATEMENT-END
                      VARYING S FROM 1 BY 1 UNTIL S > 2
                 CLOSE STMTFILE.
            PERFORM SAVE-OPEN-RTN.
            DISPLAY "DEPOSITORY RECONCILIATION COMPLETE FOR " RUN-DATE.
            STOP RUN.
       CLEAR-SOURCE-RTN.
            MOVE 0 TO SRC-ACCNO(S).
            MOVE 0 TO SRC-HDR-SW(S).
            MOVE SPACES TO SRC-LAST-DATE(S).
            MOVE 0 TO SRC-BOOK(S).
            MOVE 0 TO SRC-BANK(S).
            MOVE 0 TO SRC-OTHER(S).
            MOVE 0 TO SRC-TRANSIT(S).
            MOVE 0 TO SRC-MISSING(S).
            MOVE 0 TO SRC-UNEXPL(S).
            PERFORM CLEAR-TENDER-RTN VARYING T FROM 1 BY 1
                 UNTIL T > 3.
       CLEAR-TENDER-RTN.
            MOVE 0 TO SRC-COLL-CTR(S, T).
            MOVE 0 TO SRC-COLL-AMT(S, T).
            MOVE 0 TO SRC-DEP-CTR(S, T).
            MOVE 0 TO SRC-DEP-AMT(S, T).
       LOAD-FUND-RTN.
            OPEN INPUT FUNDACCT.
            IF FA-STATUS = "35"
                 NEXT SENTENCE
            ELSE
                 PERFORM LOAD-FUND-ENTRY-RTN
                      UNTIL FA-STATUS = "10"
                 CLOSE FUNDACCT.
       LOAD-FUND-ENTRY-RTN.
            READ FUNDACCT
                 AT END MOVE "10" TO FA-STATUS
                 NOT AT END
                      IF FA-SOURCE = SRC-NAME(1)
                           MOVE FA-ACCNO TO SRC-ACCNO(1)
                      ELSE
                      IF FA-SOURCE = SRC-NAME(2)
                           MOVE FA-ACCNO TO SRC-ACCNO(2)
            END-READ.
       LOAD-OPEN-RTN.
            MOVE 0 TO DT-COUNT.
            MOVE 0 TO EOFSW.
            OPEN INPUT DEPRECON.
            IF DR-STATUS = "35"
                 NEXT SENTENCE
            ELSE
                 PERFORM LOAD-OPEN-ENTRY-RTN THRU LOAD-OPEN-ENTRY-END
                      UNTIL EOFSW = 1
                 CLOSE DEPRECON.
       LOAD-OPEN-ENTRY-RTN.
            READ DEPRECON
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO LOAD-OPEN-ENTRY-END.
            IF DR-SIDE = 'H'
                 PERFORM LOAD-HEADER-RTN
                 GO TO LOAD-OPEN-ENTRY-END.
            MOVE DR-SOURCE TO NI-SOURCE.
            MOVE DR-SIDE TO NI-SIDE.
            MOVE DR-TENDER TO NI-TENDER.
            MOVE DR-DATE TO NI-DATE.
            MOVE DR-AMOUNT TO NI-AMOUNT.
            MOVE DR-REFNO TO NI-REFNO.
            PERFORM ADD-ITEM-RTN.
            MOVE DR-OPEN TO DT-OPEN(DT-COUNT).
       LOAD-OPEN-ENTRY-END.
       LOAD-HEADER-RTN.
            MOVE 0 TO FOUND-SW.
            IF DR-SOURCE = SRC-NAME(1)
                 MOVE 1 TO S
                 MOVE 1 TO FOUND-SW
            ELSE
            IF DR-SOURCE = SRC-NAME(2)
                 MOVE 2 TO S
                 MOVE 1 TO FOUND-SW.
            IF FOUND-SW = 1
                 MOVE 1 TO SRC-HDR-SW(S)
                 MOVE DR-DATE TO SRC-LAST-DATE(S)
                 MOVE DR-AMOUNT TO SRC-BOOK(S)
                 IF DR-DATE NOT < RUN-DATE
                      MOVE 1 TO RERUN-SW.
       ADD-ITEM-RTN.
            IF DT-COUNT NOT < DT-MAX
                 DISPLAY "OPEN ITEM TABLE FULL - RUN ENDED"
                 STOP RUN.
            ADD 1 TO DT-COUNT.
            MOVE NI-SOURCE TO DT-SOURCE(DT-COUNT).
            MOVE NI-SIDE TO DT-SIDE(DT-COUNT).
            MOVE NI-TENDER TO DT-TENDER(DT-COUNT).
            MOVE NI-DATE TO DT-DATE(DT-COUNT).
            MOVE NI-AMOUNT TO DT-AMOUNT(DT-COUNT).
            MOVE NI-AMOUNT TO DT-OPEN(DT-COUNT).
            MOVE NI-REFNO TO DT-REFNO(DT-COUNT).
       PAY-SCAN-RTN.
            MOVE 0 TO EOFSW.
            OPEN INPUT PAYMENTS.
            IF PY-STATUS = "35"
                 NEXT SENTENCE
            ELSE
                 PERFORM PAY-READ-RTN THRU PAY-READ-END
                      UNTIL EOFSW = 1
                 CLOSE PAYMENTS.
       PAY-READ-RTN.
            READ PAYMENTS
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO PAY-READ-END.
            IF PY-DATE NOT = RUN-DATE
                 GO TO PAY-READ-END.
            IF PY-TENDER = 'C'
                 MOVE 1 TO T
            ELSE
            IF PY-TENDER = 'K'
                 MOVE 2 TO T
            ELSE
            IF PY-TENDER = 'D'
                 MOVE 3 TO T
            ELSE
                 GO TO PAY-READ-END.
            ADD 1 TO SRC-COLL-CTR(1, T).
            ADD PY-AMOUNT TO SRC-COLL-AMT(1, T).
       PAY-READ-END.
       COLL-SCAN-RTN.
            MOVE 0 TO EOFSW.
            OPEN INPUT COLLFILE.
            IF EC-STATUS = "35"
                 NEXT SENTENCE
            ELSE
                 PERFORM COLL-READ-RTN THRU COLL-READ-END
                      UNTIL EOFSW = 1
                 CLOSE COLLFILE.
       COLL-READ-RTN.
            READ COLLFILE
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO COLL-READ-END.
            IF EC-DATE NOT = RUN-DATE
                 GO TO COLL-READ-END.
            IF EC-ORNO(1:2) = "AD"
                 GO TO COLL-READ-END.
            ADD 1 TO SRC-COLL-CTR(2, 1).
            ADD EC-AMOUNT TO SRC-COLL-AMT(2, 1).
       COLL-READ-END.
       NEW-BOOK-RTN.
            IF SRC-ACCNO(S) NOT = 0
                 PERFORM NEW-BOOK-TENDER-RTN VARYING T FROM 1 BY 1
                      UNTIL T > 3.
       NEW-BOOK-TENDER-RTN.
            IF SRC-COLL-AMT(S, T) > 0
                 MOVE SRC-NAME(S) TO NI-SOURCE
                 MOVE 'B' TO NI-SIDE
                 MOVE TC-CODE(T) TO NI-TENDER
                 MOVE RUN-DATE TO NI-DATE
                 MOVE SRC-COLL-AMT(S, T) TO NI-AMOUNT
                 MOVE 0 TO NI-REFNO
                 PERFORM ADD-ITEM-RTN.
       JRNL-SCAN-RTN.
            MOVE 0 TO EOFSW.
            OPEN INPUT TRNJRNL.
            IF TJ-STATUS = "35"
                 NEXT SENTENCE
            ELSE
                 PERFORM JRNL-READ-RTN THRU JRNL-READ-END
                      UNTIL EOFSW = 1
                 CLOSE TRNJRNL.
       JRNL-READ-RTN.
            READ TRNJRNL
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO JRNL-READ-END.
            IF TJ-DATE NOT = RUN-DATE
                 GO TO JRNL-READ-END.
            IF TJ-ACCNO = 0
                 GO TO JRNL-READ-END.
            IF TJ-ACCNO = SRC-ACCNO(1)
                 MOVE 1 TO S
            ELSE
            IF TJ-ACCNO = SRC-ACCNO(2)
                 MOVE 2 TO S
            ELSE
                 GO TO JRNL-READ-END.
            MOVE 0 TO T.
            IF TJ-TRANTYPE = 'D' OR TJ-TRANTYPE = 'd'
                 MOVE 1 TO T
            ELSE
            IF TJ-TRANTYPE = 'K'
                 MOVE 2 TO T.
            IF T = 0
                 PERFORM OTHER-MOVE-RTN
                 GO TO JRNL-READ-END.
            ADD 1 TO SRC-DEP-CTR(S, T).
            ADD TJ-AMOUNT TO SRC-DEP-AMT(S, T).
            MOVE SRC-NAME(S) TO NI-SOURCE.
            MOVE 'K' TO NI-SIDE.
            MOVE TC-CODE(T) TO NI-TENDER.
            MOVE TJ-DATE TO NI-DATE.
            MOVE TJ-AMOUNT TO NI-AMOUNT.
            MOVE TJ-REFNO TO NI-REFNO.
            PERFORM ADD-ITEM-RTN.
       JRNL-READ-END.
       OTHER-MOVE-RTN.
            IF TJ-TRANTYPE = 'W' OR TJ-TRANTYPE = 'w'
            OR TJ-TRANTYPE = 'O' OR TJ-TRANTYPE = 'T'
            OR TJ-TRANTYPE = 't' OR TJ-TRANTYPE = 'B'
            OR TJ-TRANTYPE = 'F' OR TJ-TRANTYPE = 'S'
            OR TJ-TRANTYPE = 'X' OR TJ-TRANTYPE = 'P'
            OR TJ-TRANTYPE = 'M' OR TJ-TRANTYPE = 'E'
            OR TJ-TRANTYPE = 'Q' OR TJ-TRANTYPE = 'V'
            OR TJ-TRANTYPE = 'Y' OR TJ-TRANTYPE = 'Z'
            OR TJ-TRANTYPE = 'A' OR TJ-TRANTYPE = 'U'
                 SUBTRACT TJ-AMOUNT FROM SRC-OTHER(S)
            ELSE
                 ADD TJ-AMOUNT TO SRC-OTHER(S).
      *
      *    FIRST PASS - A BANK CREDIT CLEARS THE OLDEST OPEN
      *    COLLECTION OF THE SAME SOURCE AND TENDER FOR THE SAME
      *    AMOUNT.
      *
       MATCH-EXACT-RTN.
            IF DT-SIDE(I) NOT = 'K' OR DT-OPEN(I) = 0
                 GO TO MATCH-EXACT-END.
            MOVE 0 TO FOUND-SW.
            PERFORM FIND-EXACT-RTN VARYING J FROM 1 BY 1
                 UNTIL J > DT-COUNT OR FOUND-SW = 1.
       MATCH-EXACT-END.
       FIND-EXACT-RTN.
            IF DT-SIDE(J) = 'B'
            AND DT-SOURCE(J) = DT-SOURCE(I)
            AND DT-TENDER(J) = DT-TENDER(I)
            AND DT-OPEN(J) = DT-OPEN(I)
            AND DT-OPEN(J) = DT-AMOUNT(J)
                 MOVE 0 TO DT-OPEN(J)
                 MOVE 0 TO DT-OPEN(I)
                 MOVE 1 TO FOUND-SW.
      *
      *    SECOND PASS - WHAT IS LEFT OF EACH CREDIT IS APPLIED TO
      *    THE OPEN COLLECTIONS OLDEST FIRST. ANY REMAINDER STAYS
      *    OPEN AS AN UNEXPLAINED CREDIT.
      *
       MATCH-APPLY-RTN.
            IF DT-SIDE(I) NOT = 'K' OR DT-OPEN(I) = 0
                 GO TO MATCH-APPLY-END.
            PERFORM APPLY-RTN VARYING J FROM 1 BY 1
                 UNTIL J > DT-COUNT OR DT-OPEN(I) = 0.
       MATCH-APPLY-END.
       APPLY-RTN.
            IF DT-SIDE(J) = 'B'
            AND DT-SOURCE(J) = DT-SOURCE(I)
            AND DT-TENDER(J) = DT-TENDER(I)
            AND DT-OPEN(J) > 0
                 IF DT-OPEN(J) < DT-OPEN(I)
                      MOVE DT-OPEN(J) TO APPLY-AMT
                 ELSE
                      MOVE DT-OPEN(I) TO APPLY-AMT
                 END-IF
                 SUBTRACT APPLY-AMT FROM DT-OPEN(J)
                 SUBTRACT APPLY-AMT FROM DT-OPEN(I).
       BALANCE-RTN.
            IF SRC-ACCNO(S) = 0
                 GO TO BALANCE-END.
            MOVE 0 TO SRC-BANK(S).
            MOVE SRC-ACCNO(S) TO AM-ACCNO-KEY.
            IF ACCT-OPEN-SW = 1
                 READ ACCTMAST RECORD
                      INVALID KEY
                           MOVE 0 TO SRC-BANK(S)
                      NOT INVALID KEY
                           MOVE AM-BALANCE TO SRC-BANK(S)
                 END-READ.
            IF SRC-HDR-SW(S) = 0
                 COMPUTE SRC-BOOK(S) = SRC-BANK(S) - SRC-OTHER(S)
                      - SRC-DEP-AMT(S, 1) - SRC-DEP-AMT(S, 2)
                      - SRC-DEP-AMT(S, 3).
            COMPUTE SRC-BOOK(S) = SRC-BOOK(S) + SRC-OTHER(S)
                 + SRC-COLL-AMT(S, 1) + SRC-COLL-AMT(S, 2)
                 + SRC-COLL-AMT(S, 3).
            PERFORM OPEN-TOTAL-RTN VARYING I FROM 1 BY 1
                 UNTIL I > DT-COUNT.
       BALANCE-END.
       OPEN-TOTAL-RTN.
            IF DT-SOURCE(I) NOT = SRC-NAME(S) OR DT-OPEN(I) = 0
                 NEXT SENTENCE
            ELSE
            IF DT-SIDE(I) = 'K'
                 ADD DT-OPEN(I) TO SRC-UNEXPL(S)
            ELSE
                 PERFORM AGE-RTN
                 IF ITEM-AGE > GRACE-DAYS
                      ADD DT-OPEN(I) TO SRC-MISSING(S)
                 ELSE
                      ADD DT-OPEN(I) TO SRC-TRANSIT(S).
       AGE-RTN.
            MOVE RUN-DATE TO DATE-WORK.
            PERFORM DAY-COUNT-RTN.
            MOVE BASE-DAYS TO RUN-DAYS.
            MOVE DT-DATE(I) TO DATE-WORK.
            PERFORM DAY-COUNT-RTN.
            COMPUTE ITEM-AGE = RUN-DAYS - BASE-DAYS.
       DAY-COUNT-RTN.
            IF DW-DD > 30
                 MOVE 30 TO DW-DD.
            COMPUTE BASE-DAYS = DW-YY * 360 + DW-MM * 30 + DW-DD.
       MONTH-END-CHECK-RTN.
            MOVE 0 TO MONTH-END-SW.
            MOVE RUN-DATE TO DATE-WORK.
            IF DW-MM = 4 OR DW-MM = 6 OR DW-MM = 9 OR DW-MM = 11
                 MOVE 30 TO MONTH-DAYS
            ELSE
            IF DW-MM = 2
                 DIVIDE DW-YY BY 4 GIVING LEAP-QUOT
                      REMAINDER LEAP-REM
                 IF LEAP-REM = 0
                      MOVE 29 TO MONTH-DAYS
                 ELSE
                      MOVE 28 TO MONTH-DAYS
                 END-IF
            ELSE
                 MOVE 31 TO MONTH-DAYS.
            IF DW-DD = MONTH-DAYS
                 MOVE 1 TO MONTH-END-SW.
       SOURCE-REPORT-RTN.
            IF SRC-ACCNO(S) = 0
                 MOVE SRC-NAME(S) TO NAL-SOURCE
                 WRITE RPTREC FROM NOACCT-LINE AFTER 2
                 GO TO SOURCE-REPORT-END.
            MOVE SRC-NAME(S) TO SRL-SOURCE.
            MOVE SRC-ACCNO(S) TO SRL-ACCNO.
            WRITE RPTREC FROM SOURCE-LINE AFTER 2.
            PERFORM TENDER-REPORT-RTN VARYING T FROM 1 BY 1
                 UNTIL T > 3.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            PERFORM ITEM-REPORT-RTN VARYING I FROM 1 BY 1
                 UNTIL I > DT-COUNT.
            PERFORM RECON-LINES-RTN.
       SOURCE-REPORT-END.
       TENDER-REPORT-RTN.
            MOVE TC-NAME(T) TO TL-NAME.
            MOVE SRC-COLL-CTR(S, T) TO TL-COLL-CTR.
            MOVE SRC-COLL-AMT(S, T) TO TL-COLL-AMT.
            MOVE SRC-DEP-CTR(S, T) TO TL-DEP-CTR.
            MOVE SRC-DEP-AMT(S, T) TO TL-DEP-AMT.
            WRITE RPTREC FROM TENDER-LINE AFTER 1.
       ITEM-REPORT-RTN.
            IF DT-SOURCE(I) NOT = SRC-NAME(S)
                 NEXT SENTENCE
            ELSE
                 PERFORM ITEM-LINE-RTN
                 WRITE RPTREC FROM ITEM-LINE AFTER 1.
       ITEM-LINE-RTN.
            IF DT-SIDE(I) = 'K'
                 MOVE "BANK CR   " TO IL-SIDE
            ELSE
                 MOVE "COLLECTION" TO IL-SIDE.
            MOVE DT-DATE(I) TO IL-DATE.
            MOVE SPACES TO IL-TENDER.
            IF DT-TENDER(I) = 'C'
                 MOVE TC-NAME(1) TO IL-TENDER
            ELSE
            IF DT-TENDER(I) = 'K'
                 MOVE TC-NAME(2) TO IL-TENDER
            ELSE
                 MOVE TC-NAME(3) TO IL-TENDER.
            MOVE DT-REFNO(I) TO IL-REFNO.
            MOVE DT-AMOUNT(I) TO IL-AMOUNT.
            MOVE DT-OPEN(I) TO IL-OPEN.
            IF DT-OPEN(I) = 0
                 MOVE "CLEARED" TO IL-STATUS
            ELSE
            IF DT-SIDE(I) = 'K'
                 MOVE "UNEXPLAINED" TO IL-STATUS
            ELSE
                 PERFORM AGE-RTN
                 IF ITEM-AGE NOT > GRACE-DAYS
                      MOVE "IN TRANSIT" TO IL-STATUS
                 ELSE
                 IF DT-OPEN(I) = DT-AMOUNT(I)
                      MOVE "MISSING" TO IL-STATUS
                 ELSE
                      MOVE "SHORT" TO IL-STATUS.
       RECON-LINES-RTN.
            MOVE SPACES TO SL-NOTE.
            MOVE "BALANCE PER BANK" TO SL-LABEL.
            MOVE SRC-BANK(S) TO SL-AMT.
            WRITE RPTREC FROM SUM-LINE AFTER 2.
            MOVE "ADD DEPOSITS IN TRANSIT" TO SL-LABEL.
            MOVE SRC-TRANSIT(S) TO SL-AMT.
            WRITE RPTREC FROM SUM-LINE AFTER 1.
            MOVE "ADD MISSING/SHORT DEPOSITS" TO SL-LABEL.
            MOVE SRC-MISSING(S) TO SL-AMT.
            WRITE RPTREC FROM SUM-LINE AFTER 1.
            MOVE "LESS UNEXPLAINED CREDITS" TO SL-LABEL.
            MOVE SRC-UNEXPL(S) TO SL-AMT.
            WRITE RPTREC FROM SUM-LINE AFTER 1.
            MOVE "ADJUSTED BANK BALANCE" TO SL-LABEL.
            COMPUTE SL-AMT = SRC-BANK(S) + SRC-TRANSIT(S)
                 + SRC-MISSING(S) - SRC-UNEXPL(S).
            WRITE RPTREC FROM SUM-LINE AFTER 1.
            MOVE "BALANCE PER BOOK" TO SL-LABEL.
            MOVE SRC-BOOK(S) TO SL-AMT.
            IF SRC-BANK(S) + SRC-TRANSIT(S) + SRC-MISSING(S)
                 - SRC-UNEXPL(S) = SRC-BOOK(S)
                 MOVE "TIES TO BOOK" TO SL-NOTE
            ELSE
                 MOVE "DOES NOT TIE" TO SL-NOTE.
            WRITE RPTREC FROM SUM-LINE AFTER 1.
       STATEMENT-RTN.
            IF SRC-ACCNO(S) = 0
                 GO TO STATEMENT-END.
            MOVE SRC-NAME(S) TO SRL-SOURCE.
            MOVE SRC-ACCNO(S) TO SRL-ACCNO.
            WRITE STMTREC FROM SOURCE-LINE AFTER 3.
            MOVE SPACES TO SL-NOTE.
            MOVE "BALANCE PER BANK STATEMENT" TO SL-LABEL.
            MOVE SRC-BANK(S) TO SL-AMT.
            WRITE STMTREC FROM SUM-LINE AFTER 2.
            MOVE "  ADD: DEPOSITS IN TRANSIT" TO SL-LABEL.
            MOVE SRC-TRANSIT(S) TO SL-AMT.
            WRITE STMTREC FROM SUM-LINE AFTER 1.
            MOVE "  ADD: MISSING/SHORT DEPOSITS" TO SL-LABEL.
            MOVE SRC-MISSING(S) TO SL-AMT.
            WRITE STMTREC FROM SUM-LINE AFTER 1.
            MOVE "  LESS: UNEXPLAINED CREDITS" TO SL-LABEL.
            MOVE SRC-UNEXPL(S) TO SL-AMT.
            WRITE STMTREC FROM SUM-LINE AFTER 1.
            MOVE "ADJUSTED BANK BALANCE" TO SL-LABEL.
            COMPUTE SL-AMT = SRC-BANK(S) + SRC-TRANSIT(S)
                 + SRC-MISSING(S) - SRC-UNEXPL(S).
            WRITE STMTREC FROM SUM-LINE AFTER 2.
            MOVE "BALANCE PER BOOK" TO SL-LABEL.
            MOVE SRC-BOOK(S) TO SL-AMT.
            WRITE STMTREC FROM SUM-LINE AFTER 1.
            MOVE "DIFFERENCE" TO SL-LABEL.
            COMPUTE SL-AMT = SRC-BANK(S) + SRC-TRANSIT(S)
                 + SRC-MISSING(S) - SRC-UNEXPL(S) - SRC-BOOK(S).
            IF SRC-BANK(S) + SRC-TRANSIT(S) + SRC-MISSING(S)
                 - SRC-UNEXPL(S) = SRC-BOOK(S)
                 MOVE "RECONCILED" TO SL-NOTE
            ELSE
                 MOVE "UNRECONCILED" TO SL-NOTE.
            WRITE STMTREC FROM SUM-LINE AFTER 1.
       STATEMENT-END.
       SAVE-OPEN-RTN.
            OPEN OUTPUT DEPRECON.
            PERFORM SAVE-HEADER-RTN VARYING S FROM 1 BY 1
                 UNTIL S > 2.
            PERFORM SAVE-ITEM-RTN VARYING I FROM 1 BY 1
                 UNTIL I > DT-COUNT.
            CLOSE DEPRECON.
       SAVE-HEADER-RTN.
            IF SRC-ACCNO(S) NOT = 0
                 MOVE SRC-NAME(S) TO DR-SOURCE
                 MOVE 'H' TO DR-SIDE
                 MOVE SPACE TO DR-TENDER
                 MOVE RUN-DATE TO DR-DATE
                 MOVE SRC-BOOK(S) TO DR-AMOUNT
                 MOVE 0 TO DR-OPEN
                 MOVE 0 TO DR-REFNO
                 WRITE DR-REC.
       SAVE-ITEM-RTN.
            IF DT-OPEN(I) NOT = 0
                 MOVE DT-SOURCE(I) TO DR-SOURCE
                 MOVE DT-SIDE(I) TO DR-SIDE
                 MOVE DT-TENDER(I) TO DR-TENDER
                 MOVE DT-DATE(I) TO DR-DATE
                 MOVE DT-AMOUNT(I) TO DR-AMOUNT
                 MOVE DT-OPEN(I) TO DR-OPEN
                 MOVE DT-REFNO(I) TO DR-REFNO
                 WRITE DR-REC.
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
