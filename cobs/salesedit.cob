      *DATE-WRITTEN. 08/22/26.
      *DATE-COMPILED. 08/22/26.
      *SECURITY. MINE ONLY.
      *REMARKS. PRE-EDIT OF SALES INPUT WITH REJECT FILE. CHECKS THE
      *         CUSTOMER AND CREDIT LIMIT AND POSTS ACCEPTED LINES TO
      *         THE OPEN INVOICE (RECEIVABLE) FILE. KEEPS PRODUCT
      *         STOCK ON HAND AND REJECTS SALES BEYOND IT. SALES PRICED
      *         BELOW THE PRICE LIST TOLERANCE ARE HELD FOR APPROVAL
      *         AND RELEASED ON THE FIRST RUN AFTER THEY ARE APPROVED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
            SELECT PERFILE ASSIGN TO "SALESPER.DAT".
            SELECT PRODMAST ASSIGN TO "PRODMAST.DAT"
                 FILE STATUS IS PR-FILE-STATUS.
            SELECT SLSCUST ASSIGN TO "SLSCUST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SK-CUSTCODE
                 FILE STATUS IS SK-STATUS.
            SELECT ARINV ASSIGN TO "ARINV.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AI-KEY
                 FILE STATUS IS AI-STATUS.
            SELECT STKLEDG ASSIGN TO "STKLEDG.DAT"
                 FILE STATUS IS IL-STATUS.
            SELECT PRICELST ASSIGN TO "PRICELST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PL-KEY
                 FILE STATUS IS PL-STATUS.
            SELECT PRICEXC ASSIGN TO "PRICEXC.DAT"
                 FILE STATUS IS PX-STATUS.
            SELECT EXCRPT ASSIGN TO "PRICEXCP".
            SELECT RPTFILE ASSIGN TO "ESUMMARY".
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
           02 E-AMT-N REDEFINES E-AMT PIC 9(5)V99.
           02 E-TC PIC X.
           02 E-REASON PIC X(3).
           02 E-CUST PIC X(6).
       FD  CLEANFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CLEANREC.
       01  CLEANREC.
           02 FILLER PIC X(78).
       FD  PERFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PERREC.
       01  PERREC.
           02 FILLER PIC X(78).
       FD  REJFILE.
       01  REJREC.
           02 RJ-REASON PIC X(10).
           02 RJ-DATA PIC X(78).
       FD  PRODMAST.
       01  PROD-REC.
           02 PR-CODE PIC X(5).
           02 PR-DESC PIC X(20).
           02 PR-ACTIVE PIC X.
           02 PR-ONHAND PIC S9(7).
           02 PR-REORDER-PT PIC 9(7).
           02 PR-REORDER-QTY PIC 9(7).
           02 PR-COUNT-QTY PIC 9(7).
           02 PR-COUNT-DATE PIC X(8).
           02 PR-COUNT-STAT PIC X.
       FD  SLSCUST.
       01  SK-REC.
           02 SK-CUSTCODE PIC X(6).
           02 SK-NAME PIC X(25).
           02 SK-ADDR PIC X(30).
           02 SK-AREA PIC X.
           02 SK-SNO PIC 9(5).
           02 SK-CREDIT-LIMIT PIC 9(7)V99.
           02 SK-TERMS PIC 999.
           02 SK-BALANCE PIC S9(7)V99.
           02 SK-STAT PIC X.
           02 SK-LAST-PAY PIC X(8).
       FD  ARINV.
       01  AI-REC.
           02 AI-KEY.
              03 AI-CUST PIC X(6).
              03 AI-INVNO PIC X(6).
           02 AI-INVDATE PIC X(8).
           02 AI-DUEDATE PIC X(8).
           02 AI-AC PIC X.
           02 AI-SNO PIC X(5).
           02 AI-AMOUNT PIC S9(7)V99.
           02 AI-PAID PIC S9(7)V99.
           02 AI-POST-DATE PIC X(8).
           02 AI-STAT PIC X.
       FD  STKLEDG.
       01  STKLEDG-REC.
           02 IL-PROD PIC X(5).
           02 IL-DATE PIC X(8).
           02 IL-TIME PIC X(8).
           02 IL-TYPE PIC X.
           02 IL-REFNO PIC X(10).
           02 IL-QTY PIC S9(7).
           02 IL-NEW-ONHAND PIC S9(7).
           02 IL-PROGRAM PIC X(15).
           02 IL-OPERATOR PIC X(10).
       FD  PRICELST.
       01  PL-REC.
           02 PL-KEY.
              03 PL-PROD PIC X(5).
              03 PL-EFFDATE PIC X(8).
           02 PL-PRICE PIC 9(5)V99.
           02 PL-TOL-PCT PIC 99V99.
           02 PL-ENTRY-DATE PIC X(8).
           02 PL-OPERATOR PIC X(10).
       FD  PRICEXC.
       01  PX-REC.
           02 PX-EXCNO.
              03 PX-EXC-DATE PIC X(6).
              03 PX-EXC-SEQ PIC 9(4).
           02 PX-STAT PIC X.
           02 PX-LIST-PRICE PIC 9(5)V99.
           02 PX-MIN-PRICE PIC 9(5)V99.
           02 PX-APPROVER PIC X(10).
           02 PX-APPR-DATE PIC X(8).
           02 PX-REL-DATE PIC X(8).
           02 PX-LINE PIC X(78).
       FD  EXCRPT
           LABEL RECORD IS OMITTED
           DATA RECORD IS EXCREC.
       01  EXCREC.
           02 FILLER PIC X(80).
       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.
       01  IN-FILE-STATUS PIC XX VALUE "00".
       01  PR-FILE-STATUS PIC XX VALUE "00".
       01  PROD-AVAILABLE-SW PIC 9 VALUE 0.
       01  SK-STATUS PIC XX VALUE "00".
       01  IL-STATUS PIC XX VALUE "00".
       01  REWRITE-CTR PIC 999 VALUE 0.
       01  PL-STATUS PIC XX VALUE "00".
       01  PX-STATUS PIC XX VALUE "00".
       01  PRICE-AVAILABLE-SW PIC 9 VALUE 0.
       01  RELEASE-SW PIC 9 VALUE 0.
       01  HOLD-SW PIC 9 VALUE 0.
       01  PL-EOF-SW PIC 9 VALUE 0.
       01  PX-EOF-SW PIC 9 VALUE 0.
       01  LIST-FOUND-SW PIC 9 VALUE 0.
       01  LIST-PRICE PIC 9(5)V99 VALUE 0.
       01  LIST-TOL-PCT PIC 99V99 VALUE 0.
       01  MIN-PRICE PIC 9(5)V99 VALUE 0.
       01  HELD-CTR PIC 9(6) VALUE 0.
       01  RELEASE-CTR PIC 9(6) VALUE 0.
       01  AI-STATUS PIC XX VALUE "00".
       01  CUST-AVAILABLE-SW PIC 9 VALUE 0.
       01  AR-FOUND-SW PIC 9 VALUE 0.
       01  AR-AMT PIC S9(7)V99 VALUE 0.
       01  AR-CTR PIC 9(6) VALUE 0.
       01  DATE-PARTS.
           02 DP-YY PIC 99.
           02 DP-MM PIC 99.
           02 DP-DD PIC 99.
           02 FILLER PIC XX.
       01  DAYNO PIC 9(6) VALUE 0.
       01  DAY-REM PIC 9(3) VALUE 0.
       01  PROD-TABLE.
           02 PT-ENTRY OCCURS 100 TIMES INDEXED BY PT-IDX.
              03 PT-CODE PIC X(5).
              03 PT-ACTIVE PIC X.
              03 PT-ONHAND PIC S9(7).
       01  PROD-COUNT PIC 999 VALUE 0.
       01  PROD-MATCH PIC 999 VALUE 0.
       01  EXTEND-WORK PIC 9(9)V99 VALUE 0.
       01  EOFSW PIC 9 VALUE 0.
       01  RUN-DATE PIC X(8) VALUE SPACES.
       01  PD-STATUS PIC XX VALUE "00".
       01  PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01  PERIOD-SW PIC 9 VALUE 0.
       01  REJECT-REASON PIC X(10) VALUE SPACES.
       01  IN-CTR PIC 9(6) VALUE 0.
       01  CLEAN-CTR PIC 9(6) VALUE 0.
           02 CL-COUNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(51) VALUE SPACES.
       01  PROOF-LINE.
           02 FILLER PIC X(22) VALUE "CLEAN + REJ + HELD:   ".
           02 PL-COUNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-VERDICT PIC X(14).
           02 TR-RECCOUNT PIC 9(6).
           02 TR-RUNDATE PIC X(8).
           02 FILLER PIC X(59) VALUE SPACES.
       01  EXC-HEAD-1.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(30)
              VALUE "PRICE EXCEPTIONS FOR APPROVAL ".
           02 EH-DATE PIC X(8).
           02 FILLER PIC X(20) VALUE SPACES.
       01  EXC-HEAD-2.
           02 FILLER PIC X(11) VALUE "EXC NO".
           02 FILLER PIC X(8) VALUE "INVOICE".
           02 FILLER PIC X(8) VALUE "CUST".
           02 FILLER PIC X(7) VALUE "PROD".
           02 FILLER PIC X(8) VALUE "QTY".
           02 FILLER PIC X(11) VALUE "PRICE".
           02 FILLER PIC X(6) VALUE "LIST".
           02 FILLER PIC X(21) VALUE "MINIMUM".
       01  EXC-LINE.
           02 EX-EXCNO PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 EX-INVNO PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-CUST PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-PROD PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 EX-QTY PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 EX-PRICE PIC ZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 EX-LIST PIC ZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 EX-MIN PIC ZZ,ZZ9.99.
           02 FILLER PIC X(13) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-RUNDATE-RTN.
           MOVE "SALE" TO PERIOD-SUBSYS.
           PERFORM CHECK-PERIOD-RTN THRU CHECK-PERIOD-END.
           OPEN INPUT INFILE.
           IF IN-FILE-STATUS = "35"
                DISPLAY "NO SALES.txt INPUT FILE"
           OPEN EXTEND PERFILE.
           OPEN OUTPUT REJFILE.
           PERFORM LOAD-PROD-RTN.
           PERFORM OPEN-AR-RTN.
           IF PROD-AVAILABLE-SW = 1
                OPEN EXTEND STKLEDG
                IF IL-STATUS = "35"
                     OPEN OUTPUT STKLEDG.
           OPEN INPUT PRICELST.
           IF PL-STATUS = "35"
                MOVE 0 TO PRICE-AVAILABLE-SW
                DISPLAY "NO PRICE LIST - PRICE CHECK OFF"
           ELSE
                MOVE 1 TO PRICE-AVAILABLE-SW.
           OPEN EXTEND RPTFILE.
           PERFORM RELEASE-RTN THRU RELEASE-END.
           OPEN EXTEND PRICEXC.
           IF PX-STATUS = "35"
                OPEN OUTPUT PRICEXC.
           OPEN EXTEND EXCRPT.
           MOVE RUN-DATE TO EH-DATE.
           WRITE EXCREC FROM EXC-HEAD-1 AFTER PAGE.
           WRITE EXCREC FROM EXC-HEAD-2 AFTER 2.
           MOVE 0 TO RELEASE-SW.
           PERFORM EDIT-RTN THRU EDIT-END UNTIL EOFSW = 1.
           MOVE HELD-CTR TO TR-RECCOUNT.
           MOVE RUN-DATE TO TR-RUNDATE.
           WRITE EXCREC FROM TRAILER-REC AFTER 2.
           CLOSE EXCRPT.
           CLOSE PRICEXC.
           IF PRICE-AVAILABLE-SW = 1
                CLOSE PRICELST.
           PERFORM SUMMARY-RTN.
           IF PROD-AVAILABLE-SW = 1
                CLOSE STKLEDG
                PERFORM STOCK-UPDATE-RTN.
           CLOSE INFILE.
           CLOSE CLEANFILE.
           CLOSE PERFILE.
           CLOSE REJFILE.
           IF CUST-AVAILABLE-SW = 1
                CLOSE SLSCUST
                CLOSE ARINV.
           CLOSE RPTFILE.
           STOP RUN.
       EDIT-RTN.
                     MOVE 1 TO EOFSW
                     GO TO EDIT-END.
           ADD 1 TO IN-CTR.
           PERFORM EDIT-LINE-RTN THRU EDIT-LINE-END.
       EDIT-END.
      * ONE SALES LINE, FROM SALES.txt OR RELEASED FROM THE PRICE
      * EXCEPTION FILE AFTER APPROVAL.
       EDIT-LINE-RTN.
           MOVE SPACES TO REJECT-REASON.
           MOVE 0 TO HOLD-SW.
           IF E-AC = SPACE
                MOVE "NOAREA" TO REJECT-REASON.
           IF REJECT-REASON = SPACES AND E-SNO NOT NUMERIC
                IF PROD-MATCH = 0
                     MOVE "BADPROD" TO REJECT-REASON
                END-IF.
           IF REJECT-REASON = SPACES AND PROD-AVAILABLE-SW = 1
                AND E-TC = 'S' AND E-QTY-N > PT-ONHAND(PROD-MATCH)
                MOVE "NOSTOCK" TO REJECT-REASON.
           IF REJECT-REASON = SPACES AND CUST-AVAILABLE-SW = 1
                PERFORM CUST-CHECK-RTN THRU CUST-CHECK-END.
           IF REJECT-REASON = SPACES AND PRICE-AVAILABLE-SW = 1
                AND RELEASE-SW = 0 AND E-TC = 'S'
                PERFORM PRICE-CHECK-RTN THRU PRICE-CHECK-END.
           IF HOLD-SW = 1
                PERFORM HOLD-RTN
                GO TO EDIT-LINE-END.
           IF REJECT-REASON = SPACES AND CUST-AVAILABLE-SW = 1
                PERFORM AR-POST-RTN THRU AR-POST-END.
           IF REJECT-REASON = SPACES AND PROD-AVAILABLE-SW = 1
                PERFORM STOCK-POST-RTN.
           IF REJECT-REASON = SPACES
                WRITE CLEANREC FROM INREC
                WRITE PERREC FROM INREC
                MOVE INREC TO RJ-DATA
                WRITE REJREC
                ADD 1 TO REJ-CTR.
       EDIT-LINE-END.
           EXIT.
      * THE LIST PRICE IN FORCE IS THE LATEST ENTRY FOR THE PRODUCT
      * EFFECTIVE ON OR BEFORE THE INVOICE DATE. A SALE PRICED BELOW
      * THE LIST LESS THE ALLOWED DISCOUNT IS HELD FOR APPROVAL.
       PRICE-CHECK-RTN.
           IF E-INVDATE(1:6) NOT NUMERIC
                GO TO PRICE-CHECK-END.
           MOVE 0 TO LIST-FOUND-SW.
           MOVE 0 TO PL-EOF-SW.
           MOVE E-PROD TO PL-PROD.
           MOVE LOW-VALUES TO PL-EFFDATE.
           START PRICELST KEY IS NOT LESS THAN PL-KEY
                INVALID KEY
                     GO TO PRICE-CHECK-END.
           PERFORM PRICE-SCAN-RTN THRU PRICE-SCAN-END
                UNTIL PL-EOF-SW = 1.
           IF LIST-FOUND-SW = 0
                GO TO PRICE-CHECK-END.
           COMPUTE MIN-PRICE ROUNDED =
                LIST-PRICE * (100 - LIST-TOL-PCT) / 100.
           IF E-PRICE-N < MIN-PRICE
                MOVE 1 TO HOLD-SW.
       PRICE-CHECK-END.
           EXIT.
       PRICE-SCAN-RTN.
           READ PRICELST NEXT RECORD
                AT END
                     MOVE 1 TO PL-EOF-SW
                     GO TO PRICE-SCAN-END.
           IF PL-PROD NOT = E-PROD
                OR PL-EFFDATE(1:6) > E-INVDATE(1:6)
                MOVE 1 TO PL-EOF-SW
                GO TO PRICE-SCAN-END.
           MOVE 1 TO LIST-FOUND-SW.
           MOVE PL-PRICE TO LIST-PRICE.
           MOVE PL-TOL-PCT TO LIST-TOL-PCT.
       PRICE-SCAN-END.
       HOLD-RTN.
           ADD 1 TO HELD-CTR.
           MOVE RUN-DATE TO PX-EXC-DATE.
           MOVE HELD-CTR TO PX-EXC-SEQ.
           MOVE 'H' TO PX-STAT.
           MOVE LIST-PRICE TO PX-LIST-PRICE.
           MOVE MIN-PRICE TO PX-MIN-PRICE.
           MOVE SPACES TO PX-APPROVER.
           MOVE SPACES TO PX-APPR-DATE.
           MOVE SPACES TO PX-REL-DATE.
           MOVE INREC TO PX-LINE.
           WRITE PX-REC.
           MOVE PX-EXCNO TO EX-EXCNO.
           MOVE E-INVNO TO EX-INVNO.
           MOVE E-CUST TO EX-CUST.
           MOVE E-PROD TO EX-PROD.
           MOVE E-QTY-N TO EX-QTY.
           MOVE E-PRICE-N TO EX-PRICE.
           MOVE LIST-PRICE TO EX-LIST.
           MOVE MIN-PRICE TO EX-MIN.
           WRITE EXCREC FROM EXC-LINE AFTER 1.
      * APPROVED PRICE EXCEPTIONS GO THROUGH THE EDIT AGAIN WITHOUT THE
      * PRICE CHECK AND ARE MARKED RELEASED.
       RELEASE-RTN.
           OPEN I-O PRICEXC.
           IF PX-STATUS = "35"
                GO TO RELEASE-END.
           MOVE 1 TO RELEASE-SW.
           MOVE 0 TO PX-EOF-SW.
           PERFORM RELEASE-SCAN-RTN THRU RELEASE-SCAN-END
                UNTIL PX-EOF-SW = 1.
           CLOSE PRICEXC.
       RELEASE-END.
       RELEASE-SCAN-RTN.
           READ PRICEXC
                AT END
                     MOVE 1 TO PX-EOF-SW
                     GO TO RELEASE-SCAN-END.
           IF PX-STAT NOT = 'A'
                GO TO RELEASE-SCAN-END.
           MOVE PX-LINE TO INREC.
           PERFORM EDIT-LINE-RTN THRU EDIT-LINE-END.
           MOVE 'R' TO PX-STAT.
           MOVE RUN-DATE TO PX-REL-DATE.
           REWRITE PX-REC.
           ADD 1 TO RELEASE-CTR.
       RELEASE-SCAN-END.
       LOAD-PROD-RTN.
           OPEN INPUT PRODMAST.
           IF PR-FILE-STATUS = "35"
                     SET PT-IDX TO PROD-COUNT
                     MOVE PR-CODE TO PT-CODE(PT-IDX)
                     MOVE PR-ACTIVE TO PT-ACTIVE(PT-IDX)
                     MOVE PR-ONHAND TO PT-ONHAND(PT-IDX)
           END-READ.
       OPEN-AR-RTN.
           OPEN I-O SLSCUST.
           IF SK-STATUS = "35"
                MOVE 0 TO CUST-AVAILABLE-SW
                DISPLAY "NO SALES CUSTOMER MASTER - CUSTOMER CHECK OFF"
           ELSE
                MOVE 1 TO CUST-AVAILABLE-SW
                OPEN I-O ARINV
                IF AI-STATUS = "35"
                     OPEN OUTPUT ARINV
                     CLOSE ARINV
                     OPEN I-O ARINV.
      * CUSTOMER MUST BE ON FILE AND ACTIVE; A SALE MAY NOT TAKE THE
      * OPEN BALANCE PAST THE CREDIT LIMIT OR REUSE AN INVOICE NUMBER
      * ALREADY POSTED ON AN EARLIER DATE.
       CUST-CHECK-RTN.
           IF E-CUST = SPACES
                MOVE "NOCUST" TO REJECT-REASON
                GO TO CUST-CHECK-END.
           MOVE E-CUST TO SK-CUSTCODE.
           READ SLSCUST
                INVALID KEY
                     MOVE "BADCUST" TO REJECT-REASON
                     GO TO CUST-CHECK-END.
           IF SK-STAT = 'I'
                MOVE "BADCUST" TO REJECT-REASON
                GO TO CUST-CHECK-END.
           IF E-INVDATE(1:6) NOT NUMERIC
                MOVE "BADINVDATE" TO REJECT-REASON
                GO TO CUST-CHECK-END.
           MOVE 0 TO AR-FOUND-SW.
           MOVE E-CUST TO AI-CUST.
           MOVE E-INVNO TO AI-INVNO.
           READ ARINV
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     MOVE 1 TO AR-FOUND-SW.
           IF E-TC = 'C'
                GO TO CUST-CHECK-END.
           IF SK-STAT = 'H'
                MOVE "CREDITHOLD" TO REJECT-REASON
                GO TO CUST-CHECK-END.
           IF AR-FOUND-SW = 1 AND AI-POST-DATE NOT = RUN-DATE
                AND RELEASE-SW = 0
                MOVE "DUPINV" TO REJECT-REASON
                GO TO CUST-CHECK-END.
           IF SK-BALANCE + E-AMT-N > SK-CREDIT-LIMIT
                MOVE "OVERLIMIT" TO REJECT-REASON.
       CUST-CHECK-END.
           EXIT.
      * A SALE ADDS TO THE INVOICE AND THE CUSTOMER BALANCE, A CREDIT
      * LINE TAKES THEM DOWN. LINES OF ONE INVOICE ACCUMULATE ON THE
      * SAME OPEN ITEM.
       AR-POST-RTN.
           MOVE E-AMT-N TO AR-AMT.
           IF E-TC = 'C'
                COMPUTE AR-AMT = 0 - E-AMT-N.
           IF AR-FOUND-SW = 0
                MOVE E-CUST TO AI-CUST
                MOVE E-INVNO TO AI-INVNO
                MOVE E-INVDATE TO AI-INVDATE
                PERFORM DUE-DATE-RTN
                MOVE E-AC TO AI-AC
                MOVE E-SNO TO AI-SNO
                MOVE 0 TO AI-AMOUNT
                MOVE 0 TO AI-PAID
                MOVE RUN-DATE TO AI-POST-DATE.
           ADD AR-AMT TO AI-AMOUNT.
           IF AI-AMOUNT = AI-PAID
                MOVE 'P' TO AI-STAT
           ELSE
                MOVE 'O' TO AI-STAT.
           IF AR-FOUND-SW = 0
                WRITE AI-REC
           ELSE
                REWRITE AI-REC.
           IF AI-STATUS NOT = "00"
                DISPLAY "FILE ERROR ON ARINV - STATUS " AI-STATUS
                MOVE "ARERROR" TO REJECT-REASON
                GO TO AR-POST-END.
           ADD AR-AMT TO SK-BALANCE.
           REWRITE SK-REC.
           ADD 1 TO AR-CTR.
       AR-POST-END.
           EXIT.
      * DUE DATE = INVOICE DATE PLUS CUSTOMER TERMS ON A 30-DAY MONTH.
       DUE-DATE-RTN.
           MOVE E-INVDATE TO DATE-PARTS.
           IF DP-DD > 30
                MOVE 30 TO DP-DD.
           COMPUTE DAYNO = DP-YY * 360 + (DP-MM - 1) * 30
                + DP-DD - 1 + SK-TERMS.
           DIVIDE DAYNO BY 360 GIVING DP-YY REMAINDER DAY-REM.
           DIVIDE DAY-REM BY 30 GIVING DP-MM REMAINDER DP-DD.
           ADD 1 TO DP-MM.
           ADD 1 TO DP-DD.
           MOVE DATE-PARTS TO AI-DUEDATE.
      * A SALE TAKES THE QUANTITY OUT OF STOCK, A CREDIT MEMO RETURN
      * PUTS IT BACK. THE TABLE IS WRITTEN BACK TO PRODMAST AT THE END.
       STOCK-POST-RTN.
           IF E-TC = 'C'
                ADD E-QTY-N TO PT-ONHAND(PROD-MATCH)
                MOVE E-QTY-N TO IL-QTY
                MOVE 'C' TO IL-TYPE
           ELSE
                SUBTRACT E-QTY-N FROM PT-ONHAND(PROD-MATCH)
                COMPUTE IL-QTY = 0 - E-QTY-N
                MOVE 'S' TO IL-TYPE.
           MOVE E-PROD TO IL-PROD.
           MOVE RUN-DATE TO IL-DATE.
           ACCEPT IL-TIME FROM TIME.
           MOVE E-INVNO TO IL-REFNO.
           MOVE PT-ONHAND(PROD-MATCH) TO IL-NEW-ONHAND.
           MOVE "SALES-EDIT" TO IL-PROGRAM.
           MOVE SPACES TO IL-OPERATOR.
           WRITE STKLEDG-REC.
       STOCK-UPDATE-RTN.
           OPEN I-O PRODMAST.
           MOVE 0 TO REWRITE-CTR.
           PERFORM STOCK-REWRITE-RTN
                UNTIL PR-FILE-STATUS = "10" OR REWRITE-CTR = PROD-COUNT.
           CLOSE PRODMAST.
       STOCK-REWRITE-RTN.
           READ PRODMAST
                AT END MOVE "10" TO PR-FILE-STATUS
                NOT AT END
                     ADD 1 TO REWRITE-CTR
                     SET PT-IDX TO REWRITE-CTR
                     MOVE PT-ONHAND(PT-IDX) TO PR-ONHAND
                     REWRITE PROD-REC
           END-READ.
       PROD-LOOKUP-RTN.
           MOVE 0 TO PROD-MATCH.
           MOVE "RECORDS REJECTED:     " TO CL-LABEL.
           MOVE REJ-CTR TO CL-COUNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE "HELD FOR PRICE APPR:  " TO CL-LABEL.
           MOVE HELD-CTR TO CL-COUNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE "APPROVED RELEASED:    " TO CL-LABEL.
           MOVE RELEASE-CTR TO CL-COUNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           COMPUTE PROOF-CTR = CLEAN-CTR + REJ-CTR + HELD-CTR
                - RELEASE-CTR.
           MOVE PROOF-CTR TO PL-COUNT.
           IF PROOF-CTR = IN-CTR
                MOVE "IN BALANCE" TO PL-VERDICT
           ELSE
                MOVE "OUT OF BALANCE" TO PL-VERDICT.
           WRITE RPTREC FROM PROOF-LINE AFTER 1.
           IF CUST-AVAILABLE-SW = 1
                MOVE "LINES POSTED TO AR:   " TO CL-LABEL
                MOVE AR-CTR TO CL-COUNT
                WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE IN-CTR TO TR-RECCOUNT.
           MOVE RUN-DATE TO TR-RUNDATE.
           WRITE RPTREC FROM TRAILER-REC AFTER 2.
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
