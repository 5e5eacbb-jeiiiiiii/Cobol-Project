      *DATE-WRITTEN. 09/02/26.
      *DATE-COMPILED. 09/02/26.
      *SECURITY. MINE ONLY.
      *REMARKS. PRODUCT MASTER MAINTENANCE FOR THE SALES SUBSYSTEM,
      *         WITH REORDER LEVELS, STOCK RECEIPTS AND PHYSICAL COUNTS,
      *         AND THE EFFECTIVE-DATED PRICE LIST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       FILE-CONTROL.
            SELECT PRODMAST ASSIGN TO "PRODMAST.DAT"
                 FILE STATUS IS PR-FILE-STATUS.
            SELECT STKLEDG ASSIGN TO "STKLEDG.DAT"
                 FILE STATUS IS IL-STATUS.
            SELECT PRICELST ASSIGN TO "PRICELST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PL-KEY
                 FILE STATUS IS PL-STATUS.
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
            SELECT CHGHIST ASSIGN TO "CHGHIST.DAT".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
            02 PR-CODE PIC X(5).
            02 PR-DESC PIC X(20).
            02 PR-ACTIVE PIC X.
            02 PR-ONHAND PIC S9(7).
            02 PR-REORDER-PT PIC 9(7).
            02 PR-REORDER-QTY PIC 9(7).
            02 PR-COUNT-QTY PIC 9(7).
            02 PR-COUNT-DATE PIC X(8).
            02 PR-COUNT-STAT PIC X.
       FD   STKLEDG.
       01   STKLEDG-REC.
            02 IL-PROD PIC X(5).
            02 IL-DATE PIC X(8).
            02 IL-TIME PIC X(8).
            02 IL-TYPE PIC X.
            02 IL-REFNO PIC X(10).
            02 IL-QTY PIC S9(7).
            02 IL-NEW-ONHAND PIC S9(7).
            02 IL-PROGRAM PIC X(15).
            02 IL-OPERATOR PIC X(10).
       FD   PRICELST.
       01   PL-REC.
            02 PL-KEY.
               03 PL-PROD PIC X(5).
               03 PL-EFFDATE PIC X(8).
            02 PL-PRICE PIC 9(5)V99.
            02 PL-TOL-PCT PIC 99V99.
            02 PL-ENTRY-DATE PIC X(8).
            02 PL-OPERATOR PIC X(10).
       FD   SIGNON.
       01   SG-REC.
            02 SG-OPERATOR PIC X(10).
       WORKING-STORAGE SECTION.
       01   PR-FILE-STATUS PIC XX VALUE "00".
       01   SG-STATUS PIC XX VALUE "00".
       01   IL-STATUS PIC XX VALUE "00".
       01   PL-STATUS PIC XX VALUE "00".
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   CHG-FILE PIC X(8) VALUE SPACES.
       01   CHG-KEY PIC X(20) VALUE SPACES.
       01   CN-FIELD PIC X(15) VALUE SPACES.
       01   CN-OLD PIC X(25) VALUE SPACES.
       01   CN-NEW PIC X(25) VALUE SPACES.
       01   CN-AMT PIC -(9)9.99.
       01   CN-NUM PIC -(12)9.
       01   CHG-CTR PIC 99 VALUE 0.
       01   CHG-IX PIC 99 VALUE 0.
       01   OLD-PR-REC.
            02 OLD-PR-CODE PIC X(5).
            02 OLD-PR-DESC PIC X(20).
            02 OLD-PR-ACTIVE PIC X.
            02 OLD-PR-REORDER-PT PIC 9(7).
            02 OLD-PR-REORDER-QTY PIC 9(7).
       01   OLD-PL-REC.
            02 OLD-PL-KEY PIC X(13).
            02 OLD-PL-PRICE PIC 9(5)V99.
            02 OLD-PL-TOL-PCT PIC 99V99.
       01   CHG-TABLE.
            02 CHG-ENTRY OCCURS 20 TIMES.
               03 CHG-FIELD PIC X(15).
               03 CHG-OLD PIC X(25).
               03 CHG-NEW PIC X(25).
       01   EOFSW PIC 9 VALUE 0.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   FOUND-SW PIC 9 VALUE 0.
       01   DUP-SW PIC 9 VALUE 0.
       01   LIST-LINE PIC 99 VALUE 0.
       01   REORDER-PT-IN PIC 9(7) VALUE 0.
       01   REORDER-QTY-IN PIC 9(7) VALUE 0.
       01   QTY-IN PIC 9(7) VALUE 0.
       01   REF-IN PIC X(10) VALUE SPACES.
       01   EFFDATE-IN PIC X(6) VALUE SPACES.
       01   PRICE-IN PIC 9(5)V99 VALUE 0.
       01   TOL-IN PIC 99V99 VALUE 0.
       01   ONHAND-OUT PIC -Z,ZZZ,ZZ9.
       01   REORDER-OUT PIC Z,ZZZ,ZZ9.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "PRODUCT MASTER MAINTENANCE" LINE 2 COLUMN 27.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (L=LIST, A=ADD, C=CHANGE, D=DEACT,"
                 LINE 4 COLUMN 1.
            DISPLAY "R=RECEIPT, K=COUNT, P=PRICE):" LINE 5 COLUMN 11.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'L'
                 PERFORM LIST-RTN THRU LIST-END
            ELSE
            IF FUNC-CODE = 'A'
                 PERFORM ADD-RTN THRU ADD-END
            ELSE
            IF FUNC-CODE = 'R'
                 PERFORM RECEIPT-RTN THRU RECEIPT-END
            ELSE
            IF FUNC-CODE = 'K'
                 PERFORM COUNT-RTN THRU COUNT-END
            ELSE
            IF FUNC-CODE = 'P'
                 PERFORM PRICE-RTN THRU PRICE-END
            ELSE
                 PERFORM CHANGE-RTN THRU CHANGE-END.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 5 COLUMN 42.
            IF FUNC-CODE = 'L' OR FUNC-CODE = 'l'
                 MOVE 'L' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'D' OR FUNC-CODE = 'd'
                 MOVE 'D' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'R' OR FUNC-CODE = 'r'
                 MOVE 'R' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'K' OR FUNC-CODE = 'k'
                 MOVE 'K' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'P' OR FUNC-CODE = 'p'
                 MOVE 'P' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       LIST-RTN.
            IF PR-FILE-STATUS = "35"
                 DISPLAY "NO PRODUCT MASTER ON FILE" LINE 6 COLUMN 1
                 GO TO LIST-END.
            DISPLAY "CODE    DESCRIPTION           A    ON HAND"
                 LINE 6 COLUMN 2.
            DISPLAY "REORDER PT" LINE 6 COLUMN 47.
            MOVE 6 TO LIST-LINE.
            MOVE 0 TO EOFSW.
            PERFORM LIST-SCAN-RTN THRU LIST-SCAN-END UNTIL EOFSW = 1.
            CLOSE PRODMAST.
                 ADD 1 TO LIST-LINE
                 DISPLAY PR-CODE LINE LIST-LINE COLUMN 2
                 DISPLAY PR-DESC LINE LIST-LINE COLUMN 10
                 DISPLAY PR-ACTIVE LINE LIST-LINE COLUMN 32
                 MOVE PR-ONHAND TO ONHAND-OUT
                 MOVE PR-REORDER-PT TO REORDER-OUT
                 DISPLAY ONHAND-OUT LINE LIST-LINE COLUMN 34
                 DISPLAY REORDER-OUT LINE LIST-LINE COLUMN 47.
       LIST-SCAN-END.
       ADD-RTN.
            DISPLAY "PRODUCT CODE:" LINE 6 COLUMN 1.
            ACCEPT CODE-IN LINE 6 COLUMN 40.
            IF CODE-IN = SPACES
                 DISPLAY "PRODUCT CODE REQUIRED" LINE 11 COLUMN 1
                 GO TO ADD-END.
            PERFORM DUP-CHECK-RTN THRU DUP-CHECK-END.
            IF DUP-SW = 1
                 DISPLAY "PRODUCT ALREADY ON FILE - NOT ADDED"
                 LINE 11 COLUMN 1
                 MOVE "PRODCODE" TO AL-FIELD
                 MOVE CODE-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO ADD-END.
            DISPLAY "DESCRIPTION:" LINE 7 COLUMN 1.
            ACCEPT DESC-IN LINE 7 COLUMN 40.
            PERFORM REORDER-ACCEPT-RTN.
            OPEN EXTEND PRODMAST.
            IF PR-FILE-STATUS = "35"
                 OPEN OUTPUT PRODMAST.
            MOVE CODE-IN TO PR-CODE.
            MOVE DESC-IN TO PR-DESC.
            MOVE 'A' TO PR-ACTIVE.
            MOVE 0 TO PR-ONHAND.
            MOVE REORDER-PT-IN TO PR-REORDER-PT.
            MOVE REORDER-QTY-IN TO PR-REORDER-QTY.
            MOVE 0 TO PR-COUNT-QTY.
            MOVE SPACES TO PR-COUNT-DATE.
            MOVE SPACE TO PR-COUNT-STAT.
            WRITE PROD-REC.
            CLOSE PRODMAST.
            MOVE "PRODMAST" TO CHG-FILE.
            MOVE CODE-IN TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            MOVE "RECORD" TO CN-FIELD.
            MOVE SPACES TO CN-OLD.
            MOVE "ADDED" TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            PERFORM WRITE-CHANGES-RTN.

            DISPLAY "PRODUCT ADDED" LINE 11 COLUMN 1.
       ADD-END.
       DUP-CHECK-RTN.
            MOVE 0 TO DUP-SW.
            ACCEPT CODE-IN LINE 6 COLUMN 40.
            IF FUNC-CODE = 'C'
                 DISPLAY "NEW DESCRIPTION:" LINE 7 COLUMN 1
                 ACCEPT DESC-IN LINE 7 COLUMN 40
                 PERFORM REORDER-ACCEPT-RTN.
            MOVE 0 TO FOUND-SW.
            MOVE 0 TO EOFSW.
            OPEN I-O PRODMAST.
            IF PR-FILE-STATUS = "35"
                 DISPLAY "NO PRODUCT MASTER ON FILE" LINE 11 COLUMN 1
                 GO TO CHANGE-END.
            PERFORM CHANGE-SCAN-RTN THRU CHANGE-SCAN-END
                 UNTIL EOFSW = 1.
            CLOSE PRODMAST.
            IF FOUND-SW = 0
                 DISPLAY "PRODUCT NOT ON FILE" LINE 11 COLUMN 1
                 MOVE "PRODCODE" TO AL-FIELD
                 MOVE CODE-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
            ELSE
                 DISPLAY "PRODUCT UPDATED" LINE 11 COLUMN 1.
       CHANGE-END.
       CHANGE-SCAN-RTN.
            READ PRODMAST
                      GO TO CHANGE-SCAN-END.
            IF PR-CODE NOT = CODE-IN
                 GO TO CHANGE-SCAN-END.
            MOVE PR-CODE TO OLD-PR-CODE.
            MOVE PR-DESC TO OLD-PR-DESC.
            MOVE PR-ACTIVE TO OLD-PR-ACTIVE.
            MOVE PR-REORDER-PT TO OLD-PR-REORDER-PT.
            MOVE PR-REORDER-QTY TO OLD-PR-REORDER-QTY.
            IF FUNC-CODE = 'C'
                 MOVE DESC-IN TO PR-DESC
                 MOVE REORDER-PT-IN TO PR-REORDER-PT
                 MOVE REORDER-QTY-IN TO PR-REORDER-QTY
            ELSE
                 MOVE 'I' TO PR-ACTIVE.
            MOVE "PRODMAST" TO CHG-FILE.
            MOVE PR-CODE TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            PERFORM PR-NOTE-RTN.
            REWRITE PROD-REC.
            PERFORM WRITE-CHANGES-RTN.
            MOVE 1 TO FOUND-SW.
            MOVE 1 TO EOFSW.
       CHANGE-SCAN-END.
       REORDER-ACCEPT-RTN.
            MOVE 0 TO REORDER-PT-IN.
            MOVE 0 TO REORDER-QTY-IN.
            DISPLAY "REORDER POINT (QTY):" LINE 8 COLUMN 1.
            ACCEPT REORDER-PT-IN LINE 8 COLUMN 40.
            DISPLAY "REORDER QUANTITY:" LINE 9 COLUMN 1.
            ACCEPT REORDER-QTY-IN LINE 9 COLUMN 40.
            IF REORDER-PT-IN NOT NUMERIC
                 MOVE 0 TO REORDER-PT-IN.
            IF REORDER-QTY-IN NOT NUMERIC
                 MOVE 0 TO REORDER-QTY-IN.
      * GOODS RECEIVED FROM THE PLANT OR SUPPLIER GO ON HAND UNDER THE
      * RECEIVING REPORT NUMBER.
       RECEIPT-RTN.
            DISPLAY "PRODUCT CODE:" LINE 7 COLUMN 1.
            ACCEPT CODE-IN LINE 7 COLUMN 40.
            DISPLAY "QUANTITY RECEIVED:" LINE 8 COLUMN 1.
            ACCEPT QTY-IN LINE 8 COLUMN 40.
            DISPLAY "RECEIVING REPORT NO.:" LINE 9 COLUMN 1.
            ACCEPT REF-IN LINE 9 COLUMN 40.
            IF QTY-IN NOT NUMERIC OR QTY-IN = 0 OR REF-IN = SPACES
                 DISPLAY "QUANTITY AND RECEIVING REPORT NO. REQUIRED"
                 LINE 11 COLUMN 1
                 MOVE "RECEIPTQTY" TO AL-FIELD
                 MOVE QTY-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO RECEIPT-END.
            PERFORM PROD-FIND-RTN THRU PROD-FIND-END.
            IF FOUND-SW = 0
                 GO TO RECEIPT-END.
            ADD QTY-IN TO PR-ONHAND.
            REWRITE PROD-REC.
            CLOSE PRODMAST.
            MOVE 'R' TO IL-TYPE.
            MOVE REF-IN TO IL-REFNO.
            MOVE QTY-IN TO IL-QTY.
            PERFORM WRITE-STKLEDG-RTN.
            MOVE "STOCKRECEIPT" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING CODE-IN " " REF-IN DELIMITED BY SIZE
                 INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            MOVE PR-ONHAND TO ONHAND-OUT.
            DISPLAY "RECEIPT POSTED - ON HAND NOW" LINE 11 COLUMN 1.
            DISPLAY ONHAND-OUT LINE 11 COLUMN 30.
       RECEIPT-END.
      * PHYSICAL COUNT IS HELD ON THE PRODUCT UNTIL THE MONTH-END STOCK
      * COUNT RUN COMPARES IT WITH THE BOOK AND POSTS THE VARIANCE.
       COUNT-RTN.
            DISPLAY "PRODUCT CODE:" LINE 7 COLUMN 1.
            ACCEPT CODE-IN LINE 7 COLUMN 40.
            DISPLAY "QUANTITY COUNTED:" LINE 8 COLUMN 1.
            ACCEPT QTY-IN LINE 8 COLUMN 40.
            IF QTY-IN NOT NUMERIC
                 DISPLAY "INVALID COUNT QUANTITY" LINE 11 COLUMN 1
                 GO TO COUNT-END.
            PERFORM PROD-FIND-RTN THRU PROD-FIND-END.
            IF FOUND-SW = 0
                 GO TO COUNT-END.
            MOVE QTY-IN TO PR-COUNT-QTY.
            MOVE RUN-DATE TO PR-COUNT-DATE.
            MOVE 'E' TO PR-COUNT-STAT.
            REWRITE PROD-REC.
            CLOSE PRODMAST.
            MOVE "STOCKCOUNT" TO AL-FIELD.
            MOVE CODE-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "COUNT RECORDED" LINE 11 COLUMN 1.
       COUNT-END.
      * A PRICE LIST ENTRY HOLDS FROM ITS EFFECTIVE DATE UNTIL THE NEXT
      * ENTRY FOR THE PRODUCT. THE TOLERANCE IS THE DISCOUNT (PERCENT
      * OFF LIST) SALES-EDIT LETS THROUGH WITHOUT APPROVAL.
       PRICE-RTN.
            DISPLAY "PRODUCT CODE:" LINE 7 COLUMN 1.
            ACCEPT CODE-IN LINE 7 COLUMN 40.
            DISPLAY "EFFECTIVE FROM (YYMMDD):" LINE 8 COLUMN 1.
            ACCEPT EFFDATE-IN LINE 8 COLUMN 40.
            DISPLAY "LIST PRICE:" LINE 9 COLUMN 1.
            ACCEPT PRICE-IN LINE 9 COLUMN 40.
            DISPLAY "ALLOWED DISCOUNT (PCT):" LINE 10 COLUMN 1.
            ACCEPT TOL-IN LINE 10 COLUMN 40.
            IF EFFDATE-IN NOT NUMERIC
                 DISPLAY "INVALID EFFECTIVE DATE" LINE 11 COLUMN 1
                 MOVE "PRICEDATE" TO AL-FIELD
                 MOVE EFFDATE-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO PRICE-END.
            IF PRICE-IN NOT NUMERIC OR PRICE-IN = 0
                 OR TOL-IN NOT NUMERIC
                 DISPLAY "INVALID PRICE OR DISCOUNT" LINE 11 COLUMN 1
                 MOVE "LISTPRICE" TO AL-FIELD
                 MOVE CODE-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO PRICE-END.
            PERFORM PROD-FIND-RTN THRU PROD-FIND-END.
            IF FOUND-SW = 0
                 GO TO PRICE-END.
            CLOSE PRODMAST.
            OPEN I-O PRICELST.
            IF PL-STATUS = "35"
                 OPEN OUTPUT PRICELST
                 CLOSE PRICELST
                 OPEN I-O PRICELST.
            MOVE CODE-IN TO PL-PROD.
            MOVE EFFDATE-IN TO PL-EFFDATE.
            READ PRICELST
                 INVALID KEY
                      MOVE 0 TO DUP-SW
                 NOT INVALID KEY
                      MOVE 1 TO DUP-SW
                      MOVE PL-REC TO OLD-PL-REC.
            MOVE PRICE-IN TO PL-PRICE.
            MOVE TOL-IN TO PL-TOL-PCT.
            MOVE RUN-DATE TO PL-ENTRY-DATE.
            MOVE OPERATOR-ID TO PL-OPERATOR.
            MOVE "PRICELST" TO CHG-FILE.
            MOVE PL-KEY TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF DUP-SW = 1
                 PERFORM PL-NOTE-RTN
            ELSE
                 MOVE "RECORD" TO CN-FIELD
                 MOVE SPACES TO CN-OLD
                 MOVE "ADDED" TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF DUP-SW = 1
                 REWRITE PL-REC
            ELSE
                 WRITE PL-REC.
            CLOSE PRICELST.
            PERFORM WRITE-CHANGES-RTN.
            MOVE "PRICELIST" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING CODE-IN " " EFFDATE-IN DELIMITED BY SIZE
                 INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "PRICE LIST UPDATED" LINE 11 COLUMN 1.
       PRICE-END.
      * LEAVES PRODMAST OPEN I-O ON THE PRODUCT WHEN FOUND.
       PROD-FIND-RTN.
            MOVE 0 TO FOUND-SW.
            MOVE 0 TO EOFSW.
            OPEN I-O PRODMAST.
            IF PR-FILE-STATUS = "35"
                 DISPLAY "NO PRODUCT MASTER ON FILE" LINE 11 COLUMN 1
                 GO TO PROD-FIND-END.
            PERFORM PROD-FIND-SCAN-RTN THRU PROD-FIND-SCAN-END
                 UNTIL EOFSW = 1.
            IF FOUND-SW = 0
                 CLOSE PRODMAST
                 DISPLAY "PRODUCT NOT ON FILE" LINE 11 COLUMN 1
                 MOVE "PRODCODE" TO AL-FIELD
                 MOVE CODE-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       PROD-FIND-END.
       PROD-FIND-SCAN-RTN.
            READ PRODMAST
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO PROD-FIND-SCAN-END.
            IF PR-CODE = CODE-IN
                 MOVE 1 TO FOUND-SW
                 MOVE 1 TO EOFSW.
       PROD-FIND-SCAN-END.
       WRITE-STKLEDG-RTN.
            OPEN EXTEND STKLEDG.
            IF IL-STATUS = "35"
                 OPEN OUTPUT STKLEDG.
            MOVE CODE-IN TO IL-PROD.
            MOVE RUN-DATE TO IL-DATE.
            ACCEPT IL-TIME FROM TIME.
            MOVE PR-ONHAND TO IL-NEW-ONHAND.
            MOVE "PRODUCT-MAINT" TO IL-PROGRAM.
            MOVE OPERATOR-ID TO IL-OPERATOR.
            WRITE STKLEDG-REC.
            CLOSE STKLEDG.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                           MOVE SG-OPERATOR TO OPERATOR-ID
                 END-READ
                 CLOSE SIGNON.
       PR-NOTE-RTN.
            IF PR-DESC NOT = OLD-PR-DESC
                 MOVE "PR-DESC" TO CN-FIELD
                 MOVE OLD-PR-DESC TO CN-OLD
                 MOVE PR-DESC TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF PR-ACTIVE NOT = OLD-PR-ACTIVE
                 MOVE "PR-ACTIVE" TO CN-FIELD
                 MOVE OLD-PR-ACTIVE TO CN-OLD
                 MOVE PR-ACTIVE TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF PR-REORDER-PT NOT = OLD-PR-REORDER-PT
                 MOVE "PR-REORDER-PT" TO CN-FIELD
                 MOVE OLD-PR-REORDER-PT TO CN-OLD
                 MOVE PR-REORDER-PT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF PR-REORDER-QTY NOT = OLD-PR-REORDER-QTY
                 MOVE "PR-REORDER-QTY" TO CN-FIELD
                 MOVE OLD-PR-REORDER-QTY TO CN-OLD
                 MOVE PR-REORDER-QTY TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
       PL-NOTE-RTN.
            IF PL-PRICE NOT = OLD-PL-PRICE
                 MOVE "PL-PRICE" TO CN-FIELD
                 MOVE OLD-PL-PRICE TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE PL-PRICE TO CN-AMT
                 MOVE CN-AMT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF PL-TOL-PCT NOT = OLD-PL-TOL-PCT
                 MOVE "PL-TOL-PCT" TO CN-FIELD
                 MOVE OLD-PL-TOL-PCT TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE PL-TOL-PCT TO CN-AMT
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
            MOVE "PRODUCT-MAINT" TO CH-PROGRAM.
            WRITE CH-REC.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
