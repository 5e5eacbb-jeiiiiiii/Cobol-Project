       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-APPROVE.
      *AUTHOR. JEI.
      *INSTALLATION. TAYTAY.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. MINE ONLY.
      *REMARKS. SALES MANAGER APPROVAL OF INVOICE LINES HELD BY
      *         SALES-EDIT FOR PRICING BELOW THE PRICE LIST TOLERANCE.
      *         APPROVED LINES ARE RELEASED ON THE NEXT EDIT RUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PRICEXC ASSIGN TO "PRICEXC.DAT"
                 FILE STATUS IS PX-STATUS.
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
       FD   PRICEXC.
       01   PX-REC.
            02 PX-EXCNO PIC X(10).
            02 PX-STAT PIC X.
            02 PX-LIST-PRICE PIC 9(5)V99.
            02 PX-MIN-PRICE PIC 9(5)V99.
            02 PX-APPROVER PIC X(10).
            02 PX-APPR-DATE PIC X(8).
            02 PX-REL-DATE PIC X(8).
            02 PX-LINE.
               03 PX-AC PIC X.
               03 PX-SNO PIC X(5).
               03 PX-SNA PIC X(25).
               03 PX-INVNO PIC X(6).
               03 PX-INVDATE PIC X(8).
               03 PX-PROD PIC X(5).
               03 PX-QTY PIC 9(4).
               03 PX-PRICE PIC 9(5)V99.
               03 PX-AMT PIC 9(5)V99.
               03 PX-TC PIC X.
               03 PX-REASON PIC X(3).
               03 PX-CUST PIC X(6).
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
       01   PX-STATUS PIC XX VALUE "00".
       01   SG-STATUS PIC XX VALUE "00".
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   FOUND-SW PIC 9 VALUE 0.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   EXCNO-IN PIC X(10) VALUE SPACES.
       01   LIST-LINE PIC 99 VALUE 0.
       01   QTY-OUT PIC ZZZ9.
       01   PRICE-OUT PIC ZZ,ZZ9.99.
       01   LIST-OUT PIC ZZ,ZZ9.99.
       01   MIN-OUT PIC ZZ,ZZ9.99.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            PERFORM LOAD-OPERATOR-RTN.
            OPEN EXTEND AUDITLOG.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE AUDITLOG.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "SAN MIGUEL CORPORATION" LINE 1 COLUMN 28.
            DISPLAY "PRICE EXCEPTION APPROVAL" LINE 2 COLUMN 28.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (L=LIST, A=APPROVE, D=DECLINE):"
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
            IF FUNC-CODE = 'D' OR FUNC-CODE = 'd'
                 MOVE 'D' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       LIST-RTN.
            OPEN INPUT PRICEXC.
            IF PX-STATUS = "35"
                 DISPLAY "NO PRICE EXCEPTIONS ON FILE" LINE 6 COLUMN 1
                 GO TO LIST-END.
            DISPLAY "EXC NO     INVOICE CUST   PROD   QTY"
                 LINE 6 COLUMN 2.
            DISPLAY "PRICE    LIST PR   MINIMUM" LINE 6 COLUMN 44.
            MOVE 6 TO LIST-LINE.
            MOVE 0 TO EOFSW.
            PERFORM LIST-SCAN-RTN THRU LIST-SCAN-END UNTIL EOFSW = 1.
            CLOSE PRICEXC.
       LIST-END.
       LIST-SCAN-RTN.
            READ PRICEXC
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO LIST-SCAN-END.
            IF PX-STAT NOT = 'H'
                 GO TO LIST-SCAN-END.
            IF LIST-LINE < 21
                 ADD 1 TO LIST-LINE
                 MOVE PX-QTY TO QTY-OUT
                 MOVE PX-PRICE TO PRICE-OUT
                 MOVE PX-LIST-PRICE TO LIST-OUT
                 MOVE PX-MIN-PRICE TO MIN-OUT
                 DISPLAY PX-EXCNO LINE LIST-LINE COLUMN 2
                 DISPLAY PX-INVNO LINE LIST-LINE COLUMN 13
                 DISPLAY PX-CUST LINE LIST-LINE COLUMN 21
                 DISPLAY PX-PROD LINE LIST-LINE COLUMN 28
                 DISPLAY QTY-OUT LINE LIST-LINE COLUMN 34
                 DISPLAY PRICE-OUT LINE LIST-LINE COLUMN 40
                 DISPLAY LIST-OUT LINE LIST-LINE COLUMN 50
                 DISPLAY MIN-OUT LINE LIST-LINE COLUMN 60
            ELSE
                 MOVE 1 TO EOFSW.
       LIST-SCAN-END.
      * ONLY A HELD LINE MAY BE DECIDED, AND ONLY BY A SIGNED-ON
      * OPERATOR, WHOSE ID IS KEPT ON THE EXCEPTION AS THE APPROVER.
       DECIDE-RTN.
            IF OPERATOR-ID = SPACES
                 DISPLAY "NO OPERATOR SIGNED ON - NOT ALLOWED"
                 LINE 11 COLUMN 1
                 GO TO DECIDE-END.
            DISPLAY "EXCEPTION NO.:" LINE 6 COLUMN 1.
            ACCEPT EXCNO-IN LINE 6 COLUMN 40.
            MOVE 0 TO FOUND-SW.
            MOVE 0 TO EOFSW.
            OPEN I-O PRICEXC.
            IF PX-STATUS = "35"
                 DISPLAY "NO PRICE EXCEPTIONS ON FILE" LINE 11 COLUMN 1
                 GO TO DECIDE-END.
            PERFORM FIND-SCAN-RTN THRU FIND-SCAN-END UNTIL EOFSW = 1.
            IF FOUND-SW = 0
                 CLOSE PRICEXC
                 DISPLAY "EXCEPTION NOT ON FILE" LINE 11 COLUMN 1
                 MOVE "EXCEPTIONNO" TO AL-FIELD
                 MOVE EXCNO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO DECIDE-END.
            IF PX-STAT NOT = 'H'
                 CLOSE PRICEXC
                 DISPLAY "EXCEPTION ALREADY DECIDED BY" LINE 11 COLUMN 1
                 DISPLAY PX-APPROVER LINE 11 COLUMN 30
                 GO TO DECIDE-END.
            MOVE PX-QTY TO QTY-OUT.
            MOVE PX-PRICE TO PRICE-OUT.
            MOVE PX-LIST-PRICE TO LIST-OUT.
            DISPLAY "INVOICE" LINE 7 COLUMN 1.
            DISPLAY PX-INVNO LINE 7 COLUMN 9.
            DISPLAY "CUSTOMER" LINE 7 COLUMN 17.
            DISPLAY PX-CUST LINE 7 COLUMN 26.
            DISPLAY "PRODUCT" LINE 7 COLUMN 34.
            DISPLAY PX-PROD LINE 7 COLUMN 42.
            DISPLAY "QTY" LINE 8 COLUMN 1.
            DISPLAY QTY-OUT LINE 8 COLUMN 9.
            DISPLAY "PRICE" LINE 8 COLUMN 17.
            DISPLAY PRICE-OUT LINE 8 COLUMN 26.
            DISPLAY "LIST" LINE 8 COLUMN 37.
            DISPLAY LIST-OUT LINE 8 COLUMN 42.
            DISPLAY "CONFIRM (Y/N)?" LINE 9 COLUMN 1.
            ACCEPT ANS LINE 9 COLUMN 40.
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 CLOSE PRICEXC
                 DISPLAY "NO CHANGE MADE" LINE 11 COLUMN 1
                 GO TO DECIDE-END.
            IF FUNC-CODE = 'A'
                 MOVE 'A' TO PX-STAT
                 MOVE "PRICEAPPROVED" TO AL-FIELD
            ELSE
                 MOVE 'D' TO PX-STAT
                 MOVE "PRICEDECLINED" TO AL-FIELD.
            MOVE OPERATOR-ID TO PX-APPROVER.
            MOVE RUN-DATE TO PX-APPR-DATE.
            REWRITE PX-REC.
            CLOSE PRICEXC.
            MOVE EXCNO-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            IF FUNC-CODE = 'A'
                 DISPLAY "APPROVED - RELEASED ON THE NEXT SALES EDIT"
                 LINE 11 COLUMN 1
            ELSE
                 DISPLAY "DECLINED - LINE WILL NOT BE POSTED"
                 LINE 11 COLUMN 1.
       DECIDE-END.
       FIND-SCAN-RTN.
            READ PRICEXC
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO FIND-SCAN-END.
            IF PX-EXCNO = EXCNO-IN
                 MOVE 1 TO FOUND-SW
                 MOVE 1 TO EOFSW.
       FIND-SCAN-END.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "PRICE-APPROVE" TO AL-PROGRAM.
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
