       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-COLLECTION.
      *AUTHOR. JEI.
      *INSTALLATION. TAYTAY.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. MINE ONLY.
      *REMARKS. DEALER COLLECTIONS POSTED AGAINST OPEN SALES INVOICES
      *         AND THE CUSTOMER STATEMENT OF ACCOUNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
            SELECT ARPAY ASSIGN TO "ARPAY.DAT"
                 FILE STATUS IS AP-STATUS.
            SELECT RPTFILE ASSIGN TO "ARSTMT".
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
       FD   SLSCUST.
       01   SK-REC.
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
       FD   ARINV.
       01   AI-REC.
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
       FD   ARPAY.
       01   AP-REC.
            02 AP-CUST PIC X(6).
            02 AP-INVNO PIC X(6).
            02 AP-DATE PIC X(8).
            02 AP-TIME PIC X(8).
            02 AP-ORNO PIC X(10).
            02 AP-AMOUNT PIC 9(7)V99.
            02 AP-OPERATOR PIC X(10).
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
       01   SK-STATUS PIC XX VALUE "00".
       01   AI-STATUS PIC XX VALUE "00".
       01   AP-STATUS PIC XX VALUE "00".
       01   SG-STATUS PIC XX VALUE "00".
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   CUST-IN PIC X(6) VALUE SPACES.
       01   INVNO-IN PIC X(6) VALUE SPACES.
       01   ORNO-IN PIC X(10) VALUE SPACES.
       01   AMT-IN PIC 9(7)V99 VALUE 0.
       01   OPEN-AMT PIC S9(7)V99 VALUE 0.
       01   OPEN-TOT PIC S9(8)V99 VALUE 0.
       01   PAY-TOT PIC 9(8)V99 VALUE 0.
       01   LIST-LINE PIC 99 VALUE 0.
       01   AMT-OUT PIC -Z,ZZZ,ZZ9.99.
       01   DATE-PARTS.
            02 DP-YY PIC 99.
            02 DP-MM PIC 99.
            02 DP-DD PIC 99.
            02 FILLER PIC XX.
       01   DAYNO PIC 9(6) VALUE 0.
       01   RUN-DAYNO PIC 9(6) VALUE 0.
       01   DAYS-PAST PIC S9(5) VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(34) VALUE SPACES.
            02 FILLER PIC X(22) VALUE "SAN MIGUEL CORPORATION".
            02 FILLER PIC X(34) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(31) VALUE SPACES.
            02 FILLER PIC X(27) VALUE "STATEMENT OF ACCOUNT AS OF ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(24) VALUE SPACES.
       01   CUST-LINE-1.
            02 FILLER PIC X(10) VALUE "CUSTOMER: ".
            02 CL-CUST PIC X(6).
            02 FILLER PIC X(2) VALUE SPACES.
            02 CL-NAME PIC X(25).
            02 FILLER PIC X(47) VALUE SPACES.
       01   CUST-LINE-2.
            02 FILLER PIC X(10) VALUE "ADDRESS:  ".
            02 CL-ADDR PIC X(30).
            02 FILLER PIC X(50) VALUE SPACES.
       01   CUST-LINE-3.
            02 FILLER PIC X(10) VALUE "TERMS:    ".
            02 CL-TERMS PIC ZZ9.
            02 FILLER PIC X(7) VALUE " DAYS  ".
            02 FILLER PIC X(14) VALUE "CREDIT LIMIT: ".
            02 CL-LIMIT PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(44) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(7) VALUE "INVOICE".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "INV DATE".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "DUE DATE".
            02 FILLER PIC X(8) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "AMOUNT".
            02 FILLER PIC X(10) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "PAID".
            02 FILLER PIC X(10) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "OPEN".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "DAYS DUE".
            02 FILLER PIC X(11) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-INVNO PIC X(6).
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-INVDATE PIC X(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-DUEDATE PIC X(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-AMOUNT PIC -Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-PAID PIC -Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-OPEN PIC -Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-DAYS PIC ZZZZ9.
            02 FILLER PIC X(13) VALUE SPACES.
       01   TOTAL-LINE.
            02 FILLER PIC X(20) VALUE "TOTAL AMOUNT DUE:   ".
            02 TL-OPEN PIC -ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(56) VALUE SPACES.
       01   PAY-HEAD.
            02 FILLER PIC X(30) VALUE "PAYMENTS RECEIVED THIS MONTH:".
            02 FILLER PIC X(60) VALUE SPACES.
       01   PAY-LINE.
            02 PL-INVNO PIC X(6).
            02 FILLER PIC X(3) VALUE SPACES.
            02 PL-DATE PIC X(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 PL-ORNO PIC X(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 PL-AMOUNT PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(47) VALUE SPACES.
       01   PAY-TOTAL-LINE.
            02 FILLER PIC X(20) VALUE "TOTAL PAYMENTS:     ".
            02 PT-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(57) VALUE SPACES.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN I-O SLSCUST.
            IF SK-STATUS = "35"
                 DISPLAY "NO SALES CUSTOMER MASTER" LINE 1 COLUMN 1
                 STOP RUN.
            OPEN I-O ARINV.
            IF AI-STATUS = "35"
                 OPEN OUTPUT ARINV
                 CLOSE ARINV
                 OPEN I-O ARINV.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            MOVE RUN-DATE TO DATE-PARTS.
            COMPUTE RUN-DAYNO = DP-YY * 360 + DP-MM * 30 + DP-DD.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE SLSCUST.
            CLOSE ARINV.
            CLOSE AUDITLOG.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "SAN MIGUEL CORPORATION" LINE 1 COLUMN 28.
            DISPLAY "DEALER COLLECTIONS AND STATEMENTS"
                 LINE 2 COLUMN 24.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (P=POST COLLECTION, S=STATEMENT):"
                 LINE 4 COLUMN 1.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            MOVE 0 TO VALID-SW.
            DISPLAY "CUSTOMER CODE:" LINE 6 COLUMN 1.
            PERFORM CUST-RTN THRU CUST-END UNTIL VALID-SW = 1.
            MOVE CUST-IN TO SK-CUSTCODE.
            READ SLSCUST
                 INVALID KEY
                      DISPLAY "CUSTOMER NOT ON FILE" LINE 21 COLUMN 1
                      MOVE "CUSTCODE" TO AL-FIELD
                      MOVE CUST-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO PROCESS-ASK.
            DISPLAY SK-NAME LINE 6 COLUMN 30.
            IF FUNC-CODE = 'P'
                 PERFORM POST-RTN THRU POST-END
            ELSE
                 PERFORM STMT-RTN THRU STMT-END.
       PROCESS-ASK.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 4 COLUMN 50.
            IF FUNC-CODE = 'P' OR FUNC-CODE = 'p'
                 MOVE 'P' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'S' OR FUNC-CODE = 's'
                 MOVE 'S' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       CUST-RTN.
            ACCEPT CUST-IN LINE 6 COLUMN 20.
            IF CUST-IN NOT = SPACES
                 MOVE 1 TO VALID-SW.
       CUST-END.
      * SHOW THE OPEN ITEMS, THEN TAKE ONE OFFICIAL RECEIPT AGAINST ONE
      * INVOICE. A PAYMENT MAY NOT EXCEED WHAT IS STILL OPEN.
       POST-RTN.
            MOVE SK-BALANCE TO AMT-OUT.
            DISPLAY "OPEN BALANCE:" LINE 7 COLUMN 1.
            DISPLAY AMT-OUT LINE 7 COLUMN 20.
            DISPLAY "INVOICE  DUE DATE           OPEN" LINE 8 COLUMN 1.
            MOVE 8 TO LIST-LINE.
            PERFORM INV-START-RTN.
            PERFORM OPEN-LIST-RTN THRU OPEN-LIST-END UNTIL EOFSW = 1.
            DISPLAY "INVOICE NO.:" LINE 18 COLUMN 1.
            ACCEPT INVNO-IN LINE 18 COLUMN 20.
            MOVE CUST-IN TO AI-CUST.
            MOVE INVNO-IN TO AI-INVNO.
            READ ARINV
                 INVALID KEY
                      DISPLAY "INVOICE NOT ON FILE FOR CUSTOMER"
                      LINE 21 COLUMN 1
                      MOVE "INVNO" TO AL-FIELD
                      MOVE INVNO-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO POST-END.
            COMPUTE OPEN-AMT = AI-AMOUNT - AI-PAID.
            IF AI-STAT NOT = 'O' OR OPEN-AMT NOT > 0
                 DISPLAY "INVOICE HAS NO OPEN BALANCE" LINE 21 COLUMN 1
                 GO TO POST-END.
            DISPLAY "OFFICIAL RECEIPT NO.:" LINE 19 COLUMN 1.
            ACCEPT ORNO-IN LINE 19 COLUMN 25.
            IF ORNO-IN = SPACES
                 DISPLAY "RECEIPT NUMBER REQUIRED" LINE 21 COLUMN 1
                 GO TO POST-END.
            MOVE 0 TO VALID-SW.
            DISPLAY "AMOUNT RECEIVED:" LINE 20 COLUMN 1.
            PERFORM AMT-RTN THRU AMT-END UNTIL VALID-SW = 1.
            IF AMT-IN > OPEN-AMT
                 DISPLAY "AMOUNT EXCEEDS OPEN BALANCE - NOT POSTED"
                 LINE 21 COLUMN 1
                 MOVE "OVERPAYMENT" TO AL-FIELD
                 MOVE INVNO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO POST-END.
            ADD AMT-IN TO AI-PAID.
            IF AI-PAID = AI-AMOUNT
                 MOVE 'P' TO AI-STAT.
            REWRITE AI-REC.
            IF AI-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON ARINV - STATUS " AI-STATUS
                 LINE 21 COLUMN 1
                 GO TO POST-END.
            SUBTRACT AMT-IN FROM SK-BALANCE.
            MOVE RUN-DATE TO SK-LAST-PAY.
            REWRITE SK-REC.
            OPEN EXTEND ARPAY.
            IF AP-STATUS = "35"
                 OPEN OUTPUT ARPAY.
            MOVE CUST-IN TO AP-CUST.
            MOVE INVNO-IN TO AP-INVNO.
            MOVE RUN-DATE TO AP-DATE.
            ACCEPT AP-TIME FROM TIME.
            MOVE ORNO-IN TO AP-ORNO.
            MOVE AMT-IN TO AP-AMOUNT.
            MOVE OPERATOR-ID TO AP-OPERATOR.
            WRITE AP-REC.
            CLOSE ARPAY.
            MOVE "ARCOLLECTION" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING CUST-IN " " INVNO-IN DELIMITED BY SIZE
                 INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            IF AI-STAT = 'P'
                 DISPLAY "COLLECTION POSTED - INVOICE FULLY PAID"
                 LINE 21 COLUMN 1
            ELSE
                 DISPLAY "COLLECTION POSTED" LINE 21 COLUMN 1.
       POST-END.
       AMT-RTN.
            ACCEPT AMT-IN LINE 20 COLUMN 25.
            IF AMT-IN IS NUMERIC AND AMT-IN > 0
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "AMOUNT" TO AL-FIELD
                 MOVE AMT-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       AMT-END.
       INV-START-RTN.
            MOVE 0 TO EOFSW.
            MOVE CUST-IN TO AI-CUST.
            MOVE LOW-VALUES TO AI-INVNO.
            START ARINV KEY NOT LESS THAN AI-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
       OPEN-LIST-RTN.
            READ ARINV NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO OPEN-LIST-END.
            IF AI-CUST NOT = CUST-IN
                 MOVE 1 TO EOFSW
                 GO TO OPEN-LIST-END.
            IF AI-STAT NOT = 'O'
                 GO TO OPEN-LIST-END.
            IF LIST-LINE < 17
                 ADD 1 TO LIST-LINE
                 COMPUTE AMT-OUT = AI-AMOUNT - AI-PAID
                 DISPLAY AI-INVNO LINE LIST-LINE COLUMN 1
                 DISPLAY AI-DUEDATE LINE LIST-LINE COLUMN 10
                 DISPLAY AMT-OUT LINE LIST-LINE COLUMN 20.
       OPEN-LIST-END.
       STMT-RTN.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            MOVE SK-CUSTCODE TO CL-CUST.
            MOVE SK-NAME TO CL-NAME.
            WRITE RPTREC FROM CUST-LINE-1 AFTER 2.
            MOVE SK-ADDR TO CL-ADDR.
            WRITE RPTREC FROM CUST-LINE-2 AFTER 1.
            MOVE SK-TERMS TO CL-TERMS.
            MOVE SK-CREDIT-LIMIT TO CL-LIMIT.
            WRITE RPTREC FROM CUST-LINE-3 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            MOVE 0 TO OPEN-TOT.
            PERFORM INV-START-RTN.
            PERFORM STMT-INV-RTN THRU STMT-INV-END UNTIL EOFSW = 1.
            MOVE OPEN-TOT TO TL-OPEN.
            WRITE RPTREC FROM TOTAL-LINE AFTER 2.
            WRITE RPTREC FROM PAY-HEAD AFTER 2.
            MOVE 0 TO PAY-TOT.
            MOVE 0 TO EOFSW.
            OPEN INPUT ARPAY.
            IF AP-STATUS NOT = "35"
                 PERFORM STMT-PAY-RTN THRU STMT-PAY-END
                      UNTIL EOFSW = 1
                 CLOSE ARPAY.
            MOVE PAY-TOT TO PT-AMOUNT.
            WRITE RPTREC FROM PAY-TOTAL-LINE AFTER 2.
            CLOSE RPTFILE.
            MOVE "ARSTATEMENT" TO AL-FIELD.
            MOVE CUST-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "STATEMENT PRINTED" LINE 21 COLUMN 1.
       STMT-END.
       STMT-INV-RTN.
            READ ARINV NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO STMT-INV-END.
            IF AI-CUST NOT = CUST-IN
                 MOVE 1 TO EOFSW
                 GO TO STMT-INV-END.
            IF AI-STAT NOT = 'O'
                 GO TO STMT-INV-END.
            COMPUTE OPEN-AMT = AI-AMOUNT - AI-PAID.
            MOVE AI-DUEDATE TO DATE-PARTS.
            COMPUTE DAYNO = DP-YY * 360 + DP-MM * 30 + DP-DD.
            COMPUTE DAYS-PAST = RUN-DAYNO - DAYNO.
            IF DAYS-PAST < 0
                 MOVE 0 TO DAYS-PAST.
            MOVE AI-INVNO TO DL-INVNO.
            MOVE AI-INVDATE TO DL-INVDATE.
            MOVE AI-DUEDATE TO DL-DUEDATE.
            MOVE AI-AMOUNT TO DL-AMOUNT.
            MOVE AI-PAID TO DL-PAID.
            MOVE OPEN-AMT TO DL-OPEN.
            MOVE DAYS-PAST TO DL-DAYS.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            ADD OPEN-AMT TO OPEN-TOT.
       STMT-INV-END.
       STMT-PAY-RTN.
            READ ARPAY
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO STMT-PAY-END.
            IF AP-CUST NOT = CUST-IN
                 GO TO STMT-PAY-END.
            IF AP-DATE(1:4) NOT = RUN-DATE(1:4)
                 GO TO STMT-PAY-END.
            MOVE AP-INVNO TO PL-INVNO.
            MOVE AP-DATE TO PL-DATE.
            MOVE AP-ORNO TO PL-ORNO.
            MOVE AP-AMOUNT TO PL-AMOUNT.
            WRITE RPTREC FROM PAY-LINE AFTER 1.
            ADD AP-AMOUNT TO PAY-TOT.
       STMT-PAY-END.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "AR-COLLECTION" TO AL-PROGRAM.
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
