       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-CUSTOMER.
      *AUTHOR. JEI.
      *INSTALLATION. TAYTAY.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. MINE ONLY.
      *REMARKS. SALES CUSTOMER (DEALER) MASTER MAINTENANCE WITH
      *         CREDIT LIMIT, PAYMENT TERMS AND CREDIT HOLD.
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
            SELECT SALESMAN ASSIGN TO "SALESMAN.DAT"
                 FILE STATUS IS SM-FILE-STATUS.
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
       FD   SALESMAN.
       01   SALESMAN-REC.
            02 SM-SNO PIC 9(5).
            02 SM-NAME PIC X(25).
            02 SM-AREA PIC X.
            02 SM-QUOTA PIC 9(7)V99.
            02 SM-BANK-ACCNO PIC 9(10).
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
       01   SM-FILE-STATUS PIC XX VALUE "00".
       01   SG-STATUS PIC XX VALUE "00".
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
       01   CHG-TABLE.
            02 CHG-ENTRY OCCURS 20 TIMES.
               03 CHG-FIELD PIC X(15).
               03 CHG-OLD PIC X(25).
               03 CHG-NEW PIC X(25).
       01   EOFSW PIC 9 VALUE 0.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   CUST-IN PIC X(6) VALUE SPACES.
       01   NAME-IN PIC X(25) VALUE SPACES.
       01   ADDR-IN PIC X(30) VALUE SPACES.
       01   AREA-IN PIC X VALUE SPACE.
       01   SNO-IN PIC 9(5) VALUE 0.
       01   LIMIT-IN PIC 9(7)V99 VALUE 0.
       01   TERMS-IN PIC 999 VALUE 0.
       01   STAT-IN PIC X VALUE SPACE.
       01   SM-FOUND-SW PIC 9 VALUE 0.
       01   LIST-LINE PIC 99 VALUE 0.
       01   LIMIT-OUT PIC Z,ZZZ,ZZ9.99.
       01   BAL-OUT PIC -Z,ZZZ,ZZ9.99.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            OPEN I-O SLSCUST.
            IF SK-STATUS = "35"
                 OPEN OUTPUT SLSCUST
                 CLOSE SLSCUST
                 OPEN I-O SLSCUST.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE SLSCUST.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "SAN MIGUEL CORPORATION" LINE 1 COLUMN 28.
            DISPLAY "SALES CUSTOMER MAINTENANCE" LINE 2 COLUMN 27.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (L=LIST, A=ADD, C=CHANGE):"
                 LINE 4 COLUMN 1.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'L'
                 PERFORM LIST-RTN THRU LIST-END
            ELSE
            IF FUNC-CODE = 'A'
                 PERFORM ADD-RTN THRU ADD-END
            ELSE
                 PERFORM CHANGE-RTN THRU CHANGE-END.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 4 COLUMN 40.
            IF FUNC-CODE = 'L' OR FUNC-CODE = 'l'
                 MOVE 'L' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'A' OR FUNC-CODE = 'a'
                 MOVE 'A' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'C' OR FUNC-CODE = 'c'
                 MOVE 'C' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       LIST-RTN.
            DISPLAY "CODE   NAME" LINE 5 COLUMN 2.
            DISPLAY "A SMAN   CREDIT LIMIT TRM       BALANCE S"
                 LINE 5 COLUMN 35.
            MOVE 5 TO LIST-LINE.
            MOVE 0 TO EOFSW.
            MOVE LOW-VALUES TO SK-CUSTCODE.
            START SLSCUST KEY NOT LESS THAN SK-CUSTCODE
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM LIST-SCAN-RTN THRU LIST-SCAN-END UNTIL EOFSW = 1.
       LIST-END.
       LIST-SCAN-RTN.
            READ SLSCUST NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO LIST-SCAN-END.
            IF LIST-LINE < 21
                 ADD 1 TO LIST-LINE
                 MOVE SK-CREDIT-LIMIT TO LIMIT-OUT
                 MOVE SK-BALANCE TO BAL-OUT
                 DISPLAY SK-CUSTCODE LINE LIST-LINE COLUMN 2
                 DISPLAY SK-NAME LINE LIST-LINE COLUMN 9
                 DISPLAY SK-AREA LINE LIST-LINE COLUMN 35
                 DISPLAY SK-SNO LINE LIST-LINE COLUMN 37
                 DISPLAY LIMIT-OUT LINE LIST-LINE COLUMN 43
                 DISPLAY SK-TERMS LINE LIST-LINE COLUMN 56
                 DISPLAY BAL-OUT LINE LIST-LINE COLUMN 60
                 DISPLAY SK-STAT LINE LIST-LINE COLUMN 74
            ELSE
                 MOVE 1 TO EOFSW.
       LIST-SCAN-END.
       ADD-RTN.
            MOVE 0 TO VALID-SW.
            DISPLAY "CUSTOMER CODE:" LINE 6 COLUMN 1.
            PERFORM CUST-RTN THRU CUST-END UNTIL VALID-SW = 1.
            MOVE CUST-IN TO SK-CUSTCODE.
            READ SLSCUST
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      DISPLAY "CUSTOMER ALREADY ON FILE - NOT ADDED"
                      LINE 16 COLUMN 1
                      MOVE "CUSTCODE" TO AL-FIELD
                      MOVE CUST-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO ADD-END.
            MOVE 'A' TO STAT-IN.
            PERFORM DETAIL-ACCEPT-RTN THRU DETAIL-ACCEPT-END.
            IF VALID-SW = 0
                 GO TO ADD-END.
            MOVE CUST-IN TO SK-CUSTCODE.
            MOVE NAME-IN TO SK-NAME.
            MOVE ADDR-IN TO SK-ADDR.
            MOVE AREA-IN TO SK-AREA.
            MOVE SNO-IN TO SK-SNO.
            MOVE LIMIT-IN TO SK-CREDIT-LIMIT.
            MOVE TERMS-IN TO SK-TERMS.
            MOVE 0 TO SK-BALANCE.
            MOVE STAT-IN TO SK-STAT.
            MOVE SPACES TO SK-LAST-PAY.
            WRITE SK-REC.
            IF SK-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON SLSCUST - STATUS " SK-STATUS
                 LINE 16 COLUMN 1
                 GO TO ADD-END.
            MOVE "SLSCUST" TO CHG-FILE.
            MOVE CUST-IN TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            MOVE "RECORD" TO CN-FIELD.
            MOVE SPACES TO CN-OLD.
            MOVE "ADDED" TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            PERFORM WRITE-CHANGES-RTN.
            MOVE "CUSTADDED" TO AL-FIELD.
            MOVE CUST-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "CUSTOMER ADDED" LINE 16 COLUMN 1.
       ADD-END.
       CUST-RTN.
            ACCEPT CUST-IN LINE 6 COLUMN 40.
            IF CUST-IN NOT = SPACES
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "CUSTCODE" TO AL-FIELD
                 MOVE CUST-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       CUST-END.
       DETAIL-ACCEPT-RTN.
            DISPLAY "CUSTOMER NAME:" LINE 7 COLUMN 1.
            ACCEPT NAME-IN LINE 7 COLUMN 40.
            DISPLAY "ADDRESS:" LINE 8 COLUMN 1.
            ACCEPT ADDR-IN LINE 8 COLUMN 40.
            DISPLAY "AREA CODE:" LINE 9 COLUMN 1.
            ACCEPT AREA-IN LINE 9 COLUMN 40.
            DISPLAY "SALESMAN NUMBER:" LINE 10 COLUMN 1.
            ACCEPT SNO-IN LINE 10 COLUMN 40.
            DISPLAY "CREDIT LIMIT:" LINE 11 COLUMN 1.
            ACCEPT LIMIT-IN LINE 11 COLUMN 40.
            DISPLAY "PAYMENT TERMS (DAYS, 0=CASH):" LINE 12 COLUMN 1.
            ACCEPT TERMS-IN LINE 12 COLUMN 40.
            IF FUNC-CODE = 'C'
                 DISPLAY "STATUS (A=ACTIVE, H=HOLD, I=INACTIVE):"
                 LINE 13 COLUMN 1
                 ACCEPT STAT-IN LINE 13 COLUMN 40.
            MOVE 0 TO VALID-SW.
            IF NAME-IN = SPACES OR AREA-IN = SPACE
                 DISPLAY "NAME AND AREA REQUIRED" LINE 16 COLUMN 1
                 GO TO DETAIL-ACCEPT-END.
            IF LIMIT-IN NOT NUMERIC OR TERMS-IN NOT NUMERIC
                 DISPLAY "INVALID CREDIT LIMIT OR TERMS"
                 LINE 16 COLUMN 1
                 MOVE "CREDITLIMIT" TO AL-FIELD
                 MOVE LIMIT-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO DETAIL-ACCEPT-END.
            IF STAT-IN = 'a' MOVE 'A' TO STAT-IN.
            IF STAT-IN = 'h' MOVE 'H' TO STAT-IN.
            IF STAT-IN = 'i' MOVE 'I' TO STAT-IN.
            IF STAT-IN NOT = 'A' AND STAT-IN NOT = 'H'
                 AND STAT-IN NOT = 'I'
                 DISPLAY "INVALID STATUS" LINE 16 COLUMN 1
                 GO TO DETAIL-ACCEPT-END.
            PERFORM SM-CHECK-RTN THRU SM-CHECK-END.
            IF SM-FOUND-SW = 0
                 DISPLAY "SALESMAN NOT ON FILE" LINE 16 COLUMN 1
                 MOVE "SNO" TO AL-FIELD
                 MOVE SNO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO DETAIL-ACCEPT-END.
            MOVE 1 TO VALID-SW.
       DETAIL-ACCEPT-END.
       SM-CHECK-RTN.
            MOVE 0 TO SM-FOUND-SW.
            OPEN INPUT SALESMAN.
            IF SM-FILE-STATUS = "35"
                 GO TO SM-CHECK-END.
            MOVE 0 TO EOFSW.
            PERFORM SM-SCAN-RTN THRU SM-SCAN-END UNTIL EOFSW = 1.
            CLOSE SALESMAN.
       SM-CHECK-END.
       SM-SCAN-RTN.
            READ SALESMAN
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO SM-SCAN-END.
            IF SM-SNO = SNO-IN
                 MOVE 1 TO SM-FOUND-SW
                 MOVE 1 TO EOFSW.
       SM-SCAN-END.
       CHANGE-RTN.
            MOVE 0 TO VALID-SW.
            DISPLAY "CUSTOMER CODE:" LINE 6 COLUMN 1.
            PERFORM CUST-RTN THRU CUST-END UNTIL VALID-SW = 1.
            MOVE CUST-IN TO SK-CUSTCODE.
            READ SLSCUST
                 INVALID KEY
                      DISPLAY "CUSTOMER NOT ON FILE" LINE 16 COLUMN 1
                      MOVE "CUSTCODE" TO AL-FIELD
                      MOVE CUST-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO CHANGE-END.
            MOVE SK-BALANCE TO BAL-OUT.
            DISPLAY SK-NAME LINE 6 COLUMN 50.
            DISPLAY "OPEN BALANCE:" LINE 14 COLUMN 1.
            DISPLAY BAL-OUT LINE 14 COLUMN 40.
            PERFORM DETAIL-ACCEPT-RTN THRU DETAIL-ACCEPT-END.
            IF VALID-SW = 0
                 GO TO CHANGE-END.
            IF LIMIT-IN NOT = SK-CREDIT-LIMIT
                 MOVE "CREDITLIMIT" TO AL-FIELD
                 MOVE CUST-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
            IF TERMS-IN NOT = SK-TERMS
                 MOVE "CUSTTERMS" TO AL-FIELD
                 MOVE CUST-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
            IF STAT-IN NOT = SK-STAT
                 MOVE "CUSTSTATUS" TO AL-FIELD
                 MOVE CUST-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
            MOVE "SLSCUST" TO CHG-FILE.
            MOVE CUST-IN TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            PERFORM SK-NOTE-RTN.
            MOVE NAME-IN TO SK-NAME.
            MOVE ADDR-IN TO SK-ADDR.
            MOVE AREA-IN TO SK-AREA.
            MOVE SNO-IN TO SK-SNO.
            MOVE LIMIT-IN TO SK-CREDIT-LIMIT.
            MOVE TERMS-IN TO SK-TERMS.
            MOVE STAT-IN TO SK-STAT.
            REWRITE SK-REC.
            IF SK-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON SLSCUST - STATUS " SK-STATUS
                 LINE 16 COLUMN 1
                 GO TO CHANGE-END.
            PERFORM WRITE-CHANGES-RTN.
            DISPLAY "CUSTOMER UPDATED" LINE 16 COLUMN 1.
       CHANGE-END.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "SALES-CUSTOMER" TO AL-PROGRAM.
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
       SK-NOTE-RTN.
            IF NAME-IN NOT = SK-NAME
                 MOVE "SK-NAME" TO CN-FIELD
                 MOVE SK-NAME TO CN-OLD
                 MOVE NAME-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF ADDR-IN NOT = SK-ADDR
                 MOVE "SK-ADDR" TO CN-FIELD
                 MOVE SK-ADDR TO CN-OLD
                 MOVE ADDR-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF AREA-IN NOT = SK-AREA
                 MOVE "SK-AREA" TO CN-FIELD
                 MOVE SK-AREA TO CN-OLD
                 MOVE AREA-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF SNO-IN NOT = SK-SNO
                 MOVE "SK-SNO" TO CN-FIELD
                 MOVE SK-SNO TO CN-OLD
                 MOVE SNO-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF LIMIT-IN NOT = SK-CREDIT-LIMIT
                 MOVE "SK-CREDIT-LIMIT" TO CN-FIELD
                 MOVE SK-CREDIT-LIMIT TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE LIMIT-IN TO CN-AMT
                 MOVE CN-AMT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF TERMS-IN NOT = SK-TERMS
                 MOVE "SK-TERMS" TO CN-FIELD
                 MOVE SK-TERMS TO CN-OLD
                 MOVE TERMS-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF STAT-IN NOT = SK-STAT
                 MOVE "SK-STAT" TO CN-FIELD
                 MOVE SK-STAT TO CN-OLD
                 MOVE STAT-IN TO CN-NEW
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
            MOVE "SALES-CUSTOMER" TO CH-PROGRAM.
            WRITE CH-REC.
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
