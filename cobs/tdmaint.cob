       IDENTIFICATION DIVISION.
       PROGRAM-ID. TD-MAINT.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. TIME DEPOSIT RATE TABLE, MATURITY INSTRUCTION AND
      *         CERTIFICATE MAINTENANCE WITH THE MATURITY LADDER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TDMAST ASSIGN TO "TDMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS TD-ACCNO
                 FILE STATUS IS TD-STATUS.
            SELECT TDRATE ASSIGN TO "TDRATE.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS TR-TERM
                 FILE STATUS IS TR-STATUS.
            SELECT ACCTMAST ASSIGN TO "ACCTMAST"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AM-ACCNO-KEY
                 FILE STATUS IS AM-STATUS.
            SELECT TDCERT ASSIGN TO "TDCERT".
            SELECT RPTFILE ASSIGN TO "TDLADDER".
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
       FD   TDMAST.
       01   TD-REC.
            02 TD-ACCNO PIC 9(10).
            02 TD-CUSTNO PIC 9(8).
            02 TD-PRINCIPAL PIC 9(9)V99.
            02 TD-TERM PIC 9(3).
            02 TD-RATE PIC V9999.
            02 TD-PLACED PIC X(8).
            02 TD-MATURITY PIC X(8).
            02 TD-INSTR PIC X.
            02 TD-SETTLE-ACCNO PIC 9(10).
            02 TD-BRANCH PIC X(3).
            02 TD-CERTNO PIC 9(8).
            02 TD-ROLL-CTR PIC 99.
            02 TD-STATUS-CODE PIC X.
            02 TD-CLOSE-DATE PIC X(8).
       FD   TDRATE.
       01   TDRATE-REC.
            02 TR-TERM PIC 9(3).
            02 TR-RATE PIC V9999.
            02 TR-EFF-DATE PIC X(8).
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
       FD   TDCERT.
       01   CERT-REC.
            02 FILLER PIC X(80).
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
       01   TD-STATUS PIC XX VALUE "00".
       01   TR-STATUS PIC XX VALUE "00".
       01   AM-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
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
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   SCAN-EOF-SW PIC 9 VALUE 0.
       01   ACCNO-IN PIC 9(10) VALUE 0.
       01   TERM-IN PIC 9(3) VALUE 0.
       01   RATE-IN PIC V9999 VALUE 0.
       01   OLD-TR-RATE PIC V9999 VALUE 0.
       01   CN-RATE PIC 9.9999.
       01   INSTR-IN PIC X VALUE SPACE.
       01   SETTLE-IN PIC 9(10) VALUE 0.
       01   RATE-PCT PIC 9.99.
       01   LIST-LINE PIC 99 VALUE 0.
       01   GROSS-INT PIC S9(7)V99 VALUE 0.
       01   RUN-DAYS PIC 9(7) VALUE 0.
       01   BASE-DAYS PIC 9(7) VALUE 0.
       01   DAYS-LEFT PIC S9(7) VALUE 0.
       01   BUCKET PIC 9 VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   DATE-WORK.
            02 DW-YY PIC 99.
            02 DW-MM PIC 99.
            02 DW-DD PIC 99.
            02 FILLER PIC XX.
       01   LADDER-TABLE.
            02 LD-ENTRY OCCURS 20 TIMES INDEXED BY LD-IDX.
               03 LD-BRANCH PIC X(3).
               03 LD-CTR PIC 9(5) OCCURS 3 TIMES.
               03 LD-AMT PIC 9(11)V99 OCCURS 3 TIMES.
       01   LD-COUNT PIC 99 VALUE 0.
       01   LD-MATCH PIC 99 VALUE 0.
       01   GT-CTR PIC 9(5) OCCURS 3 TIMES.
       01   GT-AMT PIC 9(11)V99 OCCURS 3 TIMES.
       01   HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(16) VALUE "China Trust Bank".
            02 FILLER PIC X(49) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(22) VALUE SPACES.
            02 FILLER PIC X(29)
               VALUE "TIME DEPOSIT MATURITY LADDER ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(31) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(10) VALUE "Account No".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(3) VALUE "Brn".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "Maturity".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "Days".
            02 FILLER PIC X(8) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "Principal".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(5) VALUE "Instr".
            02 FILLER PIC X(35) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-ACCNO PIC 9(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-BRANCH PIC X(3).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-MATURITY PIC X(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-DAYS PIC ZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-PRINCIPAL PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-INSTR PIC X.
            02 FILLER PIC X(40) VALUE SPACES.
       01   SUB-2.
            02 FILLER PIC X(6) VALUE "Branch".
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(24) VALUE "---- 1 TO 30 DAYS ----".
            02 FILLER PIC X(24) VALUE "---- 31 TO 60 DAYS ---".
            02 FILLER PIC X(24) VALUE "---- 61 TO 90 DAYS ---".
            02 FILLER PIC X(8) VALUE SPACES.
       01   LADDER-LINE.
            02 LL-BRANCH PIC X(6).
            02 FILLER PIC X(2) VALUE SPACES.
            02 LL-CTR-1 PIC ZZZZ9.
            02 LL-AMT-1 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 LL-CTR-2 PIC ZZZZ9.
            02 LL-AMT-2 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 LL-CTR-3 PIC ZZZZ9.
            02 LL-AMT-3 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(11) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(69) VALUE SPACES.
       01   CERT-LINE-1.
            02 FILLER PIC X(32) VALUE SPACES.
            02 FILLER PIC X(16) VALUE "China Trust Bank".
            02 FILLER PIC X(32) VALUE SPACES.
       01   CERT-LINE-2.
            02 FILLER PIC X(26) VALUE SPACES.
            02 FILLER PIC X(28) VALUE "CERTIFICATE OF TIME DEPOSIT".
            02 FILLER PIC X(26) VALUE SPACES.
       01   CERT-LINE-2R.
            02 FILLER PIC X(35) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "DUPLICATE".
            02 FILLER PIC X(36) VALUE SPACES.
       01   CERT-LINE-3.
            02 FILLER PIC X(16) VALUE "Certificate No: ".
            02 CT-CERTNO PIC 9(8).
            02 FILLER PIC X(10) VALUE SPACES.
            02 FILLER PIC X(13) VALUE "Date Issued: ".
            02 CT-ISSUED PIC X(8).
            02 FILLER PIC X(25) VALUE SPACES.
       01   CERT-LINE-4.
            02 FILLER PIC X(16) VALUE "Account No    : ".
            02 CT-ACCNO PIC 9(10).
            02 FILLER PIC X(8) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "Branch: ".
            02 CT-BRANCH PIC X(3).
            02 FILLER PIC X(35) VALUE SPACES.
       01   CERT-LINE-5.
            02 FILLER PIC X(16) VALUE "Depositor     : ".
            02 CT-NAME PIC X(20).
            02 FILLER PIC X(44) VALUE SPACES.
       01   CERT-LINE-6.
            02 FILLER PIC X(16) VALUE "Principal     : ".
            02 CT-PRINCIPAL PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(50) VALUE SPACES.
       01   CERT-LINE-7.
            02 FILLER PIC X(16) VALUE "Term (days)   : ".
            02 CT-TERM PIC ZZ9.
            02 FILLER PIC X(15) VALUE SPACES.
            02 FILLER PIC X(11) VALUE "Rate p.a.: ".
            02 CT-RATE PIC 9.99.
            02 FILLER PIC X(1) VALUE "%".
            02 FILLER PIC X(30) VALUE SPACES.
       01   CERT-LINE-8.
            02 FILLER PIC X(16) VALUE "Placement Date: ".
            02 CT-PLACED PIC X(8).
            02 FILLER PIC X(10) VALUE SPACES.
            02 FILLER PIC X(15) VALUE "Maturity Date: ".
            02 CT-MATURITY PIC X(8).
            02 FILLER PIC X(23) VALUE SPACES.
       01   CERT-LINE-9.
            02 FILLER PIC X(16) VALUE "Gross Interest: ".
            02 CT-INTEREST PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(50) VALUE SPACES.
       01   CERT-LINE-10.
            02 FILLER PIC X(16) VALUE "At Maturity   : ".
            02 CT-INSTR PIC X(30).
            02 CT-SETTLE PIC Z(10).
            02 FILLER PIC X(24) VALUE SPACES.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            OPEN I-O TDMAST.
            IF TD-STATUS = "35"
                 OPEN OUTPUT TDMAST
                 CLOSE TDMAST
                 OPEN I-O TDMAST.
            OPEN I-O TDRATE.
            IF TR-STATUS = "35"
                 OPEN OUTPUT TDRATE
                 CLOSE TDRATE
                 OPEN I-O TDRATE.
            OPEN INPUT ACCTMAST.
            IF AM-STATUS = "35"
                 DISPLAY "NO ACCOUNT MASTER ON FILE" LINE 1 COLUMN 1
                 CLOSE TDMAST
                 CLOSE TDRATE
                 STOP RUN.
            OPEN EXTEND TDCERT.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE TDMAST.
            CLOSE TDRATE.
            CLOSE ACCTMAST.
            CLOSE TDCERT.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "CHINA TRUST BANK" LINE 1 COLUMN 32.
            DISPLAY "TIME DEPOSIT MAINTENANCE" LINE 2 COLUMN 28.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (R=RATE, I=INSTRUCTION, C=CERTIFICATE,"
                 LINE 4 COLUMN 1.
            DISPLAY "L=LADDER):" LINE 4 COLUMN 50.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'R'
                 PERFORM RATE-RTN THRU RATE-END
            ELSE
            IF FUNC-CODE = 'I'
                 PERFORM INSTR-RTN THRU INSTR-END
            ELSE
            IF FUNC-CODE = 'C'
                 PERFORM REPRINT-RTN THRU REPRINT-END
            ELSE
                 PERFORM LADDER-RTN THRU LADDER-END.
       PROCESS-ASK.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 4 COLUMN 61.
            IF FUNC-CODE = 'R' OR FUNC-CODE = 'r'
                 MOVE 'R' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'I' OR FUNC-CODE = 'i'
                 MOVE 'I' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'C' OR FUNC-CODE = 'c'
                 MOVE 'C' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'L' OR FUNC-CODE = 'l'
                 MOVE 'L' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       RATE-RTN.
            MOVE 6 TO LIST-LINE.
            DISPLAY "TERM  RATE%  EFFECTIVE" LINE 6 COLUMN 1.
            MOVE 0 TO SCAN-EOF-SW.
            MOVE 0 TO TR-TERM.
            START TDRATE KEY NOT LESS THAN TR-TERM
                 INVALID KEY
                      MOVE 1 TO SCAN-EOF-SW.
            PERFORM RATE-SCAN-RTN THRU RATE-SCAN-END
                 UNTIL SCAN-EOF-SW = 1.
            DISPLAY "TERM IN DAYS:" LINE 17 COLUMN 1.
            ACCEPT TERM-IN LINE 17 COLUMN 30.
            IF TERM-IN = 0
                 MOVE "TDTERM" TO AL-FIELD
                 MOVE TERM-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO RATE-END.
            DISPLAY "RATE P.A. (.0150 = 1.50%):" LINE 18 COLUMN 1.
            ACCEPT RATE-IN LINE 18 COLUMN 30.
            IF RATE-IN NOT NUMERIC OR RATE-IN = 0
                 DISPLAY "INVALID RATE" LINE 20 COLUMN 1
                 MOVE "TDRATE" TO AL-FIELD
                 MOVE RATE-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO RATE-END.
            MOVE TERM-IN TO TR-TERM.
            READ TDRATE RECORD
                 INVALID KEY
                      MOVE "23" TO TR-STATUS.
            MOVE TR-RATE TO OLD-TR-RATE.
            MOVE TERM-IN TO TR-TERM.
            MOVE RATE-IN TO TR-RATE.
            MOVE RUN-DATE TO TR-EFF-DATE.
            MOVE "TDRATE" TO CHG-FILE.
            MOVE TR-TERM TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF TR-STATUS NOT = "23"
                 PERFORM TR-NOTE-RTN
            ELSE
                 MOVE "RECORD" TO CN-FIELD
                 MOVE SPACES TO CN-OLD
                 MOVE "ADDED" TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF TR-STATUS = "23"
                 WRITE TDRATE-REC
            ELSE
                 REWRITE TDRATE-REC.
            IF TR-STATUS NOT = "00"
                 MOVE "TDRATE" TO FC-FILENAME
                 MOVE TR-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM WRITE-CHANGES-RTN.
            MOVE "TDRATECHANGE" TO AL-FIELD.
            MOVE TERM-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "RATE TABLE UPDATED" LINE 20 COLUMN 1.
       RATE-END.
       RATE-SCAN-RTN.
            READ TDRATE NEXT RECORD
                 AT END
                      MOVE 1 TO SCAN-EOF-SW
                      GO TO RATE-SCAN-END.
            IF LIST-LINE < 15
                 ADD 1 TO LIST-LINE
                 COMPUTE RATE-PCT = TR-RATE * 100
                 DISPLAY TR-TERM LINE LIST-LINE COLUMN 1
                 DISPLAY RATE-PCT LINE LIST-LINE COLUMN 7
                 DISPLAY TR-EFF-DATE LINE LIST-LINE COLUMN 14.
       RATE-SCAN-END.
       INSTR-RTN.
            DISPLAY "TIME DEPOSIT ACCOUNT:" LINE 6 COLUMN 1.
            ACCEPT ACCNO-IN LINE 6 COLUMN 30.
            PERFORM READ-TD-RTN THRU READ-TD-END.
            IF VALID-SW = 0
                 GO TO INSTR-END.
            DISPLAY "CURRENT INSTRUCTION:" LINE 8 COLUMN 1.
            DISPLAY TD-INSTR LINE 8 COLUMN 30.
            DISPLAY TD-SETTLE-ACCNO LINE 8 COLUMN 35.
            DISPLAY "NEW (R=ROLL OVER, S=SETTLE):" LINE 10 COLUMN 1.
            ACCEPT INSTR-IN LINE 10 COLUMN 30.
            IF INSTR-IN = 'r'
                 MOVE 'R' TO INSTR-IN.
            IF INSTR-IN = 's'
                 MOVE 'S' TO INSTR-IN.
            IF INSTR-IN NOT = 'R' AND INSTR-IN NOT = 'S'
                 DISPLAY "INVALID INSTRUCTION" LINE 14 COLUMN 1
                 MOVE "TDINSTRUCTION" TO AL-FIELD
                 MOVE INSTR-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO INSTR-END.
            MOVE 0 TO SETTLE-IN.
            IF INSTR-IN = 'R'
                 GO TO INSTR-SAVE.
            DISPLAY "SETTLEMENT ACCOUNT:" LINE 11 COLUMN 1.
            ACCEPT SETTLE-IN LINE 11 COLUMN 30.
            MOVE SETTLE-IN TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE SPACE TO AM-STATUS-CODE
                      MOVE 'T' TO AM-ACCOUNTTYPE.
            IF SETTLE-IN = ACCNO-IN OR AM-ACCOUNTTYPE = 'T'
                 OR AM-STATUS-CODE = 'F' OR AM-STATUS-CODE = 'C'
                 OR AM-STATUS-CODE = SPACE
                 DISPLAY "INVALID SETTLEMENT ACCOUNT" LINE 14 COLUMN 1
                 MOVE "TDSETTLEACCT" TO AL-FIELD
                 MOVE SETTLE-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO INSTR-END.
            DISPLAY AM-ACCNAME LINE 11 COLUMN 45.
       INSTR-SAVE.
            MOVE "TDMAST" TO CHG-FILE.
            MOVE TD-ACCNO TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF INSTR-IN NOT = TD-INSTR
                 MOVE "TD-INSTR" TO CN-FIELD
                 MOVE TD-INSTR TO CN-OLD
                 MOVE INSTR-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF SETTLE-IN NOT = TD-SETTLE-ACCNO
                 MOVE "TD-SETTLE-ACCNO" TO CN-FIELD
                 MOVE TD-SETTLE-ACCNO TO CN-OLD
                 MOVE SETTLE-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            MOVE INSTR-IN TO TD-INSTR.
            MOVE SETTLE-IN TO TD-SETTLE-ACCNO.
            REWRITE TD-REC.
            IF TD-STATUS NOT = "00"
                 MOVE "TDMAST" TO FC-FILENAME
                 MOVE TD-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM WRITE-CHANGES-RTN.
            MOVE "TDINSTRCHANGE" TO AL-FIELD.
            MOVE ACCNO-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "MATURITY INSTRUCTION UPDATED" LINE 14 COLUMN 1.
       INSTR-END.
       READ-TD-RTN.
            MOVE 0 TO VALID-SW.
            MOVE ACCNO-IN TO TD-ACCNO.
            READ TDMAST RECORD
                 INVALID KEY
                      DISPLAY "NO SUCH TIME DEPOSIT" LINE 14 COLUMN 1
                      MOVE "TDACCOUNT" TO AL-FIELD
                      MOVE ACCNO-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO READ-TD-END.
            IF TD-STATUS-CODE NOT = 'A'
                 DISPLAY "TIME DEPOSIT NO LONGER ACTIVE"
                      LINE 14 COLUMN 1
                 GO TO READ-TD-END.
            MOVE 1 TO VALID-SW.
       READ-TD-END.
       REPRINT-RTN.
            DISPLAY "TIME DEPOSIT ACCOUNT:" LINE 6 COLUMN 1.
            ACCEPT ACCNO-IN LINE 6 COLUMN 30.
            PERFORM READ-TD-RTN THRU READ-TD-END.
            IF VALID-SW = 0
                 GO TO REPRINT-END.
            MOVE TD-ACCNO TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE SPACES TO AM-ACCNAME.
            MOVE TD-CERTNO TO CT-CERTNO.
            MOVE RUN-DATE TO CT-ISSUED.
            MOVE TD-ACCNO TO CT-ACCNO.
            MOVE TD-BRANCH TO CT-BRANCH.
            MOVE AM-ACCNAME TO CT-NAME.
            MOVE TD-PRINCIPAL TO CT-PRINCIPAL.
            MOVE TD-TERM TO CT-TERM.
            COMPUTE CT-RATE = TD-RATE * 100.
            MOVE TD-PLACED TO CT-PLACED.
            MOVE TD-MATURITY TO CT-MATURITY.
            COMPUTE GROSS-INT ROUNDED =
                 TD-PRINCIPAL * TD-RATE * TD-TERM / 360.
            MOVE GROSS-INT TO CT-INTEREST.
            IF TD-INSTR = 'R'
                 MOVE "ROLL OVER AT PREVAILING RATE" TO CT-INSTR
                 MOVE 0 TO CT-SETTLE
            ELSE
                 MOVE "CREDIT PROCEEDS TO ACCOUNT" TO CT-INSTR
                 MOVE TD-SETTLE-ACCNO TO CT-SETTLE.
            WRITE CERT-REC FROM CERT-LINE-1 AFTER PAGE.
            WRITE CERT-REC FROM CERT-LINE-2 AFTER 1.
            WRITE CERT-REC FROM CERT-LINE-2R AFTER 1.
            WRITE CERT-REC FROM CERT-LINE-3 AFTER 2.
            WRITE CERT-REC FROM CERT-LINE-4 AFTER 2.
            WRITE CERT-REC FROM CERT-LINE-5 AFTER 1.
            WRITE CERT-REC FROM CERT-LINE-6 AFTER 2.
            WRITE CERT-REC FROM CERT-LINE-7 AFTER 1.
            WRITE CERT-REC FROM CERT-LINE-8 AFTER 1.
            WRITE CERT-REC FROM CERT-LINE-9 AFTER 1.
            WRITE CERT-REC FROM CERT-LINE-10 AFTER 2.
            MOVE "TDCERTREPRINT" TO AL-FIELD.
            MOVE TD-CERTNO TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "DUPLICATE CERTIFICATE PRINTED" LINE 14 COLUMN 1.
       REPRINT-END.
       LADDER-RTN.
            MOVE 0 TO LD-COUNT.
            MOVE 0 TO REC-CTR.
            INITIALIZE LADDER-TABLE.
            MOVE 0 TO GT-CTR(1) GT-CTR(2) GT-CTR(3).
            MOVE 0 TO GT-AMT(1) GT-AMT(2) GT-AMT(3).
            MOVE RUN-DATE TO DATE-WORK.
            PERFORM DAY-COUNT-RTN.
            MOVE BASE-DAYS TO RUN-DAYS.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            MOVE 0 TO SCAN-EOF-SW.
            MOVE 0 TO TD-ACCNO.
            START TDMAST KEY NOT LESS THAN TD-ACCNO
                 INVALID KEY
                      MOVE 1 TO SCAN-EOF-SW.
            PERFORM LADDER-SCAN-RTN THRU LADDER-SCAN-END
                 UNTIL SCAN-EOF-SW = 1.
            WRITE RPTREC FROM SUB-2 AFTER 2.
            PERFORM LADDER-PRINT-RTN
                 VARYING LD-IDX FROM 1 BY 1 UNTIL LD-IDX > LD-COUNT.
            MOVE "TOTAL" TO LL-BRANCH.
            MOVE GT-CTR(1) TO LL-CTR-1.
            MOVE GT-AMT(1) TO LL-AMT-1.
            MOVE GT-CTR(2) TO LL-CTR-2.
            MOVE GT-AMT(2) TO LL-AMT-2.
            MOVE GT-CTR(3) TO LL-CTR-3.
            MOVE GT-AMT(3) TO LL-AMT-3.
            WRITE RPTREC FROM LADDER-LINE AFTER 2.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE RPTFILE.
            DISPLAY "MATURITY LADDER PRINTED - CERTIFICATES:"
                 LINE 14 COLUMN 1.
            DISPLAY REC-CTR LINE 14 COLUMN 42.
       LADDER-END.
       LADDER-SCAN-RTN.
            READ TDMAST NEXT RECORD
                 AT END
                      MOVE 1 TO SCAN-EOF-SW
                      GO TO LADDER-SCAN-END.
            IF TD-STATUS-CODE NOT = 'A'
                 GO TO LADDER-SCAN-END.
            MOVE TD-MATURITY TO DATE-WORK.
            PERFORM DAY-COUNT-RTN.
            COMPUTE DAYS-LEFT = BASE-DAYS - RUN-DAYS.
            IF DAYS-LEFT < 1 OR DAYS-LEFT > 90
                 GO TO LADDER-SCAN-END.
            IF DAYS-LEFT > 60
                 MOVE 3 TO BUCKET
            ELSE
            IF DAYS-LEFT > 30
                 MOVE 2 TO BUCKET
            ELSE
                 MOVE 1 TO BUCKET.
            MOVE 0 TO LD-MATCH.
            PERFORM LADDER-FIND-RTN
                 VARYING LD-IDX FROM 1 BY 1 UNTIL LD-IDX > LD-COUNT.
            IF LD-MATCH = 0 AND LD-COUNT = 20
                 GO TO LADDER-SCAN-END.
            IF LD-MATCH = 0
                 ADD 1 TO LD-COUNT
                 MOVE LD-COUNT TO LD-MATCH
                 MOVE TD-BRANCH TO LD-BRANCH(LD-MATCH).
            ADD 1 TO LD-CTR(LD-MATCH, BUCKET).
            ADD TD-PRINCIPAL TO LD-AMT(LD-MATCH, BUCKET).
            ADD 1 TO GT-CTR(BUCKET).
            ADD TD-PRINCIPAL TO GT-AMT(BUCKET).
            ADD 1 TO REC-CTR.
            MOVE TD-ACCNO TO DL-ACCNO.
            MOVE TD-BRANCH TO DL-BRANCH.
            MOVE TD-MATURITY TO DL-MATURITY.
            MOVE DAYS-LEFT TO DL-DAYS.
            MOVE TD-PRINCIPAL TO DL-PRINCIPAL.
            MOVE TD-INSTR TO DL-INSTR.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
       LADDER-SCAN-END.
       LADDER-FIND-RTN.
            IF LD-BRANCH(LD-IDX) = TD-BRANCH
                 SET LD-MATCH TO LD-IDX.
       LADDER-PRINT-RTN.
            MOVE LD-BRANCH(LD-IDX) TO LL-BRANCH.
            MOVE LD-CTR(LD-IDX, 1) TO LL-CTR-1.
            MOVE LD-AMT(LD-IDX, 1) TO LL-AMT-1.
            MOVE LD-CTR(LD-IDX, 2) TO LL-CTR-2.
            MOVE LD-AMT(LD-IDX, 2) TO LL-AMT-2.
            MOVE LD-CTR(LD-IDX, 3) TO LL-CTR-3.
            MOVE LD-AMT(LD-IDX, 3) TO LL-AMT-3.
            WRITE RPTREC FROM LADDER-LINE AFTER 1.
       DAY-COUNT-RTN.
            IF DW-DD > 30
                 MOVE 30 TO DW-DD.
            COMPUTE BASE-DAYS = DW-YY * 360 + DW-MM * 30 + DW-DD.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "TD-MAINT" TO AL-PROGRAM.
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
       TR-NOTE-RTN.
            IF TR-RATE NOT = OLD-TR-RATE
                 MOVE "TR-RATE" TO CN-FIELD
                 MOVE OLD-TR-RATE TO CN-RATE
                 MOVE CN-RATE TO CN-OLD
                 MOVE TR-RATE TO CN-RATE
                 MOVE CN-RATE TO CN-NEW
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
            MOVE "TD-MAINT" TO CH-PROGRAM.
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
