       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVC-APPLY.
      *AUTHOR. JEI MOND.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. NEW ELECTRIC SERVICE APPLICATIONS. EACH APPLICATION IS
      *         CARRIED UNDER THE ACCOUNT NUMBER IT WILL BE BILLED ON
      *         AND MOVES THROUGH THE STAGES APPLIED, INSPECTED,
      *         DEPOSIT PAID, METER ASSIGNED AND ENERGIZED, EACH STAGE
      *         DATED. ENERGIZING CREATES THE ACCOUNT MASTER, THE
      *         ROUTE ASSIGNMENT AND THE STARTING USAGE HISTORY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SVCAPP ASSIGN TO "SVCAPP.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SA-ANO
                 FILE STATUS IS SA-STATUS.
            SELECT ELECMAST ASSIGN TO "ELECMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS EM-ANO
                 FILE STATUS IS EM-STATUS.
            SELECT DEPOSIT ASSIGN TO "DEPOSIT.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS DP-ANO
                 FILE STATUS IS DP-STATUS.
            SELECT METERINV ASSIGN TO "METERINV.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS MI-METER
                 FILE STATUS IS MI-STATUS.
            SELECT ROUTEFILE ASSIGN TO "ROUTE.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS RT-ANO
                 FILE STATUS IS RT-STATUS.
            SELECT HISTORY ASSIGN TO "HISTORY.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS HS-ANO
                 FILE STATUS IS HS-STATUS.
            SELECT XFMAST ASSIGN TO "XFMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS XF-ID
                 FILE STATUS IS XF-STATUS.
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
       FD   SVCAPP.
       01   SA-REC.
            02 SA-ANO PIC X(10).
            02 SA-NAME PIC X(25).
            02 SA-ADDRESS PIC X(30).
            02 SA-CLASS PIC X.
            02 SA-XFMR PIC X(8).
            02 SA-STAGE PIC X.
            02 SA-APPLY-DATE PIC X(8).
            02 SA-INSP-DATE PIC X(8).
            02 SA-INSPECTOR PIC X(10).
            02 SA-DEP-DATE PIC X(8).
            02 SA-DEP-AMOUNT PIC 9(6)V99.
            02 SA-MTR-DATE PIC X(8).
            02 SA-METER PIC X(10).
            02 SA-ENER-DATE PIC X(8).
            02 SA-INIT-RDG PIC 9(6).
            02 SA-OPERATOR PIC X(10).
       FD   ELECMAST.
       01   EM-REC.
            02 EM-ANO PIC X(10).
            02 EM-NAME PIC X(25).
            02 EM-ADDRESS PIC X(30).
            02 EM-CLASS PIC X.
            02 EM-METER PIC X(10).
            02 EM-NETMTR PIC X.
            02 EM-XFMR PIC X(8).
       FD   DEPOSIT.
       01   DEPOSIT-REC.
            02 DP-ANO PIC X(10).
            02 DP-AMOUNT PIC 9(6)V99.
            02 DP-DATE PIC X(8).
            02 DP-INTEREST PIC 9(5)V99.
            02 DP-STATUS-CODE PIC X.
       FD   METERINV.
       01   METER-REC.
            02 MI-METER PIC X(10).
            02 MI-STATUS-CODE PIC X.
            02 MI-ANO PIC X(10).
       FD   ROUTEFILE.
       01   ROUTE-REC.
            02 RT-ANO PIC X(10).
            02 RT-ROUTE PIC X(3).
            02 RT-SEQ PIC 9(4).
            02 RT-READER PIC X(10).
       FD   HISTORY.
       01   HS-REC.
            02 HS-ANO PIC X(10).
            02 HS-PRIOR-KWH PIC 9(6).
            02 HS-YTD-KWH PIC 9(7).
            02 HS-EST-FLAG PIC X.
            02 HS-EST-KWH PIC 9(6).
       FD   XFMAST.
       01   XF-REC.
            02 XF-ID PIC X(8).
            02 XF-DESC PIC X(20).
            02 XF-FEEDER PIC X(8).
            02 XF-KVA PIC 9(5).
            02 XF-LOSS-PCT PIC 99V9.
            02 XF-LAST-RDG PIC 9(8).
            02 XF-LAST-PERIOD PIC X(4).
            02 XF-ACTIVE PIC X.
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
       01   SA-STATUS PIC XX VALUE "00".
       01   EM-STATUS PIC XX VALUE "00".
       01   DP-STATUS PIC XX VALUE "00".
       01   MI-STATUS PIC XX VALUE "00".
       01   RT-STATUS PIC XX VALUE "00".
       01   HS-STATUS PIC XX VALUE "00".
       01   XF-STATUS PIC XX VALUE "00".
       01   DP-AVAILABLE-SW PIC 9 VALUE 0.
       01   XF-AVAILABLE-SW PIC 9 VALUE 0.
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   FOUND-SW PIC 9 VALUE 0.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
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
       01   ANO-IN PIC X(10) VALUE SPACES.
       01   CLASS-IN PIC X VALUE SPACE.
       01   XFMR-IN PIC X(8) VALUE SPACES.
       01   RESULT-IN PIC X VALUE SPACE.
       01   INSPECTOR-IN PIC X(10) VALUE SPACES.
       01   METER-IN PIC X(10) VALUE SPACES.
       01   ROUTE-IN PIC X(3) VALUE SPACES.
       01   SEQ-IN PIC 9(4) VALUE 0.
       01   READER-IN PIC X(10) VALUE SPACES.
       01   RDG-IN PIC 9(6) VALUE 0.
       01   NEED-STAGE PIC X VALUE SPACE.
       01   STAGE-NAME PIC X(14) VALUE SPACES.
       01   AMT-OUT PIC ZZZ,ZZ9.99.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            OPEN I-O SVCAPP.
            IF SA-STATUS = "35"
                 OPEN OUTPUT SVCAPP
                 CLOSE SVCAPP
                 OPEN I-O SVCAPP.
            OPEN I-O ELECMAST.
            IF EM-STATUS = "35"
                 OPEN OUTPUT ELECMAST
                 CLOSE ELECMAST
                 OPEN I-O ELECMAST.
            OPEN I-O METERINV.
            IF MI-STATUS = "35"
                 OPEN OUTPUT METERINV
                 CLOSE METERINV
                 OPEN I-O METERINV.
            OPEN I-O ROUTEFILE.
            IF RT-STATUS = "35"
                 OPEN OUTPUT ROUTEFILE
                 CLOSE ROUTEFILE
                 OPEN I-O ROUTEFILE.
            OPEN I-O HISTORY.
            IF HS-STATUS = "35"
                 OPEN OUTPUT HISTORY
                 CLOSE HISTORY
                 OPEN I-O HISTORY.
            OPEN INPUT DEPOSIT.
            IF DP-STATUS = "35"
                 MOVE 0 TO DP-AVAILABLE-SW
            ELSE
                 MOVE 1 TO DP-AVAILABLE-SW.
            OPEN INPUT XFMAST.
            IF XF-STATUS = "35"
                 MOVE 0 TO XF-AVAILABLE-SW
            ELSE
                 MOVE 1 TO XF-AVAILABLE-SW.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE SVCAPP.
            CLOSE ELECMAST.
            CLOSE METERINV.
            CLOSE ROUTEFILE.
            CLOSE HISTORY.
            IF DP-AVAILABLE-SW = 1
                 CLOSE DEPOSIT.
            IF XF-AVAILABLE-SW = 1
                 CLOSE XFMAST.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "BROWNOUT ELECTRIC COMPANY" LINE 1 COLUMN 19.
            DISPLAY "SERVICE APPLICATIONS" LINE 2 COLUMN 19.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (A=APPLY, I=INSPECT, D=DEPOSIT, M=METER,"
                 LINE 3 COLUMN 1.
            DISPLAY "          E=ENERGIZE):" LINE 4 COLUMN 1.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'A'
                 PERFORM APPLY-RTN THRU APPLY-END
            ELSE
            IF FUNC-CODE = 'I'
                 PERFORM INSPECT-RTN THRU INSPECT-END
            ELSE
            IF FUNC-CODE = 'D'
                 PERFORM DEPOSIT-RTN THRU DEPOSIT-END
            ELSE
            IF FUNC-CODE = 'M'
                 PERFORM METER-RTN THRU METER-END
            ELSE
                 PERFORM ENERGIZE-RTN THRU ENERGIZE-END.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 18 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 4 COLUMN 25.
            IF FUNC-CODE = 'a'
                 MOVE 'A' TO FUNC-CODE.
            IF FUNC-CODE = 'i'
                 MOVE 'I' TO FUNC-CODE.
            IF FUNC-CODE = 'd'
                 MOVE 'D' TO FUNC-CODE.
            IF FUNC-CODE = 'm'
                 MOVE 'M' TO FUNC-CODE.
            IF FUNC-CODE = 'e'
                 MOVE 'E' TO FUNC-CODE.
            IF FUNC-CODE = 'A' OR FUNC-CODE = 'I' OR FUNC-CODE = 'D'
                 OR FUNC-CODE = 'M' OR FUNC-CODE = 'E'
                 MOVE 1 TO VALID-SW.
       FUNC-END.
      * THE APPLICATION IS TAKEN UNDER THE ACCOUNT NUMBER TO BE
      * ASSIGNED, SO THE DEPOSIT CAN BE LODGED AGAINST IT BEFORE THE
      * ACCOUNT MASTER EXISTS.
       APPLY-RTN.
            DISPLAY "ACCOUNT NUMBER TO ASSIGN:" LINE 6 COLUMN 1.
            ACCEPT ANO-IN LINE 6 COLUMN 35.
            IF ANO-IN = SPACES
                 DISPLAY "ACCOUNT NUMBER REQUIRED" LINE 16 COLUMN 1
                 GO TO APPLY-END.
            MOVE ANO-IN TO EM-ANO.
            READ ELECMAST
                 INVALID KEY
                      MOVE 0 TO FOUND-SW
                 NOT INVALID KEY
                      MOVE 1 TO FOUND-SW.
            IF FOUND-SW = 1
                 DISPLAY "ACCOUNT NUMBER ALREADY IN USE"
                 LINE 16 COLUMN 1
                 MOVE "APPLICATION" TO AL-FIELD
                 MOVE ANO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO APPLY-END.
            MOVE ANO-IN TO SA-ANO.
            READ SVCAPP
                 INVALID KEY
                      MOVE 0 TO FOUND-SW
                 NOT INVALID KEY
                      MOVE 1 TO FOUND-SW.
            IF FOUND-SW = 1
                 PERFORM STAGE-NAME-RTN
                 DISPLAY "APPLICATION ALREADY ON FILE - " STAGE-NAME
                 LINE 16 COLUMN 1
                 GO TO APPLY-END.
            MOVE ANO-IN TO SA-ANO.
            DISPLAY "APPLICANT NAME:" LINE 7 COLUMN 1.
            ACCEPT SA-NAME LINE 7 COLUMN 35.
            DISPLAY "SERVICE ADDRESS:" LINE 8 COLUMN 1.
            ACCEPT SA-ADDRESS LINE 8 COLUMN 35.
            MOVE 0 TO VALID-SW.
            DISPLAY "ACCOUNT CLASS (R/C/I):" LINE 9 COLUMN 1.
            PERFORM CLASS-RTN THRU CLASS-END UNTIL VALID-SW = 1.
            MOVE SPACES TO SA-XFMR.
            MOVE 0 TO VALID-SW.
            DISPLAY "TRANSFORMER ID:" LINE 10 COLUMN 1.
            PERFORM XFMR-RTN THRU XFMR-END UNTIL VALID-SW = 1.
            IF SA-NAME = SPACES OR SA-ADDRESS = SPACES
                 DISPLAY "NAME AND ADDRESS REQUIRED - NOT SAVED"
                 LINE 16 COLUMN 1
                 GO TO APPLY-END.
            MOVE 'A' TO SA-STAGE.
            MOVE RUN-DATE TO SA-APPLY-DATE.
            MOVE SPACES TO SA-INSP-DATE.
            MOVE SPACES TO SA-INSPECTOR.
            MOVE SPACES TO SA-DEP-DATE.
            MOVE 0 TO SA-DEP-AMOUNT.
            MOVE SPACES TO SA-MTR-DATE.
            MOVE SPACES TO SA-METER.
            MOVE SPACES TO SA-ENER-DATE.
            MOVE 0 TO SA-INIT-RDG.
            MOVE OPERATOR-ID TO SA-OPERATOR.
            WRITE SA-REC.
            IF SA-STATUS NOT = "00"
                 MOVE "SVCAPP" TO FC-FILENAME
                 MOVE SA-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE "APPLIED" TO AL-FIELD.
            MOVE ANO-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "APPLICATION RECORDED" LINE 16 COLUMN 1.
       APPLY-END.
       CLASS-RTN.
            ACCEPT CLASS-IN LINE 9 COLUMN 35.
            IF CLASS-IN = 'R' OR CLASS-IN = 'r'
                 MOVE 'R' TO SA-CLASS
                 MOVE 1 TO VALID-SW
            ELSE
            IF CLASS-IN = 'C' OR CLASS-IN = 'c'
                 MOVE 'C' TO SA-CLASS
                 MOVE 1 TO VALID-SW
            ELSE
            IF CLASS-IN = 'I' OR CLASS-IN = 'i'
                 MOVE 'I' TO SA-CLASS
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "ACCOUNTCLASS" TO AL-FIELD
                 MOVE CLASS-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       CLASS-END.
       XFMR-RTN.
            MOVE SPACES TO XFMR-IN.
            ACCEPT XFMR-IN LINE 10 COLUMN 35.
            IF XFMR-IN = SPACES OR XF-AVAILABLE-SW = 0
                 MOVE XFMR-IN TO SA-XFMR
                 MOVE 1 TO VALID-SW
                 GO TO XFMR-END.
            MOVE XFMR-IN TO XF-ID.
            READ XFMAST
                 INVALID KEY
                      DISPLAY "TRANSFORMER NOT ON FILE" LINE 11 COLUMN 1
                      MOVE "TRANSFORMER" TO AL-FIELD
                      MOVE XFMR-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO XFMR-END.
            DISPLAY "                       " LINE 11 COLUMN 1.
            DISPLAY XF-DESC LINE 10 COLUMN 50.
            MOVE XFMR-IN TO SA-XFMR.
            MOVE 1 TO VALID-SW.
       XFMR-END.
      * READS THE APPLICATION AND CHECKS THAT IT IS AT THE STAGE
      * (NEED-STAGE) THE FUNCTION FOLLOWS. FOUND-SW IS LEFT 1 ONLY WHEN
      * THE APPLICATION MAY MOVE ON.
       GET-APP-RTN.
            MOVE 0 TO FOUND-SW.
            DISPLAY "ACCOUNT NUMBER:" LINE 6 COLUMN 1.
            ACCEPT ANO-IN LINE 6 COLUMN 35.
            MOVE ANO-IN TO SA-ANO.
            READ SVCAPP
                 INVALID KEY
                      DISPLAY "NO APPLICATION ON FILE" LINE 16 COLUMN 1
                      GO TO GET-APP-END.
            DISPLAY SA-NAME LINE 6 COLUMN 50.
            PERFORM STAGE-NAME-RTN.
            DISPLAY "PRESENT STAGE:" LINE 7 COLUMN 1.
            DISPLAY STAGE-NAME LINE 7 COLUMN 35.
            IF SA-STAGE NOT = NEED-STAGE
                 DISPLAY "APPLICATION NOT AT THE REQUIRED STAGE"
                 LINE 16 COLUMN 1
                 MOVE "APPLSTAGE" TO AL-FIELD
                 MOVE ANO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO GET-APP-END.
            MOVE 1 TO FOUND-SW.
       GET-APP-END.
       STAGE-NAME-RTN.
            IF SA-STAGE = 'A'
                 MOVE "APPLIED" TO STAGE-NAME
            ELSE
            IF SA-STAGE = 'I'
                 MOVE "INSPECTED" TO STAGE-NAME
            ELSE
            IF SA-STAGE = 'D'
                 MOVE "DEPOSIT PAID" TO STAGE-NAME
            ELSE
            IF SA-STAGE = 'M'
                 MOVE "METER ASSIGNED" TO STAGE-NAME
            ELSE
                 MOVE "ENERGIZED" TO STAGE-NAME.
      * A FAILED INSPECTION LEAVES THE APPLICATION AT APPLIED UNTIL
      * THE PREMISES ARE INSPECTED AGAIN.
       INSPECT-RTN.
            MOVE 'A' TO NEED-STAGE.
            PERFORM GET-APP-RTN THRU GET-APP-END.
            IF FOUND-SW = 0
                 GO TO INSPECT-END.
            DISPLAY "INSPECTOR:" LINE 8 COLUMN 1.
            ACCEPT INSPECTOR-IN LINE 8 COLUMN 35.
            DISPLAY "RESULT (P=PASSED, F=FAILED):" LINE 9 COLUMN 1.
            ACCEPT RESULT-IN LINE 9 COLUMN 35.
            IF RESULT-IN = 'f' OR RESULT-IN = 'F'
                 DISPLAY "INSPECTION FAILED - APPLICATION STAYS OPEN"
                 LINE 16 COLUMN 1
                 MOVE "INSPFAILED" TO AL-FIELD
                 MOVE ANO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO INSPECT-END.
            IF RESULT-IN NOT = 'P' AND RESULT-IN NOT = 'p'
                 OR INSPECTOR-IN = SPACES
                 DISPLAY "INVALID ENTRY - NOT SAVED" LINE 16 COLUMN 1
                 GO TO INSPECT-END.
            MOVE 'I' TO SA-STAGE.
            MOVE RUN-DATE TO SA-INSP-DATE.
            MOVE INSPECTOR-IN TO SA-INSPECTOR.
            PERFORM REWRITE-APP-RTN.
            MOVE "INSPECTED" TO AL-FIELD.
            MOVE ANO-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "INSPECTION RECORDED" LINE 16 COLUMN 1.
       INSPECT-END.
      * THE DEPOSIT ITSELF IS LODGED THROUGH THE DEPOSIT LEDGER; HERE IT
      * IS ONLY CONFIRMED AS HELD. THE STAGE TAKES THE LODGEMENT DATE.
       DEPOSIT-RTN.
            MOVE 'I' TO NEED-STAGE.
            PERFORM GET-APP-RTN THRU GET-APP-END.
            IF FOUND-SW = 0
                 GO TO DEPOSIT-END.
            IF DP-AVAILABLE-SW = 0
                 DISPLAY "NO DEPOSIT LEDGER ON FILE" LINE 16 COLUMN 1
                 GO TO DEPOSIT-END.
            MOVE ANO-IN TO DP-ANO.
            READ DEPOSIT
                 INVALID KEY
                      DISPLAY "NO DEPOSIT LODGED FOR THIS ACCOUNT"
                      LINE 16 COLUMN 1
                      MOVE "DEPOSITCHK" TO AL-FIELD
                      MOVE ANO-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO DEPOSIT-END.
            IF DP-STATUS-CODE NOT = 'H' OR DP-AMOUNT = 0
                 DISPLAY "DEPOSIT IS NOT HELD FOR THIS ACCOUNT"
                 LINE 16 COLUMN 1
                 MOVE "DEPOSITCHK" TO AL-FIELD
                 MOVE ANO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO DEPOSIT-END.
            MOVE DP-AMOUNT TO AMT-OUT.
            DISPLAY "DEPOSIT HELD:" LINE 8 COLUMN 1.
            DISPLAY AMT-OUT LINE 8 COLUMN 35.
            DISPLAY DP-DATE LINE 8 COLUMN 50.
            MOVE 'D' TO SA-STAGE.
            MOVE DP-DATE TO SA-DEP-DATE.
            MOVE DP-AMOUNT TO SA-DEP-AMOUNT.
            PERFORM REWRITE-APP-RTN.
            MOVE "DEPOSITPAID" TO AL-FIELD.
            MOVE ANO-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "DEPOSIT CONFIRMED" LINE 16 COLUMN 1.
       DEPOSIT-END.
       METER-RTN.
            MOVE 'D' TO NEED-STAGE.
            PERFORM GET-APP-RTN THRU GET-APP-END.
            IF FOUND-SW = 0
                 GO TO METER-END.
            DISPLAY "METER NUMBER:" LINE 8 COLUMN 1.
            ACCEPT METER-IN LINE 8 COLUMN 35.
            MOVE METER-IN TO MI-METER.
            READ METERINV
                 INVALID KEY
                      DISPLAY "METER NOT IN INVENTORY" LINE 16 COLUMN 1
                      MOVE "NEWMETER" TO AL-FIELD
                      MOVE METER-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO METER-END.
            IF MI-STATUS-CODE NOT = 'S'
                 DISPLAY "METER NOT IN STORE" LINE 16 COLUMN 1
                 MOVE "NEWMETER" TO AL-FIELD
                 MOVE METER-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO METER-END.
            MOVE "METERINV" TO CHG-FILE.
            MOVE MI-METER TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            MOVE "MI-STATUS-CODE" TO CN-FIELD.
            MOVE MI-STATUS-CODE TO CN-OLD.
            MOVE 'I' TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            IF ANO-IN NOT = MI-ANO
                 MOVE "MI-ANO" TO CN-FIELD
                 MOVE MI-ANO TO CN-OLD
                 MOVE ANO-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            MOVE 'I' TO MI-STATUS-CODE.
            MOVE ANO-IN TO MI-ANO.
            REWRITE METER-REC.
            IF MI-STATUS NOT = "00"
                 MOVE "METERINV" TO FC-FILENAME
                 MOVE MI-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM WRITE-CHANGES-RTN.
            MOVE 'M' TO SA-STAGE.
            MOVE RUN-DATE TO SA-MTR-DATE.
            MOVE METER-IN TO SA-METER.
            PERFORM REWRITE-APP-RTN.
            MOVE "METERASSIGN" TO AL-FIELD.
            MOVE ANO-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "METER ASSIGNED" LINE 16 COLUMN 1.
       METER-END.
      * ENERGIZING OPENS THE ACCOUNT. THE STARTING METER READING STAYS
      * ON THE APPLICATION AND THE USAGE HISTORY STARTS AT ZERO.
       ENERGIZE-RTN.
            MOVE 'M' TO NEED-STAGE.
            PERFORM GET-APP-RTN THRU GET-APP-END.
            IF FOUND-SW = 0
                 GO TO ENERGIZE-END.
            MOVE ANO-IN TO EM-ANO.
            READ ELECMAST
                 INVALID KEY
                      MOVE 0 TO FOUND-SW
                 NOT INVALID KEY
                      MOVE 1 TO FOUND-SW.
            IF FOUND-SW = 1
                 DISPLAY "ACCOUNT MASTER ALREADY EXISTS"
                 LINE 16 COLUMN 1
                 MOVE "ENERGIZE" TO AL-FIELD
                 MOVE ANO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO ENERGIZE-END.
            DISPLAY "METER:" LINE 8 COLUMN 1.
            DISPLAY SA-METER LINE 8 COLUMN 35.
            DISPLAY "INITIAL METER READING:" LINE 9 COLUMN 1.
            ACCEPT RDG-IN LINE 9 COLUMN 35.
            DISPLAY "ROUTE CODE:" LINE 10 COLUMN 1.
            ACCEPT ROUTE-IN LINE 10 COLUMN 35.
            DISPLAY "READING SEQUENCE:" LINE 11 COLUMN 1.
            ACCEPT SEQ-IN LINE 11 COLUMN 35.
            DISPLAY "READER ID:" LINE 12 COLUMN 1.
            ACCEPT READER-IN LINE 12 COLUMN 35.
            IF RDG-IN NOT NUMERIC OR SEQ-IN NOT NUMERIC
                 OR ROUTE-IN = SPACES
                 DISPLAY "INVALID ENTRY - NOT ENERGIZED"
                 LINE 16 COLUMN 1
                 MOVE "ENERGIZE" TO AL-FIELD
                 MOVE ANO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO ENERGIZE-END.
            MOVE ANO-IN TO EM-ANO.
            MOVE SA-NAME TO EM-NAME.
            MOVE SA-ADDRESS TO EM-ADDRESS.
            MOVE SA-CLASS TO EM-CLASS.
            MOVE SA-METER TO EM-METER.
            MOVE 'N' TO EM-NETMTR.
            MOVE SA-XFMR TO EM-XFMR.
            MOVE "ELECMAST" TO CHG-FILE.
            MOVE EM-ANO TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            MOVE "RECORD" TO CN-FIELD.
            MOVE SPACES TO CN-OLD.
            MOVE "ADDED" TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            WRITE EM-REC.
            IF EM-STATUS NOT = "00"
                 MOVE "ELECMAST" TO FC-FILENAME
                 MOVE EM-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM WRITE-CHANGES-RTN.
            PERFORM ROUTE-RTN.
            PERFORM HIST-RTN.
            MOVE 'E' TO SA-STAGE.
            MOVE RUN-DATE TO SA-ENER-DATE.
            MOVE RDG-IN TO SA-INIT-RDG.
            PERFORM REWRITE-APP-RTN.
            MOVE "ENERGIZED" TO AL-FIELD.
            MOVE ANO-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "SERVICE ENERGIZED - ACCOUNT OPENED"
                 LINE 16 COLUMN 1.
       ENERGIZE-END.
       ROUTE-RTN.
            MOVE 0 TO FOUND-SW.
            MOVE ANO-IN TO RT-ANO.
            READ ROUTEFILE
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 1 TO FOUND-SW.
            MOVE ANO-IN TO RT-ANO.
            MOVE ROUTE-IN TO RT-ROUTE.
            MOVE SEQ-IN TO RT-SEQ.
            MOVE READER-IN TO RT-READER.
            IF FOUND-SW = 1
                 REWRITE ROUTE-REC
            ELSE
                 WRITE ROUTE-REC.
            IF RT-STATUS NOT = "00"
                 MOVE "ROUTE" TO FC-FILENAME
                 MOVE RT-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       HIST-RTN.
            MOVE 0 TO FOUND-SW.
            MOVE ANO-IN TO HS-ANO.
            READ HISTORY
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 1 TO FOUND-SW.
            MOVE ANO-IN TO HS-ANO.
            MOVE 0 TO HS-PRIOR-KWH.
            MOVE 0 TO HS-YTD-KWH.
            MOVE SPACE TO HS-EST-FLAG.
            MOVE 0 TO HS-EST-KWH.
            IF FOUND-SW = 1
                 REWRITE HS-REC
            ELSE
                 WRITE HS-REC.
            IF HS-STATUS NOT = "00"
                 MOVE "HISTORY" TO FC-FILENAME
                 MOVE HS-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       REWRITE-APP-RTN.
            MOVE OPERATOR-ID TO SA-OPERATOR.
            REWRITE SA-REC.
            IF SA-STATUS NOT = "00"
                 MOVE "SVCAPP" TO FC-FILENAME
                 MOVE SA-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       ANS-RTN.
            ACCEPT ANS LINE 18 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "SVC-APPLY" TO AL-PROGRAM.
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
            MOVE "SVC-APPLY" TO CH-PROGRAM.
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
