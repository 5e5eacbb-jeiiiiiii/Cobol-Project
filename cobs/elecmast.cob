      *DATE-WRITTEN. 08/22/26.
      *DATE-COMPILED. 08/22/26.
      *SECURITY. ONLY ME.
      *REMARKS. ELECTRIC ACCOUNT MASTER MAINTENANCE. RESIDENTIAL
      *         ACCOUNTS MAY BE FLAGGED FOR NET METERING (SOLAR EXPORT).
      *         EACH ACCOUNT IS TIED TO THE TRANSFORMER SERVING IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS EM-ANO
                 FILE STATUS IS EM-STATUS.
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
            02 EM-ADDRESS PIC X(30).
            02 EM-CLASS PIC X.
            02 EM-METER PIC X(10).
            02 EM-NETMTR PIC X.
            02 EM-XFMR PIC X(8).
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
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
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
       01   OLD-EM-REC.
            02 OE-ANO PIC X(10).
            02 OE-NAME PIC X(25).
            02 OE-ADDRESS PIC X(30).
            02 OE-CLASS PIC X.
            02 OE-METER PIC X(10).
            02 OE-NETMTR PIC X.
            02 OE-XFMR PIC X(8).
       01   CHG-TABLE.
            02 CHG-ENTRY OCCURS 20 TIMES.
               03 CHG-FIELD PIC X(15).
               03 CHG-OLD PIC X(25).
               03 CHG-NEW PIC X(25).
       01   ANO-IN PIC X(10) VALUE SPACES.
       01   CLASS-IN PIC X VALUE SPACE.
       01   NETMTR-IN PIC X VALUE SPACE.
       01   XF-STATUS PIC XX VALUE "00".
       01   XF-AVAILABLE-SW PIC 9 VALUE 0.
       01   XFMR-IN PIC X(8) VALUE SPACES.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            OPEN I-O ELECMAST.
            IF EM-STATUS = "35"
                 OPEN OUTPUT ELECMAST
                 CLOSE ELECMAST
                 OPEN I-O ELECMAST.
            OPEN INPUT XFMAST.
            IF XF-STATUS = "35"
                 MOVE 0 TO XF-AVAILABLE-SW
            ELSE
                 MOVE 1 TO XF-AVAILABLE-SW.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE ELECMAST.
            IF XF-AVAILABLE-SW = 1
                 CLOSE XFMAST.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
                 INVALID KEY
                      MOVE 0 TO FOUND-SW
                 NOT INVALID KEY
                      MOVE 1 TO FOUND-SW
                      MOVE EM-REC TO OLD-EM-REC.
            IF FOUND-SW = 1
                 DISPLAY "EXISTING ACCOUNT - RE-ENTER DETAILS"
                 LINE 5 COLUMN 1
            PERFORM CLASS-RTN THRU CLASS-END UNTIL VALID-SW = 1.
            DISPLAY "METER NUMBER:" LINE 9 COLUMN 1.
            ACCEPT EM-METER LINE 9 COLUMN 20.
            IF FOUND-SW = 0 OR EM-NETMTR NOT = 'Y'
                 MOVE 'N' TO EM-NETMTR.
            IF EM-CLASS = 'R'
                 MOVE 0 TO VALID-SW
                 MOVE SPACE TO NETMTR-IN
                 DISPLAY "NET METERING (Y/N):" LINE 10 COLUMN 1
                 PERFORM NETMTR-RTN THRU NETMTR-END UNTIL VALID-SW = 1
            ELSE
                 MOVE 'N' TO EM-NETMTR.
            IF FOUND-SW = 0
                 MOVE SPACES TO EM-XFMR.
            MOVE 0 TO VALID-SW.
            DISPLAY "TRANSFORMER ID:" LINE 11 COLUMN 1.
            PERFORM XFMR-RTN THRU XFMR-END UNTIL VALID-SW = 1.
            MOVE ANO-IN TO EM-ANO.
            MOVE "ELECMAST" TO CHG-FILE.
            MOVE ANO-IN TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF FOUND-SW = 1
                 PERFORM EM-NOTE-RTN
            ELSE
                 MOVE "RECORD" TO CN-FIELD
                 MOVE SPACES TO CN-OLD
                 MOVE "ADDED" TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF FOUND-SW = 1
                 REWRITE EM-REC
            ELSE
                 MOVE "ELECMAST" TO FC-FILENAME
                 MOVE EM-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM WRITE-CHANGES-RTN.
            DISPLAY "ACCOUNT MASTER SAVED" LINE 13 COLUMN 1.
       PROCESS-ASK.
            DISPLAY "MAINTAIN ANOTHER (Y/N)?" LINE 18 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
                 MOVE CLASS-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       CLASS-END.
       NETMTR-RTN.
            ACCEPT NETMTR-IN LINE 10 COLUMN 25.
            IF NETMTR-IN = SPACE
                 MOVE EM-NETMTR TO NETMTR-IN.
            IF NETMTR-IN = 'Y' OR NETMTR-IN = 'y'
                 MOVE 'Y' TO EM-NETMTR
                 MOVE 1 TO VALID-SW
            ELSE
            IF NETMTR-IN = 'N' OR NETMTR-IN = 'n'
                 MOVE 'N' TO EM-NETMTR
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "NETMETER" TO AL-FIELD
                 MOVE NETMTR-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       NETMTR-END.
      * A BLANK ENTRY KEEPS THE TRANSFORMER ALREADY ON THE ACCOUNT.
       XFMR-RTN.
            MOVE SPACES TO XFMR-IN.
            ACCEPT XFMR-IN LINE 11 COLUMN 25.
            IF XFMR-IN = SPACES
                 MOVE EM-XFMR TO XFMR-IN.
            IF XFMR-IN = SPACES OR XF-AVAILABLE-SW = 0
                 MOVE XFMR-IN TO EM-XFMR
                 MOVE 1 TO VALID-SW
                 GO TO XFMR-END.
            MOVE XFMR-IN TO XF-ID.
            READ XFMAST
                 INVALID KEY
                      DISPLAY "TRANSFORMER NOT ON FILE" LINE 12 COLUMN 1
                      MOVE "TRANSFORMER" TO AL-FIELD
                      MOVE XFMR-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO XFMR-END.
            DISPLAY "                       " LINE 12 COLUMN 1.
            DISPLAY XF-DESC LINE 11 COLUMN 35.
            MOVE XFMR-IN TO EM-XFMR.
            MOVE 1 TO VALID-SW.
       XFMR-END.
       ANS-RTN.
            ACCEPT ANS LINE 18 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "RUN ENDED - NOTHING FURTHER POSTED.".
            STOP RUN.
       EM-NOTE-RTN.
            IF EM-NAME NOT = OE-NAME
                 MOVE "EM-NAME" TO CN-FIELD
                 MOVE OE-NAME TO CN-OLD
                 MOVE EM-NAME TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF EM-ADDRESS NOT = OE-ADDRESS
                 MOVE "EM-ADDRESS" TO CN-FIELD
                 MOVE OE-ADDRESS TO CN-OLD
                 MOVE EM-ADDRESS TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF EM-CLASS NOT = OE-CLASS
                 MOVE "EM-CLASS" TO CN-FIELD
                 MOVE OE-CLASS TO CN-OLD
                 MOVE EM-CLASS TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF EM-METER NOT = OE-METER
                 MOVE "EM-METER" TO CN-FIELD
                 MOVE OE-METER TO CN-OLD
                 MOVE EM-METER TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF EM-NETMTR NOT = OE-NETMTR
                 MOVE "EM-NETMTR" TO CN-FIELD
                 MOVE OE-NETMTR TO CN-OLD
                 MOVE EM-NETMTR TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF EM-XFMR NOT = OE-XFMR
                 MOVE "EM-XFMR" TO CN-FIELD
                 MOVE OE-XFMR TO CN-OLD
                 MOVE EM-XFMR TO CN-NEW
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
            MOVE "ELEC-MAINT" TO CH-PROGRAM.
            WRITE CH-REC.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
