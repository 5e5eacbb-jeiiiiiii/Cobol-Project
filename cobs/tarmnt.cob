       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFF-MAINT.
      *AUTHOR. JEI MOND.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. ELECTRIC TARIFF MASTER MAINTENANCE. RATES ARE KEPT BY
      *         ACCOUNT CLASS AND EFFECTIVE DATE; A NEW RATE IS ADDED
      *         UNDER ITS OWN EFFECTIVE DATE AND NEVER OVERLAYS HISTORY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TARIFF ASSIGN TO "TARIFF.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS TF-KEY
                 FILE STATUS IS TF-STATUS.
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
       FD   TARIFF.
       01   TF-REC.
            02 TF-KEY.
               03 TF-CLASS PIC X.
               03 TF-EFFDATE PIC X(8).
            02 TF-RATE PIC 99V99.
            02 TF-SCH-PCT PIC 99V99.
            02 TF-DEMRATE PIC 999V99.
            02 TF-VAT-PCT PIC 99V99.
            02 TF-LPP-PCT PIC 99V99.
            02 TF-EXP-RATE PIC 99V99.
            02 TF-LIFE-KWH PIC 9(4).
            02 TF-LIFE-PCT PIC 999.
            02 TF-ENTRY-DATE PIC X(8).
            02 TF-OPERATOR PIC X(10).
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
       01   TF-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   FOUND-SW PIC 9 VALUE 0.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   OLD-TF-REC.
            02 OLD-TF-RATE PIC 99V99.
            02 OLD-TF-SCH-PCT PIC 99V99.
            02 OLD-TF-DEMRATE PIC 999V99.
            02 OLD-TF-VAT-PCT PIC 99V99.
            02 OLD-TF-LPP-PCT PIC 99V99.
            02 OLD-TF-EXP-RATE PIC 99V99.
            02 OLD-TF-LIFE-KWH PIC 9(4).
            02 OLD-TF-LIFE-PCT PIC 999.
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
       01   CLASS-IN PIC X VALUE SPACE.
       01   EFFDATE-IN PIC X(6) VALUE SPACES.
       01   EFF-MM PIC 99 VALUE 0.
       01   EFF-DD PIC 99 VALUE 0.
       01   RATE-IN PIC 99V99 VALUE 0.
       01   SCH-IN PIC 99V99 VALUE 0.
       01   DEMRATE-IN PIC 999V99 VALUE 0.
       01   VAT-IN PIC 99V99 VALUE 0.
       01   LPP-IN PIC 99V99 VALUE 0.
       01   EXP-IN PIC 99V99 VALUE 0.
       01   LIFE-KWH-IN PIC 9(4) VALUE 0.
       01   LIFE-PCT-IN PIC 999 VALUE 0.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            OPEN I-O TARIFF.
            IF TF-STATUS = "35"
                 OPEN OUTPUT TARIFF
                 CLOSE TARIFF
                 OPEN I-O TARIFF.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE TARIFF.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "BROWNOUT ELECTRIC COMPANY" LINE 1 COLUMN 19.
            DISPLAY "TARIFF MASTER MAINTENANCE" LINE 2 COLUMN 19.
            MOVE 0 TO VALID-SW.
            DISPLAY "ACCOUNT CLASS (R/C/I):" LINE 4 COLUMN 1.
            PERFORM CLASS-RTN THRU CLASS-END UNTIL VALID-SW = 1.
            DISPLAY "EFFECTIVE FROM (YYMMDD):" LINE 5 COLUMN 1.
            ACCEPT EFFDATE-IN LINE 5 COLUMN 35.
            IF EFFDATE-IN NOT NUMERIC
                 DISPLAY "INVALID EFFECTIVE DATE" LINE 16 COLUMN 1
                 MOVE "TARIFFDATE" TO AL-FIELD
                 MOVE EFFDATE-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO PROCESS-ASK.
            MOVE EFFDATE-IN(3:2) TO EFF-MM.
            MOVE EFFDATE-IN(5:2) TO EFF-DD.
            IF EFF-MM < 1 OR EFF-MM > 12 OR EFF-DD < 1 OR EFF-DD > 31
                 DISPLAY "INVALID EFFECTIVE DATE" LINE 16 COLUMN 1
                 MOVE "TARIFFDATE" TO AL-FIELD
                 MOVE EFFDATE-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO PROCESS-ASK.
            MOVE 0 TO FOUND-SW.
            MOVE CLASS-IN TO TF-CLASS.
            MOVE EFFDATE-IN TO TF-EFFDATE.
            READ TARIFF
                 INVALID KEY
                      MOVE 0 TO FOUND-SW
                 NOT INVALID KEY
                      MOVE 1 TO FOUND-SW
                      MOVE TF-RATE TO OLD-TF-RATE
                      MOVE TF-SCH-PCT TO OLD-TF-SCH-PCT
                      MOVE TF-DEMRATE TO OLD-TF-DEMRATE
                      MOVE TF-VAT-PCT TO OLD-TF-VAT-PCT
                      MOVE TF-LPP-PCT TO OLD-TF-LPP-PCT
                      MOVE TF-EXP-RATE TO OLD-TF-EXP-RATE
                      MOVE TF-LIFE-KWH TO OLD-TF-LIFE-KWH
                      MOVE TF-LIFE-PCT TO OLD-TF-LIFE-PCT.
            IF FOUND-SW = 1
                 IF TF-EFFDATE(1:6) NOT > RUN-DATE(1:6)
                      DISPLAY "RATE ALREADY IN FORCE - ENTER A NEW "
                      LINE 16 COLUMN 1
                      DISPLAY "EFFECTIVE DATE" LINE 16 COLUMN 37
                      GO TO PROCESS-ASK
                 ELSE
                      DISPLAY "SCHEDULED RATE - RE-ENTER DETAILS"
                      LINE 6 COLUMN 1
                 END-IF
            ELSE
                 DISPLAY "NEW RATE" LINE 6 COLUMN 1.
            DISPLAY "ENERGY RATE PER KWH:" LINE 7 COLUMN 1.
            ACCEPT RATE-IN LINE 7 COLUMN 35.
            DISPLAY "SYSTEM CHARGE (PCT):" LINE 8 COLUMN 1.
            ACCEPT SCH-IN LINE 8 COLUMN 35.
            DISPLAY "DEMAND RATE PER KW:" LINE 9 COLUMN 1.
            ACCEPT DEMRATE-IN LINE 9 COLUMN 35.
            DISPLAY "VAT (PCT):" LINE 10 COLUMN 1.
            ACCEPT VAT-IN LINE 10 COLUMN 35.
            DISPLAY "LATE PAYMENT PENALTY (PCT):" LINE 11 COLUMN 1.
            ACCEPT LPP-IN LINE 11 COLUMN 35.
            DISPLAY "NET-METER EXPORT RATE:" LINE 12 COLUMN 1.
            ACCEPT EXP-IN LINE 12 COLUMN 35.
            DISPLAY "LIFELINE BELOW (KWH):" LINE 13 COLUMN 1.
            ACCEPT LIFE-KWH-IN LINE 13 COLUMN 35.
            DISPLAY "LIFELINE DISCOUNT (PCT):" LINE 14 COLUMN 1.
            ACCEPT LIFE-PCT-IN LINE 14 COLUMN 35.
            IF RATE-IN NOT NUMERIC OR RATE-IN = 0
                 OR SCH-IN NOT NUMERIC OR DEMRATE-IN NOT NUMERIC
                 OR VAT-IN NOT NUMERIC OR LPP-IN NOT NUMERIC
                 OR EXP-IN NOT NUMERIC OR LIFE-KWH-IN NOT NUMERIC
                 OR LIFE-PCT-IN NOT NUMERIC OR LIFE-PCT-IN > 100
                 DISPLAY "INVALID RATE - NOT SAVED" LINE 16 COLUMN 1
                 MOVE "TARIFFRATE" TO AL-FIELD
                 MOVE SPACES TO AL-BADVAL
                 STRING CLASS-IN " " EFFDATE-IN DELIMITED BY SIZE
                      INTO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO PROCESS-ASK.
            MOVE CLASS-IN TO TF-CLASS.
            MOVE EFFDATE-IN TO TF-EFFDATE.
            MOVE RATE-IN TO TF-RATE.
            MOVE SCH-IN TO TF-SCH-PCT.
            MOVE DEMRATE-IN TO TF-DEMRATE.
            MOVE VAT-IN TO TF-VAT-PCT.
            MOVE LPP-IN TO TF-LPP-PCT.
            MOVE EXP-IN TO TF-EXP-RATE.
            MOVE LIFE-KWH-IN TO TF-LIFE-KWH.
            MOVE LIFE-PCT-IN TO TF-LIFE-PCT.
            MOVE RUN-DATE TO TF-ENTRY-DATE.
            MOVE OPERATOR-ID TO TF-OPERATOR.
            MOVE "TARIFF" TO CHG-FILE.
            MOVE TF-KEY TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF FOUND-SW = 1
                 PERFORM TF-NOTE-RTN
            ELSE
                 MOVE "RECORD" TO CN-FIELD
                 MOVE SPACES TO CN-OLD
                 MOVE "ADDED" TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF FOUND-SW = 1
                 REWRITE TF-REC
            ELSE
                 WRITE TF-REC.
            IF TF-STATUS NOT = "00"
                 MOVE "TARIFF" TO FC-FILENAME
                 MOVE TF-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM WRITE-CHANGES-RTN.
            MOVE "TARIFF" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING CLASS-IN " " EFFDATE-IN DELIMITED BY SIZE
                 INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "TARIFF SAVED" LINE 16 COLUMN 1.
       PROCESS-ASK.
            DISPLAY "MAINTAIN ANOTHER (Y/N)?" LINE 18 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       CLASS-RTN.
            ACCEPT CLASS-IN LINE 4 COLUMN 35.
            IF CLASS-IN = 'r'
                 MOVE 'R' TO CLASS-IN.
            IF CLASS-IN = 'c'
                 MOVE 'C' TO CLASS-IN.
            IF CLASS-IN = 'i'
                 MOVE 'I' TO CLASS-IN.
            IF CLASS-IN = 'R' OR CLASS-IN = 'C' OR CLASS-IN = 'I'
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "ACCOUNTCLASS" TO AL-FIELD
                 MOVE CLASS-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       CLASS-END.
       ANS-RTN.
            ACCEPT ANS LINE 18 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "TARIFF-MAINT" TO AL-PROGRAM.
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
       TF-NOTE-RTN.
            IF TF-RATE NOT = OLD-TF-RATE
                 MOVE "TF-RATE" TO CN-FIELD
                 MOVE OLD-TF-RATE TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE TF-RATE TO CN-AMT
                 MOVE CN-AMT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF TF-SCH-PCT NOT = OLD-TF-SCH-PCT
                 MOVE "TF-SCH-PCT" TO CN-FIELD
                 MOVE OLD-TF-SCH-PCT TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE TF-SCH-PCT TO CN-AMT
                 MOVE CN-AMT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF TF-DEMRATE NOT = OLD-TF-DEMRATE
                 MOVE "TF-DEMRATE" TO CN-FIELD
                 MOVE OLD-TF-DEMRATE TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE TF-DEMRATE TO CN-AMT
                 MOVE CN-AMT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF TF-VAT-PCT NOT = OLD-TF-VAT-PCT
                 MOVE "TF-VAT-PCT" TO CN-FIELD
                 MOVE OLD-TF-VAT-PCT TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE TF-VAT-PCT TO CN-AMT
                 MOVE CN-AMT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF TF-LPP-PCT NOT = OLD-TF-LPP-PCT
                 MOVE "TF-LPP-PCT" TO CN-FIELD
                 MOVE OLD-TF-LPP-PCT TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE TF-LPP-PCT TO CN-AMT
                 MOVE CN-AMT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF TF-EXP-RATE NOT = OLD-TF-EXP-RATE
                 MOVE "TF-EXP-RATE" TO CN-FIELD
                 MOVE OLD-TF-EXP-RATE TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE TF-EXP-RATE TO CN-AMT
                 MOVE CN-AMT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF TF-LIFE-KWH NOT = OLD-TF-LIFE-KWH
                 MOVE "TF-LIFE-KWH" TO CN-FIELD
                 MOVE OLD-TF-LIFE-KWH TO CN-OLD
                 MOVE TF-LIFE-KWH TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF TF-LIFE-PCT NOT = OLD-TF-LIFE-PCT
                 MOVE "TF-LIFE-PCT" TO CN-FIELD
                 MOVE OLD-TF-LIFE-PCT TO CN-OLD
                 MOVE TF-LIFE-PCT TO CN-NEW
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
            MOVE "TARIFF-MAINT" TO CH-PROGRAM.
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
