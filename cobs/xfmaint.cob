       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFMR-MAINT.
      *AUTHOR. JEI MOND.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. DISTRIBUTION TRANSFORMER MASTER MAINTENANCE AND ENTRY
      *         OF THE MONTHLY TRANSFORMER TOTALIZER READING. THE KWH
      *         DELIVERED FOR THE MONTH IS THE PRESENT LESS THE LAST
      *         TOTALIZER READING ON FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT XFMAST ASSIGN TO "XFMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS XF-ID
                 FILE STATUS IS XF-STATUS.
            SELECT XFRDG ASSIGN TO "XFRDG.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS XR-KEY
                 FILE STATUS IS XR-STATUS.
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
       FD   XFRDG.
       01   XR-REC.
            02 XR-KEY.
               03 XR-ID PIC X(8).
               03 XR-PERIOD PIC X(4).
            02 XR-PRR PIC 9(8).
            02 XR-CRR PIC 9(8).
            02 XR-KWH PIC 9(8).
            02 XR-DATE PIC X(8).
            02 XR-OPERATOR PIC X(10).
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
       01   XF-STATUS PIC XX VALUE "00".
       01   XR-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   FOUND-SW PIC 9 VALUE 0.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   OLD-XF-REC.
            02 OLD-XF-DESC PIC X(20).
            02 OLD-XF-FEEDER PIC X(8).
            02 OLD-XF-KVA PIC 9(5).
            02 OLD-XF-LOSS-PCT PIC 99V9.
            02 OLD-XF-ACTIVE PIC X.
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
       01   ID-IN PIC X(8) VALUE SPACES.
       01   KVA-IN PIC 9(5) VALUE 0.
       01   LOSS-IN PIC 99V9 VALUE 0.
       01   ACTIVE-IN PIC X VALUE SPACE.
       01   PERIOD-IN PIC X(4) VALUE SPACES.
       01   PER-MM PIC 99 VALUE 0.
       01   RDG-IN PIC 9(8) VALUE 0.
       01   KWH-OUT PIC ZZ,ZZZ,ZZ9.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            OPEN I-O XFMAST.
            IF XF-STATUS = "35"
                 OPEN OUTPUT XFMAST
                 CLOSE XFMAST
                 OPEN I-O XFMAST.
            OPEN I-O XFRDG.
            IF XR-STATUS = "35"
                 OPEN OUTPUT XFRDG
                 CLOSE XFRDG
                 OPEN I-O XFRDG.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE XFMAST.
            CLOSE XFRDG.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "BROWNOUT ELECTRIC COMPANY" LINE 1 COLUMN 19.
            DISPLAY "TRANSFORMER MAINTENANCE" LINE 2 COLUMN 19.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (M=MASTER, R=TOTALIZER READING):"
                 LINE 3 COLUMN 1.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'M'
                 PERFORM MASTER-RTN THRU MASTER-END
            ELSE
                 PERFORM READING-RTN THRU READING-END.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 18 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 3 COLUMN 45.
            IF FUNC-CODE = 'M' OR FUNC-CODE = 'm'
                 MOVE 'M' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'R' OR FUNC-CODE = 'r'
                 MOVE 'R' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       MASTER-RTN.
            DISPLAY "TRANSFORMER ID:" LINE 5 COLUMN 1.
            ACCEPT ID-IN LINE 5 COLUMN 35.
            IF ID-IN = SPACES
                 DISPLAY "TRANSFORMER ID REQUIRED" LINE 16 COLUMN 1
                 GO TO MASTER-END.
            MOVE 0 TO FOUND-SW.
            MOVE ID-IN TO XF-ID.
            READ XFMAST
                 INVALID KEY
                      MOVE 0 TO FOUND-SW
                 NOT INVALID KEY
                      MOVE 1 TO FOUND-SW
                      MOVE XF-DESC TO OLD-XF-DESC
                      MOVE XF-FEEDER TO OLD-XF-FEEDER
                      MOVE XF-KVA TO OLD-XF-KVA
                      MOVE XF-LOSS-PCT TO OLD-XF-LOSS-PCT
                      MOVE XF-ACTIVE TO OLD-XF-ACTIVE.
            IF FOUND-SW = 1
                 DISPLAY "EXISTING TRANSFORMER - RE-ENTER DETAILS"
                 LINE 6 COLUMN 1
            ELSE
                 DISPLAY "NEW TRANSFORMER" LINE 6 COLUMN 1
                 MOVE 0 TO XF-LAST-RDG
                 MOVE SPACES TO XF-LAST-PERIOD.
            DISPLAY "LOCATION / DESCRIPTION:" LINE 7 COLUMN 1.
            ACCEPT XF-DESC LINE 7 COLUMN 35.
            DISPLAY "FEEDER:" LINE 8 COLUMN 1.
            ACCEPT XF-FEEDER LINE 8 COLUMN 35.
            DISPLAY "RATED CAPACITY (KVA):" LINE 9 COLUMN 1.
            ACCEPT KVA-IN LINE 9 COLUMN 35.
            DISPLAY "LOSS THRESHOLD (PCT):" LINE 10 COLUMN 1.
            ACCEPT LOSS-IN LINE 10 COLUMN 35.
            DISPLAY "ACTIVE (Y/N):" LINE 11 COLUMN 1.
            ACCEPT ACTIVE-IN LINE 11 COLUMN 35.
            IF ACTIVE-IN = 'y'
                 MOVE 'Y' TO ACTIVE-IN.
            IF ACTIVE-IN = 'n'
                 MOVE 'N' TO ACTIVE-IN.
            IF ACTIVE-IN = SPACE
                 MOVE 'Y' TO ACTIVE-IN.
            IF KVA-IN NOT NUMERIC OR KVA-IN = 0
                 OR LOSS-IN NOT NUMERIC
                 OR (ACTIVE-IN NOT = 'Y' AND ACTIVE-IN NOT = 'N')
                 DISPLAY "INVALID ENTRY - NOT SAVED" LINE 16 COLUMN 1
                 MOVE "TRANSFORMER" TO AL-FIELD
                 MOVE ID-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO MASTER-END.
            IF LOSS-IN = 0
                 MOVE 10 TO LOSS-IN.
            MOVE ID-IN TO XF-ID.
            MOVE KVA-IN TO XF-KVA.
            MOVE LOSS-IN TO XF-LOSS-PCT.
            MOVE ACTIVE-IN TO XF-ACTIVE.
            MOVE "XFMAST" TO CHG-FILE.
            MOVE XF-ID TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF FOUND-SW = 1
                 PERFORM XF-NOTE-RTN
            ELSE
                 MOVE "RECORD" TO CN-FIELD
                 MOVE SPACES TO CN-OLD
                 MOVE "ADDED" TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF FOUND-SW = 1
                 REWRITE XF-REC
            ELSE
                 WRITE XF-REC.
            IF XF-STATUS NOT = "00"
                 MOVE "XFMAST" TO FC-FILENAME
                 MOVE XF-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM WRITE-CHANGES-RTN.
            DISPLAY "TRANSFORMER SAVED" LINE 16 COLUMN 1.
       MASTER-END.
      * ONLY THE LATEST MONTH'S READING MAY BE RE-ENTERED, SINCE IT IS
      * THE STARTING POINT FOR THE FOLLOWING MONTH.
       READING-RTN.
            DISPLAY "TRANSFORMER ID:" LINE 5 COLUMN 1.
            ACCEPT ID-IN LINE 5 COLUMN 35.
            MOVE ID-IN TO XF-ID.
            READ XFMAST
                 INVALID KEY
                      DISPLAY "TRANSFORMER NOT ON FILE" LINE 16 COLUMN 1
                      GO TO READING-END.
            DISPLAY XF-DESC LINE 5 COLUMN 50.
            IF XF-ACTIVE NOT = 'Y'
                 DISPLAY "TRANSFORMER IS INACTIVE" LINE 16 COLUMN 1
                 GO TO READING-END.
            MOVE SPACES TO PERIOD-IN.
            DISPLAY "READING PERIOD (YYMM):" LINE 6 COLUMN 1.
            ACCEPT PERIOD-IN LINE 6 COLUMN 35.
            IF PERIOD-IN = SPACES
                 MOVE RUN-DATE(1:4) TO PERIOD-IN.
            MOVE 0 TO PER-MM.
            IF PERIOD-IN NUMERIC
                 MOVE PERIOD-IN(3:2) TO PER-MM.
            IF PER-MM < 1 OR PER-MM > 12
                 DISPLAY "INVALID READING PERIOD" LINE 16 COLUMN 1
                 GO TO READING-END.
            MOVE 0 TO FOUND-SW.
            MOVE ID-IN TO XR-ID.
            MOVE PERIOD-IN TO XR-PERIOD.
            READ XFRDG
                 INVALID KEY
                      MOVE 0 TO FOUND-SW
                 NOT INVALID KEY
                      MOVE 1 TO FOUND-SW.
            IF FOUND-SW = 1 AND PERIOD-IN NOT = XF-LAST-PERIOD
                 DISPLAY "ONLY THE LATEST READING MAY BE CORRECTED"
                 LINE 16 COLUMN 1
                 GO TO READING-END.
            IF FOUND-SW = 0 AND XF-LAST-PERIOD NOT = SPACES
                 AND PERIOD-IN NOT > XF-LAST-PERIOD
                 DISPLAY "A LATER READING IS ALREADY ON FILE"
                 LINE 16 COLUMN 1
                 GO TO READING-END.
            IF FOUND-SW = 0
                 MOVE XF-LAST-RDG TO XR-PRR.
            DISPLAY "PREVIOUS TOTALIZER READING:" LINE 7 COLUMN 1.
            DISPLAY XR-PRR LINE 7 COLUMN 35.
            DISPLAY "PRESENT TOTALIZER READING:" LINE 8 COLUMN 1.
            ACCEPT RDG-IN LINE 8 COLUMN 35.
            IF RDG-IN NOT NUMERIC OR RDG-IN < XR-PRR
                 DISPLAY "INVALID READING - NOT SAVED" LINE 16 COLUMN 1
                 MOVE "TOTALIZER" TO AL-FIELD
                 MOVE SPACES TO AL-BADVAL
                 STRING ID-IN " " PERIOD-IN DELIMITED BY SIZE
                      INTO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO READING-END.
            MOVE RDG-IN TO XR-CRR.
            IF FOUND-SW = 0 AND XF-LAST-PERIOD = SPACES
                 MOVE RDG-IN TO XR-PRR
                 DISPLAY "FIRST READING - TAKEN AS STARTING POINT"
                 LINE 10 COLUMN 1.
            COMPUTE XR-KWH = XR-CRR - XR-PRR.
            MOVE XR-KWH TO KWH-OUT.
            DISPLAY "KWH DELIVERED:" LINE 9 COLUMN 1.
            DISPLAY KWH-OUT LINE 9 COLUMN 35.
            MOVE RUN-DATE TO XR-DATE.
            MOVE OPERATOR-ID TO XR-OPERATOR.
            IF FOUND-SW = 1
                 REWRITE XR-REC
            ELSE
                 WRITE XR-REC.
            IF XR-STATUS NOT = "00"
                 MOVE "XFRDG" TO FC-FILENAME
                 MOVE XR-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE RDG-IN TO XF-LAST-RDG.
            MOVE PERIOD-IN TO XF-LAST-PERIOD.
            REWRITE XF-REC.
            IF XF-STATUS NOT = "00"
                 MOVE "XFMAST" TO FC-FILENAME
                 MOVE XF-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            DISPLAY "TOTALIZER READING SAVED" LINE 16 COLUMN 1.
       READING-END.
       ANS-RTN.
            ACCEPT ANS LINE 18 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "XFMR-MAINT" TO AL-PROGRAM.
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
       XF-NOTE-RTN.
            IF XF-DESC NOT = OLD-XF-DESC
                 MOVE "XF-DESC" TO CN-FIELD
                 MOVE OLD-XF-DESC TO CN-OLD
                 MOVE XF-DESC TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF XF-FEEDER NOT = OLD-XF-FEEDER
                 MOVE "XF-FEEDER" TO CN-FIELD
                 MOVE OLD-XF-FEEDER TO CN-OLD
                 MOVE XF-FEEDER TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF XF-KVA NOT = OLD-XF-KVA
                 MOVE "XF-KVA" TO CN-FIELD
                 MOVE OLD-XF-KVA TO CN-OLD
                 MOVE XF-KVA TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF XF-LOSS-PCT NOT = OLD-XF-LOSS-PCT
                 MOVE "XF-LOSS-PCT" TO CN-FIELD
                 MOVE OLD-XF-LOSS-PCT TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE XF-LOSS-PCT TO CN-AMT
                 MOVE CN-AMT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF XF-ACTIVE NOT = OLD-XF-ACTIVE
                 MOVE "XF-ACTIVE" TO CN-FIELD
                 MOVE OLD-XF-ACTIVE TO CN-OLD
                 MOVE XF-ACTIVE TO CN-NEW
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
            MOVE "XFMR-MAINT" TO CH-PROGRAM.
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
