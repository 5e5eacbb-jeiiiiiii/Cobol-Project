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
            02 ST-CC PIC 9.
            02 ST-YEAR PIC 9.
            02 ST-ESTAT PIC X.
            02 ST-BANK-ACCNO PIC 9(10).
       FD   SIGNON.
       01   SG-REC.
            02 SG-OPERATOR PIC X(10).
       01   ST-STATUS PIC XX VALUE "00".
       01   STU-AVAILABLE-SW PIC 9 VALUE 0.
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
       01   ADDR-IN PIC X(30) VALUE SPACES.
       01   SNO-IN PIC 9(10) VALUE 0.
       01   PCT-IN PIC V99 VALUE 0.
       01   OLD-SP-REC.
            02 OLD-SP-NAME PIC X(25).
            02 OLD-SP-ADDRESS PIC X(30).
       01   OLD-SS-REC.
            02 OLD-SS-SPCODE PIC X(4).
            02 OLD-SS-PCT PIC V99.
            02 OLD-SS-FIXED PIC 9(6)V99.
       01   FIXED-IN PIC 9(6)V99 VALUE 0.
       01   LIST-LINE PIC 99 VALUE 0.
       SCREEN SECTION.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            OPEN I-O SPONSOR.
            IF SP-STATUS = "35"
                 OPEN OUTPUT SPONSOR
            IF STU-AVAILABLE-SW = 1
                 CLOSE STUMAST.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
                      DISPLAY "NEW SPONSOR" LINE 7 COLUMN 1
                 NOT INVALID KEY
                      MOVE 1 TO FOUND-SW
                      MOVE SP-NAME TO OLD-SP-NAME
                      MOVE SP-ADDRESS TO OLD-SP-ADDRESS
                      DISPLAY "EXISTING - RE-ENTER DETAILS"
                      LINE 7 COLUMN 1.
            DISPLAY "SPONSOR NAME:" LINE 8 COLUMN 1.
            MOVE CODE-IN TO SP-CODE.
            MOVE NAME-IN TO SP-NAME.
            MOVE ADDR-IN TO SP-ADDRESS.
            MOVE "SPONSOR" TO CHG-FILE.
            MOVE SP-CODE TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF FOUND-SW = 1
                 PERFORM SP-NOTE-RTN
            ELSE
                 MOVE "RECORD" TO CN-FIELD
                 MOVE SPACES TO CN-OLD
                 MOVE "ADDED" TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF FOUND-SW = 1
                 REWRITE SPONSOR-REC
            ELSE
                 DISPLAY "FILE ERROR ON SPONSOR - STATUS " SP-STATUS
                 LINE 10 COLUMN 1
                 GO TO SPON-END.
            PERFORM WRITE-CHANGES-RTN.
            DISPLAY "SPONSOR SAVED" LINE 10 COLUMN 1.
       SPON-END.
       LINK-RTN.
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 1 TO FOUND-SW
                      MOVE SS-SPCODE TO OLD-SS-SPCODE
                      MOVE SS-PCT TO OLD-SS-PCT
                      MOVE SS-FIXED TO OLD-SS-FIXED.
            MOVE SNO-IN TO SS-SNO.
            MOVE CODE-IN TO SS-SPCODE.
            MOVE PCT-IN TO SS-PCT.
            MOVE FIXED-IN TO SS-FIXED.
            MOVE "STUSPON" TO CHG-FILE.
            MOVE SS-SNO TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF FOUND-SW = 1
                 PERFORM LK-NOTE-RTN
            ELSE
                 MOVE "RECORD" TO CN-FIELD
                 MOVE SPACES TO CN-OLD
                 MOVE "ADDED" TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF FOUND-SW = 1
                 REWRITE STUSPON-REC
            ELSE
                 DISPLAY "FILE ERROR ON STUSPON - STATUS " SS-STATUS
                 LINE 11 COLUMN 1
                 GO TO LINK-END.
            PERFORM WRITE-CHANGES-RTN.
            DISPLAY "SCHOLAR LINK SAVED" LINE 11 COLUMN 1.
       LINK-END.
       LIST-RTN.
                           MOVE SG-OPERATOR TO OPERATOR-ID
                 END-READ
                 CLOSE SIGNON.
       SP-NOTE-RTN.
            IF SP-NAME NOT = OLD-SP-NAME
                 MOVE "SP-NAME" TO CN-FIELD
                 MOVE OLD-SP-NAME TO CN-OLD
                 MOVE SP-NAME TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF SP-ADDRESS NOT = OLD-SP-ADDRESS
                 MOVE "SP-ADDRESS" TO CN-FIELD
                 MOVE OLD-SP-ADDRESS TO CN-OLD
                 MOVE SP-ADDRESS TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
       LK-NOTE-RTN.
            IF SS-SPCODE NOT = OLD-SS-SPCODE
                 MOVE "SS-SPCODE" TO CN-FIELD
                 MOVE OLD-SS-SPCODE TO CN-OLD
                 MOVE SS-SPCODE TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF SS-PCT NOT = OLD-SS-PCT
                 MOVE "SS-PCT" TO CN-FIELD
                 MOVE OLD-SS-PCT TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE SS-PCT TO CN-AMT
                 MOVE CN-AMT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF SS-FIXED NOT = OLD-SS-FIXED
                 MOVE "SS-FIXED" TO CN-FIELD
                 MOVE OLD-SS-FIXED TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE SS-FIXED TO CN-AMT
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
            MOVE "SPONSOR-MAINT" TO CH-PROGRAM.
            WRITE CH-REC.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
