                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CA-CODE
                 FILE STATUS IS CA-STATUS.
            SELECT CHGHIST ASSIGN TO "CHGHIST.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
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
       FD   SIGNON.
       01   SG-REC.
            02 SG-OPERATOR PIC X(10).
            02 SG-DATE PIC X(8).
            02 SG-TIME PIC X(8).
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   CA-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   SG-STATUS PIC XX VALUE "00".
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
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
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            PERFORM LOAD-OPERATOR-RTN.
            OPEN I-O COAFILE.
            IF CA-STATUS = "35"
                 PERFORM SEED-COA-RTN
                 OPEN I-O COAFILE.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE COAFILE.
            CLOSE CHGHIST.
            STOP RUN.
       SEED-COA-RTN.
            OPEN OUTPUT COAFILE.
            MOVE "ELECTRIC RECEIVABLE" TO CA-TITLE.
            MOVE 'D' TO CA-NORMAL.
            WRITE COA-REC.
            MOVE "150000" TO CA-CODE.
            MOVE "DUE FROM BRANCHES" TO CA-TITLE.
            MOVE 'D' TO CA-NORMAL.
            WRITE COA-REC.
            MOVE "201000" TO CA-CODE.
            MOVE "DEPOSITS PAYABLE" TO CA-TITLE.
            MOVE 'C' TO CA-NORMAL.
            MOVE "VAT PAYABLE" TO CA-TITLE.
            MOVE 'C' TO CA-NORMAL.
            WRITE COA-REC.
            MOVE "250000" TO CA-CODE.
            MOVE "DUE TO BRANCHES" TO CA-TITLE.
            MOVE 'C' TO CA-NORMAL.
            WRITE COA-REC.
            MOVE "310000" TO CA-CODE.
            MOVE "RETAINED EARNINGS" TO CA-TITLE.
            MOVE 'C' TO CA-NORMAL.
            WRITE COA-REC.
            MOVE "401000" TO CA-CODE.
            MOVE "TUITION INCOME" TO CA-TITLE.
            MOVE 'C' TO CA-NORMAL.
            MOVE "FX GAIN" TO CA-TITLE.
            MOVE 'C' TO CA-NORMAL.
            WRITE COA-REC.
            MOVE "404000" TO CA-CODE.
            MOVE "SERVICE FEE INCOME" TO CA-TITLE.
            MOVE 'C' TO CA-NORMAL.
            WRITE COA-REC.
            MOVE "405000" TO CA-CODE.
            MOVE "EXAM FEE INCOME" TO CA-TITLE.
            MOVE 'C' TO CA-NORMAL.
            WRITE COA-REC.
            MOVE "601000" TO CA-CODE.
            MOVE "COMMISSION EXPENSE" TO CA-TITLE.
            MOVE 'D' TO CA-NORMAL.
            MOVE 0 TO VALID-SW.
            DISPLAY "NORMAL BALANCE (D/C):" LINE 8 COLUMN 1.
            PERFORM NORMAL-RTN THRU NORMAL-END UNTIL VALID-SW = 1.
            MOVE "COAFILE" TO CHG-FILE.
            MOVE CODE-IN TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF CA-FOUND-SW = 1
                 PERFORM CA-NOTE-RTN
            ELSE
                 MOVE "RECORD" TO CN-FIELD
                 MOVE SPACES TO CN-OLD
                 MOVE "ADDED" TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            MOVE CODE-IN TO CA-CODE.
            MOVE TITLE-IN TO CA-TITLE.
            MOVE NORMAL-IN TO CA-NORMAL.
                 DISPLAY "FILE ERROR ON COA - STATUS " CA-STATUS
                 LINE 9 COLUMN 1
                 GO TO ADD-END.
            PERFORM WRITE-CHANGES-RTN.
            DISPLAY "ACCOUNT SAVED" LINE 9 COLUMN 1.
       ADD-END.
       NORMAL-RTN.
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       CA-NOTE-RTN.
            IF TITLE-IN NOT = CA-TITLE
                 MOVE "CA-TITLE" TO CN-FIELD
                 MOVE CA-TITLE TO CN-OLD
                 MOVE TITLE-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF NORMAL-IN NOT = CA-NORMAL
                 MOVE "CA-NORMAL" TO CN-FIELD
                 MOVE CA-NORMAL TO CN-OLD
                 MOVE NORMAL-IN TO CN-NEW
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
            MOVE "COA-MAINT" TO CH-PROGRAM.
            WRITE CH-REC.
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
