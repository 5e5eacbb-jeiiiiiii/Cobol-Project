            SELECT LOGFILE ASSIGN TO "REFCHLOG".
            SELECT PASSMARK ASSIGN TO "PASSMARK.DAT"
                 FILE STATUS IS PM-FILE-STATUS.
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
       01   NAME-IN PIC X(5) VALUE SPACES.
       01   FOUND-SW PIC 9 VALUE 0.
       01   DUP-SW PIC 9 VALUE 0.
       01   OLD-ACTIVE PIC X VALUE SPACE.
       01   LIST-LINE PIC 99 VALUE 0.
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
       01   CHANGE-LOG-LINE.
            02 CL-DATE PIC X(8).
            02 FILLER PIC X(2) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            PERFORM LOAD-OPERATOR-RTN.
            OPEN EXTEND LOGFILE.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE LOGFILE.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
                 GO TO CHANGE-U-END.
            MOVE 1 TO FOUND-SW.
            MOVE UF-NAME TO CL-BEFORE.
            MOVE UF-ACTIVE TO OLD-ACTIVE.
            IF FUNC-CODE = 'C'
                 MOVE "CHANGE" TO CL-ACTION
                 MOVE NAME-IN TO UF-NAME
                 GO TO CHANGE-C-END.
            MOVE 1 TO FOUND-SW.
            MOVE CF-NAME TO CL-BEFORE.
            MOVE CF-ACTIVE TO OLD-ACTIVE.
            IF FUNC-CODE = 'C'
                 MOVE "CHANGE" TO CL-ACTION
                 MOVE NAME-IN TO CF-NAME
                 MOVE "COURSE" TO CL-FILE.
            MOVE CODE-IN TO CL-CODE.
            WRITE LOGREC FROM CHANGE-LOG-LINE.
            MOVE CL-FILE TO CHG-FILE.
            MOVE CODE-IN TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF CL-ACTION = "ADD"
                 MOVE "RECORD" TO CN-FIELD
                 MOVE SPACES TO CN-OLD
                 MOVE "ADDED" TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF CL-ACTION = "DEACTIVATE"
                 MOVE "ACTIVE" TO CN-FIELD
                 MOVE OLD-ACTIVE TO CN-OLD
                 MOVE 'I' TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN
            ELSE
                 MOVE "NAME" TO CN-FIELD
                 MOVE CL-BEFORE TO CN-OLD
                 MOVE CL-AFTER TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            PERFORM WRITE-CHANGES-RTN.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
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
            MOVE "REF-MAINT" TO CH-PROGRAM.
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
