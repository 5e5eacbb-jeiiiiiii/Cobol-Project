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
            02 AM-STATUS-CODE PIC X.
            02 AM-LASTACT-DATE PIC X(8).
            02 AM-CUSTNO PIC 9(8).
            02 AM-HOME-BRANCH PIC X(3).
       FD   CUSTMAST.
       01   CUST-MASTER-REC.
            02 CM-CUSTNO PIC 9(8).
            02 CM-NAME PIC X(25).
            02 CM-ADDRESS PIC X(30).
            02 CM-IDDOC PIC X(20).
            02 CM-ID-TYPE PIC XX.
            02 CM-ID-EXPIRY PIC X(8).
            02 CM-RISK-RATING PIC X.
            02 CM-LAST-REVIEW PIC X(8).
       FD   SIGNON.
       01   SG-REC.
            02 SG-OPERATOR PIC X(10).
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
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            OPEN I-O SIGNTRY.
            IF SN-STATUS = "35"
                 OPEN OUTPUT SIGNTRY
            CLOSE ACCTMAST.
            CLOSE CUSTMAST.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            PERFORM ROLE-RTN THRU ROLE-END UNTIL VALID-SW = 1.
            MOVE ACCNO-IN TO SN-ACCNO.
            MOVE CUSTNO-IN TO SN-CUSTNO.
            MOVE "SIGNTRY" TO CHG-FILE.
            MOVE SN-KEY TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            READ SIGNTRY RECORD
                 INVALID KEY
                      MOVE "RECORD" TO CN-FIELD
                      MOVE SPACES TO CN-OLD
                      MOVE "ADDED" TO CN-NEW
                      PERFORM NOTE-CHANGE-RTN
                      MOVE ROLE-IN TO SN-ROLE
                      MOVE 'A' TO SN-STATUS-CODE
                      WRITE SIGNTRY-REC
                      DISPLAY "SIGNATORY ADDED" LINE 10 COLUMN 1
                 NOT INVALID KEY
                      PERFORM SN-NOTE-RTN
                      MOVE ROLE-IN TO SN-ROLE
                      MOVE 'A' TO SN-STATUS-CODE
                      REWRITE SIGNTRY-REC
                 MOVE "SIGNTRY" TO FC-FILENAME
                 MOVE SN-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM WRITE-CHANGES-RTN.
       ADD-END.
       ROLE-RTN.
            ACCEPT ROLE-IN LINE 8 COLUMN 48.
                      MOVE CUSTNO-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO REMOVE-END.
            MOVE "SIGNTRY" TO CHG-FILE.
            MOVE SN-KEY TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF SN-STATUS-CODE NOT = 'I'
                 MOVE "SN-STATUS-CODE" TO CN-FIELD
                 MOVE SN-STATUS-CODE TO CN-OLD
                 MOVE 'I' TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            MOVE 'I' TO SN-STATUS-CODE.
            REWRITE SIGNTRY-REC.
            IF SN-STATUS NOT = "00"
                 MOVE "SIGNTRY" TO FC-FILENAME
                 MOVE SN-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM WRITE-CHANGES-RTN.
            MOVE "SIGNREMOVED" TO AL-FIELD.
            MOVE CUSTNO-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "RUN ENDED - NOTHING FURTHER POSTED.".
            STOP RUN.
       SN-NOTE-RTN.
            IF ROLE-IN NOT = SN-ROLE
                 MOVE "SN-ROLE" TO CN-FIELD
                 MOVE SN-ROLE TO CN-OLD
                 MOVE ROLE-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF SN-STATUS-CODE NOT = 'A'
                 MOVE "SN-STATUS-CODE" TO CN-FIELD
                 MOVE SN-STATUS-CODE TO CN-OLD
                 MOVE 'A' TO CN-NEW
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
            MOVE "SIGNATORY-MAINT" TO CH-PROGRAM.
            WRITE CH-REC.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
