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
            02 SM-NAME PIC X(25).
            02 SM-AREA PIC X.
            02 SM-QUOTA PIC 9(7)V99.
            02 SM-BANK-ACCNO PIC 9(10).
       FD   SIGNON.
       01   SG-REC.
            02 SG-OPERATOR PIC X(10).
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
       01   NAME-IN PIC X(25) VALUE SPACES.
       01   AREA-IN PIC X VALUE SPACE.
       01   QUOTA-IN PIC 9(7)V99 VALUE 0.
       01   BANK-ACCNO-IN PIC 9(10) VALUE 0.
       01   FOUND-SW PIC 9 VALUE 0.
       01   DUP-SW PIC 9 VALUE 0.
       01   LIST-LINE PIC 99 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            MOVE NAME-IN TO SM-NAME.
            MOVE AREA-IN TO SM-AREA.
            MOVE QUOTA-IN TO SM-QUOTA.
            MOVE BANK-ACCNO-IN TO SM-BANK-ACCNO.
            IF BANK-ACCNO-IN NOT = 0
                 MOVE "BANKACCT" TO AL-FIELD
                 MOVE BANK-ACCNO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
            WRITE SALESMAN-REC.
            CLOSE SALESMAN.
            MOVE "SALESMAN" TO CHG-FILE.
            MOVE SM-SNO TO CHG-KEY.
            MOVE "RECORD" TO CN-FIELD.
            MOVE SPACES TO CN-OLD.
            MOVE "ADDED" TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            PERFORM WRITE-CHANGES-RTN.
            DISPLAY "SALESMAN ADDED" LINE 11 COLUMN 1.
       ADD-END.
       SNO-RTN.
            ACCEPT AREA-IN LINE 8 COLUMN 40.
            DISPLAY "MONTHLY QUOTA:" LINE 9 COLUMN 1.
            ACCEPT QUOTA-IN LINE 9 COLUMN 40.
            MOVE 0 TO BANK-ACCNO-IN.
            DISPLAY "BANK ACCOUNT NO (0=NONE):" LINE 10 COLUMN 1.
            ACCEPT BANK-ACCNO-IN LINE 10 COLUMN 40.
       DUP-CHECK-RTN.
            MOVE 0 TO DUP-SW.
            OPEN INPUT SALESMAN.
                      GO TO CHANGE-SCAN-END.
            IF SM-SNO NOT = SNO-IN
                 GO TO CHANGE-SCAN-END.
            MOVE "SALESMAN" TO CHG-FILE.
            MOVE SM-SNO TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF NAME-IN NOT = SM-NAME
                 MOVE "SM-NAME" TO CN-FIELD
                 MOVE SM-NAME TO CN-OLD
                 MOVE NAME-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF AREA-IN NOT = SM-AREA
                 MOVE "SM-AREA" TO CN-FIELD
                 MOVE SM-AREA TO CN-OLD
                 MOVE AREA-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF QUOTA-IN NOT = SM-QUOTA
                 MOVE "SM-QUOTA" TO CN-FIELD
                 MOVE SM-QUOTA TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE QUOTA-IN TO CN-AMT
                 MOVE CN-AMT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF BANK-ACCNO-IN NOT = SM-BANK-ACCNO
                 MOVE "SM-BANK-ACCNO" TO CN-FIELD
                 MOVE SM-BANK-ACCNO TO CN-OLD
                 MOVE BANK-ACCNO-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            MOVE NAME-IN TO SM-NAME.
            MOVE AREA-IN TO SM-AREA.
            MOVE QUOTA-IN TO SM-QUOTA.
            IF BANK-ACCNO-IN NOT = SM-BANK-ACCNO
                 MOVE BANK-ACCNO-IN TO SM-BANK-ACCNO
                 MOVE "BANKACCT" TO AL-FIELD
                 MOVE BANK-ACCNO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
            REWRITE SALESMAN-REC.
            PERFORM WRITE-CHANGES-RTN.
            MOVE 1 TO FOUND-SW.
            MOVE 1 TO EOFSW.
       CHANGE-SCAN-END.
                           MOVE SG-OPERATOR TO OPERATOR-ID
                 END-READ
                 CLOSE SIGNON.
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
            MOVE "SALESMAN-MAINT" TO CH-PROGRAM.
            WRITE CH-REC.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
