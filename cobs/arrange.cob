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
       01   AG-STATUS PIC XX VALUE "00".
       01   AR-STATUS PIC XX VALUE "00".
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
       01   OLD-AG-REC.
            02 OLD-AG-ANO PIC X(10).
            02 OLD-AG-TOTAL PIC 9(6)V99.
            02 OLD-AG-INSTALL PIC 9(6)V99.
            02 OLD-AG-START PIC X(8).
            02 OLD-AG-NEXT-DUE PIC X(8).
            02 OLD-AG-LEFT PIC 99.
            02 OLD-AG-STATUS-CODE PIC X.
            02 OLD-AG-ACCUM PIC 9(6)V99.
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
            OPEN I-O ARRANGE.
            IF AG-STATUS = "35"
                 OPEN OUTPUT ARRANGE
            CLOSE ARRANGE.
            CLOSE ARREARS.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 1 TO AG-FOUND-SW
                      MOVE ARRANGE-REC TO OLD-AG-REC.
            MOVE ANO-IN TO AG-ANO.
            MOVE AR-BAL TO AG-TOTAL.
            MOVE INSTALL-WORK TO AG-INSTALL.
            MOVE MONTHS-IN TO AG-LEFT.
            MOVE 'A' TO AG-STATUS-CODE.
            MOVE 0 TO AG-ACCUM.
            MOVE "ARRANGE" TO CHG-FILE.
            MOVE ANO-IN TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF AG-FOUND-SW = 1
                 PERFORM AG-NOTE-RTN
            ELSE
                 MOVE "RECORD" TO CN-FIELD
                 MOVE SPACES TO CN-OLD
                 MOVE "ADDED" TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF AG-FOUND-SW = 1
                 REWRITE ARRANGE-REC
            ELSE
                 DISPLAY "FILE ERROR ON ARRANGE - STATUS " AG-STATUS
                 LINE 12 COLUMN 1
                 GO TO CAPTURE-END.
            PERFORM WRITE-CHANGES-RTN.
            MOVE "ARRCAPTURE" TO AL-FIELD.
            MOVE ANO-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            IF AG-STATUS-CODE NOT = 'A'
                 DISPLAY "ARRANGEMENT NOT ACTIVE" LINE 8 COLUMN 1
                 GO TO CANCEL-END.
            MOVE "ARRANGE" TO CHG-FILE.
            MOVE ANO-IN TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            MOVE "AG-STATUS-CODE" TO CN-FIELD.
            MOVE AG-STATUS-CODE TO CN-OLD.
            MOVE 'X' TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            MOVE 'X' TO AG-STATUS-CODE.
            REWRITE ARRANGE-REC.
            IF AG-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON ARRANGE - STATUS " AG-STATUS
                 LINE 8 COLUMN 1
                 GO TO CANCEL-END.
            PERFORM WRITE-CHANGES-RTN.
            MOVE "ARRCANCEL" TO AL-FIELD.
            MOVE ANO-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
                           MOVE SG-OPERATOR TO OPERATOR-ID
                 END-READ
                 CLOSE SIGNON.
       AG-NOTE-RTN.
            IF AG-TOTAL NOT = OLD-AG-TOTAL
                 MOVE "AG-TOTAL" TO CN-FIELD
                 MOVE OLD-AG-TOTAL TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE AG-TOTAL TO CN-AMT
                 MOVE CN-AMT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF AG-INSTALL NOT = OLD-AG-INSTALL
                 MOVE "AG-INSTALL" TO CN-FIELD
                 MOVE OLD-AG-INSTALL TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE AG-INSTALL TO CN-AMT
                 MOVE CN-AMT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF AG-START NOT = OLD-AG-START
                 MOVE "AG-START" TO CN-FIELD
                 MOVE OLD-AG-START TO CN-OLD
                 MOVE AG-START TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF AG-NEXT-DUE NOT = OLD-AG-NEXT-DUE
                 MOVE "AG-NEXT-DUE" TO CN-FIELD
                 MOVE OLD-AG-NEXT-DUE TO CN-OLD
                 MOVE AG-NEXT-DUE TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF AG-LEFT NOT = OLD-AG-LEFT
                 MOVE "AG-LEFT" TO CN-FIELD
                 MOVE OLD-AG-LEFT TO CN-OLD
                 MOVE AG-LEFT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF AG-STATUS-CODE NOT = OLD-AG-STATUS-CODE
                 MOVE "AG-STATUS-CODE" TO CN-FIELD
                 MOVE OLD-AG-STATUS-CODE TO CN-OLD
                 MOVE AG-STATUS-CODE TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF AG-ACCUM NOT = OLD-AG-ACCUM
                 MOVE "AG-ACCUM" TO CN-FIELD
                 MOVE OLD-AG-ACCUM TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE AG-ACCUM TO CN-AMT
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
            MOVE "ARRANGE-MAINT" TO CH-PROGRAM.
            WRITE CH-REC.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
