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
       FD   SIGNON.
       01   SG-REC.
            02 SG-OPERATOR PIC X(10).
       01   CO-STATUS PIC XX VALUE "00".
       01   EM-STATUS PIC XX VALUE "00".
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
       01   OLD-METER-REC.
            02 OLD-MI-METER PIC X(10).
            02 OLD-MI-STATUS-CODE PIC X.
            02 OLD-MI-ANO PIC X(10).
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
            OPEN I-O METERINV.
            IF MI-STATUS = "35"
                 OPEN OUTPUT METERINV
            CLOSE CHGOUT.
            CLOSE ELECMAST.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
                      DISPLAY "NEW METER" LINE 7 COLUMN 1
                 NOT INVALID KEY
                      MOVE 1 TO MI-FOUND-SW
                      MOVE METER-REC TO OLD-METER-REC
                      DISPLAY "ON FILE - STATUS:" LINE 7 COLUMN 1
                      DISPLAY MI-STATUS-CODE LINE 7 COLUMN 40.
            MOVE 0 TO VALID-SW.
            MOVE STATUS-IN TO MI-STATUS-CODE.
            IF STATUS-IN NOT = 'I'
                 MOVE SPACES TO MI-ANO.
            MOVE "METERINV" TO CHG-FILE.
            MOVE METER-IN TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF MI-FOUND-SW = 1
                 PERFORM MI-NOTE-RTN
            ELSE
                 MOVE "RECORD" TO CN-FIELD
                 MOVE SPACES TO CN-OLD
                 MOVE "ADDED" TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF MI-FOUND-SW = 1
                 REWRITE METER-REC
            ELSE
                 DISPLAY "FILE ERROR ON METERINV - STATUS " MI-STATUS
                 LINE 10 COLUMN 1
                 GO TO MAINT-END.
            PERFORM WRITE-CHANGES-RTN.
            DISPLAY "METER RECORD SAVED" LINE 10 COLUMN 1.
       MAINT-END.
       STATUS-RTN.
                 DISPLAY "FILE ERROR ON ELECMAST - STATUS " EM-STATUS
                 LINE 15 COLUMN 1
                 GO TO CHGOUT-END.
            MOVE "ELECMAST" TO CHG-FILE.
            MOVE ANO-IN TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            MOVE "EM-METER" TO CN-FIELD.
            MOVE OLD-METER-SAVE TO CN-OLD.
            MOVE NEW-METER-IN TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            PERFORM WRITE-CHANGES-RTN.
            MOVE "METERINV" TO CHG-FILE.
            MOVE NEW-METER-IN TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            MOVE "MI-STATUS-CODE" TO CN-FIELD.
            MOVE MI-STATUS-CODE TO CN-OLD.
            MOVE 'I' TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            MOVE "MI-ANO" TO CN-FIELD.
            MOVE MI-ANO TO CN-OLD.
            MOVE ANO-IN TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            MOVE 'I' TO MI-STATUS-CODE.
            MOVE ANO-IN TO MI-ANO.
            REWRITE METER-REC.
            PERFORM WRITE-CHANGES-RTN.
            MOVE "METERINV" TO CHG-FILE.
            MOVE OLD-METER-SAVE TO CHG-KEY.
            MOVE 0 TO CHG-CTR.

            MOVE OLD-METER-SAVE TO MI-METER.
            READ METERINV
                 INVALID KEY
                      MOVE SPACES TO MI-ANO
                      WRITE METER-REC
                 NOT INVALID KEY
                      MOVE METER-REC TO OLD-METER-REC
                      MOVE OLD-DISP-IN TO MI-STATUS-CODE
                      MOVE SPACES TO MI-ANO
                      PERFORM MI-NOTE-RTN
                      REWRITE METER-REC
            END-READ.
            PERFORM WRITE-CHANGES-RTN.

            MOVE "CHANGEOUT" TO AL-FIELD.
            MOVE ANO-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
                           MOVE SG-OPERATOR TO OPERATOR-ID
                 END-READ
                 CLOSE SIGNON.
       MI-NOTE-RTN.
            IF MI-STATUS-CODE NOT = OLD-MI-STATUS-CODE
                 MOVE "MI-STATUS-CODE" TO CN-FIELD
                 MOVE OLD-MI-STATUS-CODE TO CN-OLD
                 MOVE MI-STATUS-CODE TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF MI-ANO NOT = OLD-MI-ANO
                 MOVE "MI-ANO" TO CN-FIELD
                 MOVE OLD-MI-ANO TO CN-OLD
                 MOVE MI-ANO TO CN-NEW
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
            MOVE "METER-MAINT" TO CH-PROGRAM.
            WRITE CH-REC.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
