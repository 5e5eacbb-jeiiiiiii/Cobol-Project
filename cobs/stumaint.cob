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
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   ST-STATUS PIC XX VALUE "00".
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
       01   CC-IN PIC 9 VALUE 0.
       01   YEAR-IN PIC 9 VALUE 0.
       01   ESTAT-IN PIC X VALUE SPACE.
       01   BANK-ACCNO-IN PIC 9(10) VALUE 0.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            OPEN I-O STUMAST.
            IF ST-STATUS = "35"
                 OPEN OUTPUT STUMAST
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE STUMAST.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "STATUS (E=ENROLLED, W=WITHDRAWN, I=INACTIVE):"
                 LINE 9 COLUMN 3.
            PERFORM ESTAT-RTN THRU ESTAT-END UNTIL VALID-SW = 1.
            MOVE 0 TO BANK-ACCNO-IN.
            DISPLAY "BANK ACCOUNT NO (0=NONE):" LINE 10 COLUMN 3.
            ACCEPT BANK-ACCNO-IN LINE 10 COLUMN 40.
            MOVE "STUMAST" TO CHG-FILE.
            MOVE SNO-IN TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF FOUND-SW = 1
                 PERFORM STU-NOTE-RTN
            ELSE
                 MOVE "RECORD" TO CN-FIELD
                 MOVE SPACES TO CN-OLD
                 MOVE "ADDED" TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF FOUND-SW = 0
                 MOVE 0 TO ST-BANK-ACCNO.
            IF BANK-ACCNO-IN NOT = ST-BANK-ACCNO
                 MOVE BANK-ACCNO-IN TO ST-BANK-ACCNO
                 MOVE "BANKACCT" TO AL-FIELD
                 MOVE BANK-ACCNO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
            MOVE SNO-IN TO ST-SNO.
            MOVE SNAME-IN TO ST-SNAME.
            MOVE CC-IN TO ST-CC.
                 DISPLAY "FILE ERROR ON STUMAST - STATUS " ST-STATUS
                 LINE 11 COLUMN 3
                 GO TO PROCESS-ASK.
            PERFORM WRITE-CHANGES-RTN.
            DISPLAY "STUDENT MASTER SAVED" LINE 11 COLUMN 3.
       PROCESS-ASK.
            DISPLAY "MAINTAIN ANOTHER (Y/N)?" LINE 18 COLUMN 3.
                           MOVE SG-OPERATOR TO OPERATOR-ID
                 END-READ
                 CLOSE SIGNON.
       STU-NOTE-RTN.
            IF SNAME-IN NOT = ST-SNAME
                 MOVE "ST-SNAME" TO CN-FIELD
                 MOVE ST-SNAME TO CN-OLD
                 MOVE SNAME-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF CC-IN NOT = ST-CC
                 MOVE "ST-CC" TO CN-FIELD
                 MOVE ST-CC TO CN-OLD
                 MOVE CC-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF YEAR-IN NOT = ST-YEAR
                 MOVE "ST-YEAR" TO CN-FIELD
                 MOVE ST-YEAR TO CN-OLD
                 MOVE YEAR-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF ESTAT-IN NOT = ST-ESTAT
                 MOVE "ST-ESTAT" TO CN-FIELD
                 MOVE ST-ESTAT TO CN-OLD
                 MOVE ESTAT-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF BANK-ACCNO-IN NOT = ST-BANK-ACCNO
                 MOVE "ST-BANK-ACCNO" TO CN-FIELD
                 MOVE ST-BANK-ACCNO TO CN-OLD
                 MOVE BANK-ACCNO-IN TO CN-NEW
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
            MOVE "STUDENT-MAINT" TO CH-PROGRAM.
            WRITE CH-REC.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
