      *DATE-COMPILED. 09/02/26.
      *SECURITY. ONLY ME.
      *REMARKS. ADMIN MAINTENANCE OF THE OPERATOR USER MASTER WITH
      *         ADD, DEACTIVATE, UNLOCK AND PASSWORD RESET. A RESET
      *         REACTIVATES THE USER AND SO WAITS FOR APPROVAL BY A
      *         SUPERVISOR (ROLE V).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS UM-ID
                 FILE STATUS IS UM-STATUS.
            SELECT PENDAPPR ASSIGN TO "PENDAPPR.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PA-REQNO
                 FILE STATUS IS PA-STATUS.
            SELECT SEQCTR ASSIGN TO "SEQCTR.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SC-PROGRAM
                 FILE STATUS IS SC-STATUS.
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
            02 UM-STATUS-CODE PIC X.
            02 UM-PWD-DATE PIC X(8).
            02 UM-FAIL-CTR PIC 9.
       FD   PENDAPPR.
       01   PA-REC.
            02 PA-REQNO PIC 9(6).
            02 PA-TYPE PIC XX.
            02 PA-PROGRAM PIC X(15).
            02 PA-TARGET PIC X(20).
            02 PA-DESC PIC X(40).
            02 PA-DATA PIC X(60).
            02 PA-UR-DATA REDEFINES PA-DATA.
               03 PA-UR-ID PIC X(10).
               03 PA-UR-PWD PIC X(10).
               03 FILLER PIC X(40).
            02 PA-MAKER PIC X(10).
            02 PA-MAKE-DATE PIC X(8).
            02 PA-MAKE-TIME PIC X(8).
            02 PA-STAT PIC X.
            02 PA-CHECKER PIC X(10).
            02 PA-CHECK-DATE PIC X(8).
       FD   SEQCTR.
       01   SC-REC.
            02 SC-PROGRAM PIC X(15).
            02 SC-NEXT-SEQ PIC 9(8).
       FD   SIGNON.
       01   SG-REC.
            02 SG-OPERATOR PIC X(10).
       01   SG-STATUS PIC XX VALUE "00".
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   UM-STATUS PIC XX VALUE "00".
       01   PA-STATUS PIC XX VALUE "00".
       01   SC-STATUS PIC XX VALUE "00".
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
            OPEN I-O USERMAST.
            IF UM-STATUS = "35"
                 DISPLAY "NO USER MASTER ON FILE" LINE 1 COLUMN 1
                 STOP RUN.
            OPEN I-O PENDAPPR.
            IF PA-STATUS = "35"
                 OPEN OUTPUT PENDAPPR
                 CLOSE PENDAPPR
                 OPEN I-O PENDAPPR.
            OPEN I-O SEQCTR.
            IF SC-STATUS = "35"
                 OPEN OUTPUT SEQCTR
                 CLOSE SEQCTR
                 OPEN I-O SEQCTR.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE USERMAST.
            CLOSE PENDAPPR.
            CLOSE SEQCTR.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "INITIAL PASSWORD:" LINE 7 COLUMN 1.
            ACCEPT PWD-IN LINE 7 COLUMN 45.
            MOVE 0 TO VALID-SW.
            DISPLAY "ROLE (A/B/S/C/E/V):" LINE 8 COLUMN 1.
            PERFORM ROLE-RTN THRU ROLE-END UNTIL VALID-SW = 1.
            MOVE ID-IN TO UM-ID.
            MOVE NAME-IN TO UM-NAME.
            MOVE 'A' TO UM-STATUS-CODE.
            MOVE SPACES TO UM-PWD-DATE.
            MOVE 0 TO UM-FAIL-CTR.
            MOVE "USERMAST" TO CHG-FILE.
            MOVE UM-ID TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            MOVE "RECORD" TO CN-FIELD.
            MOVE SPACES TO CN-OLD.
            MOVE "ADDED" TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            MOVE "UM-ROLE" TO CN-FIELD.
            MOVE SPACES TO CN-OLD.
            MOVE UM-ROLE TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            WRITE UM-REC.
            IF UM-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON USERMAST - STATUS " UM-STATUS
                 LINE 12 COLUMN 1
                 GO TO ADD-END.
            PERFORM WRITE-CHANGES-RTN.
            MOVE "USERADDED" TO AL-FIELD.
            MOVE ID-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       ROLE-RTN.
            ACCEPT ROLE-IN LINE 8 COLUMN 45.
            IF ROLE-IN = 'A' OR ROLE-IN = 'B' OR ROLE-IN = 'S'
            OR ROLE-IN = 'C' OR ROLE-IN = 'E' OR ROLE-IN = 'V'
                 MOVE 1 TO VALID-SW
            ELSE
            IF ROLE-IN = 'a' OR ROLE-IN = 'b' OR ROLE-IN = 's'
            OR ROLE-IN = 'c' OR ROLE-IN = 'e' OR ROLE-IN = 'v'
                 INSPECT ROLE-IN CONVERTING "abscev" TO "ABSCEV"
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "USERROLE" TO AL-FIELD
                 INVALID KEY
                      DISPLAY "USER NOT ON FILE" LINE 12 COLUMN 1
                      GO TO DEACT-END.
            MOVE "USERMAST" TO CHG-FILE.
            MOVE UM-ID TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            MOVE "UM-STATUS-CODE" TO CN-FIELD.
            MOVE UM-STATUS-CODE TO CN-OLD.
            MOVE 'I' TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            MOVE 'I' TO UM-STATUS-CODE.
            REWRITE UM-REC.
            IF UM-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON USERMAST - STATUS " UM-STATUS
                 LINE 12 COLUMN 1
                 GO TO DEACT-END.
            PERFORM WRITE-CHANGES-RTN.
            MOVE "USERDEACT" TO AL-FIELD.
            MOVE ID-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            IF PWD-IN = SPACES
                 DISPLAY "PASSWORD REQUIRED" LINE 12 COLUMN 1
                 GO TO RESET-END.
            MOVE "UR" TO PA-TYPE.
            MOVE SPACES TO PA-DATA.
            MOVE ID-IN TO PA-UR-ID.
            MOVE PWD-IN TO PA-UR-PWD.
            MOVE ID-IN TO PA-TARGET.
            MOVE SPACES TO PA-DESC.
            STRING "RESET/REACTIVATE " UM-NAME DELIMITED BY SIZE
                 INTO PA-DESC.
            PERFORM QUEUE-RTN THRU QUEUE-END.
            IF PA-STATUS NOT = "00"
                 GO TO RESET-END.
            DISPLAY "SENT FOR SUPERVISOR APPROVAL, REQUEST:"
                 LINE 12 COLUMN 1.
            DISPLAY PA-REQNO LINE 12 COLUMN 45.
       RESET-END.
      * THE CHANGE IS HELD ON THE PENDING-APPROVAL FILE AND APPLIED ONLY
      * WHEN A SUPERVISOR OTHER THAN THE MAKER APPROVES IT.
       QUEUE-RTN.
            MOVE "APPR-QUEUE" TO SC-PROGRAM.
            READ SEQCTR
                 INVALID KEY
                      MOVE 1 TO SC-NEXT-SEQ
                 NOT INVALID KEY
                      ADD 1 TO SC-NEXT-SEQ.
            IF SC-STATUS = "23"
                 WRITE SC-REC
            ELSE
                 REWRITE SC-REC.
            MOVE SC-NEXT-SEQ TO PA-REQNO.
            MOVE "USER-MAINT" TO PA-PROGRAM.
            MOVE OPERATOR-ID TO PA-MAKER.
            MOVE RUN-DATE TO PA-MAKE-DATE.
            ACCEPT PA-MAKE-TIME FROM TIME.
            MOVE 'P' TO PA-STAT.
            MOVE SPACES TO PA-CHECKER.
            MOVE SPACES TO PA-CHECK-DATE.
            WRITE PA-REC.
            IF PA-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON PENDAPPR - STATUS " PA-STATUS
                 LINE 12 COLUMN 1
                 GO TO QUEUE-END.
            MOVE "APPRQUEUED" TO AL-FIELD.
            MOVE PA-TARGET TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       QUEUE-END.
       LIST-RTN.
            MOVE 5 TO LIST-LINE.
            MOVE 0 TO SCAN-EOF-SW.
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
            MOVE "USER-MAINT" TO CH-PROGRAM.
            WRITE CH-REC.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
