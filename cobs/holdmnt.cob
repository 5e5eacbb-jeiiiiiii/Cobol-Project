      *DATE-COMPILED. 09/02/26.
      *SECURITY. ONLY ME.
      *REMARKS. PLACE AND LIFT LEGAL HOLDS AND EARMARKS ON ACCOUNTS.
      *         A LIFT IS HELD FOR SUPERVISOR APPROVAL BEFORE THE HOLD
      *         IS RELEASED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AM-ACCNO-KEY
                 FILE STATUS IS AM-STATUS.
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
            02 AM-STATUS-CODE PIC X.
            02 AM-LASTACT-DATE PIC X(8).
            02 AM-CUSTNO PIC 9(8).
            02 AM-HOME-BRANCH PIC X(3).
       FD   PENDAPPR.
       01   PA-REC.
            02 PA-REQNO PIC 9(6).
            02 PA-TYPE PIC XX.
            02 PA-PROGRAM PIC X(15).
            02 PA-TARGET PIC X(20).
            02 PA-DESC PIC X(40).
            02 PA-DATA PIC X(60).
            02 PA-HL-DATA REDEFINES PA-DATA.
               03 PA-HL-ACCNO PIC 9(10).
               03 PA-HL-SEQ PIC 9(3).
               03 FILLER PIC X(47).
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
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   HD-STATUS PIC XX VALUE "00".
       01   AM-STATUS PIC XX VALUE "00".
       01   PA-STATUS PIC XX VALUE "00".
       01   SC-STATUS PIC XX VALUE "00".
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
            OPEN I-O HOLDFILE.
            IF HD-STATUS = "35"
                 OPEN OUTPUT HOLDFILE
                 DISPLAY "NO ACCOUNT MASTER ON FILE" LINE 1 COLUMN 1
                 CLOSE HOLDFILE
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
            CLOSE HOLDFILE.
            CLOSE ACCTMAST.
            CLOSE PENDAPPR.
            CLOSE SEQCTR.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            MOVE EXPIRY-IN TO HD-EXPIRY.
            MOVE 'A' TO HD-STATUS-CODE.
            MOVE RUN-DATE TO HD-PLACED-DATE.
            MOVE "HOLDFILE" TO CHG-FILE.
            MOVE HD-KEY TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            MOVE "RECORD" TO CN-FIELD.
            MOVE SPACES TO CN-OLD.
            MOVE "ADDED" TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            MOVE "HD-AMOUNT" TO CN-FIELD.
            MOVE HD-AMOUNT TO CN-AMT.
            MOVE CN-AMT TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            WRITE HOLD-REC.
            IF HD-STATUS NOT = "00"
                 MOVE "HOLDS" TO FC-FILENAME
                 MOVE HD-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM WRITE-CHANGES-RTN.
            MOVE "HOLDPLACED" TO AL-FIELD.
            MOVE REASON-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            IF HD-STATUS-CODE NOT = 'A'
                 DISPLAY "HOLD ALREADY LIFTED" LINE 9 COLUMN 1
                 GO TO LIFT-END.
            MOVE "HL" TO PA-TYPE.
            MOVE SPACES TO PA-DATA.
            MOVE ACCNO-IN TO PA-HL-ACCNO.
            MOVE SEQ-IN TO PA-HL-SEQ.
            MOVE SPACES TO PA-TARGET.
            STRING ACCNO-IN "-" SEQ-IN DELIMITED BY SIZE
                 INTO PA-TARGET.
            MOVE HD-AMOUNT TO AMT-OUT.
            MOVE SPACES TO PA-DESC.
            STRING "LIFT " AMT-OUT " " HD-REASON DELIMITED BY SIZE
                 INTO PA-DESC.
            PERFORM QUEUE-RTN.
            DISPLAY "LIFT SENT FOR SUPERVISOR APPROVAL, REQUEST:"
                 LINE 9 COLUMN 1.
            DISPLAY PA-REQNO LINE 9 COLUMN 45.
       LIFT-END.
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
            MOVE "HOLD-MAINT" TO PA-PROGRAM.
            MOVE OPERATOR-ID TO PA-MAKER.
            MOVE RUN-DATE TO PA-MAKE-DATE.
            ACCEPT PA-MAKE-TIME FROM TIME.
            MOVE 'P' TO PA-STAT.
            MOVE SPACES TO PA-CHECKER.
            MOVE SPACES TO PA-CHECK-DATE.
            WRITE PA-REC.
            IF PA-STATUS NOT = "00"
                 MOVE "PENDAPPR" TO FC-FILENAME
                 MOVE PA-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE "APPRQUEUED" TO AL-FIELD.
            MOVE PA-TARGET TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       INQUIRE-RTN.
            MOVE 0 TO HOLD-TOTAL.
            MOVE 7 TO LIST-LINE.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "RUN ENDED - NOTHING FURTHER POSTED.".
            STOP RUN.
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
            MOVE "HOLD-MAINT" TO CH-PROGRAM.
            WRITE CH-REC.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
