       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTODEBIT-MAINT.
      *AUTHOR. JEI MOND.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. ENROLLMENT OF ELECTRIC ACCOUNTS FOR AUTOMATIC DEBIT
      *         OF THE BILL FROM A CHINA TRUST BANK ACCOUNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT AUTODEBIT ASSIGN TO "AUTODEBIT.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AD-ANO
                 FILE STATUS IS AD-STATUS.
            SELECT ELECMAST ASSIGN TO "ELECMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS EM-ANO
                 FILE STATUS IS EM-STATUS.
            SELECT ACCTMAST ASSIGN TO "ACCTMAST"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AM-ACCNO-KEY
                 FILE STATUS IS AM-STATUS.
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
       FD   AUTODEBIT.
       01   AUTODEBIT-REC.
            02 AD-ANO PIC X(10).
            02 AD-ACCNO PIC 9(10).
            02 AD-START PIC X(8).
            02 AD-MAXAMT PIC 9(6)V99.
            02 AD-STATUS-CODE PIC X.
            02 AD-FAILS PIC 9.
            02 AD-LAST-DUE PIC X(8).
            02 AD-ENROLL-DATE PIC X(8).
       FD   ELECMAST.
       01   EM-REC.
            02 EM-ANO PIC X(10).
            02 EM-NAME PIC X(25).
            02 EM-ADDRESS PIC X(30).
            02 EM-CLASS PIC X.
            02 EM-METER PIC X(10).
            02 EM-NETMTR PIC X.
            02 EM-XFMR PIC X(8).
       FD   ACCTMAST.
       01   ACCT-MASTER-REC.
            02 AM-ACCNO-KEY PIC 9(10).
            02 AM-ACCNAME PIC X(20).
            02 AM-ACCOUNTTYPE PIC X.
            02 AM-BALANCE PIC S9(9)V99.
            02 AM-STATUS-CODE PIC X.
            02 AM-LASTACT-DATE PIC X(8).
            02 AM-CUSTNO PIC 9(8).
            02 AM-HOME-BRANCH PIC X(3).
       FD   SIGNON.
       01   SG-REC.
            02 SG-OPERATOR PIC X(10).
            02 SG-DATE PIC X(8).
            02 SG-TIME PIC X(8).
       FD   AUDITLOG.
       01   AUDIT-REC.
            02 AL-PROGRAM PIC X(15).
            02 AL-FIELD PIC X(15).
            02 AL-BADVAL PIC X(20).
            02 AL-DATE PIC X(8).
            02 AL-TIME PIC X(8).
            02 AL-OPERATOR PIC X(10).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   SG-STATUS PIC XX VALUE "00".
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   AD-STATUS PIC XX VALUE "00".
       01   EM-STATUS PIC XX VALUE "00".
       01   AM-STATUS PIC XX VALUE "00".
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
       01   OLD-AD-REC.
            02 OLD-AD-ANO PIC X(10).
            02 OLD-AD-ACCNO PIC 9(10).
            02 OLD-AD-START PIC X(8).
            02 OLD-AD-MAXAMT PIC 9(6)V99.
            02 OLD-AD-STATUS-CODE PIC X.
            02 OLD-AD-FAILS PIC 9.
            02 OLD-AD-LAST-DUE PIC X(8).
            02 OLD-AD-ENROLL-DATE PIC X(8).
       01   CHG-TABLE.
            02 CHG-ENTRY OCCURS 20 TIMES.
               03 CHG-FIELD PIC X(15).
               03 CHG-OLD PIC X(25).
               03 CHG-NEW PIC X(25).
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   AD-FOUND-SW PIC 9 VALUE 0.
       01   ANO-IN PIC X(10) VALUE SPACES.
       01   ACCNO-IN PIC 9(10) VALUE 0.
       01   MAXAMT-IN PIC 9(6)V99 VALUE 0.
       01   START-IN PIC X(6) VALUE SPACES.
       01   START-PARTS REDEFINES START-IN.
            02 SP-YY PIC 99.
            02 SP-MM PIC 99.
            02 SP-DD PIC 99.
       01   AMT-OUT PIC ZZZ,ZZ9.99.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            OPEN I-O AUTODEBIT.
            IF AD-STATUS = "35"
                 OPEN OUTPUT AUTODEBIT
                 CLOSE AUTODEBIT
                 OPEN I-O AUTODEBIT.
            OPEN INPUT ELECMAST.
            IF EM-STATUS = "35"
                 DISPLAY "NO ELECTRIC ACCOUNT MASTER" LINE 1 COLUMN 1
                 CLOSE AUTODEBIT
                 STOP RUN.
            OPEN INPUT ACCTMAST.
            IF AM-STATUS = "35"
                 DISPLAY "NO ACCOUNT MASTER ON FILE" LINE 1 COLUMN 1
                 CLOSE AUTODEBIT
                 CLOSE ELECMAST
                 STOP RUN.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE AUTODEBIT.
            CLOSE ELECMAST.
            CLOSE ACCTMAST.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "BROWNOUT ELECTRIC COMPANY" LINE 1 COLUMN 27.
            DISPLAY "BANK AUTO-DEBIT ENROLLMENT" LINE 2 COLUMN 27.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (E=ENROLL, C=CANCEL, I=INQUIRE):"
                 LINE 4 COLUMN 1.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            DISPLAY "ELECTRIC ACCOUNT NO.:" LINE 6 COLUMN 1.
            ACCEPT ANO-IN LINE 6 COLUMN 45.
            MOVE ANO-IN TO EM-ANO.
            READ ELECMAST
                 INVALID KEY
                      DISPLAY "NO SUCH ACCOUNT ON FILE"
                      LINE 16 COLUMN 1
                      MOVE "ACCOUNTNO" TO AL-FIELD
                      MOVE ANO-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO PROCESS-ASK.
            DISPLAY EM-NAME LINE 6 COLUMN 56.
            MOVE 0 TO AD-FOUND-SW.
            MOVE ANO-IN TO AD-ANO.
            READ AUTODEBIT
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 1 TO AD-FOUND-SW
                      MOVE AUTODEBIT-REC TO OLD-AD-REC.
            IF AD-FOUND-SW = 1
                 PERFORM SHOW-RTN.
            IF FUNC-CODE = 'E'
                 PERFORM ENROLL-RTN THRU ENROLL-END
            ELSE
            IF FUNC-CODE = 'C'
                 PERFORM CANCEL-RTN THRU CANCEL-END
            ELSE
            IF AD-FOUND-SW = 0
                 DISPLAY "ACCOUNT NOT ENROLLED" LINE 16 COLUMN 1.
       PROCESS-ASK.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 4 COLUMN 55.
            IF FUNC-CODE = 'E' OR FUNC-CODE = 'e'
                 MOVE 'E' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'C' OR FUNC-CODE = 'c'
                 MOVE 'C' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'I' OR FUNC-CODE = 'i'
                 MOVE 'I' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       SHOW-RTN.
            DISPLAY "ON FILE - BANK ACCOUNT:" LINE 8 COLUMN 1.
            DISPLAY AD-ACCNO LINE 8 COLUMN 25.
            DISPLAY "STATUS:" LINE 8 COLUMN 40.
            DISPLAY AD-STATUS-CODE LINE 8 COLUMN 48.
            DISPLAY "FAILS:" LINE 8 COLUMN 52.
            DISPLAY AD-FAILS LINE 8 COLUMN 59.
            DISPLAY "START:" LINE 9 COLUMN 1.
            DISPLAY AD-START LINE 9 COLUMN 25.
            MOVE AD-MAXAMT TO AMT-OUT.
            DISPLAY "CAP:" LINE 9 COLUMN 40.
            DISPLAY AMT-OUT LINE 9 COLUMN 48.
            DISPLAY "LAST DUE DATE DEBITED:" LINE 10 COLUMN 1.
            DISPLAY AD-LAST-DUE LINE 10 COLUMN 25.
       ENROLL-RTN.
            DISPLAY "BANK ACCOUNT NO.:" LINE 12 COLUMN 1.
            ACCEPT ACCNO-IN LINE 12 COLUMN 45.
            MOVE ACCNO-IN TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      DISPLAY "NO SUCH BANK ACCOUNT" LINE 16 COLUMN 1
                      MOVE "ADBANKACCT" TO AL-FIELD
                      MOVE ACCNO-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO ENROLL-END.
            IF AM-STATUS-CODE = 'F' OR AM-STATUS-CODE = 'C'
                 DISPLAY "BANK ACCOUNT FROZEN OR CLOSED"
                 LINE 16 COLUMN 1
                 MOVE "ADBANKACCT" TO AL-FIELD
                 MOVE ACCNO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO ENROLL-END.
            DISPLAY AM-ACCNAME LINE 12 COLUMN 56.
            MOVE 0 TO VALID-SW.
            DISPLAY "START DATE (YYMMDD, BLANK=TODAY):"
                 LINE 13 COLUMN 1.
            PERFORM START-RTN THRU START-END UNTIL VALID-SW = 1.
            MOVE 0 TO VALID-SW.
            DISPLAY "MAXIMUM DEBIT PER BILL:" LINE 14 COLUMN 1.
            PERFORM MAXAMT-RTN THRU MAXAMT-END UNTIL VALID-SW = 1.
            MOVE ANO-IN TO AD-ANO.
            MOVE ACCNO-IN TO AD-ACCNO.
            MOVE SPACES TO AD-START.
            MOVE START-IN TO AD-START.
            MOVE MAXAMT-IN TO AD-MAXAMT.
            MOVE 'A' TO AD-STATUS-CODE.
            MOVE 0 TO AD-FAILS.
            MOVE RUN-DATE TO AD-ENROLL-DATE.
            MOVE "AUTODEBT" TO CHG-FILE.
            MOVE ANO-IN TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF AD-FOUND-SW = 1
                 PERFORM AD-NOTE-RTN
            ELSE
                 MOVE "RECORD" TO CN-FIELD
                 MOVE SPACES TO CN-OLD
                 MOVE "ADDED" TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF AD-FOUND-SW = 1
                 REWRITE AUTODEBIT-REC
            ELSE
                 MOVE SPACES TO AD-LAST-DUE
                 WRITE AUTODEBIT-REC.
            IF AD-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON AUTODEBIT - STATUS " AD-STATUS
                 LINE 16 COLUMN 1
                 GO TO ENROLL-END.
            PERFORM WRITE-CHANGES-RTN.
            MOVE "ADENROLLED" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING ANO-IN DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 ACCNO-IN DELIMITED BY SIZE
                 INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "ACCOUNT ENROLLED FOR AUTO-DEBIT" LINE 16 COLUMN 1.
       ENROLL-END.
       START-RTN.
            MOVE SPACES TO START-IN.
            ACCEPT START-IN LINE 13 COLUMN 45.
            IF START-IN = SPACES
                 MOVE RUN-DATE TO START-IN
                 MOVE 1 TO VALID-SW
            ELSE
            IF START-IN IS NUMERIC
                 AND SP-MM > 0 AND SP-MM < 13
                 AND SP-DD > 0 AND SP-DD < 32
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "ADSTART" TO AL-FIELD
                 MOVE START-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       START-END.
       MAXAMT-RTN.
            ACCEPT MAXAMT-IN LINE 14 COLUMN 45.
            IF MAXAMT-IN IS NUMERIC AND MAXAMT-IN > 0
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "ADMAXAMT" TO AL-FIELD
                 MOVE MAXAMT-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       MAXAMT-END.
       CANCEL-RTN.
            IF AD-FOUND-SW = 0
                 DISPLAY "ACCOUNT NOT ENROLLED" LINE 16 COLUMN 1
                 GO TO CANCEL-END.
            IF AD-STATUS-CODE NOT = 'A'
                 DISPLAY "ENROLLMENT NOT ACTIVE" LINE 16 COLUMN 1
                 GO TO CANCEL-END.
            DISPLAY "CANCEL AUTO-DEBIT (Y/N)?" LINE 14 COLUMN 1.
            ACCEPT ANS LINE 14 COLUMN 45.
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 GO TO CANCEL-END.
            MOVE 'C' TO AD-STATUS-CODE.
            MOVE "AUTODEBT" TO CHG-FILE.
            MOVE ANO-IN TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            PERFORM AD-NOTE-RTN.
            REWRITE AUTODEBIT-REC.
            IF AD-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON AUTODEBIT - STATUS " AD-STATUS
                 LINE 16 COLUMN 1
                 GO TO CANCEL-END.
            PERFORM WRITE-CHANGES-RTN.
            MOVE "ADCANCELLED" TO AL-FIELD.
            MOVE ANO-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "AUTO-DEBIT CANCELLED" LINE 16 COLUMN 1.
       CANCEL-END.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "AUTODEBIT-MAINT" TO AL-PROGRAM.
            MOVE RUN-DATE TO AL-DATE.
            ACCEPT AL-TIME FROM TIME.
            MOVE OPERATOR-ID TO AL-OPERATOR.
            WRITE AUDIT-REC.
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
       AD-NOTE-RTN.
            IF AD-ACCNO NOT = OLD-AD-ACCNO
                 MOVE "AD-ACCNO" TO CN-FIELD
                 MOVE OLD-AD-ACCNO TO CN-OLD
                 MOVE AD-ACCNO TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF AD-START NOT = OLD-AD-START
                 MOVE "AD-START" TO CN-FIELD
                 MOVE OLD-AD-START TO CN-OLD
                 MOVE AD-START TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF AD-MAXAMT NOT = OLD-AD-MAXAMT
                 MOVE "AD-MAXAMT" TO CN-FIELD
                 MOVE OLD-AD-MAXAMT TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE AD-MAXAMT TO CN-AMT
                 MOVE CN-AMT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF AD-STATUS-CODE NOT = OLD-AD-STATUS-CODE
                 MOVE "AD-STATUS-CODE" TO CN-FIELD
                 MOVE OLD-AD-STATUS-CODE TO CN-OLD
                 MOVE AD-STATUS-CODE TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF AD-FAILS NOT = OLD-AD-FAILS
                 MOVE "AD-FAILS" TO CN-FIELD
                 MOVE OLD-AD-FAILS TO CN-OLD
                 MOVE AD-FAILS TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF AD-LAST-DUE NOT = OLD-AD-LAST-DUE
                 MOVE "AD-LAST-DUE" TO CN-FIELD
                 MOVE OLD-AD-LAST-DUE TO CN-OLD
                 MOVE AD-LAST-DUE TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF AD-ENROLL-DATE NOT = OLD-AD-ENROLL-DATE
                 MOVE "AD-ENROLL-DATE" TO CN-FIELD
                 MOVE OLD-AD-ENROLL-DATE TO CN-OLD
                 MOVE AD-ENROLL-DATE TO CN-NEW
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
            MOVE "AUTODEBIT-MAINT" TO CH-PROGRAM.
            WRITE CH-REC.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
                 ACCEPT RUN-DATE FROM DATE
            ELSE
                 READ RUNDATE
                      AT END
                           ACCEPT RUN-DATE FROM DATE
                      NOT AT END
                           MOVE RD-BUSDATE TO RUN-DATE
                 END-READ
                 CLOSE RUNDATE.
