       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. ACCOUNTING PERIOD CALENDAR. FINANCE CLOSES A MONTH
      *         FOR A SUBSYSTEM (BANK, ELEC, SCHL, SALE, PAYR) OR FOR
      *         THE GENERAL LEDGER AS A WHOLE (GL) ONCE THE TRIAL
      *         BALANCE IS FINAL. THE POSTING PROGRAMS AND GL-EXTRACT
      *         REFUSE A BUSINESS DATE IN A CLOSED MONTH. A MONTH WITH
      *         NO CALENDAR RECORD IS OPEN. ONLY A SUPERVISOR (ROLE V)
      *         OR ADMINISTRATOR MAY REOPEN A MONTH, AND MUST GIVE A
      *         REASON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PERIODS ASSIGN TO "PERIODS.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PD-KEY
                 FILE STATUS IS PD-STATUS.
            SELECT USERMAST ASSIGN TO "USERMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS UM-ID
                 FILE STATUS IS UM-STATUS.
            SELECT GLIFACE ASSIGN TO "GLIFACE.DAT"
                 FILE STATUS IS GL-STATUS.
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
       FD   PERIODS.
       01   PD-REC.
            02 PD-KEY.
                 03 PD-SUBSYS PIC X(4).
                 03 PD-YYMM PIC X(4).
            02 PD-STAT PIC X.
            02 PD-CLOSE-DATE PIC X(8).
            02 PD-CLOSE-OPER PIC X(10).
            02 PD-REOPEN-DATE PIC X(8).
            02 PD-REOPEN-OPER PIC X(10).
            02 PD-REOPEN-REASON PIC X(20).
       FD   USERMAST.
       01   UM-REC.
            02 UM-ID PIC X(10).
            02 UM-NAME PIC X(25).
            02 UM-PASSWORD PIC X(10).
            02 UM-ROLE PIC X.
            02 UM-STATUS-CODE PIC X.
            02 UM-PWD-DATE PIC X(8).
            02 UM-FAIL-CTR PIC 9.
       FD   GLIFACE.
       01   GL-REC.
            02 GL-DATE PIC X(8).
            02 GL-SOURCE PIC X(10).
            02 GL-ACCT PIC X(6).
            02 GL-DEBIT PIC 9(9)V99.
            02 GL-CREDIT PIC 9(9)V99.
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
       01   PD-STATUS PIC XX VALUE "00".
       01   UM-STATUS PIC XX VALUE "00".
       01   GL-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   CHG-FILE PIC X(8) VALUE SPACES.
       01   CHG-KEY PIC X(20) VALUE SPACES.
       01   CN-FIELD PIC X(15) VALUE SPACES.
       01   CN-OLD PIC X(25) VALUE SPACES.
       01   CN-NEW PIC X(25) VALUE SPACES.
       01   CHG-CTR PIC 99 VALUE 0.
       01   CHG-IX PIC 99 VALUE 0.
       01   CHG-TABLE.
            02 CHG-ENTRY OCCURS 20 TIMES.
               03 CHG-FIELD PIC X(15).
               03 CHG-OLD PIC X(25).
               03 CHG-NEW PIC X(25).
       01   SUPERVISOR-SW PIC 9 VALUE 0.
       01   FOUND-SW PIC 9 VALUE 0.
       01   EOFSW PIC 9 VALUE 0.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   SUBSYS-IN PIC X(4) VALUE SPACES.
       01   MONTH-IN.
            02 MI-YY PIC XX.
            02 MI-MM PIC XX.
       01   REASON-IN PIC X(20) VALUE SPACES.
       01   OLD-STAT PIC X VALUE SPACE.
       01   LIST-LINE PIC 99 VALUE 0.
       01   GL-CTR PIC 9(6) VALUE 0.
       01   GL-DEBITS PIC 9(11)V99 VALUE 0.
       01   GL-CREDITS PIC 9(11)V99 VALUE 0.
       01   GL-AMT-OUT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            OPEN INPUT USERMAST.
            IF UM-STATUS = "35"
                 DISPLAY "NO USER MASTER ON FILE" LINE 1 COLUMN 1
                 STOP RUN.
            OPEN I-O PERIODS.
            IF PD-STATUS = "35"
                 OPEN OUTPUT PERIODS
                 CLOSE PERIODS
                 OPEN I-O PERIODS.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM SUPERVISOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE USERMAST.
            CLOSE PERIODS.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
      * ONLY AN ACTIVE SUPERVISOR OR ADMINISTRATOR MAY REOPEN A MONTH.
       SUPERVISOR-RTN.
            MOVE 0 TO SUPERVISOR-SW.
            IF OPERATOR-ID NOT = SPACES
                 MOVE OPERATOR-ID TO UM-ID
                 READ USERMAST
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           IF (UM-ROLE = 'V' OR UM-ROLE = 'A')
                                AND UM-STATUS-CODE = 'A'
                                MOVE 1 TO SUPERVISOR-SW
                           END-IF
                 END-READ.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "PUP-MANILA REPORTING SYSTEM" LINE 1 COLUMN 25.
            DISPLAY "ACCOUNTING PERIOD CLOSE" LINE 2 COLUMN 27.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (L=LIST, C=CLOSE, R=REOPEN):"
                 LINE 4 COLUMN 1.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'L'
                 PERFORM LIST-RTN THRU LIST-END
            ELSE
            IF FUNC-CODE = 'C'
                 PERFORM CLOSE-RTN THRU CLOSE-END
            ELSE
                 PERFORM REOPEN-RTN THRU REOPEN-END.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 4 COLUMN 45.
            IF FUNC-CODE = 'L' OR FUNC-CODE = 'l'
                 MOVE 'L' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'C' OR FUNC-CODE = 'c'
                 MOVE 'C' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'R' OR FUNC-CODE = 'r'
                 MOVE 'R' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       LIST-RTN.
            DISPLAY "SUBS MONTH STAT CLOSED   BY         REOPENED BY"
                 LINE 6 COLUMN 2.
            DISPLAY "REASON" LINE 6 COLUMN 60.
            MOVE 6 TO LIST-LINE.
            MOVE 0 TO EOFSW.
            MOVE LOW-VALUES TO PD-KEY.
            START PERIODS KEY NOT LESS THAN PD-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM LIST-SCAN-RTN THRU LIST-SCAN-END UNTIL EOFSW = 1.
            IF LIST-LINE = 6
                 DISPLAY "NO PERIODS ON THE CALENDAR - ALL MONTHS OPEN"
                 LINE 8 COLUMN 1.
       LIST-END.
       LIST-SCAN-RTN.
            READ PERIODS NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO LIST-SCAN-END.
            IF LIST-LINE < 21
                 ADD 1 TO LIST-LINE
                 DISPLAY PD-SUBSYS LINE LIST-LINE COLUMN 2
                 DISPLAY PD-YYMM LINE LIST-LINE COLUMN 7
                 DISPLAY PD-STAT LINE LIST-LINE COLUMN 14
                 DISPLAY PD-CLOSE-DATE LINE LIST-LINE COLUMN 18
                 DISPLAY PD-CLOSE-OPER LINE LIST-LINE COLUMN 27
                 DISPLAY PD-REOPEN-DATE LINE LIST-LINE COLUMN 38
                 DISPLAY PD-REOPEN-OPER LINE LIST-LINE COLUMN 47
                 DISPLAY PD-REOPEN-REASON LINE LIST-LINE COLUMN 60
            ELSE
                 MOVE 1 TO EOFSW.
       LIST-SCAN-END.
      * SUBSYSTEM AND MONTH ARE ASKED FOR BY BOTH CLOSE AND REOPEN.
      * FOUND-SW IS SET WHEN THE MONTH IS ALREADY ON THE CALENDAR.
       PERIOD-IN-RTN.
            MOVE 0 TO VALID-SW.
            DISPLAY "SUBSYSTEM (BANK/ELEC/SCHL/SALE/PAYR/GL):"
                 LINE 6 COLUMN 1.
            ACCEPT SUBSYS-IN LINE 6 COLUMN 45.
            INSPECT SUBSYS-IN CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            IF SUBSYS-IN NOT = "BANK" AND SUBSYS-IN NOT = "ELEC"
               AND SUBSYS-IN NOT = "SCHL" AND SUBSYS-IN NOT = "SALE"
               AND SUBSYS-IN NOT = "PAYR" AND SUBSYS-IN NOT = "GL"
                 DISPLAY "INVALID SUBSYSTEM" LINE 16 COLUMN 1
                 MOVE "PERIODSUBSYS" TO AL-FIELD
                 MOVE SUBSYS-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO PERIOD-IN-END.
            DISPLAY "MONTH (YYMM):" LINE 7 COLUMN 1.
            ACCEPT MONTH-IN LINE 7 COLUMN 45.
            IF MONTH-IN NOT NUMERIC OR MI-MM < "01" OR MI-MM > "12"
                 DISPLAY "INVALID MONTH" LINE 16 COLUMN 1
                 MOVE "PERIODMONTH" TO AL-FIELD
                 MOVE MONTH-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO PERIOD-IN-END.
            MOVE 1 TO VALID-SW.
            MOVE SUBSYS-IN TO PD-SUBSYS.
            MOVE MONTH-IN TO PD-YYMM.
            MOVE PD-KEY TO CHG-KEY.
            MOVE "PERIODS" TO CHG-FILE.
            MOVE 1 TO FOUND-SW.
            READ PERIODS
                 INVALID KEY
                      MOVE 0 TO FOUND-SW.
            IF FOUND-SW = 0
                 MOVE SUBSYS-IN TO PD-SUBSYS
                 MOVE MONTH-IN TO PD-YYMM
                 MOVE 'O' TO PD-STAT
                 MOVE SPACES TO PD-CLOSE-DATE
                 MOVE SPACES TO PD-CLOSE-OPER
                 MOVE SPACES TO PD-REOPEN-DATE
                 MOVE SPACES TO PD-REOPEN-OPER
                 MOVE SPACES TO PD-REOPEN-REASON.
            MOVE PD-STAT TO OLD-STAT.
       PERIOD-IN-END.
      * A MONTH IS CLOSED ONLY AFTER THE BUSINESS DATE HAS MOVED PAST
      * IT. THE GENERAL LEDGER MONTH MUST ALSO HAVE ENTRIES ON THE GL
      * INTERFACE FILE THAT BALANCE, AS THE TRIAL BALANCE SHOWS THEM.
       CLOSE-RTN.
            PERFORM PERIOD-IN-RTN THRU PERIOD-IN-END.
            IF VALID-SW = 0
                 GO TO CLOSE-END.
            IF PD-STAT = 'C'
                 DISPLAY "PERIOD ALREADY CLOSED BY" LINE 16 COLUMN 1
                 DISPLAY PD-CLOSE-OPER LINE 16 COLUMN 26
                 DISPLAY PD-CLOSE-DATE LINE 16 COLUMN 38
                 GO TO CLOSE-END.
            IF MONTH-IN NOT < RUN-DATE(1:4)
                 DISPLAY "ONLY A MONTH BEFORE THE BUSINESS DATE MAY BE"
                 LINE 16 COLUMN 1
                 DISPLAY "CLOSED" LINE 16 COLUMN 46
                 GO TO CLOSE-END.
            IF SUBSYS-IN = "GL"
                 PERFORM GL-BALANCE-RTN THRU GL-BALANCE-END
                 IF GL-CTR = 0
                      DISPLAY "NO GL ENTRIES FOR THIS MONTH"
                      LINE 16 COLUMN 1
                      GO TO CLOSE-END
                 END-IF
                 IF GL-DEBITS NOT = GL-CREDITS
                      DISPLAY "GL OUT OF BALANCE - RERUN TRIAL BALANCE"
                      LINE 16 COLUMN 1
                      MOVE "PERIODOOB" TO AL-FIELD
                      MOVE PD-KEY TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO CLOSE-END
                 END-IF.
            DISPLAY "CONFIRM CLOSE (Y/N)?" LINE 12 COLUMN 1.
            ACCEPT ANS LINE 12 COLUMN 30.
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 DISPLAY "NO CHANGE MADE" LINE 16 COLUMN 1
                 GO TO CLOSE-END.
            MOVE 'C' TO PD-STAT.
            MOVE RUN-DATE TO PD-CLOSE-DATE.
            MOVE OPERATOR-ID TO PD-CLOSE-OPER.
            IF FOUND-SW = 1
                 REWRITE PD-REC
            ELSE
                 WRITE PD-REC.
            IF PD-STATUS NOT = "00"
                 MOVE "PERIODS" TO FC-FILENAME
                 MOVE PD-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE "PD-STAT" TO CN-FIELD.
            MOVE OLD-STAT TO CN-OLD.
            MOVE PD-STAT TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            PERFORM WRITE-CHANGES-RTN.
            MOVE "PERIODCLOSE" TO AL-FIELD.
            MOVE PD-KEY TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "PERIOD CLOSED - POSTING LOCKED" LINE 16 COLUMN 1.
       CLOSE-END.
       GL-BALANCE-RTN.
            MOVE 0 TO GL-CTR.
            MOVE 0 TO GL-DEBITS.
            MOVE 0 TO GL-CREDITS.
            OPEN INPUT GLIFACE.
            IF GL-STATUS = "35"
                 GO TO GL-BALANCE-END.
            MOVE 0 TO EOFSW.
            PERFORM GL-SCAN-RTN THRU GL-SCAN-END UNTIL EOFSW = 1.
            CLOSE GLIFACE.
            DISPLAY "GL DEBITS:" LINE 9 COLUMN 1.
            MOVE GL-DEBITS TO GL-AMT-OUT.
            DISPLAY GL-AMT-OUT LINE 9 COLUMN 30.
            DISPLAY "GL CREDITS:" LINE 10 COLUMN 1.
            MOVE GL-CREDITS TO GL-AMT-OUT.
            DISPLAY GL-AMT-OUT LINE 10 COLUMN 30.
       GL-BALANCE-END.
       GL-SCAN-RTN.
            READ GLIFACE
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO GL-SCAN-END.
            IF GL-DATE(1:4) NOT = MONTH-IN
                 GO TO GL-SCAN-END.
            ADD 1 TO GL-CTR.
            ADD GL-DEBIT TO GL-DEBITS.
            ADD GL-CREDIT TO GL-CREDITS.
       GL-SCAN-END.
       REOPEN-RTN.
            IF SUPERVISOR-SW = 0
                 DISPLAY "SUPERVISOR SIGN-ON REQUIRED - NOT ALLOWED"
                 LINE 16 COLUMN 1
                 MOVE "REOPENER" TO AL-FIELD
                 MOVE OPERATOR-ID TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO REOPEN-END.
            PERFORM PERIOD-IN-RTN THRU PERIOD-IN-END.
            IF VALID-SW = 0
                 GO TO REOPEN-END.
            IF PD-STAT NOT = 'C'
                 DISPLAY "PERIOD IS NOT CLOSED" LINE 16 COLUMN 1
                 GO TO REOPEN-END.
            DISPLAY "CLOSED BY:" LINE 9 COLUMN 1.
            DISPLAY PD-CLOSE-OPER LINE 9 COLUMN 30.
            DISPLAY PD-CLOSE-DATE LINE 9 COLUMN 42.
            DISPLAY "REASON FOR REOPENING:" LINE 10 COLUMN 1.
            ACCEPT REASON-IN LINE 10 COLUMN 30.
            IF REASON-IN = SPACES
                 DISPLAY "A REASON IS REQUIRED - NO CHANGE MADE"
                 LINE 16 COLUMN 1
                 GO TO REOPEN-END.
            DISPLAY "CONFIRM REOPEN (Y/N)?" LINE 12 COLUMN 1.
            ACCEPT ANS LINE 12 COLUMN 30.
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 DISPLAY "NO CHANGE MADE" LINE 16 COLUMN 1
                 GO TO REOPEN-END.
            MOVE "PD-REOPEN-RSN" TO CN-FIELD.
            MOVE PD-REOPEN-REASON TO CN-OLD.
            MOVE REASON-IN TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            MOVE 'O' TO PD-STAT.
            MOVE RUN-DATE TO PD-REOPEN-DATE.
            MOVE OPERATOR-ID TO PD-REOPEN-OPER.
            MOVE REASON-IN TO PD-REOPEN-REASON.
            REWRITE PD-REC.
            IF PD-STATUS NOT = "00"
                 MOVE "PERIODS" TO FC-FILENAME
                 MOVE PD-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE "PD-STAT" TO CN-FIELD.
            MOVE OLD-STAT TO CN-OLD.
            MOVE PD-STAT TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            PERFORM WRITE-CHANGES-RTN.
            MOVE "PERIODREOPEN" TO AL-FIELD.
            MOVE PD-KEY TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "PERIOD REOPENED" LINE 16 COLUMN 1.
            IF SUBSYS-IN NOT = "GL"
                 MOVE "GL" TO PD-SUBSYS
                 MOVE MONTH-IN TO PD-YYMM
                 READ PERIODS
                      INVALID KEY
                           MOVE 'O' TO PD-STAT
                 END-READ
                 IF PD-STAT = 'C'
                      DISPLAY "GL MONTH STILL CLOSED - POSTING STAYS"
                      LINE 17 COLUMN 1
                      DISPLAY "LOCKED" LINE 17 COLUMN 39
                 END-IF.
       REOPEN-END.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "PERIOD-CLOSE" TO AL-PROGRAM.
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
       FILE-ERROR-RTN.
            DISPLAY "FILE ERROR ON " FC-FILENAME " - STATUS "
                 FC-STATUS.
            MOVE "FILESTATUS" TO AL-FIELD.
            MOVE FC-FILENAME TO AL-BADVAL.
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
            MOVE "PERIOD-CLOSE" TO CH-PROGRAM.
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
