       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUND-MAINT.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. MAINTENANCE OF THE FUNDING ACCOUNTS DEBITED FOR THE
      *         PAYROLL, COMMISSION AND REFUND CREDIT FILES AND OF THE
      *         DEPOSITORY ACCOUNTS FOR THE CASHIER AND ELECTRIC
      *         COLLECTIONS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FUNDACCT ASSIGN TO "FUNDACCT.DAT"
                 FILE STATUS IS FA-STATUS.
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
       FD   FUNDACCT.
       01   FUND-REC.
            02 FA-SOURCE PIC X(8).
            02 FA-ACCNO PIC 9(10).
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
       01   FA-STATUS PIC XX VALUE "00".
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
       01   OLD-FUND-TABLE.
            02 OLD-FT-ACCNO PIC 9(10) OCCURS 5 TIMES.
       01   CHG-TABLE.
            02 CHG-ENTRY OCCURS 20 TIMES.
               03 CHG-FIELD PIC X(15).
               03 CHG-OLD PIC X(25).
               03 CHG-NEW PIC X(25).
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   FUND-I PIC 9 VALUE 0.
       01   FUND-LINE PIC 99 VALUE 0.
       01   ACCNO-IN PIC 9(10) VALUE 0.
       01   FUND-TABLE.
            02 FUND-ENTRY OCCURS 5 TIMES.
               03 FT-SOURCE PIC X(8).
               03 FT-ACCNO PIC 9(10).
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            OPEN INPUT ACCTMAST.
            IF AM-STATUS = "35"
                 DISPLAY "NO ACCOUNT MASTER ON FILE"
                 STOP RUN.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE ACCTMAST.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "CHINA TRUST BANK" LINE 1 COLUMN 32.
            DISPLAY "PAYOUT AND DEPOSITORY ACCOUNTS" LINE 2 COLUMN 26.
            PERFORM LOAD-FUND-RTN.
            PERFORM FUND-SAVE-RTN
                 VARYING FUND-I FROM 1 BY 1 UNTIL FUND-I > 5.
            DISPLAY "SOURCE" LINE 4 COLUMN 1.
            DISPLAY "CURRENT" LINE 4 COLUMN 15.
            DISPLAY "NEW (0=KEEP)" LINE 4 COLUMN 40.
            PERFORM FUND-ENTRY-RTN THRU FUND-ENTRY-END
                 VARYING FUND-I FROM 1 BY 1 UNTIL FUND-I > 5.
            OPEN OUTPUT FUNDACCT.
            PERFORM FUND-WRITE-RTN
                 VARYING FUND-I FROM 1 BY 1 UNTIL FUND-I > 5.
            CLOSE FUNDACCT.
            PERFORM FUND-HIST-RTN
                 VARYING FUND-I FROM 1 BY 1 UNTIL FUND-I > 5.
            DISPLAY "FUNDING ACCOUNTS RECORDED" LINE 12 COLUMN 1.
            DISPLAY "MAINTAIN AGAIN (Y/N)?" LINE 18 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       LOAD-FUND-RTN.
            MOVE "PAYROLL " TO FT-SOURCE(1).
            MOVE "COMMSETL" TO FT-SOURCE(2).
            MOVE "REFUND  " TO FT-SOURCE(3).
            MOVE "CASHIER " TO FT-SOURCE(4).
            MOVE "ELECCOLL" TO FT-SOURCE(5).
            MOVE 0 TO FT-ACCNO(1).
            MOVE 0 TO FT-ACCNO(2).
            MOVE 0 TO FT-ACCNO(3).
            MOVE 0 TO FT-ACCNO(4).
            MOVE 0 TO FT-ACCNO(5).
            OPEN INPUT FUNDACCT.
            IF FA-STATUS = "35"
                 NEXT SENTENCE
            ELSE
                 PERFORM LOAD-FUND-ENTRY-RTN
                      UNTIL FA-STATUS = "10"
                 CLOSE FUNDACCT.
       LOAD-FUND-ENTRY-RTN.
            READ FUNDACCT
                 AT END MOVE "10" TO FA-STATUS
                 NOT AT END
                      IF FA-SOURCE = FT-SOURCE(1)
                           MOVE FA-ACCNO TO FT-ACCNO(1)
                      ELSE
                      IF FA-SOURCE = FT-SOURCE(2)
                           MOVE FA-ACCNO TO FT-ACCNO(2)
                      ELSE
                      IF FA-SOURCE = FT-SOURCE(3)
                           MOVE FA-ACCNO TO FT-ACCNO(3)
                      ELSE
                      IF FA-SOURCE = FT-SOURCE(4)
                           MOVE FA-ACCNO TO FT-ACCNO(4)
                      ELSE
                      IF FA-SOURCE = FT-SOURCE(5)
                           MOVE FA-ACCNO TO FT-ACCNO(5)
            END-READ.
       FUND-ENTRY-RTN.
            COMPUTE FUND-LINE = FUND-I + 5.
            DISPLAY FT-SOURCE(FUND-I) LINE FUND-LINE COLUMN 1.
            DISPLAY FT-ACCNO(FUND-I) LINE FUND-LINE COLUMN 15.
            MOVE 0 TO ACCNO-IN.
            ACCEPT ACCNO-IN LINE FUND-LINE COLUMN 40.
            IF ACCNO-IN = 0 OR ACCNO-IN = FT-ACCNO(FUND-I)
                 GO TO FUND-ENTRY-END.
            MOVE ACCNO-IN TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      DISPLAY "NO SUCH ACCOUNT - KEPT"
                      LINE FUND-LINE COLUMN 55
                      MOVE "FUNDACCT" TO AL-FIELD
                      MOVE ACCNO-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO FUND-ENTRY-END.
            IF AM-STATUS-CODE = 'F' OR AM-STATUS-CODE = 'C'
                 DISPLAY "ACCOUNT NOT OPEN - KEPT"
                 LINE FUND-LINE COLUMN 55
                 MOVE "FUNDACCT" TO AL-FIELD
                 MOVE ACCNO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO FUND-ENTRY-END.
            MOVE ACCNO-IN TO FT-ACCNO(FUND-I).
            DISPLAY AM-ACCNAME LINE FUND-LINE COLUMN 55.
            MOVE "FUNDACCTSET" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING FT-SOURCE(FUND-I) DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 ACCNO-IN DELIMITED BY SIZE
                 INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       FUND-ENTRY-END.
       FUND-WRITE-RTN.
            MOVE FT-SOURCE(FUND-I) TO FA-SOURCE.
            MOVE FT-ACCNO(FUND-I) TO FA-ACCNO.
            WRITE FUND-REC.
       FUND-SAVE-RTN.
            MOVE FT-ACCNO(FUND-I) TO OLD-FT-ACCNO(FUND-I).
       FUND-HIST-RTN.
            IF FT-ACCNO(FUND-I) NOT = OLD-FT-ACCNO(FUND-I)
                 MOVE "FUNDACCT" TO CHG-FILE
                 MOVE FT-SOURCE(FUND-I) TO CHG-KEY
                 MOVE 0 TO CHG-CTR
                 MOVE "FA-ACCNO" TO CN-FIELD
                 MOVE OLD-FT-ACCNO(FUND-I) TO CN-OLD
                 MOVE FT-ACCNO(FUND-I) TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN
                 PERFORM WRITE-CHANGES-RTN.
       ANS-RTN.
            ACCEPT ANS LINE 18 COLUMN 40.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "FUND-MAINT" TO AL-PROGRAM.
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
            MOVE "FUND-MAINT" TO CH-PROGRAM.
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
