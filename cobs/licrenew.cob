       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICENSE-RENEW.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. LICENSE RENEWAL AND CONTINUING PROFESSIONAL
      *         DEVELOPMENT. CPD CREDITS ARE POSTED TO A LEDGER PER
      *         LICENSEE. RENEWAL IS REFUSED UNTIL THE UNITS EARNED
      *         WITHIN THE CURRENT VALIDITY CYCLE MEET THE REQUIREMENT,
      *         THEN EXTENDS VALIDITY BY ONE THREE-YEAR CYCLE AND
      *         PRINTS A RENEWED ID RECORD. THE MONTHLY RUN PRINTS
      *         REMINDER NOTICES 90 DAYS BEFORE EXPIRY AND LISTS
      *         EXPIRED AND DELINQUENT LICENSEES BY PROFESSION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT LICREG ASSIGN TO "LICREG.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS LR-LICNO
                 FILE STATUS IS LR-STATUS.
            SELECT CPDLEDG ASSIGN TO "CPDLEDG.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CP-KEY
                 FILE STATUS IS CP-STATUS.
            SELECT IDFILE ASSIGN TO "LICID".
            SELECT NOTEFILE ASSIGN TO "RENNOTE".
            SELECT RPTFILE ASSIGN TO "LICEXP".
            SELECT WORKFILE ASSIGN TO "LICEXP.TMP".
            SELECT SORTFILE ASSIGN TO "SORTWK".
            SELECT SORTEDFILE ASSIGN TO "LICSRT.TMP".
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   LICREG.
       01   LIC-REC.
            02 LR-LICNO PIC 9(8).
            02 LR-ENO PIC 9(10).
            02 LR-ENA PIC X(25).
            02 LR-CNA PIC X(4).
            02 LR-SESSION PIC X(10).
            02 LR-ISSUE-DATE PIC X(8).
            02 LR-CLAIM-STATUS PIC X.
            02 LR-CLAIM-DATE PIC X(8).
            02 LR-VALID-FROM PIC X(8).
            02 LR-VALID-UNTIL PIC X(8).
            02 LR-RENEW-CTR PIC 99.
            02 LR-LAST-RENEW PIC X(8).
            02 LR-NOTICE-FOR PIC X(8).
       FD   CPDLEDG.
       01   CPD-REC.
            02 CP-KEY.
                 03 CP-LICNO PIC 9(8).
                 03 CP-SEQ PIC 9(4).
            02 CP-PROVIDER PIC X(20).
            02 CP-ACTIVITY PIC X(25).
            02 CP-DATE PIC X(8).
            02 CP-UNITS PIC 99V99.
            02 CP-POST-DATE PIC X(8).
            02 CP-OPERATOR PIC X(10).
       FD   IDFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS IDREC.
       01   IDREC.
            02 FILLER PIC X(80).
       FD   NOTEFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS NOTEREC.
       01   NOTEREC.
            02 FILLER PIC X(80).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(80).
       FD   WORKFILE.
       01   WORK-REC.
            02 WK-CNA PIC X(4).
            02 WK-ENA PIC X(25).
            02 WK-LICNO PIC 9(8).
            02 WK-VALID-UNTIL PIC X(8).
            02 WK-STANDING PIC X(10).
       SD   SORTFILE.
       01   SORT-REC.
            02 SRT-CNA PIC X(4).
            02 SRT-ENA PIC X(25).
            02 SRT-LICNO PIC 9(8).
            02 SRT-VALID-UNTIL PIC X(8).
            02 SRT-STANDING PIC X(10).
       FD   SORTEDFILE.
       01   SORTED-REC.
            02 SD-CNA PIC X(4).
            02 SD-ENA PIC X(25).
            02 SD-LICNO PIC 9(8).
            02 SD-VALID-UNTIL PIC X(8).
            02 SD-STANDING PIC X(10).
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
       01   LR-STATUS PIC XX VALUE "00".
       01   CP-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   EOFSW PIC 9 VALUE 0.
       01   CPD-EOF-SW PIC 9 VALUE 0.
       01   LICNO-IN PIC 9(8) VALUE 0.
       01   PROVIDER-IN PIC X(20) VALUE SPACES.
       01   ACTIVITY-IN PIC X(25) VALUE SPACES.
       01   CPDDATE-IN PIC X(8) VALUE SPACES.
       01   UNITS-IN PIC 99V99 VALUE 0.
       01   CYCLE-YEARS PIC 9 VALUE 3.
       01   CPD-REQUIRED PIC 99V99 VALUE 45.00.
       01   REMIND-DAYS PIC 999 VALUE 90.
       01   CYCLE-UNITS PIC 9(4)V99 VALUE 0.
       01   UNITS-OUT PIC Z,ZZ9.99.
       01   REQ-OUT PIC Z9.99.
       01   NEXT-SEQ PIC 9(4) VALUE 0.
       01   LIST-LINE PIC 99 VALUE 0.
       01   REMIND-DATE PIC X(8) VALUE SPACES.
       01   DELINQ-DATE PIC X(8) VALUE SPACES.
       01   NOTICE-CTR PIC 9(5) VALUE 0.
       01   EXPIRED-CTR PIC 9(5) VALUE 0.
       01   DELINQ-CTR PIC 9(5) VALUE 0.
       01   GROUP-CTR PIC 9(5) VALUE 0.
       01   PREV-CNA PIC X(4) VALUE SPACES.
       01   DAY-WORK PIC 999 VALUE 0.
       01   MONTH-DAYS PIC 99 VALUE 0.
       01   LEAP-REM PIC 9 VALUE 0.
       01   LEAP-QUOT PIC 99 VALUE 0.
       01   DATE-WORK.
            02 DW-YY PIC 99.
            02 DW-MM PIC 99.
            02 DW-DD PIC 99.
            02 FILLER PIC XX.
       01   ID-HEAD-1.
            02 FILLER PIC X(20) VALUE SPACES.
            02 FILLER PIC X(34)
               VALUE "PROFESSIONAL REGULATION COMMISSION".
            02 FILLER PIC X(26) VALUE SPACES.
       01   ID-HEAD-2.
            02 FILLER PIC X(24) VALUE SPACES.
            02 FILLER PIC X(32)
               VALUE "PROFESSIONAL ID - RENEWED       ".
            02 FILLER PIC X(24) VALUE SPACES.
       01   ID-LINE.
            02 IL-LABEL PIC X(18).
            02 IL-TEXT PIC X(25).
            02 FILLER PIC X(37) VALUE SPACES.
       01   NOTE-HEAD.
            02 FILLER PIC X(34)
               VALUE "PROFESSIONAL REGULATION COMMISSION".
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(28)
               VALUE "LICENSE RENEWAL REMINDER    ".
            02 NH-DATE PIC X(8).
            02 FILLER PIC X(6) VALUE SPACES.
       01   NOTE-LINE.
            02 NL-LABEL PIC X(18).
            02 NL-TEXT PIC X(25).
            02 FILLER PIC X(37) VALUE SPACES.
       01   NOTE-BODY-1.
            02 FILLER PIC X(32)
               VALUE "YOUR LICENSE IS DUE FOR RENEWAL.".
            02 FILLER PIC X(48) VALUE " PLEASE FILE YOUR".
       01   NOTE-BODY-2.
            02 FILLER PIC X(27)
               VALUE "RENEWAL WITH CPD UNITS OF ".
            02 NB-REQ PIC Z9.99.
            02 FILLER PIC X(12) VALUE " BEFORE THE ".
            02 FILLER PIC X(16) VALUE "EXPIRY DATE.    ".
            02 FILLER PIC X(20) VALUE SPACES.
       01   RPT-HEAD-1.
            02 FILLER PIC X(34)
               VALUE "PROFESSIONAL REGULATION COMMISSION".
            02 FILLER PIC X(46) VALUE SPACES.
       01   RPT-HEAD-2.
            02 FILLER PIC X(40)
               VALUE "EXPIRED AND DELINQUENT LICENSEES        ".
            02 FILLER PIC X(10) VALUE "RUN DATE: ".
            02 RH-DATE PIC X(8).
            02 FILLER PIC X(22) VALUE SPACES.
       01   RPT-GROUP.
            02 FILLER PIC X(12) VALUE "PROFESSION: ".
            02 RG-CNA PIC X(4).
            02 FILLER PIC X(64) VALUE SPACES.
       01   RPT-SUB.
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(12) VALUE "LICENSE NO.".
            02 FILLER PIC X(27) VALUE "NAME".
            02 FILLER PIC X(13) VALUE "VALID UNTIL".
            02 FILLER PIC X(24) VALUE "STANDING".
       01   RPT-LINE.
            02 FILLER PIC X(4) VALUE SPACES.
            02 RL-LICNO PIC 9(8).
            02 FILLER PIC X(4) VALUE SPACES.
            02 RL-ENA PIC X(25).
            02 FILLER PIC X(2) VALUE SPACES.
            02 RL-VALID-UNTIL PIC X(8).
            02 FILLER PIC X(5) VALUE SPACES.
            02 RL-STANDING PIC X(10).
            02 FILLER PIC X(14) VALUE SPACES.
       01   RPT-TOTAL.
            02 FILLER PIC X(4) VALUE SPACES.
            02 RT-LABEL PIC X(26).
            02 RT-COUNT PIC ZZ,ZZ9.
            02 FILLER PIC X(44) VALUE SPACES.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN I-O LICREG.
            IF LR-STATUS = "35"
                 DISPLAY "NO LICENSES ON REGISTER" LINE 1 COLUMN 1
                 STOP RUN.
            OPEN I-O CPDLEDG.
            IF CP-STATUS = "35"
                 OPEN OUTPUT CPDLEDG
                 CLOSE CPDLEDG
                 OPEN I-O CPDLEDG.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE LICREG.
            CLOSE CPDLEDG.
            CLOSE AUDITLOG.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "PROFESSIONAL REGULATION COMMISSION"
            LINE 1 COLUMN 23.
            DISPLAY "LICENSE RENEWAL AND CPD" LINE 2 COLUMN 29.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (C=CPD CREDIT, L=LEDGER, R=RENEW,"
                 LINE 4 COLUMN 1.
            DISPLAY "M=MONTHLY RUN):" LINE 4 COLUMN 44.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'C'
                 PERFORM CREDIT-RTN THRU CREDIT-END
            ELSE
            IF FUNC-CODE = 'L'
                 PERFORM LEDGER-RTN THRU LEDGER-END
            ELSE
            IF FUNC-CODE = 'R'
                 PERFORM RENEW-RTN THRU RENEW-END
            ELSE
                 PERFORM MONTHLY-RTN THRU MONTHLY-END.
       PROCESS-ASK.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 4 COLUMN 60.
            IF FUNC-CODE = 'C' OR FUNC-CODE = 'c'
                 MOVE 'C' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'L' OR FUNC-CODE = 'l'
                 MOVE 'L' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'R' OR FUNC-CODE = 'r'
                 MOVE 'R' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'M' OR FUNC-CODE = 'm'
                 MOVE 'M' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       LICNO-RTN.
            DISPLAY "LICENSE NO:" LINE 6 COLUMN 1.
            MOVE 0 TO LICNO-IN.
            ACCEPT LICNO-IN LINE 6 COLUMN 35.
            MOVE LICNO-IN TO LR-LICNO.
            READ LICREG
                 INVALID KEY
                      MOVE 0 TO VALID-SW
                 NOT INVALID KEY
                      MOVE 1 TO VALID-SW
                      DISPLAY LR-ENA LINE 6 COLUMN 48
                      DISPLAY "PROFESSION:" LINE 7 COLUMN 1
                      DISPLAY LR-CNA LINE 7 COLUMN 35
                      DISPLAY "VALID FROM/UNTIL:" LINE 8 COLUMN 1
                      DISPLAY LR-VALID-FROM LINE 8 COLUMN 35
                      DISPLAY LR-VALID-UNTIL LINE 8 COLUMN 45
            END-READ.
       CREDIT-RTN.
            PERFORM LICNO-RTN.
            IF VALID-SW = 0
                 DISPLAY "NO SUCH LICENSE ON REGISTER" LINE 20 COLUMN 1
                 GO TO CREDIT-END.
            DISPLAY "CPD PROVIDER:" LINE 10 COLUMN 1.
            MOVE SPACES TO PROVIDER-IN.
            ACCEPT PROVIDER-IN LINE 10 COLUMN 35.
            DISPLAY "ACTIVITY:" LINE 11 COLUMN 1.
            MOVE SPACES TO ACTIVITY-IN.
            ACCEPT ACTIVITY-IN LINE 11 COLUMN 35.
            DISPLAY "ACTIVITY DATE (YYMMDD):" LINE 12 COLUMN 1.
            MOVE SPACES TO CPDDATE-IN.
            ACCEPT CPDDATE-IN LINE 12 COLUMN 35.
            DISPLAY "UNITS EARNED:" LINE 13 COLUMN 1.
            MOVE 0 TO UNITS-IN.
            ACCEPT UNITS-IN LINE 13 COLUMN 35.
            IF PROVIDER-IN = SPACES OR ACTIVITY-IN = SPACES
                 DISPLAY "PROVIDER AND ACTIVITY REQUIRED"
                 LINE 20 COLUMN 1
                 GO TO CREDIT-END.
            IF CPDDATE-IN = SPACES OR CPDDATE-IN > RUN-DATE
                 DISPLAY "INVALID ACTIVITY DATE" LINE 20 COLUMN 1
                 MOVE "CPDDATE" TO AL-FIELD
                 MOVE CPDDATE-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO CREDIT-END.
            IF UNITS-IN = 0
                 DISPLAY "UNITS MUST BE GREATER THAN ZERO"
                 LINE 20 COLUMN 1
                 MOVE "CPDUNITS" TO AL-FIELD
                 MOVE LICNO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO CREDIT-END.
            PERFORM NEXT-SEQ-RTN.
            MOVE LICNO-IN TO CP-LICNO.
            MOVE NEXT-SEQ TO CP-SEQ.
            MOVE PROVIDER-IN TO CP-PROVIDER.
            MOVE ACTIVITY-IN TO CP-ACTIVITY.
            MOVE CPDDATE-IN TO CP-DATE.
            MOVE UNITS-IN TO CP-UNITS.
            MOVE RUN-DATE TO CP-POST-DATE.
            MOVE OPERATOR-ID TO CP-OPERATOR.
            WRITE CPD-REC.
            IF CP-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON CPDLEDG - STATUS " CP-STATUS
                 LINE 20 COLUMN 1
                 GO TO CREDIT-END.
            MOVE "CPDCREDIT" TO AL-FIELD.
            MOVE LICNO-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            PERFORM CYCLE-UNITS-RTN.
            MOVE CYCLE-UNITS TO UNITS-OUT.
            DISPLAY "CPD CREDIT POSTED - UNITS THIS CYCLE:"
                 LINE 20 COLUMN 1.
            DISPLAY UNITS-OUT LINE 20 COLUMN 40.
       CREDIT-END.
       NEXT-SEQ-RTN.
            MOVE 0 TO NEXT-SEQ.
            MOVE 0 TO CPD-EOF-SW.
            MOVE LICNO-IN TO CP-LICNO.
            MOVE 0 TO CP-SEQ.
            START CPDLEDG KEY NOT LESS THAN CP-KEY
                 INVALID KEY
                      MOVE 1 TO CPD-EOF-SW.
            PERFORM NEXT-SEQ-SCAN-RTN THRU NEXT-SEQ-SCAN-END
                 UNTIL CPD-EOF-SW = 1.
            ADD 1 TO NEXT-SEQ.
       NEXT-SEQ-SCAN-RTN.
            READ CPDLEDG NEXT RECORD
                 AT END
                      MOVE 1 TO CPD-EOF-SW
                      GO TO NEXT-SEQ-SCAN-END.
            IF CP-LICNO NOT = LICNO-IN
                 MOVE 1 TO CPD-EOF-SW
                 GO TO NEXT-SEQ-SCAN-END.
            MOVE CP-SEQ TO NEXT-SEQ.
       NEXT-SEQ-SCAN-END.
       CYCLE-UNITS-RTN.
            MOVE 0 TO CYCLE-UNITS.
            MOVE 0 TO CPD-EOF-SW.
            MOVE LR-LICNO TO CP-LICNO.
            MOVE 0 TO CP-SEQ.
            START CPDLEDG KEY NOT LESS THAN CP-KEY
                 INVALID KEY
                      MOVE 1 TO CPD-EOF-SW.
            PERFORM CYCLE-SCAN-RTN THRU CYCLE-SCAN-END
                 UNTIL CPD-EOF-SW = 1.
       CYCLE-SCAN-RTN.
            READ CPDLEDG NEXT RECORD
                 AT END
                      MOVE 1 TO CPD-EOF-SW
                      GO TO CYCLE-SCAN-END.
            IF CP-LICNO NOT = LR-LICNO
                 MOVE 1 TO CPD-EOF-SW
                 GO TO CYCLE-SCAN-END.
            IF CP-DATE NOT < LR-VALID-FROM
            AND CP-DATE NOT > LR-VALID-UNTIL
                 ADD CP-UNITS TO CYCLE-UNITS.
       CYCLE-SCAN-END.
       LEDGER-RTN.
            PERFORM LICNO-RTN.
            IF VALID-SW = 0
                 DISPLAY "NO SUCH LICENSE ON REGISTER" LINE 20 COLUMN 1
                 GO TO LEDGER-END.
            DISPLAY "DATE      PROVIDER             ACTIVITY"
                 LINE 10 COLUMN 1.
            DISPLAY "UNITS" LINE 10 COLUMN 60.
            MOVE 10 TO LIST-LINE.
            MOVE 0 TO CPD-EOF-SW.
            MOVE LR-LICNO TO CP-LICNO.
            MOVE 0 TO CP-SEQ.
            START CPDLEDG KEY NOT LESS THAN CP-KEY
                 INVALID KEY
                      MOVE 1 TO CPD-EOF-SW.
            PERFORM LEDGER-SCAN-RTN THRU LEDGER-SCAN-END
                 UNTIL CPD-EOF-SW = 1.
            PERFORM CYCLE-UNITS-RTN.
            MOVE CYCLE-UNITS TO UNITS-OUT.
            MOVE CPD-REQUIRED TO REQ-OUT.
            DISPLAY "UNITS THIS CYCLE:" LINE 20 COLUMN 1.
            DISPLAY UNITS-OUT LINE 20 COLUMN 20.
            DISPLAY "REQUIRED:" LINE 20 COLUMN 32.
            DISPLAY REQ-OUT LINE 20 COLUMN 42.
       LEDGER-END.
       LEDGER-SCAN-RTN.
            READ CPDLEDG NEXT RECORD
                 AT END
                      MOVE 1 TO CPD-EOF-SW
                      GO TO LEDGER-SCAN-END.
            IF CP-LICNO NOT = LR-LICNO
                 MOVE 1 TO CPD-EOF-SW
                 GO TO LEDGER-SCAN-END.
            IF LIST-LINE < 19
                 ADD 1 TO LIST-LINE
                 MOVE CP-UNITS TO UNITS-OUT
                 DISPLAY CP-DATE LINE LIST-LINE COLUMN 1
                 DISPLAY CP-PROVIDER LINE LIST-LINE COLUMN 11
                 DISPLAY CP-ACTIVITY LINE LIST-LINE COLUMN 32
                 DISPLAY UNITS-OUT LINE LIST-LINE COLUMN 58.
       LEDGER-SCAN-END.
       RENEW-RTN.
            PERFORM LICNO-RTN.
            IF VALID-SW = 0
                 DISPLAY "NO SUCH LICENSE ON REGISTER" LINE 20 COLUMN 1
                 GO TO RENEW-END.
            PERFORM CYCLE-UNITS-RTN.
            MOVE CYCLE-UNITS TO UNITS-OUT.
            MOVE CPD-REQUIRED TO REQ-OUT.
            DISPLAY "CPD UNITS THIS CYCLE:" LINE 10 COLUMN 1.
            DISPLAY UNITS-OUT LINE 10 COLUMN 35.
            DISPLAY "CPD UNITS REQUIRED:" LINE 11 COLUMN 1.
            DISPLAY REQ-OUT LINE 11 COLUMN 38.
            IF CYCLE-UNITS < CPD-REQUIRED
                 DISPLAY "RENEWAL REFUSED - CPD UNITS NOT MET"
                 LINE 20 COLUMN 1
                 MOVE "CPDSHORT" TO AL-FIELD
                 MOVE LR-LICNO TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO RENEW-END.
            MOVE LR-VALID-UNTIL TO DATE-WORK.
            ADD CYCLE-YEARS TO DW-YY.
            DISPLAY "NEW VALIDITY UNTIL:" LINE 12 COLUMN 1.
            DISPLAY DATE-WORK LINE 12 COLUMN 35.
            DISPLAY "RENEW LICENSE (Y/N)?" LINE 19 COLUMN 1.
            MOVE SPACE TO ANS.
            ACCEPT ANS LINE 19 COLUMN 35.
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 DISPLAY "LICENSE NOT RENEWED" LINE 20 COLUMN 1
                 GO TO RENEW-END.
            MOVE LR-VALID-UNTIL TO LR-VALID-FROM.
            MOVE DATE-WORK TO LR-VALID-UNTIL.
            ADD 1 TO LR-RENEW-CTR.
            MOVE RUN-DATE TO LR-LAST-RENEW.
            REWRITE LIC-REC.
            IF LR-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON LICREG - STATUS " LR-STATUS
                 LINE 20 COLUMN 1
                 GO TO RENEW-END.
            MOVE "LICRENEW" TO AL-FIELD.
            MOVE LR-LICNO TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            PERFORM ID-RTN.
            DISPLAY "LICENSE RENEWED - ID RECORD PRINTED"
                 LINE 20 COLUMN 1.
       RENEW-END.
       ID-RTN.
            OPEN EXTEND IDFILE.
            WRITE IDREC FROM ID-HEAD-1 AFTER PAGE.
            WRITE IDREC FROM ID-HEAD-2 AFTER 1.
            MOVE SPACES TO ID-LINE.
            MOVE "LICENSE NO:" TO IL-LABEL.
            MOVE LR-LICNO TO IL-TEXT.
            WRITE IDREC FROM ID-LINE AFTER 2.
            MOVE SPACES TO ID-LINE.
            MOVE "NAME:" TO IL-LABEL.
            MOVE LR-ENA TO IL-TEXT.
            WRITE IDREC FROM ID-LINE AFTER 1.
            MOVE SPACES TO ID-LINE.
            MOVE "PROFESSION:" TO IL-LABEL.
            MOVE LR-CNA TO IL-TEXT.
            WRITE IDREC FROM ID-LINE AFTER 1.
            MOVE SPACES TO ID-LINE.
            MOVE "REGISTERED:" TO IL-LABEL.
            MOVE LR-ISSUE-DATE TO IL-TEXT.
            WRITE IDREC FROM ID-LINE AFTER 1.
            MOVE SPACES TO ID-LINE.
            MOVE "RENEWED:" TO IL-LABEL.
            MOVE LR-LAST-RENEW TO IL-TEXT.
            WRITE IDREC FROM ID-LINE AFTER 1.
            MOVE SPACES TO ID-LINE.
            MOVE "VALID UNTIL:" TO IL-LABEL.
            MOVE LR-VALID-UNTIL TO IL-TEXT.
            WRITE IDREC FROM ID-LINE AFTER 1.
            CLOSE IDFILE.
       MONTHLY-RTN.
            MOVE RUN-DATE TO DATE-WORK.
            COMPUTE DAY-WORK = DW-DD + REMIND-DAYS.
            PERFORM MONTH-DAYS-RTN.
            PERFORM ROLL-MONTH-RTN UNTIL DAY-WORK NOT > MONTH-DAYS.
            MOVE DAY-WORK TO DW-DD.
            MOVE DATE-WORK TO REMIND-DATE.
            MOVE RUN-DATE TO DATE-WORK.
            SUBTRACT 1 FROM DW-YY.
            MOVE DATE-WORK TO DELINQ-DATE.
            MOVE 0 TO NOTICE-CTR.
            MOVE 0 TO EXPIRED-CTR.
            MOVE 0 TO DELINQ-CTR.
            OPEN EXTEND NOTEFILE.
            OPEN OUTPUT WORKFILE.
            MOVE 0 TO EOFSW.
            MOVE 0 TO LR-LICNO.
            START LICREG KEY NOT LESS THAN LR-LICNO
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM MONTHLY-SCAN-RTN THRU MONTHLY-SCAN-END
                 UNTIL EOFSW = 1.
            CLOSE NOTEFILE.
            CLOSE WORKFILE.
            SORT SORTFILE ON ASCENDING KEY SRT-CNA SRT-ENA
                 USING WORKFILE GIVING SORTEDFILE.
            PERFORM EXPIRED-RPT-RTN.
            DISPLAY "REMINDER NOTICES PRINTED:" LINE 18 COLUMN 1.
            DISPLAY NOTICE-CTR LINE 18 COLUMN 35.
            DISPLAY "EXPIRED LICENSEES:" LINE 19 COLUMN 1.
            DISPLAY EXPIRED-CTR LINE 19 COLUMN 35.
            DISPLAY "DELINQUENT LICENSEES:" LINE 20 COLUMN 1.
            DISPLAY DELINQ-CTR LINE 20 COLUMN 35.
       MONTHLY-END.
       MONTH-DAYS-RTN.
            IF DW-MM = 4 OR DW-MM = 6 OR DW-MM = 9 OR DW-MM = 11
                 MOVE 30 TO MONTH-DAYS
            ELSE
            IF DW-MM = 2
                 DIVIDE DW-YY BY 4 GIVING LEAP-QUOT
                      REMAINDER LEAP-REM
                 IF LEAP-REM = 0
                      MOVE 29 TO MONTH-DAYS
                 ELSE
                      MOVE 28 TO MONTH-DAYS
                 END-IF
            ELSE
                 MOVE 31 TO MONTH-DAYS.
       ROLL-MONTH-RTN.
            SUBTRACT MONTH-DAYS FROM DAY-WORK.
            ADD 1 TO DW-MM.
            IF DW-MM > 12
                 MOVE 1 TO DW-MM
                 ADD 1 TO DW-YY.
            PERFORM MONTH-DAYS-RTN.
       MONTHLY-SCAN-RTN.
            READ LICREG NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO MONTHLY-SCAN-END.
            IF LR-VALID-UNTIL < RUN-DATE
                 PERFORM EXPIRED-WORK-RTN
                 GO TO MONTHLY-SCAN-END.
            IF LR-VALID-UNTIL > REMIND-DATE
            OR LR-NOTICE-FOR = LR-VALID-UNTIL
                 GO TO MONTHLY-SCAN-END.
            PERFORM NOTICE-RTN.
            MOVE LR-VALID-UNTIL TO LR-NOTICE-FOR.
            REWRITE LIC-REC.
            IF LR-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON LICREG - STATUS " LR-STATUS
                 LINE 21 COLUMN 1.
            ADD 1 TO NOTICE-CTR.
       MONTHLY-SCAN-END.
       EXPIRED-WORK-RTN.
            MOVE LR-CNA TO WK-CNA.
            MOVE LR-ENA TO WK-ENA.
            MOVE LR-LICNO TO WK-LICNO.
            MOVE LR-VALID-UNTIL TO WK-VALID-UNTIL.
            IF LR-VALID-UNTIL < DELINQ-DATE
                 MOVE "DELINQUENT" TO WK-STANDING
                 ADD 1 TO DELINQ-CTR
            ELSE
                 MOVE "EXPIRED" TO WK-STANDING
                 ADD 1 TO EXPIRED-CTR.
            WRITE WORK-REC.
       NOTICE-RTN.
            MOVE RUN-DATE TO NH-DATE.
            WRITE NOTEREC FROM NOTE-HEAD AFTER PAGE.
            MOVE SPACES TO NOTE-LINE.
            MOVE "LICENSE NO:" TO NL-LABEL.
            MOVE LR-LICNO TO NL-TEXT.
            WRITE NOTEREC FROM NOTE-LINE AFTER 2.
            MOVE SPACES TO NOTE-LINE.
            MOVE "NAME:" TO NL-LABEL.
            MOVE LR-ENA TO NL-TEXT.
            WRITE NOTEREC FROM NOTE-LINE AFTER 1.
            MOVE SPACES TO NOTE-LINE.
            MOVE "PROFESSION:" TO NL-LABEL.
            MOVE LR-CNA TO NL-TEXT.
            WRITE NOTEREC FROM NOTE-LINE AFTER 1.
            MOVE SPACES TO NOTE-LINE.
            MOVE "EXPIRES ON:" TO NL-LABEL.
            MOVE LR-VALID-UNTIL TO NL-TEXT.
            WRITE NOTEREC FROM NOTE-LINE AFTER 1.
            PERFORM CYCLE-UNITS-RTN.
            MOVE CYCLE-UNITS TO UNITS-OUT.
            MOVE SPACES TO NOTE-LINE.
            MOVE "CPD UNITS EARNED:" TO NL-LABEL.
            MOVE UNITS-OUT TO NL-TEXT.
            WRITE NOTEREC FROM NOTE-LINE AFTER 1.
            WRITE NOTEREC FROM NOTE-BODY-1 AFTER 2.
            MOVE CPD-REQUIRED TO NB-REQ.
            WRITE NOTEREC FROM NOTE-BODY-2 AFTER 1.
       EXPIRED-RPT-RTN.
            OPEN INPUT SORTEDFILE.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO RH-DATE.
            WRITE RPTREC FROM RPT-HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM RPT-HEAD-2 AFTER 1.
            MOVE SPACES TO PREV-CNA.
            MOVE 0 TO GROUP-CTR.
            MOVE 0 TO EOFSW.
            PERFORM EXPIRED-LINE-RTN THRU EXPIRED-LINE-END
                 UNTIL EOFSW = 1.
            IF PREV-CNA NOT = SPACES
                 PERFORM GROUP-TOTAL-RTN.
            MOVE "TOTAL EXPIRED:" TO RT-LABEL.
            MOVE EXPIRED-CTR TO RT-COUNT.
            WRITE RPTREC FROM RPT-TOTAL AFTER 2.
            MOVE "TOTAL DELINQUENT:" TO RT-LABEL.
            MOVE DELINQ-CTR TO RT-COUNT.
            WRITE RPTREC FROM RPT-TOTAL AFTER 1.
            CLOSE SORTEDFILE.
            CLOSE RPTFILE.
       EXPIRED-LINE-RTN.
            READ SORTEDFILE
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO EXPIRED-LINE-END.
            IF SD-CNA NOT = PREV-CNA
                 IF PREV-CNA NOT = SPACES
                      PERFORM GROUP-TOTAL-RTN
                 END-IF
                 MOVE SD-CNA TO PREV-CNA
                 MOVE SD-CNA TO RG-CNA
                 WRITE RPTREC FROM RPT-GROUP AFTER 2
                 WRITE RPTREC FROM RPT-SUB AFTER 1
                 MOVE 0 TO GROUP-CTR.
            MOVE SD-LICNO TO RL-LICNO.
            MOVE SD-ENA TO RL-ENA.
            MOVE SD-VALID-UNTIL TO RL-VALID-UNTIL.
            MOVE SD-STANDING TO RL-STANDING.
            WRITE RPTREC FROM RPT-LINE AFTER 1.
            ADD 1 TO GROUP-CTR.
       EXPIRED-LINE-END.
       GROUP-TOTAL-RTN.
            MOVE "PROFESSION TOTAL:" TO RT-LABEL.
            MOVE GROUP-CTR TO RT-COUNT.
            WRITE RPTREC FROM RPT-TOTAL AFTER 1.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "LICENSE-RENEW" TO AL-PROGRAM.
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
