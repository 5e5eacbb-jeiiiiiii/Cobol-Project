       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALARY-DIFF.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. SALARY DIFFERENTIAL RUN FOR A SALARY SCHEDULE THAT
      *         TAKES EFFECT RETROACTIVELY. EVERY PAYROLL PERIOD IN
      *         PAYHIST FROM THE EFFECTIVE DATE TO THE RUN DATE IS
      *         REPRICED AT THE SCHEDULE RATE IN FORCE FOR THAT PERIOD
      *         AND THE SHORTFALL IS PAID AS BACK PAY, LESS THE SAME
      *         WITHHOLDING, GSIS, PHILHEALTH AND PAG-IBIG RATES AND
      *         ANY LEAVE-WITHOUT-PAY SHARE. DIFFERENTIALS ALREADY
      *         COMPUTED ARE KEPT IN SALDIFF SO A RERUN PAYS ONLY WHAT
      *         IS STILL OWING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FACULTYF ASSIGN TO "D:\COBOL\FACULTY.TXT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PF-FNO
                 FILE STATUS IS PF-STATUS.
            SELECT SALSCHED ASSIGN TO "SALSCHED.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SS-KEY
                 FILE STATUS IS SS-STATUS.
            SELECT PAYHIST ASSIGN TO "PAYHIST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PH-KEY
                 FILE STATUS IS PH-STATUS.
            SELECT SALDIFF ASSIGN TO "SALDIFF.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SD-KEY
                 FILE STATUS IS SD-STATUS.
            SELECT DEDRATES ASSIGN TO "DEDRATES.DAT"
                 FILE STATUS IS DR-FILE-STATUS.
            SELECT REGFILE ASSIGN TO "SALDIFRG".
            SELECT SLIPFILE ASSIGN TO "DIFSLIPS".
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
       FD   FACULTYF.
       01   FACULTY-REC.
            02 PF-FNO PIC 9(10).
            02 PF-REFNO PIC X(8).
            02 PF-FNAME PIC X(25).
            02 PF-FTNAME PIC X(20).
            02 PF-DNAME PIC X(22).
            02 PF-HEAN PIC X(15).
            02 PF-UA PIC X(2).
            02 PF-LPE PIC X(17).
            02 PF-PAY PIC X(9).
            02 PF-BANK-ACCNO PIC 9(10).
            02 PF-GRADE PIC 99.
            02 PF-STEP PIC 9.
            02 PF-STEP-DATE PIC X(8).
       FD   SALSCHED.
       01   SS-REC.
            02 SS-KEY.
                 03 SS-GRADE PIC 99.
                 03 SS-STEP PIC 9.
                 03 SS-EFFDATE PIC X(8).
            02 SS-MONTHLY PIC 9(6)V99.
            02 SS-SET-DATE PIC X(8).
            02 SS-OPERATOR PIC X(10).
       FD   PAYHIST.
       01   PAYHIST-REC.
            02 PH-KEY.
                 03 PH-FNO PIC 9(10).
                 03 PH-PERIOD PIC X(8).
            02 PH-GROSS PIC 9(6)V99.
            02 PH-WTX PIC 9(6)V99.
            02 PH-GSIS PIC 9(6)V99.
            02 PH-PHIC PIC 9(6)V99.
            02 PH-HDMF PIC 9(6)V99.
            02 PH-NET PIC S9(6)V99.
            02 PH-LOAN PIC 9(6)V99.
            02 PH-LWOP PIC 9(6)V99.
            02 PH-CREDIT-STATUS PIC X.
            02 PH-HONOR PIC 9(6)V99.
       FD   SALDIFF.
       01   SALDIFF-REC.
            02 SD-KEY.
                 03 SD-FNO PIC 9(10).
                 03 SD-PERIOD PIC X(8).
            02 SD-GROSS PIC 9(6)V99.
            02 SD-WTX PIC 9(6)V99.
            02 SD-GSIS PIC 9(6)V99.
            02 SD-PHIC PIC 9(6)V99.
            02 SD-HDMF PIC 9(6)V99.
            02 SD-LWOP PIC 9(6)V99.
            02 SD-NET PIC S9(6)V99.
            02 SD-EFFDATE PIC X(8).
            02 SD-RUN-DATE PIC X(8).
       FD   DEDRATES.
       01   DEDRATE-REC.
            02 DR-CODE PIC X(4).
            02 DR-RATE PIC 9V9999.
       FD   REGFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS REGREC.
       01   REGREC.
            02 FILLER PIC X(132).
       FD   SLIPFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS SLIPREC.
       01   SLIPREC.
            02 FILLER PIC X(80).
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
       01   PF-STATUS PIC XX VALUE "00".
       01   SS-STATUS PIC XX VALUE "00".
       01   PH-STATUS PIC XX VALUE "00".
       01   SD-STATUS PIC XX VALUE "00".
       01   DR-FILE-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   VALID-SW PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   EOFSW PIC 9 VALUE 0.
       01   HIST-EOF-SW PIC 9 VALUE 0.
       01   SD-FOUND-SW PIC 9 VALUE 0.
       01   EFF-IN PIC X(6) VALUE SPACES.
       01   EFF-PARTS.
            02 EF-YY PIC XX.
            02 EF-MM PIC XX.
            02 EF-DD PIC XX.
       01   EFF-DATE PIC X(8) VALUE SPACES.
       01   SAL-GRADE PIC 99 VALUE 0.
       01   SAL-STEP PIC 9 VALUE 0.
       01   SAL-DATE PIC X(8) VALUE SPACES.
       01   SAL-RATE PIC 9(6)V99 VALUE 0.
       01   SAL-FOUND-SW PIC 9 VALUE 0.
       01   SAL-EOF-SW PIC 9 VALUE 0.
       01   WTX-RATE PIC 9V9999 VALUE 0.
       01   GSIS-RATE PIC 9V9999 VALUE 0.
       01   PHIC-RATE PIC 9V9999 VALUE 0.
       01   HDMF-RATE PIC 9V9999 VALUE 0.
       01   DUE-GROSS PIC 9(6)V99 VALUE 0.
       01   PRIOR-DIFF PIC 9(6)V99 VALUE 0.
       01   DIFF-GROSS PIC S9(6)V99 VALUE 0.
       01   DIFF-WTX PIC 9(6)V99 VALUE 0.
       01   DIFF-GSIS PIC 9(6)V99 VALUE 0.
       01   DIFF-PHIC PIC 9(6)V99 VALUE 0.
       01   DIFF-HDMF PIC 9(6)V99 VALUE 0.
       01   DIFF-LWOP PIC 9(6)V99 VALUE 0.
       01   DIFF-NET PIC S9(6)V99 VALUE 0.
       01   FAC-CTR PIC 9(6) VALUE 0.
       01   PER-CTR PIC 9(6) VALUE 0.
       01   FAC-PERIODS PIC 999 VALUE 0.
       01   FAC-TOTALS.
            02 FT-GROSS PIC 9(7)V99 VALUE 0.
            02 FT-WTX PIC 9(7)V99 VALUE 0.
            02 FT-GSIS PIC 9(7)V99 VALUE 0.
            02 FT-PHIC PIC 9(7)V99 VALUE 0.
            02 FT-HDMF PIC 9(7)V99 VALUE 0.
            02 FT-LWOP PIC 9(7)V99 VALUE 0.
            02 FT-NET PIC S9(7)V99 VALUE 0.
       01   GT-GROSS PIC 9(9)V99 VALUE 0.
       01   GT-DED PIC 9(9)V99 VALUE 0.
       01   GT-NET PIC S9(9)V99 VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(51) VALUE SPACES.
            02 FILLER PIC X(30)
               VALUE "COLLEGE OF COMPUTER MANAGEMENT".
            02 FILLER PIC X(51) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(40) VALUE SPACES.
            02 FILLER PIC X(36)
               VALUE "SALARY DIFFERENTIAL REGISTER - FROM ".
            02 HD-EFF PIC X(8).
            02 FILLER PIC X(4) VALUE " TO ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(36) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(10) VALUE "FACULTY NO".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "NAME".
            02 FILLER PIC X(17) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "PERIOD".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(5) VALUE "SG/ST".
            02 FILLER PIC X(6) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "PAID".
            02 FILLER PIC X(7) VALUE SPACES.
            02 FILLER PIC X(3) VALUE "DUE".
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "DIFF".
            02 FILLER PIC X(7) VALUE SPACES.
            02 FILLER PIC X(3) VALUE "WTX".
            02 FILLER PIC X(6) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "GSIS".
            02 FILLER PIC X(5) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "PHIC".
            02 FILLER PIC X(5) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "HDMF".
            02 FILLER PIC X(5) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "LWOP".
            02 FILLER PIC X(7) VALUE SPACES.
            02 FILLER PIC X(3) VALUE "NET".
            02 FILLER PIC X(7) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-FNO PIC 9(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-FNAME PIC X(20).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-PERIOD PIC X(8).
            02 DL-GRADE PIC Z9.
            02 FILLER PIC X(1) VALUE "/".
            02 DL-STEP PIC 9.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-PAID PIC ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-DUE PIC ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-DIFF PIC ZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-WTX PIC ZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-GSIS PIC ZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-PHIC PIC ZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-HDMF PIC ZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-LWOP PIC ZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-NET PIC ZZ,ZZ9.99-.
            02 FILLER PIC X(5) VALUE SPACES.
       01   FAC-LINE.
            02 FILLER PIC X(12) VALUE SPACES.
            02 FILLER PIC X(18) VALUE "FACULTY TOTAL FOR ".
            02 FL-PERIODS PIC ZZ9.
            02 FILLER PIC X(9) VALUE " PERIODS ".
            02 FILLER PIC X(6) VALUE "DIFF: ".
            02 FL-GROSS PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(5) VALUE "NET: ".
            02 FL-NET PIC Z,ZZZ,ZZ9.99-.
            02 FILLER PIC X(52) VALUE SPACES.
       01   GRAND-LINE.
            02 FILLER PIC X(13) VALUE "GRAND TOTALS ".
            02 FILLER PIC X(8) VALUE "FACULTY ".
            02 GR-FAC PIC ZZZ,ZZ9.
            02 FILLER PIC X(9) VALUE " PERIODS ".
            02 GR-PER PIC ZZZ,ZZ9.
            02 FILLER PIC X(8) VALUE "  DIFF: ".
            02 GR-GROSS PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(14) VALUE "  DEDUCTIONS: ".
            02 GR-DED PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(7) VALUE "  NET: ".
            02 GR-NET PIC ZZZ,ZZZ,ZZ9.99-.
            02 FILLER PIC X(16) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(111) VALUE SPACES.
       01   SLIP-HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(30)
               VALUE "COLLEGE OF COMPUTER MANAGEMENT".
            02 FILLER PIC X(25) VALUE SPACES.
       01   SLIP-HEAD-2.
            02 FILLER PIC X(22) VALUE SPACES.
            02 FILLER PIC X(26) VALUE "SALARY DIFFERENTIAL SLIP  ".
            02 SH-DATE PIC X(8).
            02 FILLER PIC X(24) VALUE SPACES.
       01   SLIP-LINE.
            02 SL-LABEL PIC X(22).
            02 SL-TEXT PIC X(25).
            02 SL-AMT PIC Z,ZZZ,ZZ9.99-.
            02 FILLER PIC X(20) VALUE SPACES.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            PERFORM LOAD-OPERATOR-RTN.
            DISPLAY SCRE.
            DISPLAY "COLLEGE OF COMPUTER MANAGEMENT" LINE 1 COLUMN 25.
            DISPLAY "SALARY DIFFERENTIAL RUN" LINE 2 COLUMN 28.
            OPEN INPUT FACULTYF.
            IF PF-STATUS = "35"
                 DISPLAY "NO FACULTY MASTER ON FILE" LINE 4 COLUMN 1
                 STOP RUN.
            OPEN INPUT SALSCHED.
            IF SS-STATUS = "35"
                 DISPLAY "NO SALARY SCHEDULE ON FILE" LINE 4 COLUMN 1
                 CLOSE FACULTYF
                 STOP RUN.
            OPEN INPUT PAYHIST.
            IF PH-STATUS = "35"
                 DISPLAY "NO PAYROLL HISTORY ON FILE" LINE 4 COLUMN 1
                 CLOSE FACULTYF
                 CLOSE SALSCHED
                 STOP RUN.
            OPEN EXTEND AUDITLOG.
            DISPLAY "SCHEDULE EFFECTIVE DATE (YYMMDD):" LINE 4 COLUMN 1.
            MOVE 0 TO VALID-SW.
            PERFORM EFF-RTN THRU EFF-END UNTIL VALID-SW = 1.
            DISPLAY "REPRICE PAYROLL PERIODS UP TO" LINE 6 COLUMN 1.
            DISPLAY RUN-DATE LINE 6 COLUMN 31.
            DISPLAY "PROCEED (Y/N)?" LINE 8 COLUMN 1.
            MOVE 0 TO VALID-SW.
            PERFORM ANS-RTN THRU ANS-END UNTIL VALID-SW = 1.
            IF ANS = 'N'
                 DISPLAY "NO DIFFERENTIAL COMPUTED" LINE 10 COLUMN 1
                 GO TO MAIN-CLOSE.
            PERFORM LOAD-RATES-RTN.
            OPEN I-O SALDIFF.
            IF SD-STATUS = "35"
                 OPEN OUTPUT SALDIFF
                 CLOSE SALDIFF
                 OPEN I-O SALDIFF.
            OPEN EXTEND REGFILE.
            OPEN EXTEND SLIPFILE.
            PERFORM HEADING-RTN.
            PERFORM FAC-RTN THRU FAC-END UNTIL EOFSW = 1.
            PERFORM TOTALS-RTN.
            CLOSE SALDIFF.
            CLOSE REGFILE.
            CLOSE SLIPFILE.
            MOVE "SALDIFFRUN" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING EFF-IN " " PER-CTR
                 DELIMITED BY SIZE INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "DIFFERENTIAL REGISTER PRINTED" LINE 10 COLUMN 1.
       MAIN-CLOSE.
            CLOSE FACULTYF.
            CLOSE SALSCHED.
            CLOSE PAYHIST.
            CLOSE AUDITLOG.
            STOP RUN.
       EFF-RTN.
            MOVE SPACES TO EFF-IN.
            ACCEPT EFF-IN LINE 4 COLUMN 40.
            MOVE EFF-IN TO EFF-PARTS.
            IF EFF-IN NOT NUMERIC
                 OR EF-MM < "01" OR EF-MM > "12"
                 OR EF-DD < "01" OR EF-DD > "31"
                 MOVE "SALEFFDATE" TO AL-FIELD
                 MOVE EFF-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO EFF-END.
            MOVE SPACES TO EFF-DATE.
            MOVE EFF-IN TO EFF-DATE(1:6).
            IF EFF-DATE > RUN-DATE
                 DISPLAY "DATE IS AFTER THE RUN DATE" LINE 5 COLUMN 1
                 GO TO EFF-END.
            MOVE 1 TO VALID-SW.
       EFF-END.
       ANS-RTN.
            ACCEPT ANS LINE 8 COLUMN 30.
            IF ANS = 'Y' OR ANS = 'y'
                 MOVE 'Y' TO ANS
                 MOVE 1 TO VALID-SW
            ELSE
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 'N' TO ANS
                 MOVE 1 TO VALID-SW.
       ANS-END.
       LOAD-RATES-RTN.
            OPEN INPUT DEDRATES.
            IF DR-FILE-STATUS = "35"
                 MOVE .1000 TO WTX-RATE
                 MOVE .0900 TO GSIS-RATE
                 MOVE .0225 TO PHIC-RATE
                 MOVE .0200 TO HDMF-RATE
            ELSE
                 PERFORM LOAD-RATE-ENTRY-RTN
                      UNTIL DR-FILE-STATUS = "10"
                 CLOSE DEDRATES.
       LOAD-RATE-ENTRY-RTN.
            READ DEDRATES
                 AT END MOVE "10" TO DR-FILE-STATUS
                 NOT AT END
                      IF DR-CODE = "WTX "
                           MOVE DR-RATE TO WTX-RATE
                      ELSE
                      IF DR-CODE = "GSIS"
                           MOVE DR-RATE TO GSIS-RATE
                      ELSE
                      IF DR-CODE = "PHIC"
                           MOVE DR-RATE TO PHIC-RATE
                      ELSE
                      IF DR-CODE = "HDMF"
                           MOVE DR-RATE TO HDMF-RATE
            END-READ.
       HEADING-RTN.
            MOVE EFF-DATE TO HD-EFF.
            MOVE RUN-DATE TO HD-DATE.
            WRITE REGREC FROM HEAD-1 AFTER PAGE.
            WRITE REGREC FROM HEAD-2 AFTER 1.
            WRITE REGREC FROM SUB-1 AFTER 2.
       FAC-RTN.
            READ FACULTYF NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO FAC-END.
            IF PF-FNO = 9999999999
                 GO TO FAC-END.
            IF PF-GRADE NOT NUMERIC OR PF-GRADE = 0
                 GO TO FAC-END.
            MOVE 0 TO FAC-PERIODS.
            INITIALIZE FAC-TOTALS.
            MOVE 0 TO HIST-EOF-SW.
            MOVE PF-FNO TO PH-FNO.
            MOVE EFF-DATE TO PH-PERIOD.
            START PAYHIST KEY NOT LESS THAN PH-KEY
                 INVALID KEY
                      MOVE 1 TO HIST-EOF-SW.
            PERFORM HIST-RTN THRU HIST-END UNTIL HIST-EOF-SW = 1.
            IF FAC-PERIODS = 0
                 GO TO FAC-END.
            ADD 1 TO FAC-CTR.
            MOVE FAC-PERIODS TO FL-PERIODS.
            MOVE FT-GROSS TO FL-GROSS.
            MOVE FT-NET TO FL-NET.
            WRITE REGREC FROM FAC-LINE AFTER 1.
            PERFORM SLIP-RTN.
       FAC-END.
       HIST-RTN.
            READ PAYHIST NEXT RECORD
                 AT END
                      MOVE 1 TO HIST-EOF-SW
                      GO TO HIST-END.
            IF PH-FNO NOT = PF-FNO OR PH-PERIOD > RUN-DATE
                 MOVE 1 TO HIST-EOF-SW
                 GO TO HIST-END.
            MOVE PF-GRADE TO SAL-GRADE.
            MOVE PF-STEP TO SAL-STEP.
            IF PF-STEP-DATE(1:6) NUMERIC
                 AND PH-PERIOD < PF-STEP-DATE
                 AND PF-STEP > 1
                 SUBTRACT 1 FROM SAL-STEP.
            MOVE PH-PERIOD TO SAL-DATE.
            PERFORM SAL-LOOKUP-RTN THRU SAL-LOOKUP-END.
            IF SAL-FOUND-SW = 0
                 GO TO HIST-END.
            MOVE SAL-RATE TO DUE-GROSS.
            MOVE PH-KEY TO SD-KEY.
            MOVE 0 TO PRIOR-DIFF.
            READ SALDIFF
                 INVALID KEY
                      MOVE 0 TO SD-FOUND-SW
                 NOT INVALID KEY
                      MOVE 1 TO SD-FOUND-SW
                      MOVE SD-GROSS TO PRIOR-DIFF.
            COMPUTE DIFF-GROSS = DUE-GROSS - PH-GROSS - PRIOR-DIFF.
            IF DIFF-GROSS NOT > 0
                 GO TO HIST-END.
            MOVE 0 TO DIFF-LWOP.
            IF PH-LWOP > 0 AND PH-GROSS > 0
                 COMPUTE DIFF-LWOP ROUNDED =
                      DIFF-GROSS * PH-LWOP / PH-GROSS.
            COMPUTE DIFF-WTX ROUNDED = DIFF-GROSS * WTX-RATE.
            COMPUTE DIFF-GSIS ROUNDED = DIFF-GROSS * GSIS-RATE.
            COMPUTE DIFF-PHIC ROUNDED = DIFF-GROSS * PHIC-RATE.
            COMPUTE DIFF-HDMF ROUNDED = DIFF-GROSS * HDMF-RATE.
            COMPUTE DIFF-NET = DIFF-GROSS - DIFF-LWOP - DIFF-WTX
                 - DIFF-GSIS - DIFF-PHIC - DIFF-HDMF.
            PERFORM SALDIFF-UPDATE-RTN.
            PERFORM DETAIL-RTN.
            ADD 1 TO FAC-PERIODS.
            ADD 1 TO PER-CTR.
            ADD DIFF-GROSS TO FT-GROSS.
            ADD DIFF-WTX TO FT-WTX.
            ADD DIFF-GSIS TO FT-GSIS.
            ADD DIFF-PHIC TO FT-PHIC.
            ADD DIFF-HDMF TO FT-HDMF.
            ADD DIFF-LWOP TO FT-LWOP.
            ADD DIFF-NET TO FT-NET.
            ADD DIFF-GROSS TO GT-GROSS.
            ADD DIFF-NET TO GT-NET.
            COMPUTE GT-DED = GT-DED + DIFF-WTX + DIFF-GSIS
                 + DIFF-PHIC + DIFF-HDMF + DIFF-LWOP.
       HIST-END.
       SALDIFF-UPDATE-RTN.
            IF SD-FOUND-SW = 0
                 MOVE PH-KEY TO SD-KEY
                 MOVE 0 TO SD-GROSS
                 MOVE 0 TO SD-WTX
                 MOVE 0 TO SD-GSIS
                 MOVE 0 TO SD-PHIC
                 MOVE 0 TO SD-HDMF
                 MOVE 0 TO SD-LWOP
                 MOVE 0 TO SD-NET.
            ADD DIFF-GROSS TO SD-GROSS.
            ADD DIFF-WTX TO SD-WTX.
            ADD DIFF-GSIS TO SD-GSIS.
            ADD DIFF-PHIC TO SD-PHIC.
            ADD DIFF-HDMF TO SD-HDMF.
            ADD DIFF-LWOP TO SD-LWOP.
            ADD DIFF-NET TO SD-NET.
            MOVE EFF-DATE TO SD-EFFDATE.
            MOVE RUN-DATE TO SD-RUN-DATE.
            IF SD-FOUND-SW = 1
                 REWRITE SALDIFF-REC
            ELSE
                 WRITE SALDIFF-REC.
            IF SD-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON SALDIFF - STATUS " SD-STATUS
                 DISPLAY "RUN ENDED - NOTHING FURTHER POSTED."
                 STOP RUN.
       DETAIL-RTN.
            MOVE PF-FNO TO DL-FNO.
            MOVE PF-FNAME TO DL-FNAME.
            MOVE PH-PERIOD TO DL-PERIOD.
            MOVE SAL-GRADE TO DL-GRADE.
            MOVE SAL-STEP TO DL-STEP.
            COMPUTE DL-PAID = PH-GROSS + PRIOR-DIFF.
            MOVE DUE-GROSS TO DL-DUE.
            MOVE DIFF-GROSS TO DL-DIFF.
            MOVE DIFF-WTX TO DL-WTX.
            MOVE DIFF-GSIS TO DL-GSIS.
            MOVE DIFF-PHIC TO DL-PHIC.
            MOVE DIFF-HDMF TO DL-HDMF.
            MOVE DIFF-LWOP TO DL-LWOP.
            MOVE DIFF-NET TO DL-NET.
            WRITE REGREC FROM DETAIL-LINE AFTER 1.
       SLIP-RTN.
            MOVE RUN-DATE TO SH-DATE.
            WRITE SLIPREC FROM SLIP-HEAD-1 AFTER PAGE.
            WRITE SLIPREC FROM SLIP-HEAD-2 AFTER 1.
            MOVE SPACES TO SLIP-LINE.
            MOVE "FACULTY NO:" TO SL-LABEL.
            MOVE PF-FNO TO SL-TEXT.
            MOVE 0 TO SL-AMT.
            WRITE SLIPREC FROM SLIP-LINE AFTER 2.
            MOVE SPACES TO SLIP-LINE.
            MOVE "NAME:" TO SL-LABEL.
            MOVE PF-FNAME TO SL-TEXT.
            MOVE 0 TO SL-AMT.
            WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            MOVE SPACES TO SLIP-LINE.
            MOVE "SCHEDULE EFFECTIVE:" TO SL-LABEL.
            MOVE EFF-DATE TO SL-TEXT.
            MOVE 0 TO SL-AMT.
            WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            MOVE SPACES TO SLIP-LINE.
            MOVE "PERIODS REPRICED:" TO SL-LABEL.
            MOVE FAC-PERIODS TO SL-TEXT.
            MOVE 0 TO SL-AMT.
            WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            MOVE SPACES TO SLIP-LINE.
            MOVE "SALARY DIFFERENTIAL:" TO SL-LABEL.
            MOVE FT-GROSS TO SL-AMT.
            WRITE SLIPREC FROM SLIP-LINE AFTER 2.
            MOVE SPACES TO SLIP-LINE.
            MOVE "WITHHOLDING TAX:" TO SL-LABEL.
            MOVE FT-WTX TO SL-AMT.
            WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            MOVE SPACES TO SLIP-LINE.
            MOVE "GSIS:" TO SL-LABEL.
            MOVE FT-GSIS TO SL-AMT.
            WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            MOVE SPACES TO SLIP-LINE.
            MOVE "PHILHEALTH:" TO SL-LABEL.
            MOVE FT-PHIC TO SL-AMT.
            WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            MOVE SPACES TO SLIP-LINE.
            MOVE "PAG-IBIG:" TO SL-LABEL.
            MOVE FT-HDMF TO SL-AMT.
            WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            IF FT-LWOP NOT = 0
                 MOVE SPACES TO SLIP-LINE
                 MOVE "LEAVE W/O PAY SHARE:" TO SL-LABEL
                 MOVE FT-LWOP TO SL-AMT
                 WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            MOVE SPACES TO SLIP-LINE.
            MOVE "NET DIFFERENTIAL:" TO SL-LABEL.
            MOVE FT-NET TO SL-AMT.
            WRITE SLIPREC FROM SLIP-LINE AFTER 2.
       TOTALS-RTN.
            MOVE FAC-CTR TO GR-FAC.
            MOVE PER-CTR TO GR-PER.
            MOVE GT-GROSS TO GR-GROSS.
            MOVE GT-DED TO GR-DED.
            MOVE GT-NET TO GR-NET.
            WRITE REGREC FROM GRAND-LINE AFTER 3.
            MOVE PER-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE REGREC FROM TRAILER-REC AFTER 2.
       SAL-LOOKUP-RTN.
            MOVE 0 TO SAL-FOUND-SW.
            MOVE 0 TO SAL-RATE.
            MOVE 0 TO SAL-EOF-SW.
            MOVE SAL-GRADE TO SS-GRADE.
            MOVE SAL-STEP TO SS-STEP.
            MOVE LOW-VALUES TO SS-EFFDATE.
            START SALSCHED KEY NOT LESS THAN SS-KEY
                 INVALID KEY
                      GO TO SAL-LOOKUP-END.
            PERFORM SAL-SCAN-RTN THRU SAL-SCAN-END
                 UNTIL SAL-EOF-SW = 1.
       SAL-LOOKUP-END.
       SAL-SCAN-RTN.
            READ SALSCHED NEXT RECORD
                 AT END
                      MOVE 1 TO SAL-EOF-SW
                      GO TO SAL-SCAN-END.
            IF SS-GRADE NOT = SAL-GRADE OR SS-STEP NOT = SAL-STEP
                 OR SS-EFFDATE > SAL-DATE
                 MOVE 1 TO SAL-EOF-SW
                 GO TO SAL-SCAN-END.
            MOVE SS-MONTHLY TO SAL-RATE.
            MOVE 1 TO SAL-FOUND-SW.
       SAL-SCAN-END.
       WRITE-AUDIT-RTN.
            MOVE "SALARY-DIFF" TO AL-PROGRAM.
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
