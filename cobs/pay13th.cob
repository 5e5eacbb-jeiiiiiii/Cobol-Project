      *DATE-COMPILED. 09/02/26.
      *SECURITY. ONLY ME.
      *REMARKS. YEAR-END 13TH-MONTH PAY RUN FROM THE PAYROLL
      *         PERIOD HISTORY FILE. THE AMOUNT PAID EACH FACULTY IS
      *         KEPT IN PAY13 FOR THE ANNUAL TAX RUN. A FACULTY WHOSE
      *         13TH MONTH WAS ALREADY PAID WITH THE FINAL PAY IS
      *         SKIPPED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PF-FNO
                 FILE STATUS IS PF-STATUS.
            SELECT PAY13 ASSIGN TO "PAY13.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS P13-KEY
                 FILE STATUS IS P13-STATUS.
            SELECT REGFILE ASSIGN TO "PAY13REG".
            SELECT SLIPFILE ASSIGN TO "PAY13SLP".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
            02 PH-NET PIC S9(6)V99.
            02 PH-LOAN PIC 9(6)V99.
            02 PH-LWOP PIC 9(6)V99.
            02 PH-CREDIT-STATUS PIC X.
            02 PH-HONOR PIC 9(6)V99.
       FD   FACULTYF.
       01   FACULTY-REC.
            02 PF-FNO PIC 9(10).
            02 PF-UA PIC X(2).
            02 PF-LPE PIC X(17).
            02 PF-PAY PIC X(9).
            02 PF-BANK-ACCNO PIC 9(10).
            02 PF-GRADE PIC 99.
            02 PF-STEP PIC 9.
            02 PF-STEP-DATE PIC X(8).
       FD   PAY13.
       01   PAY13-REC.
            02 P13-KEY.
                 03 P13-FNO PIC 9(10).
                 03 P13-YEAR PIC XX.
            02 P13-AMOUNT PIC 9(7)V99.
            02 P13-RUN-DATE PIC X(8).
            02 P13-SOURCE PIC X.
       FD   REGFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS REGREC.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   PH-STATUS PIC XX VALUE "00".
       01   PF-STATUS PIC XX VALUE "00".
       01   P13-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   YEAR-IN PIC XX VALUE SPACES.
                 DISPLAY "NO HISTORY FOR YEAR 20" YEAR-IN
                 CLOSE FACULTYF
                 STOP RUN.
            OPEN I-O PAY13.
            IF P13-STATUS = "35"
                 OPEN OUTPUT PAY13
                 CLOSE PAY13
                 OPEN I-O PAY13.
            OPEN EXTEND REGFILE.
            OPEN EXTEND SLIPFILE.
            MOVE YEAR-IN TO HD-YEAR.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE REGREC FROM TRAILER-REC AFTER 2.
            CLOSE FACULTYF.
            CLOSE PAY13.
            CLOSE REGFILE.
            CLOSE SLIPFILE.
            DISPLAY "13TH MONTH RUN COMPLETE - FACULTY " FM-COUNT.
            ADD 1 TO FM-PERIODS(FM-MATCH).
       SCAN-END.
       PAY-RTN.
            MOVE FM-FNO(FM-I) TO P13-FNO.
            MOVE YEAR-IN TO P13-YEAR.
            READ PAY13
                 INVALID KEY
                      MOVE "23" TO P13-STATUS.
            IF P13-STATUS = "00" AND P13-SOURCE = 'F'
                 GO TO PAY-END.
            COMPUTE PAY13-AMT ROUNDED = FM-GROSS(FM-I) / 12.
            MOVE FM-FNO(FM-I) TO PF-FNO.
            READ FACULTYF
            MOVE PAY13-AMT TO DL-PAY13.
            WRITE REGREC FROM DETAIL-LINE AFTER 1.
            PERFORM SLIP-RTN.
            PERFORM PAY13-REC-RTN.
            ADD PAY13-AMT TO GT-PAY13.
            ADD 1 TO REC-CTR.
       PAY-END.
       PAY13-REC-RTN.
            MOVE FM-FNO(FM-I) TO P13-FNO.
            MOVE YEAR-IN TO P13-YEAR.
            MOVE PAY13-AMT TO P13-AMOUNT.
            MOVE RUN-DATE TO P13-RUN-DATE.
            MOVE 'R' TO P13-SOURCE.
            IF P13-STATUS = "23"
                 WRITE PAY13-REC
            ELSE
                 REWRITE PAY13-REC.
            IF P13-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON PAY13 - STATUS " P13-STATUS
                 STOP RUN.
       SLIP-RTN.
            MOVE RUN-DATE TO SH-DATE.
            WRITE SLIPREC FROM SLIP-HEAD-1 AFTER PAGE.
