       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNUAL-TAX.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. YEAR-END ANNUALIZED WITHHOLDING TAX RUN. TOTALS EACH
      *         FACULTY'S COMPENSATION FOR THE YEAR FROM THE PAYROLL
      *         HISTORY, THE SALARY DIFFERENTIALS PAID AND THE 13TH
      *         MONTH PAY, COMPUTES THE TAX DUE FROM THE ANNUAL TABLE
      *         IN TAXTBL AND LEAVES THE OVER OR UNDER WITHHOLDING IN
      *         YEADJ FOR THE DECEMBER PAYROLL. A FACULTY STILL ON THE
      *         MASTER WITH NO DECEMBER PERIOD YET HAS DECEMBER
      *         PROJECTED AT THE LAST PERIOD PAID. PRINTS THE
      *         CERTIFICATE OF COMPENSATION PAYMENT/TAX WITHHELD AND
      *         THE ALPHALIST REGISTER, AND WRITES THE ALPHALIST FILE
      *         FOR SUBMISSION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAYHIST ASSIGN TO "PAYHIST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PH-KEY
                 FILE STATUS IS PH-STATUS.
            SELECT FACULTYF ASSIGN TO "D:\COBOL\FACULTY.TXT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PF-FNO
                 FILE STATUS IS PF-STATUS.
            SELECT FACARCH ASSIGN TO "FACARCH.DAT"
                 FILE STATUS IS AR-STATUS.
            SELECT SALDIFF ASSIGN TO "SALDIFF.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SD-KEY
                 FILE STATUS IS SD-STATUS.
            SELECT PAY13 ASSIGN TO "PAY13.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS P13-KEY
                 FILE STATUS IS P13-STATUS.
            SELECT YEADJ ASSIGN TO "YEADJ.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS YA-KEY
                 FILE STATUS IS YA-STATUS.
            SELECT TAXTBL ASSIGN TO "TAXTBL.DAT"
                 FILE STATUS IS TT-FILE-STATUS.
            SELECT WORKFILE ASSIGN TO "ALPHAWK.TMP".
            SELECT SORTFILE ASSIGN TO "SORTWK".
            SELECT SORTEDFILE ASSIGN TO "ALPHASRT.TMP".
            SELECT ALPHALST ASSIGN TO "ALPHALST.DAT".
            SELECT REGFILE ASSIGN TO "ALPHAREG".
            SELECT CERTFILE ASSIGN TO "CERTCOMP".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
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
       FD   FACARCH.
       01   FACARCH-REC.
            02 AR-FNO PIC 9(10).
            02 AR-REFNO PIC X(8).
            02 AR-FNAME PIC X(25).
            02 FILLER PIC X(106).
            02 AR-SEP-DATE PIC X(8).
            02 AR-SEP-REASON PIC X(20).
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
       FD   PAY13.
       01   PAY13-REC.
            02 P13-KEY.
                 03 P13-FNO PIC 9(10).
                 03 P13-YEAR PIC XX.
            02 P13-AMOUNT PIC 9(7)V99.
            02 P13-RUN-DATE PIC X(8).
            02 P13-SOURCE PIC X.
       FD   YEADJ.
       01   YEADJ-REC.
            02 YA-KEY.
                 03 YA-FNO PIC 9(10).
                 03 YA-YEAR PIC XX.
            02 YA-TAXABLE PIC 9(9)V99.
            02 YA-DUE PIC 9(9)V99.
            02 YA-WITHHELD PIC 9(9)V99.
            02 YA-AMOUNT PIC S9(7)V99.
            02 YA-STATUS-CODE PIC X.
            02 YA-PERIOD PIC X(8).
            02 YA-RUN-DATE PIC X(8).
       FD   TAXTBL.
       01   TAXTBL-REC.
            02 TT-OVER PIC 9(9)V99.
            02 TT-BASE PIC 9(9)V99.
            02 TT-RATE PIC 9V9999.
       FD   WORKFILE.
       01   WORK-REC.
            02 WK-FNAME PIC X(25).
            02 WK-FNO PIC 9(10).
            02 WK-REFNO PIC X(8).
            02 WK-SEP PIC X.
            02 WK-PROJ PIC X.
            02 WK-FIRST PIC X(8).
            02 WK-LAST PIC X(8).
            02 WK-GROSS PIC 9(8)V99.
            02 WK-CONTRIB PIC 9(7)V99.
            02 WK-WTX PIC 9(7)V99.
            02 WK-PAY13 PIC 9(7)V99.
       SD   SORTFILE.
       01   SORT-REC.
            02 SRT-FNAME PIC X(25).
            02 SRT-FNO PIC 9(10).
            02 FILLER PIC X(63).
       FD   SORTEDFILE.
       01   SORTED-REC.
            02 SR-FNAME PIC X(25).
            02 SR-FNO PIC 9(10).
            02 SR-REFNO PIC X(8).
            02 SR-SEP PIC X.
            02 SR-PROJ PIC X.
            02 SR-FIRST PIC X(8).
            02 SR-LAST PIC X(8).
            02 SR-GROSS PIC 9(8)V99.
            02 SR-CONTRIB PIC 9(7)V99.
            02 SR-WTX PIC 9(7)V99.
            02 SR-PAY13 PIC 9(7)V99.
       FD   ALPHALST.
       01   ALPHA-REC.
            02 AX-REC-TYPE PIC X.
            02 AX-YEAR PIC XX.
            02 AX-FNO PIC 9(10).
            02 AX-REFNO PIC X(8).
            02 AX-FNAME PIC X(25).
            02 AX-SEP PIC X.
            02 AX-GROSS PIC 9(9)V99.
            02 AX-NONTAX PIC 9(9)V99.
            02 AX-TAXABLE PIC 9(9)V99.
            02 AX-DUE PIC 9(9)V99.
            02 AX-WITHHELD PIC 9(9)V99.
            02 AX-ADJ PIC S9(9)V99.
       01   ALPHA-TRL-REC.
            02 AT-REC-TYPE PIC X.
            02 AT-YEAR PIC XX.
            02 AT-COUNT PIC 9(6).
            02 AT-GROSS PIC 9(11)V99.
            02 AT-DUE PIC 9(11)V99.
            02 AT-WITHHELD PIC 9(11)V99.
            02 AT-DATE PIC X(8).
            02 FILLER PIC X(57).
       FD   REGFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS REGREC.
       01   REGREC.
            02 FILLER PIC X(120).
       FD   CERTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS CERTREC.
       01   CERTREC.
            02 FILLER PIC X(80).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   PH-STATUS PIC XX VALUE "00".
       01   PF-STATUS PIC XX VALUE "00".
       01   AR-STATUS PIC XX VALUE "00".
       01   SD-STATUS PIC XX VALUE "00".
       01   P13-STATUS PIC XX VALUE "00".
       01   YA-STATUS PIC XX VALUE "00".
       01   TT-FILE-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   YEAR-IN PIC XX VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   AR-EOF-SW PIC 9 VALUE 0.
       01   AR-OPEN-SW PIC 9 VALUE 0.
       01   SD-EOF-SW PIC 9 VALUE 0.
       01   YA-FOUND-SW PIC 9 VALUE 0.
       01   DEC-SW PIC 9 VALUE 0.
       01   CUR-FNO PIC 9(10) VALUE 0.
       01   CUR-PERIODS PIC 99 VALUE 0.
       01   CUR-FIRST PIC X(8) VALUE SPACES.
       01   CUR-LAST PIC X(8) VALUE SPACES.
       01   CUR-GROSS PIC 9(8)V99 VALUE 0.
       01   CUR-CONTRIB PIC 9(7)V99 VALUE 0.
       01   CUR-WTX PIC 9(7)V99 VALUE 0.
       01   LAST-GROSS PIC 9(6)V99 VALUE 0.
       01   CUR-HONOR PIC 9(8)V99 VALUE 0.
       01   LAST-CONTRIB PIC 9(6)V99 VALUE 0.
       01   LAST-WTX PIC 9(6)V99 VALUE 0.
       01   TT-COUNT PIC 99 VALUE 0.
       01   TT-I PIC 99 VALUE 0.
       01   TT-MATCH PIC 99 VALUE 0.
       01   TAX-TABLE.
            02 TX-ENTRY OCCURS 10 TIMES.
               03 TX-OVER PIC 9(9)V99.
               03 TX-BASE PIC 9(9)V99.
               03 TX-RATE PIC 9V9999.
       01   NONTAX-CEILING PIC 9(6)V99 VALUE 90000.
       01   NONTAX-13TH PIC 9(7)V99 VALUE 0.
       01   NONTAX-AMT PIC 9(9)V99 VALUE 0.
       01   GROSS-COMP PIC 9(9)V99 VALUE 0.
       01   TAXABLE-AMT PIC 9(9)V99 VALUE 0.
       01   TAX-DUE PIC 9(9)V99 VALUE 0.
       01   ADJ-AMT PIC S9(7)V99 VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   GT-GROSS PIC 9(11)V99 VALUE 0.
       01   GT-NONTAX PIC 9(11)V99 VALUE 0.
       01   GT-TAXABLE PIC 9(11)V99 VALUE 0.
       01   GT-DUE PIC 9(11)V99 VALUE 0.
       01   GT-WITHHELD PIC 9(11)V99 VALUE 0.
       01   GT-ADJ PIC S9(11)V99 VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(30) VALUE SPACES.
            02 FILLER PIC X(30)
               VALUE "COLLEGE OF COMPUTER MANAGEMENT".
            02 FILLER PIC X(60) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(22) VALUE SPACES.
            02 FILLER PIC X(37)
               VALUE "ALPHALIST OF EMPLOYEES - TAX YEAR 20".
            02 HD-YEAR PIC XX.
            02 FILLER PIC X(5) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "RUN DATE ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(37) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(10) VALUE "FACULTY NO".
            02 FILLER PIC X(1) VALUE SPACES.
            02 FILLER PIC X(20) VALUE "NAME".
            02 FILLER PIC X(6) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "GROSS".
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "NON-TAX".
            02 FILLER PIC X(5) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "TAXABLE".
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "TAX DUE".
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "WITHHELD".
            02 FILLER PIC X(5) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "ADJUSTMENT".
            02 FILLER PIC X(7) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-FNO PIC 9(10).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-FNAME PIC X(20).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-GROSS PIC ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-NONTAX PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-TAXABLE PIC ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-DUE PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-WITHHELD PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-ADJ PIC -Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-FLAG PIC X(2).
            02 FILLER PIC X(5) VALUE SPACES.
       01   TOTAL-1.
            02 FILLER PIC X(14) VALUE "GRAND TOTALS: ".
            02 FILLER PIC X(18) VALUE SPACES.
            02 TL-GROSS PIC ZZZ,ZZZ,ZZ9.99.
            02 TL-NONTAX PIC ZZZ,ZZZ,ZZ9.99.
            02 TL-TAXABLE PIC ZZZ,ZZZ,ZZ9.99.
            02 TL-DUE PIC ZZZ,ZZZ,ZZ9.99.
            02 TL-WITHHELD PIC ZZZ,ZZZ,ZZ9.99.
            02 TL-ADJ PIC -ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(3) VALUE SPACES.
       01   LEGEND-1.
            02 FILLER PIC X(48)
               VALUE "FLAGS: PJ = DECEMBER PROJECTED  SP = SEPARATED  ".
            02 FILLER PIC X(40)
               VALUE "AP = ADJUSTMENT ALREADY APPLIED".
            02 FILLER PIC X(32) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(99) VALUE SPACES.
       01   CERT-HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(30)
               VALUE "COLLEGE OF COMPUTER MANAGEMENT".
            02 FILLER PIC X(25) VALUE SPACES.
       01   CERT-HEAD-2.
            02 FILLER PIC X(11) VALUE SPACES.
            02 FILLER PIC X(38)
               VALUE "CERTIFICATE OF COMPENSATION PAYMENT / ".
            02 FILLER PIC X(20)
               VALUE "TAX WITHHELD - 20".
            02 CH-YEAR PIC XX.
            02 FILLER PIC X(9) VALUE SPACES.
       01   CERT-LINE.
            02 CL-LABEL PIC X(32).
            02 CL-TEXT PIC X(25).
            02 CL-AMT PIC -Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            DISPLAY "TAX YEAR (YY, BLANK=CURRENT): ".
            ACCEPT YEAR-IN.
            IF YEAR-IN = SPACES
                 MOVE RUN-DATE(1:2) TO YEAR-IN.
            OPEN INPUT PAYHIST.
            IF PH-STATUS = "35"
                 DISPLAY "NO PAYROLL HISTORY ON FILE"
                 STOP RUN.
            OPEN INPUT FACULTYF.
            IF PF-STATUS = "35"
                 DISPLAY "NO FACULTY MASTER ON FILE"
                 CLOSE PAYHIST
                 STOP RUN.
            PERFORM LOAD-TAXTBL-RTN.
            OPEN INPUT SALDIFF.
            IF SD-STATUS = "35"
                 OPEN OUTPUT SALDIFF
                 CLOSE SALDIFF
                 OPEN INPUT SALDIFF.
            OPEN INPUT PAY13.
            IF P13-STATUS = "35"
                 OPEN OUTPUT PAY13
                 CLOSE PAY13
                 OPEN INPUT PAY13.
            OPEN OUTPUT WORKFILE.
            MOVE 0 TO CUR-FNO.
            PERFORM SCAN-RTN THRU SCAN-END UNTIL EOFSW = 1.
            PERFORM FAC-BREAK-RTN THRU FAC-BREAK-END.
            CLOSE WORKFILE.
            CLOSE PAYHIST.
            CLOSE SALDIFF.
            CLOSE PAY13.
            CLOSE FACULTYF.
            IF REC-CTR = 0
                 DISPLAY "NO HISTORY FOR YEAR 20" YEAR-IN
                 STOP RUN.
            SORT SORTFILE ON ASCENDING KEY SRT-FNAME SRT-FNO
                 USING WORKFILE GIVING SORTEDFILE.
            OPEN I-O YEADJ.
            IF YA-STATUS = "35"
                 OPEN OUTPUT YEADJ
                 CLOSE YEADJ
                 OPEN I-O YEADJ.
            OPEN INPUT SORTEDFILE.
            OPEN OUTPUT ALPHALST.
            OPEN EXTEND REGFILE.
            OPEN EXTEND CERTFILE.
            MOVE YEAR-IN TO HD-YEAR.
            MOVE RUN-DATE TO HD-DATE.
            WRITE REGREC FROM HEAD-1 AFTER PAGE.
            WRITE REGREC FROM HEAD-2 AFTER 1.
            WRITE REGREC FROM SUB-1 AFTER 2.
            MOVE 0 TO REC-CTR.
            MOVE 0 TO EOFSW.
            PERFORM ALPHA-RTN THRU ALPHA-END UNTIL EOFSW = 1.
            PERFORM TOTALS-RTN.
            CLOSE SORTEDFILE.
            CLOSE YEADJ.
            CLOSE ALPHALST.
            CLOSE REGFILE.
            CLOSE CERTFILE.
            DISPLAY "ANNUAL TAX RUN COMPLETE - FACULTY " REC-CTR.
            STOP RUN.
       LOAD-TAXTBL-RTN.
            OPEN INPUT TAXTBL.
            IF TT-FILE-STATUS = "35"
                 PERFORM SEED-TAXTBL-RTN
                 OPEN INPUT TAXTBL.
            MOVE 0 TO TT-COUNT.
            PERFORM LOAD-TAXTBL-ENTRY-RTN
                 UNTIL TT-FILE-STATUS = "10".
            CLOSE TAXTBL.
       LOAD-TAXTBL-ENTRY-RTN.
            READ TAXTBL
                 AT END MOVE "10" TO TT-FILE-STATUS
                 NOT AT END
                      IF TT-COUNT < 10
                           ADD 1 TO TT-COUNT
                           MOVE TT-OVER TO TX-OVER(TT-COUNT)
                           MOVE TT-BASE TO TX-BASE(TT-COUNT)
                           MOVE TT-RATE TO TX-RATE(TT-COUNT)
            END-READ.
       SEED-TAXTBL-RTN.
            OPEN OUTPUT TAXTBL.
            MOVE 0 TO TT-OVER.
            MOVE 0 TO TT-BASE.
            MOVE 0 TO TT-RATE.
            WRITE TAXTBL-REC.
            MOVE 250000 TO TT-OVER.
            MOVE 0 TO TT-BASE.
            MOVE .1500 TO TT-RATE.
            WRITE TAXTBL-REC.
            MOVE 400000 TO TT-OVER.
            MOVE 22500 TO TT-BASE.
            MOVE .2000 TO TT-RATE.
            WRITE TAXTBL-REC.
            MOVE 800000 TO TT-OVER.
            MOVE 102500 TO TT-BASE.
            MOVE .2500 TO TT-RATE.
            WRITE TAXTBL-REC.
            MOVE 2000000 TO TT-OVER.
            MOVE 402500 TO TT-BASE.
            MOVE .3000 TO TT-RATE.
            WRITE TAXTBL-REC.
            MOVE 8000000 TO TT-OVER.
            MOVE 2202500 TO TT-BASE.
            MOVE .3500 TO TT-RATE.
            WRITE TAXTBL-REC.
            CLOSE TAXTBL.
       SCAN-RTN.
            READ PAYHIST NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO SCAN-END.
            IF PH-FNO NOT = CUR-FNO
                 PERFORM FAC-BREAK-RTN THRU FAC-BREAK-END
                 MOVE PH-FNO TO CUR-FNO
                 MOVE 0 TO CUR-PERIODS
                 MOVE 0 TO CUR-GROSS
                 MOVE 0 TO CUR-HONOR
                 MOVE 0 TO CUR-CONTRIB
                 MOVE 0 TO CUR-WTX
                 MOVE 0 TO DEC-SW
                 MOVE SPACES TO CUR-FIRST
                 MOVE SPACES TO CUR-LAST.
            IF PH-PERIOD(1:2) NOT = YEAR-IN
                 GO TO SCAN-END.
            ADD 1 TO CUR-PERIODS.
            IF CUR-FIRST = SPACES
                 MOVE PH-PERIOD TO CUR-FIRST.
            MOVE PH-PERIOD TO CUR-LAST.
            IF PH-PERIOD(3:2) = "12"
                 MOVE 1 TO DEC-SW.
            COMPUTE LAST-GROSS = PH-GROSS - PH-LWOP.
            COMPUTE LAST-CONTRIB = PH-GSIS + PH-PHIC + PH-HDMF.
            MOVE PH-WTX TO LAST-WTX.
            ADD LAST-GROSS TO CUR-GROSS.
            ADD PH-HONOR TO CUR-HONOR.
            ADD LAST-CONTRIB TO CUR-CONTRIB.
            ADD LAST-WTX TO CUR-WTX.
       SCAN-END.
       FAC-BREAK-RTN.
            IF CUR-FNO = 0 OR CUR-PERIODS = 0
                 GO TO FAC-BREAK-END.
            MOVE SPACES TO WORK-REC.
            MOVE CUR-FNO TO WK-FNO.
            MOVE SPACE TO WK-PROJ.
            MOVE CUR-FNO TO PF-FNO.
            READ FACULTYF
                 INVALID KEY
                      PERFORM ARCH-NAME-RTN THRU ARCH-NAME-END
                      GO TO FAC-BREAK-TOTALS.
            MOVE PF-FNAME TO WK-FNAME.
            MOVE PF-REFNO TO WK-REFNO.
            MOVE SPACE TO WK-SEP.
            IF DEC-SW = 0 AND YEAR-IN = RUN-DATE(1:2)
                 ADD LAST-GROSS TO CUR-GROSS
                 ADD LAST-CONTRIB TO CUR-CONTRIB
                 ADD LAST-WTX TO CUR-WTX
                 MOVE 'P' TO WK-PROJ.
       FAC-BREAK-TOTALS.
            PERFORM SALDIFF-RTN THRU SALDIFF-END.
            MOVE CUR-FIRST TO WK-FIRST.
            MOVE CUR-LAST TO WK-LAST.
            COMPUTE WK-GROSS = CUR-GROSS + CUR-HONOR.
            MOVE CUR-CONTRIB TO WK-CONTRIB.
            MOVE CUR-WTX TO WK-WTX.
            MOVE CUR-FNO TO P13-FNO.
            MOVE YEAR-IN TO P13-YEAR.
            READ PAY13
                 INVALID KEY
                      COMPUTE P13-AMOUNT ROUNDED = CUR-GROSS / 12.
            MOVE P13-AMOUNT TO WK-PAY13.
            WRITE WORK-REC.
            ADD 1 TO REC-CTR.
       FAC-BREAK-END.
       ARCH-NAME-RTN.
            MOVE "** NOT ON FACULTY FILE" TO WK-FNAME.
            MOVE SPACES TO WK-REFNO.
            MOVE 'S' TO WK-SEP.
            MOVE 0 TO AR-EOF-SW.
            OPEN INPUT FACARCH.
            IF AR-STATUS = "35"
                 GO TO ARCH-NAME-END.
            PERFORM ARCH-SCAN-RTN UNTIL AR-EOF-SW = 1.
            CLOSE FACARCH.
       ARCH-NAME-END.
       ARCH-SCAN-RTN.
            READ FACARCH
                 AT END
                      MOVE 1 TO AR-EOF-SW
                 NOT AT END
                      IF AR-FNO = CUR-FNO
                           MOVE AR-FNAME TO WK-FNAME
                           MOVE AR-REFNO TO WK-REFNO
            END-READ.
       SALDIFF-RTN.
            MOVE 0 TO SD-EOF-SW.
            MOVE CUR-FNO TO SD-FNO.
            MOVE LOW-VALUES TO SD-PERIOD.
            START SALDIFF KEY NOT LESS THAN SD-KEY
                 INVALID KEY
                      GO TO SALDIFF-END.
            PERFORM SALDIFF-SCAN-RTN THRU SALDIFF-SCAN-END
                 UNTIL SD-EOF-SW = 1.
       SALDIFF-END.
       SALDIFF-SCAN-RTN.
            READ SALDIFF NEXT RECORD
                 AT END
                      MOVE 1 TO SD-EOF-SW
                      GO TO SALDIFF-SCAN-END.
            IF SD-FNO NOT = CUR-FNO
                 MOVE 1 TO SD-EOF-SW
                 GO TO SALDIFF-SCAN-END.
            IF SD-RUN-DATE(1:2) NOT = YEAR-IN
                 GO TO SALDIFF-SCAN-END.
            COMPUTE CUR-GROSS = CUR-GROSS + SD-GROSS - SD-LWOP.
            COMPUTE CUR-CONTRIB = CUR-CONTRIB + SD-GSIS + SD-PHIC
                 + SD-HDMF.
            ADD SD-WTX TO CUR-WTX.
       SALDIFF-SCAN-END.
       ALPHA-RTN.
            READ SORTEDFILE
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO ALPHA-END.
            MOVE SR-PAY13 TO NONTAX-13TH.
            IF NONTAX-13TH > NONTAX-CEILING
                 MOVE NONTAX-CEILING TO NONTAX-13TH.
            COMPUTE GROSS-COMP = SR-GROSS + SR-PAY13.
            COMPUTE NONTAX-AMT = NONTAX-13TH + SR-CONTRIB.
            IF NONTAX-AMT > GROSS-COMP
                 MOVE GROSS-COMP TO NONTAX-AMT.
            COMPUTE TAXABLE-AMT = GROSS-COMP - NONTAX-AMT.
            PERFORM TAX-DUE-RTN.
            COMPUTE ADJ-AMT = TAX-DUE - SR-WTX.
            PERFORM YEADJ-RTN THRU YEADJ-END.
            PERFORM REGISTER-RTN.
            PERFORM CERT-RTN.
            PERFORM ALPHALST-RTN.
            ADD GROSS-COMP TO GT-GROSS.
            ADD NONTAX-AMT TO GT-NONTAX.
            ADD TAXABLE-AMT TO GT-TAXABLE.
            ADD TAX-DUE TO GT-DUE.
            ADD SR-WTX TO GT-WITHHELD.
            ADD ADJ-AMT TO GT-ADJ.
            ADD 1 TO REC-CTR.
       ALPHA-END.
       TAX-DUE-RTN.
            MOVE 0 TO TT-MATCH.
            PERFORM TAX-BRACKET-RTN
                 VARYING TT-I FROM 1 BY 1 UNTIL TT-I > TT-COUNT.
            IF TT-MATCH = 0
                 MOVE 0 TO TAX-DUE
            ELSE
                 COMPUTE TAX-DUE ROUNDED = TX-BASE(TT-MATCH)
                      + (TAXABLE-AMT - TX-OVER(TT-MATCH))
                      * TX-RATE(TT-MATCH).
       TAX-BRACKET-RTN.
            IF TAXABLE-AMT > TX-OVER(TT-I)
                 MOVE TT-I TO TT-MATCH.
       YEADJ-RTN.
            MOVE 0 TO YA-FOUND-SW.
            MOVE SR-FNO TO YA-FNO.
            MOVE YEAR-IN TO YA-YEAR.
            READ YEADJ
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 1 TO YA-FOUND-SW.
            IF YA-FOUND-SW = 1 AND YA-STATUS-CODE = 'A'
                 GO TO YEADJ-END.
            MOVE SR-FNO TO YA-FNO.
            MOVE YEAR-IN TO YA-YEAR.
            MOVE TAXABLE-AMT TO YA-TAXABLE.
            MOVE TAX-DUE TO YA-DUE.
            MOVE SR-WTX TO YA-WITHHELD.
            MOVE ADJ-AMT TO YA-AMOUNT.
            MOVE 'P' TO YA-STATUS-CODE.
            MOVE SPACES TO YA-PERIOD.
            MOVE RUN-DATE TO YA-RUN-DATE.
            IF YA-FOUND-SW = 1
                 REWRITE YEADJ-REC
            ELSE
                 WRITE YEADJ-REC.
            IF YA-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON YEADJ - STATUS " YA-STATUS
                 STOP RUN.
       YEADJ-END.
       REGISTER-RTN.
            MOVE SR-FNO TO DL-FNO.
            MOVE SR-FNAME TO DL-FNAME.
            MOVE GROSS-COMP TO DL-GROSS.
            MOVE NONTAX-AMT TO DL-NONTAX.
            MOVE TAXABLE-AMT TO DL-TAXABLE.
            MOVE TAX-DUE TO DL-DUE.
            MOVE SR-WTX TO DL-WITHHELD.
            MOVE ADJ-AMT TO DL-ADJ.
            IF YA-FOUND-SW = 1 AND YA-STATUS-CODE = 'A'
                 MOVE "AP" TO DL-FLAG
            ELSE
            IF SR-SEP = 'S'
                 MOVE "SP" TO DL-FLAG
            ELSE
            IF SR-PROJ = 'P'
                 MOVE "PJ" TO DL-FLAG
            ELSE
                 MOVE SPACES TO DL-FLAG.
            WRITE REGREC FROM DETAIL-LINE AFTER 1.
       CERT-RTN.
            MOVE YEAR-IN TO CH-YEAR.
            WRITE CERTREC FROM CERT-HEAD-1 AFTER PAGE.
            WRITE CERTREC FROM CERT-HEAD-2 AFTER 1.
            MOVE SPACES TO CERT-LINE.
            MOVE "FACULTY NO:" TO CL-LABEL.
            MOVE SR-FNO TO CL-TEXT.
            MOVE 0 TO CL-AMT.
            WRITE CERTREC FROM CERT-LINE AFTER 2.
            MOVE SPACES TO CERT-LINE.
            MOVE "NAME:" TO CL-LABEL.
            MOVE SR-FNAME TO CL-TEXT.
            MOVE 0 TO CL-AMT.
            WRITE CERTREC FROM CERT-LINE AFTER 1.
            MOVE SPACES TO CERT-LINE.
            MOVE "REFERENCE NO:" TO CL-LABEL.
            MOVE SR-REFNO TO CL-TEXT.
            MOVE 0 TO CL-AMT.
            WRITE CERTREC FROM CERT-LINE AFTER 1.
            MOVE SPACES TO CERT-LINE.
            MOVE "PERIOD COVERED:" TO CL-LABEL.
            STRING SR-FIRST " TO " SR-LAST
                 DELIMITED BY SIZE INTO CL-TEXT.
            MOVE 0 TO CL-AMT.
            WRITE CERTREC FROM CERT-LINE AFTER 1.
            IF SR-PROJ = 'P'
                 MOVE SPACES TO CERT-LINE
                 MOVE "DECEMBER PAY INCLUDED AS" TO CL-LABEL
                 MOVE "PROJECTED" TO CL-TEXT
                 MOVE 0 TO CL-AMT
                 WRITE CERTREC FROM CERT-LINE AFTER 1.
            IF SR-SEP = 'S'
                 MOVE SPACES TO CERT-LINE
                 MOVE "STATUS:" TO CL-LABEL
                 MOVE "SEPARATED" TO CL-TEXT
                 MOVE 0 TO CL-AMT
                 WRITE CERTREC FROM CERT-LINE AFTER 1.
            MOVE SPACES TO CERT-LINE.
            MOVE "GROSS COMPENSATION:" TO CL-LABEL.
            MOVE GROSS-COMP TO CL-AMT.
            WRITE CERTREC FROM CERT-LINE AFTER 2.
            MOVE SPACES TO CERT-LINE.
            MOVE "  13TH MONTH PAY (NON-TAXABLE):" TO CL-LABEL.
            MOVE NONTAX-13TH TO CL-AMT.
            WRITE CERTREC FROM CERT-LINE AFTER 1.
            MOVE SPACES TO CERT-LINE.
            MOVE "  GSIS/PHIC/HDMF CONTRIBUTIONS:" TO CL-LABEL.
            MOVE SR-CONTRIB TO CL-AMT.
            WRITE CERTREC FROM CERT-LINE AFTER 1.
            MOVE SPACES TO CERT-LINE.
            MOVE "TOTAL NON-TAXABLE:" TO CL-LABEL.
            MOVE NONTAX-AMT TO CL-AMT.
            WRITE CERTREC FROM CERT-LINE AFTER 1.
            MOVE SPACES TO CERT-LINE.
            MOVE "TAXABLE COMPENSATION:" TO CL-LABEL.
            MOVE TAXABLE-AMT TO CL-AMT.
            WRITE CERTREC FROM CERT-LINE AFTER 2.
            MOVE SPACES TO CERT-LINE.
            MOVE "TAX DUE:" TO CL-LABEL.
            MOVE TAX-DUE TO CL-AMT.
            WRITE CERTREC FROM CERT-LINE AFTER 1.
            MOVE SPACES TO CERT-LINE.
            MOVE "TAX WITHHELD:" TO CL-LABEL.
            MOVE SR-WTX TO CL-AMT.
            WRITE CERTREC FROM CERT-LINE AFTER 1.
            MOVE SPACES TO CERT-LINE.
            IF ADJ-AMT < 0
                 MOVE "OVER WITHHELD - TO BE REFUNDED:" TO CL-LABEL
            ELSE
                 MOVE "UNDER WITHHELD - TO BE DEDUCTED:" TO CL-LABEL.
            MOVE ADJ-AMT TO CL-AMT.
            WRITE CERTREC FROM CERT-LINE AFTER 2.
            MOVE SPACES TO CERT-LINE.
            MOVE "CERTIFIED BY: ____________________" TO CERT-LINE.
            WRITE CERTREC FROM CERT-LINE AFTER 3.
            MOVE SPACES TO CERT-LINE.
            MOVE "RECEIVED BY:  ____________________" TO CERT-LINE.
            WRITE CERTREC FROM CERT-LINE AFTER 2.
       ALPHALST-RTN.
            MOVE SPACES TO ALPHA-REC.
            MOVE 'D' TO AX-REC-TYPE.
            MOVE YEAR-IN TO AX-YEAR.
            MOVE SR-FNO TO AX-FNO.
            MOVE SR-REFNO TO AX-REFNO.
            MOVE SR-FNAME TO AX-FNAME.
            MOVE SR-SEP TO AX-SEP.
            MOVE GROSS-COMP TO AX-GROSS.
            MOVE NONTAX-AMT TO AX-NONTAX.
            MOVE TAXABLE-AMT TO AX-TAXABLE.
            MOVE TAX-DUE TO AX-DUE.
            MOVE SR-WTX TO AX-WITHHELD.
            MOVE ADJ-AMT TO AX-ADJ.
            WRITE ALPHA-REC.
       TOTALS-RTN.
            MOVE GT-GROSS TO TL-GROSS.
            MOVE GT-NONTAX TO TL-NONTAX.
            MOVE GT-TAXABLE TO TL-TAXABLE.
            MOVE GT-DUE TO TL-DUE.
            MOVE GT-WITHHELD TO TL-WITHHELD.
            MOVE GT-ADJ TO TL-ADJ.
            WRITE REGREC FROM TOTAL-1 AFTER 2.
            WRITE REGREC FROM LEGEND-1 AFTER 2.
            MOVE SPACES TO ALPHA-TRL-REC.
            MOVE 'T' TO AT-REC-TYPE.
            MOVE YEAR-IN TO AT-YEAR.
            MOVE REC-CTR TO AT-COUNT.
            MOVE GT-GROSS TO AT-GROSS.
            MOVE GT-DUE TO AT-DUE.
            MOVE GT-WITHHELD TO AT-WITHHELD.
            MOVE RUN-DATE TO AT-DATE.
            WRITE ALPHA-TRL-REC.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE REGREC FROM TRAILER-REC AFTER 2.
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
