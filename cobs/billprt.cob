       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELEC-BILLPRT.
      *AUTHOR. JEI MOND.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. PRINTS THE CUSTOMER ELECTRIC BILL FROM THE BILL HISTORY
      *         FILE, ONE PAGE PER ACCOUNT WITH A SIX-MONTH CONSUMPTION
      *         HISTORY AND A TEAR-OFF PAYMENT STUB. PRINTS EVERY BILL
      *         OF A BILLING PERIOD, OR REPRINTS ONE ACCOUNT'S BILL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT BILLHIST ASSIGN TO "BILLHIST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS BH-KEY
                 FILE STATUS IS BH-STATUS.
            SELECT ELECMAST ASSIGN TO "ELECMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS EM-ANO
                 FILE STATUS IS EM-STATUS.
            SELECT BILLPRT ASSIGN TO "CUSTBILL".
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
       FD   BILLHIST.
       01   BH-REC.
            02 BH-KEY.
               03 BH-ANO PIC X(10).
               03 BH-PERIOD PIC X(4).
            02 BH-BILL-DATE PIC X(8).
            02 BH-PERIOD-START PIC X(8).
            02 BH-DUE-DATE PIC X(8).
            02 BH-METER PIC X(10).
            02 BH-CLASS PIC X.
            02 BH-PRR PIC 9(6).
            02 BH-CRR PIC 9(6).
            02 BH-KWH PIC 9(6).
            02 BH-EST-FLAG PIC X.
            02 BH-ELB PIC 9(6)V99.
            02 BH-SCH PIC 9(5)V99.
            02 BH-PDC PIC 9(6)V99.
            02 BH-VAT PIC 9(5)V99.
            02 BH-LPP PIC 9(5)V99.
            02 BH-TUA PIC S9(6)V99.
            02 BH-NMC PIC 9(6)V99.
            02 BH-ARREARS PIC 9(6)V99.
            02 BH-TOTAL PIC 9(6)V99.
            02 BH-PROGRAM PIC X(15).
       FD   ELECMAST.
       01   EM-REC.
            02 EM-ANO PIC X(10).
            02 EM-NAME PIC X(25).
            02 EM-ADDRESS PIC X(30).
            02 EM-CLASS PIC X.
            02 EM-METER PIC X(10).
            02 EM-NETMTR PIC X.
            02 EM-XFMR PIC X(8).
       FD   BILLPRT
            LABEL RECORD IS OMITTED
            DATA RECORD IS BILLPRT-REC.
       01   BILLPRT-REC.
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
       01   BH-STATUS PIC XX VALUE "00".
       01   EM-STATUS PIC XX VALUE "00".
       01   EM-AVAILABLE-SW PIC 9 VALUE 0.
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   SEL-ANO PIC X(10) VALUE SPACES.
       01   SEL-PERIOD PIC X(4) VALUE SPACES.
       01   SAVE-KEY PIC X(14) VALUE SPACES.
       01   REPRINT-SW PIC 9 VALUE 0.
       01   PRINT-CTR PIC 9(6) VALUE 0.
       01   CUR-CHARGES PIC S9(6)V99 VALUE 0.
       01   NMC-PRINT PIC S9(6)V99 VALUE 0.
       01   HT-I PIC 9 VALUE 0.
       01   HIST-WORK.
            02 HW-YY PIC 99.
            02 HW-MM PIC 99.
       01   HIST-TABLE.
            02 HT-ENTRY OCCURS 6 TIMES.
               03 HT-PERIOD PIC X(4).
               03 HT-KWH PIC 9(6).
               03 HT-FOUND PIC 9.
       01   BW-REC.
            02 BW-KEY.
               03 BW-ANO PIC X(10).
               03 BW-PERIOD PIC X(4).
            02 BW-BILL-DATE PIC X(8).
            02 BW-PERIOD-START PIC X(8).
            02 BW-DUE-DATE PIC X(8).
            02 BW-METER PIC X(10).
            02 BW-CLASS PIC X.
            02 BW-PRR PIC 9(6).
            02 BW-CRR PIC 9(6).
            02 BW-KWH PIC 9(6).
            02 BW-EST-FLAG PIC X.
            02 BW-ELB PIC 9(6)V99.
            02 BW-SCH PIC 9(5)V99.
            02 BW-PDC PIC 9(6)V99.
            02 BW-VAT PIC 9(5)V99.
            02 BW-LPP PIC 9(5)V99.
            02 BW-TUA PIC S9(6)V99.
            02 BW-NMC PIC 9(6)V99.
            02 BW-ARREARS PIC 9(6)V99.
            02 BW-TOTAL PIC 9(6)V99.
            02 BW-PROGRAM PIC X(15).
       01   BL-HEAD-1.
            02 FILLER PIC X(27) VALUE SPACES.
            02 FILLER PIC X(25)
               VALUE "BROWNOUT ELECTRIC COMPANY".
            02 FILLER PIC X(28) VALUE SPACES.
       01   BL-HEAD-2.
            02 FILLER PIC X(33) VALUE SPACES.
            02 FILLER PIC X(13) VALUE "ELECTRIC BILL".
            02 FILLER PIC X(20) VALUE SPACES.
            02 BL-REPRINT PIC X(14).
       01   BL-DASH PIC X(80) VALUE ALL "-".
       01   BL-LINE-1.
            02 FILLER PIC X(15) VALUE "ACCOUNT NO.  : ".
            02 BL-ANO PIC X(10).
            02 FILLER PIC X(20) VALUE SPACES.
            02 FILLER PIC X(11) VALUE "BILL DATE: ".
            02 BL-BILL-DATE PIC X(8).
            02 FILLER PIC X(16) VALUE SPACES.
       01   BL-LINE-2.
            02 FILLER PIC X(15) VALUE "NAME         : ".
            02 BL-NAME PIC X(25).
            02 FILLER PIC X(5) VALUE SPACES.
            02 FILLER PIC X(11) VALUE "DUE DATE : ".
            02 BL-DUE-DATE PIC X(8).
            02 FILLER PIC X(16) VALUE SPACES.
       01   BL-LINE-3.
            02 FILLER PIC X(15) VALUE "ADDRESS      : ".
            02 BL-ADDRESS PIC X(30).
            02 FILLER PIC X(35) VALUE SPACES.
       01   BL-LINE-4.
            02 FILLER PIC X(15) VALUE "METER NO.    : ".
            02 BL-METER PIC X(10).
            02 FILLER PIC X(20) VALUE SPACES.
            02 FILLER PIC X(11) VALUE "CLASS    : ".
            02 BL-CLASS PIC X(11).
            02 FILLER PIC X(13) VALUE SPACES.
       01   BL-LINE-5.
            02 FILLER PIC X(15) VALUE "BILL PERIOD  : ".
            02 BL-PER-FROM PIC X(8).
            02 FILLER PIC X(4) VALUE " TO ".
            02 BL-PER-TO PIC X(8).
            02 FILLER PIC X(45) VALUE SPACES.
       01   BL-LINE-6.
            02 FILLER PIC X(18) VALUE "PREVIOUS READING: ".
            02 BL-PRR PIC ZZZZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(17) VALUE "PRESENT READING: ".
            02 BL-CRR PIC ZZZZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "KWH USED: ".
            02 BL-KWH PIC ZZZZZ9.
            02 FILLER PIC X(1) VALUE SPACES.
            02 BL-EST PIC X(10).
       01   BL-CHG-LINE.
            02 FILLER PIC X(5) VALUE SPACES.
            02 BL-CHG-DESC PIC X(30).
            02 FILLER PIC X(5) VALUE SPACES.
            02 BL-CHG-AMT PIC -ZZZ,ZZ9.99.
            02 FILLER PIC X(29) VALUE SPACES.
       01   BL-HIST-HEAD.
            02 FILLER PIC X(25) VALUE "CONSUMPTION HISTORY (KWH)".
            02 FILLER PIC X(55) VALUE SPACES.
       01   BL-HIST-PER.
            02 FILLER PIC X(10) VALUE "  PERIOD: ".
            02 HP-ITEM OCCURS 6 TIMES.
               03 FILLER PIC X(4).
               03 HP-PERIOD PIC X(4).
               03 FILLER PIC X(3).
            02 FILLER PIC X(4) VALUE SPACES.
       01   BL-HIST-KWH.
            02 FILLER PIC X(10) VALUE "  KWH   : ".
            02 HK-ITEM OCCURS 6 TIMES.
               03 FILLER PIC X(2).
               03 HK-KWH PIC ZZZZZ9.
               03 HK-KWH-X REDEFINES HK-KWH PIC X(6).
               03 FILLER PIC X(3).
            02 FILLER PIC X(4) VALUE SPACES.
       01   BL-CUT.
            02 FILLER PIC X(33)
               VALUE "- - - - - - - - - - - - - - - - ".
            02 FILLER PIC X(14) VALUE "DETACH HERE - ".
            02 FILLER PIC X(33)
               VALUE "- - - - - - - - - - - - - - - - ".
       01   ST-LINE-1.
            02 FILLER PIC X(20) VALUE SPACES.
            02 FILLER PIC X(40)
               VALUE "PAYMENT STUB - BROWNOUT ELECTRIC COMPANY".
            02 FILLER PIC X(20) VALUE SPACES.
       01   ST-LINE-2.
            02 FILLER PIC X(13) VALUE "ACCOUNT NO.: ".
            02 ST-ANO PIC X(10).
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "PERIOD: ".
            02 ST-PERIOD PIC X(4).
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "DUE DATE: ".
            02 ST-DUE-DATE PIC X(8).
            02 FILLER PIC X(19) VALUE SPACES.
       01   ST-LINE-3.
            02 FILLER PIC X(13) VALUE "NAME       : ".
            02 ST-NAME PIC X(25).
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(12) VALUE "AMOUNT DUE: ".
            02 ST-AMT PIC ZZZ,ZZ9.99.
            02 FILLER PIC X(16) VALUE SPACES.
       01   ST-LINE-4.
            02 FILLER PIC X(27) VALUE "AMOUNT PAID: ____________  ".
            02 FILLER PIC X(24) VALUE "TELLER: __________      ".
            02 FILLER PIC X(20) VALUE "DATE PAID: ________ ".
            02 FILLER PIC X(9) VALUE SPACES.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN INPUT BILLHIST.
            IF BH-STATUS = "35"
                 DISPLAY "NO BILL HISTORY ON FILE"
                 STOP RUN.
            OPEN INPUT ELECMAST.
            IF EM-STATUS = "35"
                 MOVE 0 TO EM-AVAILABLE-SW
            ELSE
                 MOVE 1 TO EM-AVAILABLE-SW.
            OPEN EXTEND BILLPRT.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE BILLHIST.
            IF EM-AVAILABLE-SW = 1
                 CLOSE ELECMAST.
            CLOSE BILLPRT.
            CLOSE AUDITLOG.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "BROWNOUT ELECTRIC COMPANY" LINE 1 COLUMN 19.
            DISPLAY "CUSTOMER BILL PRINTING" LINE 2 COLUMN 19.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (P=PRINT PERIOD, R=REPRINT ONE):"
                 LINE 3 COLUMN 1.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'P'
                 PERFORM PERIOD-PRINT-RTN THRU PERIOD-PRINT-END
            ELSE
                 PERFORM REPRINT-RTN THRU REPRINT-END.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 3 COLUMN 45.
            IF FUNC-CODE = 'P' OR FUNC-CODE = 'p'
                 MOVE 'P' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'R' OR FUNC-CODE = 'r'
                 MOVE 'R' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
      * PRINTS EVERY BILL ON FILE FOR THE BILLING PERIOD. THE SCAN
      * IS RESTARTED AFTER EACH BILL BECAUSE THE HISTORY LOOKUP
      * READS THE SAME FILE AT RANDOM.
       PERIOD-PRINT-RTN.
            MOVE SPACES TO SEL-PERIOD.
            DISPLAY "BILLING PERIOD (YYMM):" LINE 5 COLUMN 1.
            ACCEPT SEL-PERIOD LINE 5 COLUMN 30.
            IF SEL-PERIOD = SPACES
                 MOVE RUN-DATE(1:4) TO SEL-PERIOD.
            IF SEL-PERIOD NOT NUMERIC
                 DISPLAY "INVALID BILLING PERIOD" LINE 8 COLUMN 1
                 GO TO PERIOD-PRINT-END.
            MOVE 0 TO REPRINT-SW.
            MOVE 0 TO PRINT-CTR.
            MOVE 0 TO EOFSW.
            MOVE LOW-VALUES TO BH-KEY.
            START BILLHIST KEY IS NOT LESS THAN BH-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM PERIOD-SCAN-RTN THRU PERIOD-SCAN-END
                 UNTIL EOFSW = 1.
            DISPLAY "BILLS PRINTED:" LINE 8 COLUMN 1.
            DISPLAY PRINT-CTR LINE 8 COLUMN 30.
       PERIOD-PRINT-END.
       PERIOD-SCAN-RTN.
            READ BILLHIST NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO PERIOD-SCAN-END.
            IF BH-PERIOD NOT = SEL-PERIOD
                 GO TO PERIOD-SCAN-END.
            MOVE BH-KEY TO SAVE-KEY.
            MOVE BH-REC TO BW-REC.
            PERFORM PRINT-BILL-RTN THRU PRINT-BILL-END.
            MOVE SAVE-KEY TO BH-KEY.
            START BILLHIST KEY IS GREATER THAN BH-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
       PERIOD-SCAN-END.
       REPRINT-RTN.
            MOVE SPACES TO SEL-ANO.
            MOVE SPACES TO SEL-PERIOD.
            DISPLAY "ACCOUNT NUMBER:" LINE 5 COLUMN 1.
            ACCEPT SEL-ANO LINE 5 COLUMN 30.
            DISPLAY "BILLING PERIOD (YYMM):" LINE 6 COLUMN 1.
            ACCEPT SEL-PERIOD LINE 6 COLUMN 30.
            MOVE SEL-ANO TO BH-ANO.
            MOVE SEL-PERIOD TO BH-PERIOD.
            READ BILLHIST
                 INVALID KEY
                      DISPLAY "NO BILL FOR THAT ACCOUNT AND PERIOD"
                      LINE 8 COLUMN 1
                      GO TO REPRINT-END.
            MOVE BH-REC TO BW-REC.
            MOVE 1 TO REPRINT-SW.
            PERFORM PRINT-BILL-RTN THRU PRINT-BILL-END.
            MOVE "BILLREPRINT" TO AL-FIELD.
            MOVE BW-KEY TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "BILL REPRINTED" LINE 8 COLUMN 1.
       REPRINT-END.
       PRINT-BILL-RTN.
            MOVE BW-ANO TO BL-ANO.
            MOVE BW-ANO TO ST-ANO.
            MOVE SPACES TO BL-NAME.
            MOVE SPACES TO BL-ADDRESS.
            IF EM-AVAILABLE-SW = 1
                 MOVE BW-ANO TO EM-ANO
                 READ ELECMAST
                      INVALID KEY
                           MOVE "*NOT ON ACCOUNT MASTER*"
                                TO BL-NAME
                      NOT INVALID KEY
                           MOVE EM-NAME TO BL-NAME
                           MOVE EM-ADDRESS TO BL-ADDRESS
                 END-READ.
            MOVE BL-NAME TO ST-NAME.
            IF REPRINT-SW = 1
                 MOVE "** REPRINT **" TO BL-REPRINT
            ELSE
                 MOVE SPACES TO BL-REPRINT.
            MOVE BW-BILL-DATE TO BL-BILL-DATE.
            MOVE BW-DUE-DATE TO BL-DUE-DATE.
            MOVE BW-METER TO BL-METER.
            IF BW-CLASS = 'R'
                 MOVE "RESIDENTIAL" TO BL-CLASS
            ELSE
            IF BW-CLASS = 'C'
                 MOVE "COMMERCIAL" TO BL-CLASS
            ELSE
                 MOVE "INDUSTRIAL" TO BL-CLASS.
            MOVE BW-PERIOD-START TO BL-PER-FROM.
            MOVE BW-BILL-DATE TO BL-PER-TO.
            MOVE BW-PRR TO BL-PRR.
            MOVE BW-CRR TO BL-CRR.
            MOVE BW-KWH TO BL-KWH.
            IF BW-EST-FLAG = 'E'
                 MOVE "ESTIMATED" TO BL-EST
            ELSE
                 MOVE SPACES TO BL-EST.
            WRITE BILLPRT-REC FROM BL-HEAD-1 AFTER PAGE.
            WRITE BILLPRT-REC FROM BL-HEAD-2 AFTER 1.
            WRITE BILLPRT-REC FROM BL-DASH AFTER 1.
            WRITE BILLPRT-REC FROM BL-LINE-1 AFTER 1.
            WRITE BILLPRT-REC FROM BL-LINE-2 AFTER 1.
            WRITE BILLPRT-REC FROM BL-LINE-3 AFTER 1.
            WRITE BILLPRT-REC FROM BL-LINE-4 AFTER 1.
            WRITE BILLPRT-REC FROM BL-LINE-5 AFTER 1.
            WRITE BILLPRT-REC FROM BL-LINE-6 AFTER 2.
            WRITE BILLPRT-REC FROM BL-DASH AFTER 1.
            MOVE "ENERGY CHARGE" TO BL-CHG-DESC.
            MOVE BW-ELB TO BL-CHG-AMT.
            WRITE BILLPRT-REC FROM BL-CHG-LINE AFTER 1.
            MOVE "SYSTEM CHARGE" TO BL-CHG-DESC.
            MOVE BW-SCH TO BL-CHG-AMT.
            WRITE BILLPRT-REC FROM BL-CHG-LINE AFTER 1.
            MOVE "PEAK DEMAND CHARGE" TO BL-CHG-DESC.
            MOVE BW-PDC TO BL-CHG-AMT.
            WRITE BILLPRT-REC FROM BL-CHG-LINE AFTER 1.
            MOVE "VALUE ADDED TAX" TO BL-CHG-DESC.
            MOVE BW-VAT TO BL-CHG-AMT.
            WRITE BILLPRT-REC FROM BL-CHG-LINE AFTER 1.
            MOVE "TRUE-UP ADJUSTMENT" TO BL-CHG-DESC.
            MOVE BW-TUA TO BL-CHG-AMT.
            WRITE BILLPRT-REC FROM BL-CHG-LINE AFTER 1.
            COMPUTE CUR-CHARGES = BW-ELB + BW-SCH + BW-PDC + BW-VAT
                 + BW-TUA.
            MOVE "CURRENT CHARGES" TO BL-CHG-DESC.
            MOVE CUR-CHARGES TO BL-CHG-AMT.
            WRITE BILLPRT-REC FROM BL-CHG-LINE AFTER 2.
            MOVE "PREVIOUS UNPAID BALANCE" TO BL-CHG-DESC.
            MOVE BW-ARREARS TO BL-CHG-AMT.
            WRITE BILLPRT-REC FROM BL-CHG-LINE AFTER 1.
            MOVE "LATE PAYMENT PENALTY" TO BL-CHG-DESC.
            MOVE BW-LPP TO BL-CHG-AMT.
            WRITE BILLPRT-REC FROM BL-CHG-LINE AFTER 1.
            MOVE "NET METERING CREDIT" TO BL-CHG-DESC.
            COMPUTE NMC-PRINT = 0 - BW-NMC.
            MOVE NMC-PRINT TO BL-CHG-AMT.
            WRITE BILLPRT-REC FROM BL-CHG-LINE AFTER 1.
            MOVE "TOTAL AMOUNT DUE" TO BL-CHG-DESC.
            MOVE BW-TOTAL TO BL-CHG-AMT.
            WRITE BILLPRT-REC FROM BL-CHG-LINE AFTER 2.
            WRITE BILLPRT-REC FROM BL-DASH AFTER 1.
            PERFORM HIST-RTN.
            WRITE BILLPRT-REC FROM BL-HIST-HEAD AFTER 1.
            WRITE BILLPRT-REC FROM BL-HIST-PER AFTER 1.
            WRITE BILLPRT-REC FROM BL-HIST-KWH AFTER 1.
            MOVE BW-PERIOD TO ST-PERIOD.
            MOVE BW-DUE-DATE TO ST-DUE-DATE.
            MOVE BW-TOTAL TO ST-AMT.
            WRITE BILLPRT-REC FROM BL-CUT AFTER 3.
            WRITE BILLPRT-REC FROM ST-LINE-1 AFTER 2.
            WRITE BILLPRT-REC FROM ST-LINE-2 AFTER 2.
            WRITE BILLPRT-REC FROM ST-LINE-3 AFTER 1.
            WRITE BILLPRT-REC FROM ST-LINE-4 AFTER 2.
            ADD 1 TO PRINT-CTR.
       PRINT-BILL-END.
      * SIX-MONTH CONSUMPTION HISTORY, OLDEST PERIOD FIRST, ENDING
      * WITH THE PERIOD BEING BILLED.
       HIST-RTN.
            MOVE BW-PERIOD TO HIST-WORK.
            PERFORM HIST-LOAD-RTN VARYING HT-I FROM 6 BY -1
                 UNTIL HT-I < 1.
            MOVE SPACES TO BL-HIST-PER.
            MOVE "  PERIOD: " TO BL-HIST-PER(1:10).
            MOVE SPACES TO BL-HIST-KWH.
            MOVE "  KWH   : " TO BL-HIST-KWH(1:10).
            PERFORM HIST-LINE-RTN VARYING HT-I FROM 1 BY 1
                 UNTIL HT-I > 6.
       HIST-LOAD-RTN.
            MOVE HIST-WORK TO HT-PERIOD(HT-I).
            MOVE BW-ANO TO BH-ANO.
            MOVE HIST-WORK TO BH-PERIOD.
            READ BILLHIST
                 INVALID KEY
                      MOVE 0 TO HT-KWH(HT-I)
                      MOVE 0 TO HT-FOUND(HT-I)
                 NOT INVALID KEY
                      MOVE BH-KWH TO HT-KWH(HT-I)
                      MOVE 1 TO HT-FOUND(HT-I).
            IF HW-MM = 1
                 MOVE 12 TO HW-MM
                 IF HW-YY = 0
                      MOVE 99 TO HW-YY
                 ELSE
                      SUBTRACT 1 FROM HW-YY
                 END-IF
            ELSE
                 SUBTRACT 1 FROM HW-MM.
       HIST-LINE-RTN.
            MOVE HT-PERIOD(HT-I) TO HP-PERIOD(HT-I).
            IF HT-FOUND(HT-I) = 1
                 MOVE HT-KWH(HT-I) TO HK-KWH(HT-I)
            ELSE
                 MOVE "    --" TO HK-KWH-X(HT-I).
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "ELEC-BILLPRT" TO AL-PROGRAM.
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
