                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CO-ANO
                 FILE STATUS IS CO-STATUS.
            SELECT NMBANK ASSIGN TO "NMBANK.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS NB-ANO
                 FILE STATUS IS NB-STATUS.
            SELECT NMLEDG ASSIGN TO "NMLEDG.DAT"
                 FILE STATUS IS NL-STATUS.
            SELECT TARIFF ASSIGN TO "TARIFF.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS TF-KEY
                 FILE STATUS IS TF-STATUS.
            SELECT BILLHIST ASSIGN TO "BILLHIST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS BH-KEY
                 FILE STATUS IS BH-STATUS.
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SC-PROGRAM
                 FILE STATUS IS SC-STATUS.
            SELECT PERIODS ASSIGN TO "PERIODS.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PD-KEY
                 FILE STATUS IS PD-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
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
       FD   OUTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS OUTREC.
            02 D-CUR PIC ZZ,ZZZ.ZZ.
            02 D-TUKWH PIC -ZZZZZ9.
            02 D-TUA PIC -Z,ZZZ.ZZ.
            02 D-EXPKWH PIC Z(6).
            02 D-NMC PIC Z,ZZZ.ZZ.
       FD   CSVFILE.
       01   CSV-REC.
            02 CSV-LINE PIC X(100).
            02 EM-ADDRESS PIC X(30).
            02 EM-CLASS PIC X.
            02 EM-METER PIC X(10).
            02 EM-NETMTR PIC X.
            02 EM-XFMR PIC X(8).
       FD   NMBANK.
       01   NB-REC.
            02 NB-ANO PIC X(10).
            02 NB-KWH-BAL PIC 9(7).
            02 NB-PESO-BAL PIC 9(7)V99.
            02 NB-LAST-DATE PIC X(8).
       FD   NMLEDG.
       01   NL-REC.
            02 NL-ANO PIC X(10).
            02 NL-DATE PIC X(8).
            02 NL-IMP-KWH PIC 9(6).
            02 NL-EXP-KWH PIC 9(6).
            02 NL-EXP-CREDIT PIC 9(6)V99.
            02 NL-APPLIED PIC 9(6)V99.
            02 NL-KWH-BAL PIC 9(7).
            02 NL-PESO-BAL PIC 9(7)V99.
            02 NL-PROGRAM PIC X(15).
       FD   TARIFF.
       01   TF-REC.
            02 TF-KEY.
               03 TF-CLASS PIC X.
               03 TF-EFFDATE PIC X(8).
            02 TF-RATE PIC 99V99.
            02 TF-SCH-PCT PIC 99V99.
            02 TF-DEMRATE PIC 999V99.
            02 TF-VAT-PCT PIC 99V99.
            02 TF-LPP-PCT PIC 99V99.
            02 TF-EXP-RATE PIC 99V99.
            02 TF-LIFE-KWH PIC 9(4).
            02 TF-LIFE-PCT PIC 999.
            02 TF-ENTRY-DATE PIC X(8).
            02 TF-OPERATOR PIC X(10).
       FD   CHGOUT.
       01   CHGOUT-REC.
            02 CO-ANO PIC X(10).
            02 SG-OPERATOR PIC X(10).
            02 SG-DATE PIC X(8).
            02 SG-TIME PIC X(8).
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
       FD   AUDITLOG.
       01   AUDIT-REC.
            02 AL-PROGRAM PIC X(15).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   PD-STATUS PIC XX VALUE "00".
       01   PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01   PERIOD-SW PIC 9 VALUE 0.
       01   SG-STATUS PIC XX VALUE "00".
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   SC-STATUS PIC XX VALUE "00".
       01   HIGH-KWH PIC 9(6) VALUE 0.
       01   ACC PIC A VALUE SPACES.
       01   ATY PIC X(11).
       01   PRC PIC 99V99 VALUE 0.
       01   SCH PIC 9(4)V99.
       01   VAT PIC 9(4)V99.
       01   TOT-BILL-AMT PIC 9(6)V99 VALUE 0.
       01   TOT-BILL PIC ZZ,ZZZ.ZZ.
       01   ELB PIC 9(6)V99 VALUE 0.
       01   PKD PIC 9(4)V9 VALUE 0.
       01   DEMRATE PIC 999V99 VALUE 0.
       01   PDC PIC 9(6)V99 VALUE 0.
       01   BILL-DATE PIC X(8) VALUE SPACES.
       01   DUE-DATE PIC X(8) VALUE SPACES.
       01   PRIOR-DUEDATE PIC X(8) VALUE SPACES.
       01   LPP PIC 9(5)V99 VALUE 0.
       01   LPP-RATE PIC V9(4) VALUE 0.
       01   DATE-WORK.
            02 DW-YY PIC 99.
            02 DW-MM PIC 99.
       01   CO-STATUS PIC XX VALUE "00".
       01   CHG-SW PIC 9 VALUE 0.
       01   CHG-KWH PIC 9(6) VALUE 0.
       01   NB-STATUS PIC XX VALUE "00".
       01   NL-STATUS PIC XX VALUE "00".
       01   NM-SW PIC 9 VALUE 0.
       01   NM-EXP-RATE PIC 99V99 VALUE 0.
       01   EXP-PRR PIC 9(6) VALUE 0.
       01   EXP-CRR PIC 9(6) VALUE 0.
       01   EXP-KWH PIC 9(6) VALUE 0.
       01   NM-EXP-CREDIT PIC 9(6)V99 VALUE 0.
       01   NM-BANK-FWD PIC 9(7)V99 VALUE 0.
       01   NM-AVAIL PIC 9(7)V99 VALUE 0.
       01   NM-GROSS PIC 9(6)V99 VALUE 0.
       01   NMC PIC 9(6)V99 VALUE 0.
       01   SVNMC PIC -ZZ,ZZ9.99.
       01   NM-PESO-BAL PIC 9(7)V99 VALUE 0.
       01   SVBANK PIC ZZZ,ZZ9.99.
       01   NM-KWH-BAL PIC 9(7) VALUE 0.
       01   TF-STATUS PIC XX VALUE "00".
       01   TF-EOF-SW PIC 9 VALUE 0.
       01   TF-FOUND-SW PIC 9 VALUE 0.
       01   TF-OLD-SW PIC 9 VALUE 0.
       01   TF-CLASS-IN PIC X VALUE SPACE.
       01   OLD-PRC PIC 99V99 VALUE 0.
       01   SCH-PCT PIC 99V99 VALUE 0.
       01   VAT-PCT PIC 99V99 VALUE 0.
       01   LIFE-KWH PIC 9(4) VALUE 0.
       01   LIFE-PCT PIC 999 VALUE 0.
       01   RATE-EFFDATE PIC X(8) VALUE SPACES.
       01   PERIOD-START PIC X(8) VALUE SPACES.
       01   PRORATE-SW PIC 9 VALUE 0.
       01   NEW-DAYS PIC 9(4) VALUE 0.
       01   NEW-KWH PIC 9(6) VALUE 0.
       01   OLD-KWH PIC 9(6) VALUE 0.
       01   DAY-NO-1 PIC 9(6) VALUE 0.
       01   DAY-NO-2 PIC 9(6) VALUE 0.
       01   BH-STATUS PIC XX VALUE "00".
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE "ELEC" TO PERIOD-SUBSYS.
            PERFORM CHECK-PERIOD-RTN THRU CHECK-PERIOD-END.
            OPEN INPUT TARIFF.
            IF TF-STATUS = "35"
                 DISPLAY "NO TARIFF MASTER ON FILE"
                 STOP RUN.
            OPEN EXTEND OUTFILE.
            OPEN EXTEND CSVFILE.
            OPEN I-O ARREARS.
                 OPEN OUTPUT CHGOUT
                 CLOSE CHGOUT
                 OPEN I-O CHGOUT.
            OPEN I-O NMBANK.
            IF NB-STATUS = "35"
                 OPEN OUTPUT NMBANK
                 CLOSE NMBANK
                 OPEN I-O NMBANK.
            OPEN EXTEND NMLEDG.
            IF NL-STATUS = "35"
                 OPEN OUTPUT NMLEDG.
            OPEN I-O BILLHIST.
            IF BH-STATUS = "35"
                 OPEN OUTPUT BILLHIST
                 CLOSE BILLHIST
                 OPEN I-O BILLHIST.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            OPEN I-O SEQCTR.
            IF EM-AVAILABLE-SW = 1
                 CLOSE ELECMAST.
            CLOSE CHGOUT.
            CLOSE TARIFF.
            CLOSE BILLHIST.
            CLOSE NMBANK.
            CLOSE NMLEDG.
            CLOSE AUDITLOG.
            CLOSE SEQCTR.
            STOP RUN.
            IF BILL-DATE = SPACES
                 MOVE RUN-DATE TO BILL-DATE.
            PERFORM DUE-DATE-RTN.
            PERFORM PERIOD-START-RTN.
       DUE-DATE-RTN.
            MOVE BILL-DATE TO DATE-WORK.
            ADD 15 TO DW-DD.
                 MOVE 1 TO DW-MM
                 ADD 1 TO DW-YY.
            MOVE DATE-WORK TO DUE-DATE.
       PERIOD-START-RTN.
            MOVE BILL-DATE TO DATE-WORK.
            IF DW-MM = 1
                 MOVE 12 TO DW-MM
                 SUBTRACT 1 FROM DW-YY
            ELSE
                 SUBTRACT 1 FROM DW-MM.
            MOVE DATE-WORK TO PERIOD-START.
       TARIFF-RTN.
            MOVE 0 TO TF-FOUND-SW.
            MOVE 0 TO TF-OLD-SW.
            MOVE 0 TO TF-EOF-SW.
            MOVE TF-CLASS-IN TO TF-CLASS.
            MOVE LOW-VALUES TO TF-EFFDATE.
            START TARIFF KEY IS NOT LESS THAN TF-KEY
                 INVALID KEY
                      GO TO TARIFF-END.
            PERFORM TARIFF-SCAN-RTN THRU TARIFF-SCAN-END
                 UNTIL TF-EOF-SW = 1.
            IF TF-OLD-SW = 0
                 MOVE PRC TO OLD-PRC.
       TARIFF-END.
            EXIT.
       TARIFF-SCAN-RTN.
            READ TARIFF NEXT RECORD
                 AT END
                      MOVE 1 TO TF-EOF-SW
                      GO TO TARIFF-SCAN-END.
            IF TF-CLASS NOT = TF-CLASS-IN
                 OR TF-EFFDATE(1:6) > BILL-DATE(1:6)
                 MOVE 1 TO TF-EOF-SW
                 GO TO TARIFF-SCAN-END.
            IF TF-EFFDATE(1:6) NOT > PERIOD-START(1:6)
                 MOVE 1 TO TF-OLD-SW
                 MOVE TF-RATE TO OLD-PRC.
            MOVE 1 TO TF-FOUND-SW.
            MOVE TF-EFFDATE TO RATE-EFFDATE.
            MOVE TF-RATE TO PRC.
            MOVE TF-SCH-PCT TO SCH-PCT.
            MOVE TF-DEMRATE TO DEMRATE.
            MOVE TF-VAT-PCT TO VAT-PCT.
            COMPUTE LPP-RATE = TF-LPP-PCT / 100.
            MOVE TF-EXP-RATE TO NM-EXP-RATE.
            MOVE TF-LIFE-KWH TO LIFE-KWH.
            MOVE TF-LIFE-PCT TO LIFE-PCT.
       TARIFF-SCAN-END.
      * ENERGY CHARGE. WHEN THE RATE CHANGED INSIDE THE BILLING PERIOD
      * THE KWH ARE SPLIT BY DAYS BETWEEN THE OLD AND THE NEW RATE.
       ENERGY-RTN.
            MOVE 0 TO PRORATE-SW.
            MOVE KWH TO NEW-KWH.
            MOVE 0 TO OLD-KWH.
            IF OLD-PRC NOT = PRC
                 AND RATE-EFFDATE(1:6) > PERIOD-START(1:6)
                 MOVE 1 TO PRORATE-SW
                 MOVE RATE-EFFDATE TO DATE-WORK
                 COMPUTE DAY-NO-1 = DW-YY * 360 + DW-MM * 30 + DW-DD
                 MOVE BILL-DATE TO DATE-WORK
                 COMPUTE DAY-NO-2 = DW-YY * 360 + DW-MM * 30 + DW-DD
                 COMPUTE NEW-DAYS = DAY-NO-2 - DAY-NO-1
                 IF NEW-DAYS > 30
                      MOVE 30 TO NEW-DAYS
                 END-IF
                 COMPUTE NEW-KWH ROUNDED = KWH * NEW-DAYS / 30
                 COMPUTE OLD-KWH = KWH - NEW-KWH.
            COMPUTE ELB = OLD-KWH * OLD-PRC + NEW-KWH * PRC.
       LPP-RTN.
            IF PRIOR-UNPAID > 0
                 AND PRIOR-DUEDATE NOT = SPACES
            MOVE 0 TO TU-PRINT.
            MOVE 0 TO TUA.
            MOVE 0 TO CARRY-KWH.
            MOVE 0 TO EXP-PRR.
            MOVE 0 TO EXP-CRR.
            MOVE 0 TO EXP-KWH.
            DISPLAY "READING TYPE (A/E):" LINE 3 COLUMN 1.
            PERFORM EST-ANS-RTN THRU EST-ANS-END
                 UNTIL EST-ANS = 'A' OR EST-ANS = 'E'.
                 DISPLAY "CURRENT READING:" LINE 7 COLUMN 1
                 PERFORM CRR-RTN
                 MOVE 0 TO VALID-SW
                 PERFORM EXPORT-RDG-RTN
                 PERFORM KWH-RTN
                 PERFORM HISTORY-RTN
                 PERFORM TRUEUP-RTN
            DISPLAY "PEAK DEMAND CHARGE:" LINE 12 COLUMN 48.
            DISPLAY PDC LINE 12 COLUMN 68.

            COMPUTE VAT = (ELB + SCH + PDC) * VAT-PCT / 100.
            DISPLAY "VAT:" LINE 13 COLUMN 1.
            DISPLAY VAT LINE 13 COLUMN 35.

            PERFORM LPP-RTN.
            PERFORM TUA-RTN.
            DISPLAY "TRUE-UP CREDIT:" LINE 15 COLUMN 48.
            DISPLAY SVTUA LINE 15 COLUMN 64.
            PERFORM NET-METER-RTN THRU NET-METER-END.

            DISPLAY "PREVIOUS UNPAID BALANCE:" LINE 14 COLUMN 1.
            DISPLAY PRIOR-UNPAID LINE 14 COLUMN 35.

            COMPUTE TOT-BILL-AMT = ELB + SCH + PDC + VAT + LPP
                 + TUA - NMC + PRIOR-UNPAID.
            MOVE TOT-BILL-AMT TO TOT-BILL.
            DISPLAY "TOTAL BILL:" LINE 15 COLUMN 1.
            DISPLAY TOT-BILL LINE 15 COLUMN 35.
                 MOVE SPACE TO D-EST.
            MOVE OPERATOR-ID TO D-OPER.
            COMPUTE CUR-CHARGES = ELB + SCH + PDC + VAT + LPP
                 + TUA - NMC.
            MOVE CUR-CHARGES TO D-CUR.
            MOVE TU-PRINT TO D-TUKWH.
            MOVE TUA TO D-TUA.
            MOVE EXP-KWH TO D-EXPKWH.
            MOVE NMC TO D-NMC.
            WRITE OUTREC.
            PERFORM WRITE-CSV-RTN.
            ADD 1 TO REC-CTR.
            PERFORM WRITE-ARREARS-RTN.
            PERFORM WRITE-HISTORY-RTN.
            PERFORM BILL-HIST-RTN.
            IF NM-SW = 1
                 PERFORM NM-POST-RTN.

            PERFORM ANOTHER-RTN UNTIL ENO = 'y' OR ENO = 'Y'
            OR ENO = 'n' OR ENO = 'N'.
            LINE 8 COLUMN 40.
            DISPLAY KWH LINE 8 COLUMN 72.
       CHGOUT-CHECK-END.
       EXPORT-RDG-RTN.
            MOVE 0 TO EXP-PRR.
            MOVE 0 TO EXP-CRR.
            IF NM-SW = 1
                 DISPLAY "EXPORT PREV RDG:" LINE 6 COLUMN 48
                 MOVE 0 TO VALID-SW
                 PERFORM EXP-PRR-RTN THRU EXP-PRR-END
                      UNTIL VALID-SW = 1
                 DISPLAY "EXPORT CURR RDG:" LINE 7 COLUMN 48
                 MOVE 0 TO VALID-SW
                 PERFORM EXP-CRR-RTN THRU EXP-CRR-END
                      UNTIL VALID-SW = 1
                 MOVE 0 TO VALID-SW.
       EXP-PRR-RTN.
            ACCEPT EXP-PRR LINE 6 COLUMN 68.
            IF EXP-PRR IS NUMERIC
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "EXPPRR" TO AL-FIELD
                 MOVE EXP-PRR TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       EXP-PRR-END.
       EXP-CRR-RTN.
            ACCEPT EXP-CRR LINE 7 COLUMN 68.
            IF EXP-CRR IS NUMERIC AND EXP-CRR >= EXP-PRR
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "EXPCRR" TO AL-FIELD
                 MOVE EXP-CRR TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       EXP-CRR-END.
       NET-METER-RTN.
            MOVE 0 TO NMC.
            MOVE 0 TO NM-EXP-CREDIT.
            MOVE 0 TO NM-BANK-FWD.
            IF NM-SW = 0
                 GO TO NET-METER-END.
            MOVE 0 TO EXP-KWH.
            IF EST-SW = 0
                 COMPUTE EXP-KWH = EXP-CRR - EXP-PRR.
            MOVE ANO TO NB-ANO.
            READ NMBANK
                 INVALID KEY
                      MOVE 0 TO NM-BANK-FWD
                 NOT INVALID KEY
                      MOVE NB-PESO-BAL TO NM-BANK-FWD.
            COMPUTE NM-EXP-CREDIT = EXP-KWH * NM-EXP-RATE.
            COMPUTE NM-AVAIL = NM-EXP-CREDIT + NM-BANK-FWD.
            COMPUTE NM-GROSS = ELB + SCH + PDC + VAT + LPP + TUA.
            IF NM-AVAIL > NM-GROSS
                 MOVE NM-GROSS TO NMC
            ELSE
                 MOVE NM-AVAIL TO NMC.
            COMPUTE NM-PESO-BAL = NM-AVAIL - NMC.
            IF NM-EXP-RATE > 0
                 COMPUTE NM-KWH-BAL = NM-PESO-BAL / NM-EXP-RATE
            ELSE
                 MOVE 0 TO NM-KWH-BAL.
            DISPLAY "EXPORT KWH:" LINE 14 COLUMN 48.
            DISPLAY EXP-KWH LINE 14 COLUMN 68.
            COMPUTE SVNMC = 0 - NMC.
            DISPLAY "NET-METER CREDIT:" LINE 16 COLUMN 48.
            DISPLAY SVNMC LINE 16 COLUMN 66.
            MOVE NM-PESO-BAL TO SVBANK.
            DISPLAY "CREDIT BANK:" LINE 17 COLUMN 48.
            DISPLAY SVBANK LINE 17 COLUMN 66.
       NET-METER-END.
       NM-POST-RTN.
            MOVE ANO TO NB-ANO.
            READ NMBANK
                 INVALID KEY
                      CONTINUE.
            MOVE NM-KWH-BAL TO NB-KWH-BAL.
            MOVE NM-PESO-BAL TO NB-PESO-BAL.
            MOVE BILL-DATE TO NB-LAST-DATE.
            IF NB-STATUS = "23"
                 WRITE NB-REC
            ELSE
                 REWRITE NB-REC.
            IF NB-STATUS NOT = "00"
                 MOVE "NMBANK" TO FC-FILENAME
                 MOVE NB-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE ANO TO NL-ANO.
            MOVE BILL-DATE TO NL-DATE.
            MOVE KWH TO NL-IMP-KWH.
            MOVE EXP-KWH TO NL-EXP-KWH.
            MOVE NM-EXP-CREDIT TO NL-EXP-CREDIT.
            MOVE NMC TO NL-APPLIED.
            MOVE NM-KWH-BAL TO NL-KWH-BAL.
            MOVE NM-PESO-BAL TO NL-PESO-BAL.
            MOVE "BROW" TO NL-PROGRAM.
            WRITE NL-REC.
       PRR-RTN.
            ACCEPT PRR LINE 6 COLUMN 35.
            IF PRR IS NUMERIC
       ACC-RTN.
            DISPLAY "ACCOUNT CODE:" LINE 9 COLUMN 1.
            ACCEPT ACC LINE 9 COLUMN 35.
            MOVE 0 TO PKD, PDC.
            MOVE ACC TO TF-CLASS-IN.
            INSPECT TF-CLASS-IN CONVERTING "rci" TO "RCI".
            IF TF-CLASS-IN NOT = 'R' AND TF-CLASS-IN NOT = 'C'
            AND TF-CLASS-IN NOT = 'I'
                 MOVE "ACC" TO AL-FIELD
                 MOVE ACC TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
            ELSE
                 PERFORM TARIFF-RTN THRU TARIFF-END
                 IF TF-FOUND-SW = 0
                      DISPLAY "NO TARIFF IN FORCE FOR CLASS"
                      LINE 21 COLUMN 1
                      DISPLAY TF-CLASS-IN LINE 21 COLUMN 30
                      MOVE "NOTARIFF" TO AL-FIELD
                      MOVE ACC TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      MOVE SPACES TO ACC
                 ELSE
                      PERFORM ENERGY-RTN
                 END-IF.
            IF ACC = 'r' OR 'R'
                 MOVE "RESIDENTIAL" TO ATY
                 IF KWH < LIFE-KWH
                      COMPUTE ELB = ELB * (100 - LIFE-PCT) / 100
                 END-IF
                 COMPUTE SCH = ELB * SCH-PCT / 100.
            IF ACC = 'c' OR 'C'
                 MOVE "COMMERCIAL" TO ATY
                 COMPUTE SCH = ELB * SCH-PCT / 100
                 MOVE 0 TO VALID-SW
                 PERFORM PDC-RTN
                 COMPUTE PDC = PKD * DEMRATE.
            IF ACC = 'i' OR 'I'
                 MOVE "INDUSTRIAL" TO ATY
                 COMPUTE SCH = ELB * SCH-PCT / 100
                 MOVE 0 TO VALID-SW
                 PERFORM PDC-RTN
                 COMPUTE PDC = PKD * DEMRATE.
            IF PRORATE-SW = 1 AND ACC NOT = SPACES
                 DISPLAY "RATE CHANGE - KWH PRORATED" LINE 10 COLUMN 48.
       PDC-RTN.
            DISPLAY "PEAK DEMAND (KW):" LINE 9 COLUMN 48.
            ACCEPT PKD LINE 9 COLUMN 68.
                 MOVE 0 TO VALID-SW
                 DISPLAY "CURRENT READING:" LINE 7 COLUMN 1
                 PERFORM CRR-RTN THRU CRR-END UNTIL VALID-SW = 1
                 PERFORM EXPORT-RDG-RTN
                 PERFORM KWH-RTN
                 IF KWH > HIGH-KWH
                      MOVE KWH TO HIGH-KWH
                 ACC = 'R' OR ACC = 'r' OR
                 ACC = 'C' OR ACC = 'c' OR
                 ACC = 'I' OR ACC = 'i'
                 COMPUTE VAT = (ELB + SCH + PDC) * VAT-PCT / 100
                 PERFORM LPP-RTN
                 PERFORM TUA-RTN
                 PERFORM NET-METER-RTN THRU NET-METER-END
                 COMPUTE TOT-BILL-AMT = ELB + SCH + PDC + VAT
                      + LPP + TUA - NMC + PRIOR-UNPAID
                 MOVE TOT-BILL-AMT TO TOT-BILL
            ELSE
            IF CORR-FIELD = 3
                 ACC = 'R' OR ACC = 'r' OR
                 ACC = 'C' OR ACC = 'c' OR
                 ACC = 'I' OR ACC = 'i'
                 COMPUTE VAT = (ELB + SCH + PDC) * VAT-PCT / 100
                 PERFORM LPP-RTN
                 PERFORM TUA-RTN
                 PERFORM NET-METER-RTN THRU NET-METER-END
                 COMPUTE TOT-BILL-AMT = ELB + SCH + PDC + VAT
                      + LPP + TUA - NMC + PRIOR-UNPAID
                 MOVE TOT-BILL-AMT TO TOT-BILL.
            IF CORR-FIELD NOT = 0
                 PERFORM CORRECT-RTN THRU CORRECT-END.
            IF ENO = 'N' OR ENO = 'n' MOVE 1 TO EOFSW.
       ELECMAST-RTN.
            MOVE 0 TO EM-FOUND-SW.
            MOVE 0 TO NM-SW.
            IF EM-AVAILABLE-SW = 1
                 MOVE ANO TO EM-ANO
                 READ ELECMAST
                           MOVE 0 TO EM-FOUND-SW
                      NOT INVALID KEY
                           MOVE 1 TO EM-FOUND-SW
                           IF EM-NETMTR = 'Y'
                                MOVE 1 TO NM-SW
                           END-IF
                 END-READ.
       CLASS-CHECK-RTN.
            IF EM-FOUND-SW = 1
                   INTO CSV-LINE
            END-STRING.
            WRITE CSV-REC.
       BILL-HIST-RTN.
            MOVE ANO TO BH-ANO.
            MOVE BILL-DATE(1:4) TO BH-PERIOD.
            READ BILLHIST
                 INVALID KEY
                      CONTINUE.
            MOVE BILL-DATE TO BH-BILL-DATE.
            MOVE PERIOD-START TO BH-PERIOD-START.
            MOVE DUE-DATE TO BH-DUE-DATE.
            IF EM-FOUND-SW = 1
                 MOVE EM-METER TO BH-METER
            ELSE
                 MOVE SPACES TO BH-METER.
            MOVE TF-CLASS-IN TO BH-CLASS.
            MOVE PRR TO BH-PRR.
            MOVE CRR TO BH-CRR.
            MOVE KWH TO BH-KWH.
            IF EST-SW = 1
                 MOVE 'E' TO BH-EST-FLAG
            ELSE
                 MOVE SPACE TO BH-EST-FLAG.
            MOVE ELB TO BH-ELB.
            MOVE SCH TO BH-SCH.
            MOVE PDC TO BH-PDC.
            MOVE VAT TO BH-VAT.
            MOVE LPP TO BH-LPP.
            MOVE TUA TO BH-TUA.
            MOVE NMC TO BH-NMC.
            MOVE PRIOR-UNPAID TO BH-ARREARS.
            MOVE TOT-BILL-AMT TO BH-TOTAL.
            MOVE "BROW" TO BH-PROGRAM.
            IF BH-STATUS = "23"
                 WRITE BH-REC
            ELSE
                 REWRITE BH-REC.
            IF BH-STATUS NOT = "00"
                 MOVE "BILLHIST" TO FC-FILENAME
                 MOVE BH-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       WRITE-AUDIT-RTN.
            MOVE "BROW" TO AL-PROGRAM.
            MOVE RUN-DATE TO AL-DATE.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "RUN ENDED - NOTHING FURTHER POSTED.".
            STOP RUN.
      * A BUSINESS DATE IN A MONTH FINANCE HAS CLOSED, FOR THIS
      * SUBSYSTEM OR FOR THE GENERAL LEDGER AS A WHOLE, IS REFUSED
      * BEFORE ANYTHING IS POSTED.
       CHECK-PERIOD-RTN.
            MOVE 0 TO PERIOD-SW.
            OPEN INPUT PERIODS.
            IF PD-STATUS = "35"
                 GO TO CHECK-PERIOD-END.
            MOVE PERIOD-SUBSYS TO PD-SUBSYS.
            MOVE RUN-DATE(1:4) TO PD-YYMM.
            READ PERIODS
                 INVALID KEY
                      MOVE SPACE TO PD-STAT.
            IF PD-STAT = 'C'
                 MOVE 1 TO PERIOD-SW.
            MOVE "GL" TO PD-SUBSYS.
            MOVE RUN-DATE(1:4) TO PD-YYMM.
            READ PERIODS
                 INVALID KEY
                      MOVE SPACE TO PD-STAT.
            IF PD-STAT = 'C'
                 MOVE 1 TO PERIOD-SW.
            CLOSE PERIODS.
            IF PERIOD-SW = 1
                 DISPLAY "BUSINESS DATE " RUN-DATE
                      " FALLS IN A CLOSED PERIOD"
                 DISPLAY PERIOD-SUBSYS " PERIOD " RUN-DATE(1:4)
                      " IS CLOSED - NOTHING POSTED."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
       CHECK-PERIOD-END.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
