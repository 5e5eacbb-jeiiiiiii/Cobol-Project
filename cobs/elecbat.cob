      *DATE-COMPILED. 08/22/26.
      *SECURITY. ONLY ME.
      *REMARKS. BATCH BILLING FROM THE METER READING UPLOAD FILE.
      *         NET-METERED ACCOUNTS ARE CREDITED FOR EXPORTED KWH AND
      *         ANY EXCESS CREDIT IS BANKED FOR LATER BILLS. RATES ARE
      *         TAKEN FROM THE TARIFF MASTER IN FORCE AT THE BILL DATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CO-ANO
                 FILE STATUS IS CO-STATUS.
            SELECT ELECMAST ASSIGN TO "ELECMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS EM-ANO
                 FILE STATUS IS EM-STATUS.
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
            SELECT PERIODS ASSIGN TO "PERIODS.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PD-KEY
                 FILE STATUS IS PD-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS BD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
            02 RD-ACC PIC X.
            02 RD-PKD PIC 9(4)V9.
            02 RD-PKD-X REDEFINES RD-PKD PIC X(5).
            02 RD-EXP-PRR PIC 9(6).
            02 RD-EXP-PRR-X REDEFINES RD-EXP-PRR PIC X(6).
            02 RD-EXP-CRR PIC 9(6).
            02 RD-EXP-CRR-X REDEFINES RD-EXP-CRR PIC X(6).
       FD   BILLFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS BILLREC.
       01   BILLREC.
            02 FILLER PIC X(120).
       FD   ARREARS.
       01   AR-REC.
            02 AR-ANO PIC X(10).
            02 RT-ROUTE PIC X(3).
            02 RT-SEQ PIC 9(4).
            02 RT-READER PIC X(10).
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
            02 CO-NEW-METER PIC X(10).
            02 CO-NEW-INIT-READ PIC 9(6).
            02 CO-STATUS-CODE PIC X.
       FD   ELECMAST.
       01   EM-REC.
            02 EM-ANO PIC X(10).
            02 EM-NAME PIC X(25).
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
       FD   SIGNON.
       01   SG-REC.
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
       01   HS-STATUS PIC XX VALUE "00".
       01   EOFSW PIC 9 VALUE 0.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   PD-STATUS PIC XX VALUE "00".
       01   PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01   PERIOD-SW PIC 9 VALUE 0.
       01   REJECT-REASON PIC X(10) VALUE SPACES.
       01   PRIOR-UNPAID PIC 9(6)V99 VALUE 0.
       01   PRIOR-KWH PIC 9(6) VALUE 0.
       01   PRC PIC 99V99 VALUE 0.
       01   ELB PIC 9(6)V99 VALUE 0.
       01   SCH PIC 9(5)V99 VALUE 0.
       01   DEMRATE PIC 999V99 VALUE 0.
       01   PDC PIC 9(6)V99 VALUE 0.
       01   VAT PIC 9(5)V99 VALUE 0.
       01   TAB PIC 9(6)V99 VALUE 0.
       01   DUE-DATE PIC X(8) VALUE SPACES.
       01   PRIOR-DUEDATE PIC X(8) VALUE SPACES.
       01   LPP PIC 9(5)V99 VALUE 0.
       01   LPP-RATE PIC V9(4) VALUE 0.
       01   DATE-WORK.
            02 DW-YY PIC 99.
            02 DW-MM PIC 99.
       01   CHG-SW PIC 9 VALUE 0.
       01   CHG-KWH PIC 9(6) VALUE 0.
       01   RT-STATUS PIC XX VALUE "00".
       01   EM-STATUS PIC XX VALUE "00".
       01   EM-AVAILABLE-SW PIC 9 VALUE 0.
       01   EM-FOUND-SW PIC 9 VALUE 0.
       01   NB-STATUS PIC XX VALUE "00".
       01   NL-STATUS PIC XX VALUE "00".
       01   NM-SW PIC 9 VALUE 0.
       01   NM-EXP-RATE PIC 99V99 VALUE 0.
       01   EXP-KWH PIC 9(6) VALUE 0.
       01   NM-EXP-CREDIT PIC 9(6)V99 VALUE 0.
       01   NM-BANK-FWD PIC 9(7)V99 VALUE 0.
       01   NM-AVAIL PIC 9(7)V99 VALUE 0.
       01   NM-GROSS PIC 9(6)V99 VALUE 0.
       01   NMC PIC 9(6)V99 VALUE 0.
       01   NM-PESO-BAL PIC 9(7)V99 VALUE 0.
       01   NM-KWH-BAL PIC 9(7) VALUE 0.
       01   ROUTE-AVAILABLE-SW PIC 9 VALUE 0.
       01   CK-FILE-STATUS PIC XX VALUE "00".
       01   EP-STATUS PIC XX VALUE "00".
               03 RSM-ASSIGNED PIC 9(4).
               03 RSM-READ PIC 9(4).
       01   MISSING-CTR PIC 9(4) VALUE 0.
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
       01   ROUTE-EXC-HEAD.
            02 FILLER PIC X(33)
               VALUE "ROUTE EXCEPTIONS - UNREAD METERS ".
            02 DL-TUA PIC -ZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-CHG PIC X(9).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-NMC PIC ZZ,ZZ9.99.
            02 FILLER PIC X(5) VALUE SPACES.
       01   TOTAL-1.
            02 FILLER PIC X(8) VALUE "BILLED: ".
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE "ELEC" TO PERIOD-SUBSYS.
            PERFORM CHECK-PERIOD-RTN THRU CHECK-PERIOD-END.
            OPEN INPUT RDGFILE.
            IF RD-FILE-STATUS = "35"
                 DISPLAY "NO METERRDG.DAT UPLOAD FILE TO BILL"
                 STOP RUN.
            OPEN INPUT TARIFF.
            IF TF-STATUS = "35"
                 DISPLAY "NO TARIFF MASTER ON FILE"
                 STOP RUN.
            OPEN EXTEND BILLFILE.
            OPEN I-O ARREARS.
            IF AR-STATUS = "35"
                 OPEN OUTPUT CHGOUT
                 CLOSE CHGOUT
                 OPEN I-O CHGOUT.
            OPEN INPUT ELECMAST.
            IF EM-STATUS = "35"
                 MOVE 0 TO EM-AVAILABLE-SW
            ELSE
                 MOVE 1 TO EM-AVAILABLE-SW.
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
            PERFORM LOAD-DUP-TABLE-RTN THRU LOAD-DUP-EXIT.
            PERFORM LOAD-CKPT-RTN THRU LOAD-CKPT-EXIT.
            MOVE RUN-DATE TO BILL-DATE.
            PERFORM DUE-DATE-RTN.
            PERFORM PERIOD-START-RTN.
            MOVE RUN-DATE TO HD-DATE.
            WRITE BILLREC FROM HEAD-1 AFTER PAGE.
            WRITE BILLREC FROM HEAD-2 AFTER 1.
            CLOSE HISTORY.
            CLOSE CHGOUT.
            CLOSE ELECPOST.
            IF EM-AVAILABLE-SW = 1
                 CLOSE ELECMAST.
            CLOSE TARIFF.
            CLOSE BILLHIST.
            CLOSE NMBANK.
            CLOSE NMLEDG.
            CLOSE AUDITLOG.
            STOP RUN.
       PROCESS-RTN.
            MOVE 0 TO TUA.
            MOVE 0 TO CARRY-KWH.
            MOVE 0 TO CHG-SW.
            MOVE 0 TO EXP-KWH.
            MOVE 0 TO NMC.
            MOVE 0 TO PRORATE-SW.
            IF RD-CRR-X = SPACES
                 MOVE 1 TO EST-SW.
            PERFORM NM-CHECK-RTN.
            IF REJECT-REASON = SPACES AND EST-SW = 0
                 AND (RD-PRR-X NOT NUMERIC OR RD-CRR-X NOT NUMERIC)
                 MOVE "BADREADING" TO REJECT-REASON.
                 AND RD-ACC NOT = 'R' AND RD-ACC NOT = 'r'
                 AND RD-PKD-X NOT NUMERIC
                 MOVE "BADPKD" TO REJECT-REASON.
            IF REJECT-REASON = SPACES
                 MOVE RD-ACC TO TF-CLASS-IN
                 INSPECT TF-CLASS-IN CONVERTING "rci" TO "RCI"
                 PERFORM TARIFF-RTN THRU TARIFF-END
                 IF TF-FOUND-SW = 0
                      MOVE "NOTARIFF" TO REJECT-REASON
                 END-IF.
            IF REJECT-REASON = SPACES AND NM-SW = 1 AND EST-SW = 0
                 AND RD-EXP-CRR-X NOT = SPACES
                 AND (RD-EXP-PRR-X NOT NUMERIC
                 OR RD-EXP-CRR-X NOT NUMERIC)
                 MOVE "BADEXPORT" TO REJECT-REASON.
            IF REJECT-REASON = SPACES AND NM-SW = 1 AND EST-SW = 0
                 AND RD-EXP-CRR-X NOT = SPACES
                 AND RD-EXP-CRR < RD-EXP-PRR
                 MOVE "BADEXPORT" TO REJECT-REASON.
            IF REJECT-REASON = SPACES
                 PERFORM DUP-CHECK-RTN
                 IF DUP-MATCH NOT = 0
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
       BILL-RTN.
            MOVE RD-ANO TO AR-ANO.
            READ ARREARS
                 END-IF
            END-IF.
            PERFORM CHGOUT-CHECK-RTN THRU CHGOUT-CHECK-END.
            MOVE 0 TO PDC.
            PERFORM ENERGY-RTN.
            IF RD-ACC = 'R' OR RD-ACC = 'r'
                 IF KWH < LIFE-KWH
                      COMPUTE ELB = ELB * (100 - LIFE-PCT) / 100
                 END-IF
                 COMPUTE SCH = ELB * SCH-PCT / 100.
            IF RD-ACC = 'C' OR RD-ACC = 'c'
                 COMPUTE SCH = ELB * SCH-PCT / 100
                 COMPUTE PDC = RD-PKD * DEMRATE.
            IF RD-ACC = 'I' OR RD-ACC = 'i'
                 COMPUTE SCH = ELB * SCH-PCT / 100
                 COMPUTE PDC = RD-PKD * DEMRATE.
            COMPUTE VAT = (ELB + SCH + PDC) * VAT-PCT / 100.
            IF PRIOR-UNPAID > 0
                 AND PRIOR-DUEDATE NOT = SPACES
                 AND PRIOR-DUEDATE < BILL-DATE
                      (CREDIT-APPLIED - CUR-GROSS) / PRC
                 MOVE CUR-GROSS TO CREDIT-APPLIED.
            COMPUTE TUA = 0 - CREDIT-APPLIED.
            PERFORM NET-METER-RTN THRU NET-METER-END.
            COMPUTE TAB = ELB + SCH + PDC + VAT + LPP + TUA - NMC
                 + PRIOR-UNPAID.
            MOVE RD-ANO TO AR-ANO.
            MOVE TAB TO AR-BAL.
                 MOVE AR-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM HISTORY-RTN.
            PERFORM BILL-HIST-RTN.
            IF NM-SW = 1
                 PERFORM NM-POST-RTN.
            PERFORM REGISTER-DUP-RTN.
       ROUTE-CHECK-RTN.
            OPEN INPUT ROUTEFILE.
            MOVE 'B' TO CO-STATUS-CODE.
            REWRITE CHGOUT-REC.
       CHGOUT-CHECK-END.
       NM-CHECK-RTN.
            MOVE 0 TO NM-SW.
            MOVE 0 TO EM-FOUND-SW.
            IF EM-AVAILABLE-SW = 1 AND RD-ANO NOT = SPACES
                 MOVE RD-ANO TO EM-ANO
                 READ ELECMAST
                      INVALID KEY
                           MOVE 0 TO NM-SW
                      NOT INVALID KEY
                           MOVE 1 TO EM-FOUND-SW
                           IF EM-NETMTR = 'Y'
                                MOVE 1 TO NM-SW
                           END-IF
                 END-READ.
       NET-METER-RTN.
            MOVE 0 TO NMC.
            MOVE 0 TO NM-EXP-CREDIT.
            MOVE 0 TO NM-BANK-FWD.
            IF NM-SW = 0
                 GO TO NET-METER-END.
            MOVE 0 TO EXP-KWH.
            IF EST-SW = 0 AND RD-EXP-CRR-X NOT = SPACES
                 COMPUTE EXP-KWH = RD-EXP-CRR - RD-EXP-PRR.
            MOVE RD-ANO TO NB-ANO.
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
       NET-METER-END.
       NM-POST-RTN.
            MOVE RD-ANO TO NB-ANO.
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
            MOVE RD-ANO TO NL-ANO.
            MOVE BILL-DATE TO NL-DATE.
            MOVE KWH TO NL-IMP-KWH.
            MOVE EXP-KWH TO NL-EXP-KWH.
            MOVE NM-EXP-CREDIT TO NL-EXP-CREDIT.
            MOVE NMC TO NL-APPLIED.
            MOVE NM-KWH-BAL TO NL-KWH-BAL.
            MOVE NM-PESO-BAL TO NL-PESO-BAL.
            MOVE "ELEC-BATCH" TO NL-PROGRAM.
            WRITE NL-REC.
       READ-HISTORY-RTN.
            MOVE RD-ANO TO HS-ANO.
            MOVE SPACE TO HS-EST-FLAG-SAVE.
            MOVE TUA TO DL-TUA.
            IF CHG-SW = 1
                 MOVE "CHANGEOUT" TO DL-CHG
            ELSE
            IF PRORATE-SW = 1
                 MOVE "PRORATED" TO DL-CHG
            ELSE
                 MOVE SPACES TO DL-CHG.
            MOVE RD-ANO TO DL-ANO.
            MOVE ELB TO DL-ELB.
            MOVE VAT TO DL-VAT.
            MOVE TAB TO DL-TAB.
            MOVE NMC TO DL-NMC.
            WRITE BILLREC FROM DETAIL-LINE AFTER 1.
       BILL-HIST-RTN.
            MOVE RD-ANO TO BH-ANO.
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
            IF EST-SW = 1
                 MOVE 0 TO BH-PRR
                 MOVE 0 TO BH-CRR
            ELSE
                 MOVE RD-PRR TO BH-PRR
                 MOVE RD-CRR TO BH-CRR.
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
            MOVE TAB TO BH-TOTAL.
            MOVE "ELEC-BATCH" TO BH-PROGRAM.
            IF BH-STATUS = "23"
                 WRITE BH-REC
            ELSE
                 REWRITE BH-REC.
            IF BH-STATUS NOT = "00"
                 MOVE "BILLHIST" TO FC-FILENAME
                 MOVE BH-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       WRITE-AUDIT-RTN.
            MOVE "ELEC-BATCH" TO AL-PROGRAM.
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
            IF BD-FILE-STATUS = "35"
