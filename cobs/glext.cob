      *DATE-COMPILED. 08/22/26.
      *SECURITY. ONLY ME.
      *REMARKS. BUILDS THE GL INTERFACE FILE FROM THE DAILY TOTALS.
      *         GLXCTL KEEPS, PER BUSINESS DATE AND SOURCE FILE, HOW
      *         MANY RECORDS HAVE ALREADY BEEN EXTRACTED, SO A SECOND
      *         RUN FOR THE SAME DATE (THE MONTH-END STREAM, OR A
      *         RESTART) TAKES ONLY THE RECORDS ADDED SINCE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
                 FILE STATUS IS BO-STATUS.
            SELECT ELECCOLL ASSIGN TO "ELECCOLL.DAT"
                 FILE STATUS IS EC-STATUS.
            SELECT EXAMCOLL ASSIGN TO "EXAMCOLL.DAT"
                 FILE STATUS IS XC-STATUS.
            SELECT SALESIN ASSIGN TO "SALESIN.DAT"
                 FILE STATUS IS SI-STATUS.
            SELECT REMITSUM ASSIGN TO "REMITSUM.DAT"
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS RS-KEY
                 FILE STATUS IS RS-STATUS.
            SELECT IBSETTLE ASSIGN TO "IBSETTLE.DAT"
                 FILE STATUS IS IS-STATUS.
            SELECT GLMAP ASSIGN TO "GLMAP.DAT"
                 FILE STATUS IS GM-STATUS.
            SELECT COAFILE ASSIGN TO "COA.DAT"
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CA-CODE
                 FILE STATUS IS CA-STATUS.
            SELECT GLXCTL ASSIGN TO "GLXCTL.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS GX-KEY
                 FILE STATUS IS GX-STATUS.
            SELECT GLIFACE ASSIGN TO "GLIFACE.DAT".
            SELECT RPTFILE ASSIGN TO "GLPROOF".
            SELECT PERIODS ASSIGN TO "PERIODS.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PD-KEY
                 FILE STATUS IS PD-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
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
            02 EC-DATE PIC X(8).
            02 EC-ANO PIC X(10).
            02 EC-AMOUNT PIC 9(6)V99.
       FD   EXAMCOLL.
       01   XCOLL-REC.
            02 XC-ORNO PIC X(10).
            02 XC-DATE PIC X(8).
            02 XC-SESSION PIC X(10).
            02 XC-ENO PIC 9(10).
            02 XC-AMOUNT PIC 9(5)V99.
            02 XC-TENDER PIC X.
            02 XC-OPERATOR PIC X(10).
       FD   SALESIN.
       01   SI-REC.
            02 SI-AC PIC X.
            02 SI-AMT PIC 9(5)V99.
            02 SI-TC PIC X.
            02 SI-REASON PIC X(3).
            02 SI-CUST PIC X(6).
       FD   REMITSUM.
       01   REMITSUM-REC.
            02 RS-KEY.
            02 CA-CODE PIC X(6).
            02 CA-TITLE PIC X(25).
            02 CA-NORMAL PIC X.
       FD   IBSETTLE.
       01   IBSETTLE-REC.
            02 IS-DATE PIC X(8).
            02 IS-DEBTOR PIC X(3).
            02 IS-CREDITOR PIC X(3).
            02 IS-AMOUNT PIC 9(9)V99.
       FD   GLXCTL.
       01   GLXCTL-REC.
            02 GX-KEY.
                 03 GX-DATE PIC X(8).
                 03 GX-SOURCE PIC X(8).
            02 GX-TAKEN PIC 9(7).
       FD   GLIFACE.
       01   GL-REC.
            02 GL-DATE PIC X(8).
       01   MD-STATUS PIC XX VALUE "00".
       01   BO-STATUS PIC XX VALUE "00".
       01   EC-STATUS PIC XX VALUE "00".
       01   XC-STATUS PIC XX VALUE "00".
       01   SI-STATUS PIC XX VALUE "00".
       01   GM-STATUS PIC XX VALUE "00".
       01   RS-STATUS PIC XX VALUE "00".
       01   IS-STATUS PIC XX VALUE "00".
       01   CA-STATUS PIC XX VALUE "00".
       01   GX-STATUS PIC XX VALUE "00".
       01   CTL-SOURCE PIC X(8) VALUE SPACES.
       01   CTL-I PIC 99 VALUE 0.
       01   CTL-COUNT PIC 99 VALUE 0.
       01   CTL-TABLE.
            02 CTL-ENTRY OCCURS 10 TIMES.
               03 CT-SOURCE PIC X(8).
               03 CT-TAKEN PIC 9(7).
               03 CT-SEEN PIC 9(7).
       01   COA-AVAILABLE-SW PIC 9 VALUE 0.
       01   COA-OK-SW PIC 9 VALUE 0.
       01   MAP-I PIC 99 VALUE 0.
       01   PWTX-TOT PIC 9(9)V99 VALUE 0.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   PD-STATUS PIC XX VALUE "00".
       01   PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01   PERIOD-SW PIC 9 VALUE 0.
       01   EOFSW PIC 9 VALUE 0.
       01   OOB-SW PIC 9 VALUE 0.
       01   DEP-TOT PIC 9(9)V99 VALUE 0.
       01   WDL-TOT PIC 9(9)V99 VALUE 0.
       01   FEE-TOT PIC 9(9)V99 VALUE 0.
       01   FXGAIN-TOT PIC 9(9)V99 VALUE 0.
       01   FXLOSS-TOT PIC 9(9)V99 VALUE 0.
       01   FXLOSS-WORK PIC S9(9)V99 VALUE 0.
       01   BILL-TOT PIC 9(9)V99 VALUE 0.
       01   VAT-TOT PIC 9(9)V99 VALUE 0.
       01   ECOLL-TOT PIC 9(9)V99 VALUE 0.
       01   XCOLL-TOT PIC 9(9)V99 VALUE 0.
       01   SALES-TOT PIC S9(9)V99 VALUE 0.
       01   COMM-TOT PIC S9(9)V99 VALUE 0.
       01   COMM-RATE PIC V99 VALUE .05.
       01   GT-DEBITS PIC 9(11)V99 VALUE 0.
       01   GT-CREDITS PIC 9(11)V99 VALUE 0.
       01   SRC-NAME PIC X(10) VALUE SPACES.
       01   IB-SOURCE.
            02 FILLER PIC XX VALUE "IB".
            02 IBS-DEBTOR PIC X(3).
            02 IBS-CREDITOR PIC X(3).
            02 FILLER PIC XX VALUE SPACES.
       01   MAP-TABLE.
            02 MAP-ENTRY OCCURS 20 TIMES INDEXED BY MP-IDX.
               03 MP-SOURCE PIC X(8).
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE "GL" TO PERIOD-SUBSYS.
            PERFORM CHECK-PERIOD-RTN THRU CHECK-PERIOD-END.
            PERFORM LOAD-MAP-RTN.
            PERFORM VALIDATE-MAP-RTN THRU VALIDATE-MAP-END.
            OPEN I-O GLXCTL.
            IF GX-STATUS = "35"
                 OPEN OUTPUT GLXCTL
                 CLOSE GLXCTL
                 OPEN I-O GLXCTL.
            OPEN EXTEND GLIFACE.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            PERFORM BANK-RTN THRU BANK-END.
            PERFORM INTERBR-RTN THRU INTERBR-END.
            PERFORM TUITION-RTN THRU TUITION-END.
            PERFORM ELEC-RTN THRU ELEC-END.
            PERFORM EXAMFEE-RTN THRU EXAMFEE-END.
            PERFORM SALES-RTN THRU SALES-END.
            PERFORM PAYROLL-RTN THRU PAYROLL-END.
            MOVE GT-DEBITS TO GR-DEBITS.
            MOVE GT-CREDITS TO GR-CREDITS.
            WRITE RPTREC FROM GRAND-LINE AFTER 2.
            CLOSE GLIFACE.
            PERFORM SAVE-TAKEN-RTN THRU SAVE-TAKEN-END
                 VARYING CTL-I FROM 1 BY 1 UNTIL CTL-I > CTL-COUNT.
            CLOSE GLXCTL.
            CLOSE RPTFILE.
            IF OOB-SW = 1
                 DISPLAY "GL EXTRACT: SOURCE OUT OF BALANCE"
            MOVE "601500" TO GM-DEBIT.
            MOVE "102000" TO GM-CREDIT.
            WRITE MAP-REC.
            MOVE "BANK    " TO GM-SOURCE.
            MOVE "FEE     " TO GM-TYPE.
            MOVE "201000" TO GM-DEBIT.
            MOVE "404000" TO GM-CREDIT.
            WRITE MAP-REC.
            MOVE "INTERBR " TO GM-SOURCE.
            MOVE "NET     " TO GM-TYPE.
            MOVE "150000" TO GM-DEBIT.
            MOVE "250000" TO GM-CREDIT.
            WRITE MAP-REC.
            MOVE "PAYROLL " TO GM-SOURCE.
            MOVE "GSIS    " TO GM-TYPE.
            MOVE "602000" TO GM-DEBIT.
            MOVE "602000" TO GM-DEBIT.
            MOVE "214000" TO GM-CREDIT.
            WRITE MAP-REC.
            MOVE "EXAMFEE " TO GM-SOURCE.
            MOVE "COLL    " TO GM-TYPE.
            MOVE "101000" TO GM-DEBIT.
            MOVE "405000" TO GM-CREDIT.
            WRITE MAP-REC.
            CLOSE GLMAP.
       VALIDATE-MAP-RTN.
            OPEN INPUT COAFILE.
       BANK-RTN.
            MOVE 0 TO DEP-TOT.
            MOVE 0 TO WDL-TOT.
            MOVE 0 TO FEE-TOT.
            MOVE 0 TO FXGAIN-TOT.
            MOVE 0 TO FXLOSS-TOT.
            MOVE "TRNJRNL" TO CTL-SOURCE.
            PERFORM GET-TAKEN-RTN.
            OPEN INPUT TRNJRNL.
            IF TJ-STATUS = "35"
                 GO TO BANK-POST.
            PERFORM MAP-LOOKUP-RTN.
            MOVE WDL-TOT TO ENTRY-AMT.
            PERFORM POST-PAIR-RTN THRU POST-PAIR-END.
            MOVE "FEE     " TO LOOK-TYPE.
            PERFORM MAP-LOOKUP-RTN.
            MOVE FEE-TOT TO ENTRY-AMT.
            PERFORM POST-PAIR-RTN THRU POST-PAIR-END.
            MOVE "FXGAIN  " TO LOOK-TYPE.
            PERFORM MAP-LOOKUP-RTN.
            MOVE FXGAIN-TOT TO ENTRY-AMT.
                      GO TO BANK-SCAN-END.
            IF TJ-DATE NOT = RUN-DATE
                 GO TO BANK-SCAN-END.
            ADD 1 TO CT-SEEN(CTL-I).
            IF CT-SEEN(CTL-I) NOT > CT-TAKEN(CTL-I)
                 GO TO BANK-SCAN-END.
            IF TJ-TRANTYPE = 'D' OR TJ-TRANTYPE = 'd'
            OR TJ-TRANTYPE = 'I'
                 ADD TJ-AMOUNT TO DEP-TOT.
            IF TJ-TRANTYPE = 'W' OR TJ-TRANTYPE = 'w'
            OR TJ-TRANTYPE = 'O' OR TJ-TRANTYPE = 'P'
            OR TJ-TRANTYPE = 'E'
                 ADD TJ-AMOUNT TO WDL-TOT.
            IF TJ-TRANTYPE = 'V' OR TJ-TRANTYPE = 'Y'
            OR TJ-TRANTYPE = 'Q'
                 ADD TJ-AMOUNT TO FEE-TOT.
            IF TJ-TRANTYPE = 'G'
                 IF TJ-AMOUNT > 0
                      ADD TJ-AMOUNT TO FXGAIN-TOT
                      COMPUTE FXLOSS-WORK = 0 - TJ-AMOUNT
                      ADD FXLOSS-WORK TO FXLOSS-TOT.
       BANK-SCAN-END.
       INTERBR-RTN.
            MOVE 0 TO SRC-DEBITS.
            MOVE 0 TO SRC-CREDITS.
            MOVE "INTERBR " TO LOOK-SOURCE.
            MOVE "NET     " TO LOOK-TYPE.
            PERFORM MAP-LOOKUP-RTN.
            MOVE "IBSETTLE" TO CTL-SOURCE.
            PERFORM GET-TAKEN-RTN.
            OPEN INPUT IBSETTLE.
            IF IS-STATUS = "35"
                 GO TO INTERBR-POST.
            MOVE 0 TO EOFSW.
            PERFORM INTERBR-SCAN-RTN THRU INTERBR-SCAN-END
                 UNTIL EOFSW = 1.
            CLOSE IBSETTLE.
       INTERBR-POST.
            MOVE "INTERBR" TO SRC-NAME.
            PERFORM PROOF-RTN.
       INTERBR-END.
       INTERBR-SCAN-RTN.
            READ IBSETTLE
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO INTERBR-SCAN-END.
            IF IS-DATE NOT = RUN-DATE
                 GO TO INTERBR-SCAN-END.
            ADD 1 TO CT-SEEN(CTL-I).
            IF CT-SEEN(CTL-I) NOT > CT-TAKEN(CTL-I)
                 GO TO INTERBR-SCAN-END.
            MOVE IS-DEBTOR TO IBS-DEBTOR.
            MOVE IS-CREDITOR TO IBS-CREDITOR.
            MOVE IB-SOURCE TO SRC-NAME.
            MOVE IS-AMOUNT TO ENTRY-AMT.
            PERFORM POST-PAIR-RTN THRU POST-PAIR-END.
       INTERBR-SCAN-END.
       TUITION-RTN.
            MOVE 0 TO ASSESS-TOT.
            MOVE 0 TO TCOLL-TOT.
            MOVE "JEI" TO CTL-SOURCE.
            PERFORM GET-TAKEN-RTN.
            OPEN INPUT JEI.
            IF JE-STATUS NOT = "35"
                 MOVE 0 TO EOFSW
                 PERFORM ASSESS-SCAN-RTN THRU ASSESS-SCAN-END
                      UNTIL EOFSW = 1
                 CLOSE JEI.
            MOVE "PAYMENTS" TO CTL-SOURCE.
            PERFORM GET-TAKEN-RTN.
            OPEN INPUT PAYMENTS.
            IF PY-STATUS NOT = "35"
                 MOVE 0 TO EOFSW
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO ASSESS-SCAN-END.
            ADD 1 TO CT-SEEN(CTL-I).
            IF CT-SEEN(CTL-I) NOT > CT-TAKEN(CTL-I)
                 GO TO ASSESS-SCAN-END.
            IF JE-REFNO NUMERIC AND JE-TAF-X NUMERIC
                 AND (JE-ST = "R" OR JE-ST = "r"
                 OR JE-ST = "I" OR JE-ST = "i")
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO TCOLL-SCAN-END.
            IF PY-DATE NOT = RUN-DATE
                 GO TO TCOLL-SCAN-END.
            ADD 1 TO CT-SEEN(CTL-I).
            IF CT-SEEN(CTL-I) NOT > CT-TAKEN(CTL-I)
                 GO TO TCOLL-SCAN-END.
            ADD PY-AMOUNT TO TCOLL-TOT.
       TCOLL-SCAN-END.
       ELEC-RTN.
            MOVE 0 TO BILL-TOT.
            MOVE 0 TO VAT-TOT.
            MOVE 0 TO ECOLL-TOT.
            MOVE "MONDEJAR" TO CTL-SOURCE.
            PERFORM GET-TAKEN-RTN.
            OPEN INPUT MONDEJAR.
            IF MD-STATUS NOT = "35"
                 MOVE 0 TO EOFSW
                 PERFORM BILL-SCAN-RTN THRU BILL-SCAN-END
                      UNTIL EOFSW = 1
                 CLOSE MONDEJAR.
            MOVE "BROWOUT" TO CTL-SOURCE.
            PERFORM GET-TAKEN-RTN.
            OPEN INPUT BROWOUT.
            IF BO-STATUS NOT = "35"
                 MOVE 0 TO EOFSW
                 PERFORM BROW-SCAN-RTN THRU BROW-SCAN-END
                      UNTIL EOFSW = 1
                 CLOSE BROWOUT.
            MOVE "ELECCOLL" TO CTL-SOURCE.
            PERFORM GET-TAKEN-RTN.
            OPEN INPUT ELECCOLL.
            IF EC-STATUS NOT = "35"
                 MOVE 0 TO EOFSW
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO BILL-SCAN-END.
            ADD 1 TO CT-SEEN(CTL-I).
            IF CT-SEEN(CTL-I) NOT > CT-TAKEN(CTL-I)
                 GO TO BILL-SCAN-END.
            IF MD-REFNO NOT NUMERIC
                 GO TO BILL-SCAN-END.
            MOVE MD-CUR TO MD-CUR-N.
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO BROW-SCAN-END.
            ADD 1 TO CT-SEEN(CTL-I).
            IF CT-SEEN(CTL-I) NOT > CT-TAKEN(CTL-I)
                 GO TO BROW-SCAN-END.
            IF BO-REFNO NOT NUMERIC
                 GO TO BROW-SCAN-END.
            IF BO-CUR NOT = SPACES
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO ECOLL-SCAN-END.
            IF EC-DATE NOT = RUN-DATE
                 GO TO ECOLL-SCAN-END.
            ADD 1 TO CT-SEEN(CTL-I).
            IF CT-SEEN(CTL-I) NOT > CT-TAKEN(CTL-I)
                 GO TO ECOLL-SCAN-END.
            ADD EC-AMOUNT TO ECOLL-TOT.
       ECOLL-SCAN-END.
       EXAMFEE-RTN.
            MOVE 0 TO XCOLL-TOT.
            MOVE "EXAMCOLL" TO CTL-SOURCE.
            PERFORM GET-TAKEN-RTN.
            OPEN INPUT EXAMCOLL.
            IF XC-STATUS NOT = "35"
                 MOVE 0 TO EOFSW
                 PERFORM XCOLL-SCAN-RTN THRU XCOLL-SCAN-END
                      UNTIL EOFSW = 1
                 CLOSE EXAMCOLL.
            MOVE "EXAMFEE" TO SRC-NAME.
            MOVE 0 TO SRC-DEBITS.
            MOVE 0 TO SRC-CREDITS.
            MOVE "EXAMFEE " TO LOOK-SOURCE.
            MOVE "COLL    " TO LOOK-TYPE.
            PERFORM MAP-LOOKUP-RTN.
            MOVE XCOLL-TOT TO ENTRY-AMT.
            PERFORM POST-PAIR-RTN THRU POST-PAIR-END.
            PERFORM PROOF-RTN.
       EXAMFEE-END.
       XCOLL-SCAN-RTN.
            READ EXAMCOLL
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO XCOLL-SCAN-END.
            IF XC-DATE NOT = RUN-DATE
                 GO TO XCOLL-SCAN-END.
            ADD 1 TO CT-SEEN(CTL-I).
            IF CT-SEEN(CTL-I) NOT > CT-TAKEN(CTL-I)
                 GO TO XCOLL-SCAN-END.
            ADD XC-AMOUNT TO XCOLL-TOT.
       XCOLL-SCAN-END.
       SALES-RTN.
            MOVE 0 TO SALES-TOT.
            MOVE 0 TO COMM-TOT.
            MOVE "SALESIN" TO CTL-SOURCE.
            PERFORM GET-TAKEN-RTN.
            OPEN INPUT SALESIN.
            IF SI-STATUS NOT = "35"
                 MOVE 0 TO EOFSW
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO SALES-SCAN-END.
            ADD 1 TO CT-SEEN(CTL-I).
            IF CT-SEEN(CTL-I) NOT > CT-TAKEN(CTL-I)
                 GO TO SALES-SCAN-END.
            IF SI-TC = 'C'
                 SUBTRACT SI-AMT FROM SALES-TOT
            ELSE
            MOVE 'Y' TO RS-POSTED.
            REWRITE REMITSUM-REC.
       MARK-SCAN-END.
      * EACH SOURCE FILE GETS A SLOT IN THE CONTROL TABLE HOLDING THE
      * RECORDS ALREADY EXTRACTED FOR THIS BUSINESS DATE. THE SCAN
      * COUNTS THE DATE'S RECORDS AGAIN AND POSTS ONLY THOSE PAST
      * THAT COUNT. REMITSUM CARRIES ITS OWN POSTED FLAG.
       GET-TAKEN-RTN.
            ADD 1 TO CTL-COUNT.
            MOVE CTL-COUNT TO CTL-I.
            MOVE CTL-SOURCE TO CT-SOURCE(CTL-I).
            MOVE 0 TO CT-SEEN(CTL-I).
            MOVE RUN-DATE TO GX-DATE.
            MOVE CTL-SOURCE TO GX-SOURCE.
            READ GLXCTL
                 INVALID KEY
                      MOVE 0 TO GX-TAKEN.
            MOVE GX-TAKEN TO CT-TAKEN(CTL-I).
      * THE NEW COUNTS ARE FILED ONCE THE INTERFACE FILE IS CLOSED.
       SAVE-TAKEN-RTN.
            IF CT-SEEN(CTL-I) NOT > CT-TAKEN(CTL-I)
                 GO TO SAVE-TAKEN-END.
            MOVE RUN-DATE TO GX-DATE.
            MOVE CT-SOURCE(CTL-I) TO GX-SOURCE.
            READ GLXCTL
                 INVALID KEY
                      CONTINUE.
            MOVE CT-SEEN(CTL-I) TO GX-TAKEN.
            IF GX-STATUS = "23"
                 WRITE GLXCTL-REC
            ELSE
                 REWRITE GLXCTL-REC.
       SAVE-TAKEN-END.
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
