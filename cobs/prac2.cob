                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SE-KEY
                 FILE STATUS IS SE-STATUS.
            SELECT WAITLIST ASSIGN TO "WAITLIST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS WL-KEY
                 FILE STATUS IS WL-STATUS.
            SELECT SECCAP ASSIGN TO "SECCAP.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CP-KEY
                 FILE STATUS IS CP-STATUS.
            SELECT FEESCHED ASSIGN TO "FEESCHED.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SS-SNO
                 FILE STATUS IS SS-STATUS.
            SELECT SPONAR ASSIGN TO "SPONAR.DAT".
            SELECT PRIORBAL ASSIGN TO "PRIORBAL.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PB-SNO
                 FILE STATUS IS PB-STATUS.
            SELECT STULEDG ASSIGN TO "STULEDG.DAT"
                 FILE STATUS IS LG-STATUS.
            SELECT PERIODS ASSIGN TO "PERIODS.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PD-KEY
                 FILE STATUS IS PD-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   STULEDG.
       01   LEDG-REC.
            02 LG-SNO PIC 9(10).
            02 LG-DATE PIC X(8).
            02 LG-TIME PIC X(8).
            02 LG-TRANTYPE PIC X.
            02 LG-REFNO PIC X(10).
            02 LG-AMOUNT PIC S9(7)V99.
            02 LG-NEW-BAL PIC S9(7)V99.
            02 LG-DESC PIC X(20).
            02 LG-PROGRAM PIC X(15).
            02 LG-OPERATOR PIC X(10).
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
            LABEL RECORD IS STANDARD
            DATA RECORD IS OUTREC.
                 03 SE-CC PIC 9.
                 03 SE-SECT PIC 9.
            02 SE-CNT PIC 999.
       FD   WAITLIST.
       01   WL-REC.
            02 WL-KEY.
                 03 WL-CC PIC 9.
                 03 WL-SECT PIC 9.
                 03 WL-PRIORITY PIC 9.
                 03 WL-REQ-DATE PIC X(8).
                 03 WL-REQ-TIME PIC X(8).
                 03 WL-SNO PIC 9(10).
            02 WL-SNAME PIC X(25).
            02 WL-STAT PIC X.
            02 WL-OFFER-DATE PIC X(8).
            02 WL-EXPIRY PIC X(8).
            02 WL-OPERATOR PIC X(10).
       FD   SECCAP.
       01   CP-REC.
            02 CP-KEY.
                 03 CP-CC PIC 9.
                 03 CP-SECT PIC 9.
            02 CP-CAP PIC 999.
            02 CP-HELD PIC 999.
       FD   INSTPLAN.
       01   IP-REC.
            02 IP-SNO PIC 9(10).
            02 ST-CC PIC 9.
            02 ST-YEAR PIC 9.
            02 ST-ESTAT PIC X.
            02 ST-BANK-ACCNO PIC 9(10).
       FD   FEESCHED.
       01   FS-REC.
            02 FS-KEY.
            02 SA-SNO PIC 9(10).
            02 SA-DATE PIC X(8).
            02 SA-AMOUNT PIC 9(6)V99.
       FD   PRIORBAL.
       01   PB-REC.
            02 PB-SNO PIC 9(10).
            02 PB-TERM PIC X(6).
            02 PB-AMOUNT PIC S9(6)V99.
            02 PB-CLOSE-DATE PIC X(8).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   PD-STATUS PIC XX VALUE "00".
       01   PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01   PERIOD-SW PIC 9 VALUE 0.
       01   SG-STATUS PIC XX VALUE "00".
       01   LG-STATUS PIC XX VALUE "00".
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01  SC-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01  SPON-SHARE PIC 9(6)V99 VALUE 0.
       01  STU-SHARE PIC 9(6)V99 VALUE 0.
       01  SPON-SHARE-OUT PIC Z(5)9.99.
       01  PB-STATUS PIC XX VALUE "00".
       01  PRIOR-AVAILABLE-SW PIC 9 VALUE 0.
       01  PRIOR-TERM-BAL PIC S9(6)V99 VALUE 0.
       01  IP-STATUS PIC XX VALUE "00".
       01  IP-FOUND-SW PIC 9 VALUE 0.
       01  ASSESS-DATE PIC X(8) VALUE SPACES.
       01  HAVE-RESERVATION PIC 9 VALUE 0.
       01  SV-SE-CC PIC 9 VALUE 0.
       01  SV-SE-SECT PIC 9 VALUE 0.
       01  WL-STATUS PIC XX VALUE "00".
       01  CP-STATUS PIC XX VALUE "00".
       01  CP-FOUND-SW PIC 9 VALUE 0.
       01  WL-EOF-SW PIC 9 VALUE 0.
       01  OFFER-FOUND-SW PIC 9 VALUE 0.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE "SCHL" TO PERIOD-SUBSYS.
            PERFORM CHECK-PERIOD-RTN THRU CHECK-PERIOD-END.
            OPEN EXTEND OUTFILE.
            OPEN I-O STUBAL.
            IF SB-STATUS = "35"
                 OPEN OUTPUT STUBAL
                 CLOSE STUBAL
                 OPEN I-O STUBAL.
            OPEN EXTEND STULEDG.
            IF LG-STATUS = "35"
                 OPEN OUTPUT STULEDG.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            OPEN I-O SEQCTR.
                 OPEN OUTPUT SECENR
                 CLOSE SECENR
                 OPEN I-O SECENR.
            OPEN I-O WAITLIST.
            IF WL-STATUS = "35"
                 OPEN OUTPUT WAITLIST
                 CLOSE WAITLIST
                 OPEN I-O WAITLIST.
            OPEN I-O SECCAP.
            IF CP-STATUS = "35"
                 OPEN OUTPUT SECCAP
                 CLOSE SECCAP
                 OPEN I-O SECCAP.
            OPEN I-O INSTPLAN.
            IF IP-STATUS = "35"
                 OPEN OUTPUT INSTPLAN
            ELSE
                 MOVE 1 TO SPON-AVAILABLE-SW.
            OPEN EXTEND SPONAR.
            OPEN INPUT PRIORBAL.
            IF PB-STATUS = "35"
                 MOVE 0 TO PRIOR-AVAILABLE-SW
            ELSE
                 MOVE 1 TO PRIOR-AVAILABLE-SW.
            PERFORM ACCEPT-RTN THRU ACCEPT-RTN-END UNTIL EOFSW = 1.
            PERFORM TRAILER-RTN.
            CLOSE OUTFILE.
            CLOSE STUBAL.
            CLOSE STULEDG.
            CLOSE AUDITLOG.
            CLOSE SEQCTR.
            CLOSE SECENR.
            CLOSE WAITLIST.
            CLOSE SECCAP.
            CLOSE SECROST.
            CLOSE INSTPLAN.
            IF FEES-AVAILABLE-SW = 1
            IF SPON-AVAILABLE-SW = 1
                 CLOSE STUSPON.
            CLOSE SPONAR.
            IF PRIOR-AVAILABLE-SW = 1
                 CLOSE PRIORBAL.
            STOP RUN.
       ACCEPT-RTN.
            DISPLAY SCRE.
            MOVE TAF TO D-TAF.
            DISPLAY "TOTAL ASSESSMENT:" LINE 19 COLUMN 3.
            DISPLAY TAF-OUT LINE 19 COLUMN 40.
            PERFORM PRIOR-TERM-RTN THRU PRIOR-TERM-END.
            PERFORM SPONSOR-SPLIT-RTN THRU SPONSOR-SPLIT-END.
            COMPUTE RUN-BALANCE = PRIOR-BALANCE + STU-SHARE.
            MOVE RUN-BALANCE TO RUN-BALANCE-OUT.
            DISPLAY "RUNNING BALANCE:" LINE 20 COLUMN 3.
            DISPLAY RUN-BALANCE-OUT LINE 20 COLUMN 40.
            PERFORM WRITE-BALANCE-RTN.
            PERFORM LEDGER-RTN.
            PERFORM INSTPLAN-RTN.
       ACCEPT-ASK.
            PERFORM ANOTHER-RTN
            DISPLAY "):" LINE 17 COLUMN 23.
            DISPLAY SPON-SHARE-OUT LINE 17 COLUMN 40.
       SPONSOR-SPLIT-END.
       PRIOR-TERM-RTN.
            IF PRIOR-AVAILABLE-SW = 0 OR PRIOR-BALANCE = 0
                 GO TO PRIOR-TERM-END.
            MOVE SNO TO PB-SNO.
            READ PRIORBAL
                 INVALID KEY
                      GO TO PRIOR-TERM-END.
            IF PB-AMOUNT < PRIOR-BALANCE
                 MOVE PB-AMOUNT TO PRIOR-TERM-BAL
            ELSE
                 MOVE PRIOR-BALANCE TO PRIOR-TERM-BAL.
            MOVE PRIOR-TERM-BAL TO RUN-BALANCE-OUT.
            DISPLAY "PRIOR TERM" LINE 19 COLUMN 50.
            DISPLAY PB-TERM LINE 19 COLUMN 61.
            DISPLAY RUN-BALANCE-OUT LINE 19 COLUMN 68.
       PRIOR-TERM-END.
       STU-CHECK-RTN.
            MOVE 0 TO STU-REJECT-SW.
            IF STU-AVAILABLE-SW = 0
            READ SECENR
                 INVALID KEY
                      MOVE 0 TO SE-CNT.
            PERFORM CAP-LOOKUP-RTN.
            PERFORM OFFER-CHECK-RTN THRU OFFER-CHECK-END.
            IF OFFER-FOUND-SW = 0
               AND SE-CNT + CP-HELD NOT < CP-CAP
                 DISPLAY "SECTION FULL - REFER TO WAITLIST"
                 LINE 10 COLUMN 45
                 MOVE "SECTIONFULL" TO AL-FIELD
                 MOVE SECT TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
            ELSE
                 IF OFFER-FOUND-SW = 1
                      PERFORM OFFER-TAKE-RTN
                 END-IF
                 ADD 1 TO SE-CNT
                 IF SE-STATUS = "23"
                      WRITE SE-REC
                 MOVE SECT TO SV-SE-SECT
                 MOVE 1 TO HAVE-RESERVATION
                 PERFORM ROSTER-ADD-RTN.
      * A SECTION WITHOUT A CAPACITY RECORD TAKES THE STANDARD
      * SECTION SIZE; SEATS HELD ARE OUTSTANDING WAITLIST OFFERS.
       CAP-LOOKUP-RTN.
            MOVE CC TO CP-CC.
            MOVE SECT TO CP-SECT.
            READ SECCAP
                 INVALID KEY
                      MOVE 0 TO CP-FOUND-SW
                      MOVE SECT-CAP TO CP-CAP
                      MOVE 0 TO CP-HELD
                 NOT INVALID KEY
                      MOVE 1 TO CP-FOUND-SW.
      * AN UNEXPIRED SEAT OFFER TO THIS STUDENT FOR THIS SECTION
      * IS TAKEN UP BY THE ASSESSMENT AND USES THE HELD SEAT.
       OFFER-CHECK-RTN.
            MOVE 0 TO OFFER-FOUND-SW.
            MOVE 0 TO WL-EOF-SW.
            MOVE CC TO WL-CC.
            MOVE SECT TO WL-SECT.
            MOVE 0 TO WL-PRIORITY.
            MOVE LOW-VALUES TO WL-REQ-DATE.
            MOVE LOW-VALUES TO WL-REQ-TIME.
            MOVE 0 TO WL-SNO.
            START WAITLIST KEY NOT LESS THAN WL-KEY
                 INVALID KEY
                      GO TO OFFER-CHECK-END.
            PERFORM OFFER-SCAN-RTN THRU OFFER-SCAN-END
                 UNTIL WL-EOF-SW = 1 OR OFFER-FOUND-SW = 1.
       OFFER-CHECK-END.
       OFFER-SCAN-RTN.
            READ WAITLIST NEXT RECORD
                 AT END
                      MOVE 1 TO WL-EOF-SW
                      GO TO OFFER-SCAN-END.
            IF WL-CC NOT = CC OR WL-SECT NOT = SECT
                 MOVE 1 TO WL-EOF-SW
                 GO TO OFFER-SCAN-END.
            IF WL-SNO = SNO AND WL-STAT = 'O'
               AND WL-EXPIRY NOT < RUN-DATE
                 MOVE 1 TO OFFER-FOUND-SW.
       OFFER-SCAN-END.
       OFFER-TAKE-RTN.
            MOVE 'E' TO WL-STAT.
            REWRITE WL-REC.
            IF CP-HELD > 0
                 SUBTRACT 1 FROM CP-HELD.
            IF CP-FOUND-SW = 1
                 REWRITE CP-REC.
            DISPLAY "WAITLIST OFFER TAKEN UP" LINE 10 COLUMN 45.
            MOVE "OFFERTAKEN" TO AL-FIELD.
            MOVE SNO TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       SECT-RELEASE-RTN.
            MOVE SV-SE-CC TO SE-CC.
            MOVE SV-SE-SECT TO SE-SECT.
                 MOVE "STUBAL" TO FC-FILENAME
                 MOVE SB-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       LEDGER-RTN.
            MOVE SNO TO LG-SNO.
            MOVE 'A' TO LG-TRANTYPE.
            MOVE REFNO TO LG-REFNO.
            MOVE TAF TO LG-AMOUNT.
            COMPUTE LG-NEW-BAL = PRIOR-BALANCE + TAF.
            MOVE "TERM ASSESSMENT" TO LG-DESC.
            PERFORM WRITE-LEDGER-RTN.
            IF SPON-SHARE > 0
                 MOVE SNO TO LG-SNO
                 MOVE 'S' TO LG-TRANTYPE
                 MOVE REFNO TO LG-REFNO
                 COMPUTE LG-AMOUNT = 0 - SPON-SHARE
                 MOVE RUN-BALANCE TO LG-NEW-BAL
                 MOVE SPACES TO LG-DESC
                 STRING "SPONSOR " SS-SPCODE DELIMITED BY SIZE
                      INTO LG-DESC
                 PERFORM WRITE-LEDGER-RTN.
       INSTPLAN-RTN.
            MOVE RUN-DATE TO ASSESS-DATE.
            MOVE 0 TO IP-FOUND-SW.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "RUN ENDED - NOTHING FURTHER POSTED.".
            STOP RUN.
       WRITE-LEDGER-RTN.
            MOVE RUN-DATE TO LG-DATE.
            ACCEPT LG-TIME FROM TIME.
            MOVE "POPULATION-RPT" TO LG-PROGRAM.
            MOVE OPERATOR-ID TO LG-OPERATOR.
            WRITE LEDG-REC.
            IF LG-STATUS NOT = "00"
                 MOVE "STULEDG" TO FC-FILENAME
                 MOVE LG-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
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
