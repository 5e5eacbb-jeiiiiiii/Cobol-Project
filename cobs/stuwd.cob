      *DATE-COMPILED. 08/22/26.
      *SECURITY. ONLY ME.
      *REMARKS. WITHDRAWAL PROCESSING WITH ASSESSMENT REVERSAL.
      *         THE FREED SEAT IS OFFERED TO THE SECTION WAITLIST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
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
            SELECT STUMAST ASSIGN TO "STUMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
            SELECT STULEDG ASSIGN TO "STULEDG.DAT"
                 FILE STATUS IS LG-STATUS.
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
       FD   STUMAST.
       01   STU-MASTER-REC.
            02 ST-SNO PIC 9(10).
            02 ST-CC PIC 9.
            02 ST-YEAR PIC 9.
            02 ST-ESTAT PIC X.
            02 ST-BANK-ACCNO PIC 9(10).
       FD   SECROST.
       01   ROST-REC.
            02 RS-CC PIC 9.
       01   FS-STATUS PIC XX VALUE "00".
       01   SE-STATUS PIC XX VALUE "00".
       01   ST-STATUS PIC XX VALUE "00".
       01   LG-STATUS PIC XX VALUE "00".
       01   WL-STATUS PIC XX VALUE "00".
       01   CP-STATUS PIC XX VALUE "00".
       01   WL-EOF-SW PIC 9 VALUE 0.
       01   CP-FOUND-SW PIC 9 VALUE 0.
       01   SECT-CAP PIC 999 VALUE 040.
       01   OFFER-DAYS PIC 99 VALUE 03.
       01   FREE-SEATS PIC S9(4) VALUE 0.
       01   OF-CC PIC 9 VALUE 0.
       01   OF-SECT PIC 9 VALUE 0.
       01   OFFER-CTR PIC 9(5) VALUE 0.
       01   DATE-PARTS.
            02 DP-YY PIC 99.
            02 DP-MM PIC 99.
            02 DP-DD PIC 99.
       01   DAYNO PIC 9(6) VALUE 0.
       01   DAY-REM PIC 9(3) VALUE 0.
       01   STU-AVAILABLE-SW PIC 9 VALUE 0.
       01   FOUND-SW PIC 9 VALUE 0.
       01   VALID-SW PIC 9 VALUE 0.
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
            OPEN EXTEND SECROST.
            OPEN EXTEND WDRAWAL.
            OPEN EXTEND RPTFILE.
            OPEN EXTEND STULEDG.
            IF LG-STATUS = "35"
                 OPEN OUTPUT STULEDG.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            MOVE RUN-DATE TO HD-DATE.
            IF FS-STATUS NOT = "35"
                 CLOSE FEESCHED.
            CLOSE SECENR.
            CLOSE WAITLIST.
            CLOSE SECCAP.
            CLOSE SECROST.
            CLOSE WDRAWAL.
            CLOSE RPTFILE.
            CLOSE STULEDG.
            CLOSE AUDITLOG.
            STOP RUN.
       PROCESS-RTN.
            PERFORM REFUND-RTN THRU REFUND-DONE.
            PERFORM POST-RTN.
            PERFORM RELEASE-RTN.
            MOVE CC-IN TO OF-CC.
            MOVE SECT-IN TO OF-SECT.
            MOVE 0 TO OFFER-CTR.
            PERFORM OFFER-RTN THRU OFFER-END.
            PERFORM RECORD-RTN.
            PERFORM MARK-WD-RTN THRU MARK-WD-END.
            MOVE SB-BALANCE TO BAL-OUT.
            DISPLAY REFUND-AMT LINE 13 COLUMN 40.
            DISPLAY "NEW BALANCE:" LINE 14 COLUMN 3.
            DISPLAY BAL-OUT LINE 14 COLUMN 40.
            IF OFFER-CTR > 0
                 DISPLAY "FREED SEAT OFFERED TO WAITLISTED STUDENT"
                 LINE 15 COLUMN 3.
       PROCESS-ASK.
            DISPLAY "PROCESS ANOTHER WITHDRAWAL (Y/N)?"
            LINE 18 COLUMN 3.
                 MOVE "STUBAL" TO FC-FILENAME
                 MOVE SB-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            IF REFUND-AMT NOT = 0
                 MOVE SB-SNO TO LG-SNO
                 MOVE 'W' TO LG-TRANTYPE
                 MOVE SPACES TO LG-REFNO
                 COMPUTE LG-AMOUNT = 0 - REFUND-AMT
                 MOVE SB-BALANCE TO LG-NEW-BAL
                 MOVE "WITHDRAWAL CREDIT" TO LG-DESC
                 PERFORM WRITE-LEDGER-RTN.
       RELEASE-RTN.
            MOVE CC-IN TO SE-CC.
            MOVE SECT-IN TO SE-SECT.
            REWRITE STU-MASTER-REC.
       MARK-WD-END.
            EXIT.
      * SEATS FREE = CAPACITY LESS ENROLLED LESS SEATS HELD FOR
      * OUTSTANDING OFFERS.  A SECTION WITH NO CAPACITY RECORD
      * TAKES THE STANDARD SECTION SIZE.
       SEAT-COUNT-RTN.
            MOVE OF-CC TO SE-CC.
            MOVE OF-SECT TO SE-SECT.
            READ SECENR
                 INVALID KEY
                      MOVE 0 TO SE-CNT.
            MOVE OF-CC TO CP-CC.
            MOVE OF-SECT TO CP-SECT.
            READ SECCAP
                 INVALID KEY
                      MOVE 0 TO CP-FOUND-SW
                      MOVE SECT-CAP TO CP-CAP
                      MOVE 0 TO CP-HELD
                 NOT INVALID KEY
                      MOVE 1 TO CP-FOUND-SW.
            COMPUTE FREE-SEATS = CP-CAP - SE-CNT - CP-HELD.
       WRITE-CAP-RTN.
            IF CP-FOUND-SW = 1
                 REWRITE CP-REC
            ELSE
                 WRITE CP-REC.
            MOVE 1 TO CP-FOUND-SW.
            IF CP-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON SECCAP - STATUS " CP-STATUS
                 LINE 20 COLUMN 1.
       WL-START-RTN.
            MOVE 0 TO WL-EOF-SW.
            MOVE OF-CC TO WL-CC.
            MOVE OF-SECT TO WL-SECT.
            MOVE 0 TO WL-PRIORITY.
            MOVE LOW-VALUES TO WL-REQ-DATE.
            MOVE LOW-VALUES TO WL-REQ-TIME.
            MOVE 0 TO WL-SNO.
            START WAITLIST KEY NOT LESS THAN WL-KEY
                 INVALID KEY
                      MOVE 1 TO WL-EOF-SW.
       WL-NEXT-RTN.
            READ WAITLIST NEXT RECORD
                 AT END
                      MOVE 1 TO WL-EOF-SW
                      GO TO WL-NEXT-END.
            IF WL-CC NOT = OF-CC OR WL-SECT NOT = OF-SECT
                 MOVE 1 TO WL-EOF-SW.
       WL-NEXT-END.
      * OFFERS EVERY FREE SEAT IN SECTION OF-CC/OF-SECT TO THE NEXT
      * WAITING STUDENTS IN PRIORITY THEN REQUEST-DATE ORDER.  EACH
      * OFFER HOLDS ITS SEAT UNTIL TAKEN UP, CANCELLED OR EXPIRED.
       OFFER-RTN.
            PERFORM SEAT-COUNT-RTN.
            IF FREE-SEATS NOT > 0
                 GO TO OFFER-END.
            PERFORM WL-START-RTN.
            PERFORM OFFER-NEXT-RTN THRU OFFER-NEXT-END
                 UNTIL WL-EOF-SW = 1 OR FREE-SEATS NOT > 0.
       OFFER-END.
       OFFER-NEXT-RTN.
            PERFORM WL-NEXT-RTN THRU WL-NEXT-END.
            IF WL-EOF-SW = 1
                 GO TO OFFER-NEXT-END.
            IF WL-STAT NOT = 'W'
                 GO TO OFFER-NEXT-END.
            MOVE 'O' TO WL-STAT.
            MOVE RUN-DATE TO WL-OFFER-DATE.
            PERFORM EXPIRY-RTN.
            REWRITE WL-REC.
            IF WL-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON WAITLIST - STATUS " WL-STATUS
                 LINE 20 COLUMN 1
                 MOVE 1 TO WL-EOF-SW
                 GO TO OFFER-NEXT-END.
            ADD 1 TO CP-HELD.
            PERFORM WRITE-CAP-RTN.
            SUBTRACT 1 FROM FREE-SEATS.
            ADD 1 TO OFFER-CTR.
            MOVE "SEATOFFERED" TO AL-FIELD.
            MOVE WL-SNO TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       OFFER-NEXT-END.
      * EXPIRY = OFFER DATE PLUS OFFER-DAYS ON A 30-DAY MONTH.
       EXPIRY-RTN.
            MOVE RUN-DATE TO DATE-PARTS.
            IF DP-DD > 30
                 MOVE 30 TO DP-DD.
            COMPUTE DAYNO = DP-YY * 360 + (DP-MM - 1) * 30
                 + DP-DD - 1 + OFFER-DAYS.
            DIVIDE DAYNO BY 360 GIVING DP-YY REMAINDER DAY-REM.
            DIVIDE DAY-REM BY 30 GIVING DP-MM REMAINDER DP-DD.
            ADD 1 TO DP-MM.
            ADD 1 TO DP-DD.
            MOVE DATE-PARTS TO WL-EXPIRY.
       ANS-RTN.
            ACCEPT ANS LINE 18 COLUMN 40.
            IF ANS = 'N' OR ANS = 'n'
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "RUN ENDED - NOTHING FURTHER POSTED.".
            STOP RUN.
       WRITE-LEDGER-RTN.
            MOVE RUN-DATE TO LG-DATE.
            ACCEPT LG-TIME FROM TIME.
            MOVE "STUWITHDRAWAL" TO LG-PROGRAM.
            MOVE OPERATOR-ID TO LG-OPERATOR.
            WRITE LEDG-REC.
            IF LG-STATUS NOT = "00"
                 MOVE "STULEDG" TO FC-FILENAME
                 MOVE LG-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
