       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAITLIST.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. SECTION WAITLIST - REQUESTS FOR FULL SECTIONS IN
      *         PRIORITY AND DATE ORDER, SECTION CAPACITY CHANGES,
      *         SEAT OFFERS WITH AN EXPIRY DATE, THE DAILY OFFER
      *         SWEEP AND THE WAITLIST STATUS REPORT BY SECTION.
      *         AN OFFER IS TAKEN UP WHEN THE STUDENT IS ASSESSED
      *         INTO THE OFFERED SECTION ON THE STATEMENT OF ACCOUNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
            SELECT SECENR ASSIGN TO "SECENR.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SE-KEY
                 FILE STATUS IS SE-STATUS.
            SELECT STUMAST ASSIGN TO "STUMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS ST-SNO
                 FILE STATUS IS ST-STATUS.
            SELECT RPTFILE ASSIGN TO "WAITRPT".
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
       FD   SECENR.
       01   SE-REC.
            02 SE-KEY.
                 03 SE-CC PIC 9.
                 03 SE-SECT PIC 9.
            02 SE-CNT PIC 999.
       FD   STUMAST.
       01   STU-MASTER-REC.
            02 ST-SNO PIC 9(10).
            02 ST-SNAME PIC X(25).
            02 ST-CC PIC 9.
            02 ST-YEAR PIC 9.
            02 ST-ESTAT PIC X.
            02 ST-BANK-ACCNO PIC 9(10).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(90).
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
       01   WL-STATUS PIC XX VALUE "00".
       01   CP-STATUS PIC XX VALUE "00".
       01   SE-STATUS PIC XX VALUE "00".
       01   ST-STATUS PIC XX VALUE "00".
       01   STU-AVAILABLE-SW PIC 9 VALUE 0.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   EOFSW PIC 9 VALUE 0.
       01   WL-EOF-SW PIC 9 VALUE 0.
       01   WL-FOUND-SW PIC 9 VALUE 0.
       01   CP-FOUND-SW PIC 9 VALUE 0.
       01   SECT-CAP PIC 999 VALUE 040.
       01   OFFER-DAYS PIC 99 VALUE 03.
       01   FREE-SEATS PIC S9(4) VALUE 0.
       01   OF-CC PIC 9 VALUE 0.
       01   OF-SECT PIC 9 VALUE 0.
       01   SNO-IN PIC 9(10) VALUE 0.
       01   SNA-IN PIC X(25) VALUE SPACES.
       01   CC-IN PIC 9 VALUE 0.
       01   SECT-IN PIC 9 VALUE 0.
       01   PRIORITY-IN PIC 9 VALUE 0.
       01   CAP-IN PIC 999 VALUE 0.
       01   OLD-CAP PIC 999 VALUE 0.
       01   CAP-OUT PIC ZZ9.
       01   OFFER-CTR PIC 9(5) VALUE 0.
       01   EXPIRE-CTR PIC 9(5) VALUE 0.
       01   CTR-OUT PIC ZZ,ZZ9.
       01   DATE-PARTS.
            02 DP-YY PIC 99.
            02 DP-MM PIC 99.
            02 DP-DD PIC 99.
       01   DAYNO PIC 9(6) VALUE 0.
       01   DAY-REM PIC 9(3) VALUE 0.
       01   BRK-CC PIC 9 VALUE 0.
       01   BRK-SECT PIC 9 VALUE 0.
       01   FIRST-SW PIC 9 VALUE 0.
       01   SEC-WAIT-CTR PIC 9(4) VALUE 0.
       01   SEC-OFFER-CTR PIC 9(4) VALUE 0.
       01   GT-WAIT-CTR PIC 9(5) VALUE 0.
       01   GT-OFFER-CTR PIC 9(5) VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(19) VALUE SPACES.
            02 FILLER PIC X(41)
               VALUE "POLYTECHNIC UNIVERSITY OF THE PHILIPPINES".
            02 FILLER PIC X(30) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(24) VALUE SPACES.
            02 FILLER PIC X(26) VALUE "WAITLIST STATUS BY SECTION".
            02 FILLER PIC X(1) VALUE SPACES.
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(31) VALUE SPACES.
       01   SEC-LINE.
            02 FILLER PIC X(8) VALUE "COURSE: ".
            02 SL-CC PIC 9.
            02 FILLER PIC X(11) VALUE "  SECTION: ".
            02 SL-SECT PIC 9.
            02 FILLER PIC X(13) VALUE "   CAPACITY: ".
            02 SL-CAP PIC ZZ9.
            02 FILLER PIC X(13) VALUE "   ENROLLED: ".
            02 SL-CNT PIC ZZ9.
            02 FILLER PIC X(16) VALUE "   SEATS HELD: ".
            02 SL-HELD PIC ZZ9.
            02 FILLER PIC X(18) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(4) VALUE "PRI ".
            02 FILLER PIC X(10) VALUE "REQUESTED ".
            02 FILLER PIC X(12) VALUE "STUDENT NO  ".
            02 FILLER PIC X(27) VALUE "NAME".
            02 FILLER PIC X(10) VALUE "STATUS".
            02 FILLER PIC X(10) VALUE "OFFERED".
            02 FILLER PIC X(17) VALUE "EXPIRES".
       01   DETAIL-LINE.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-PRIORITY PIC 9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-REQ-DATE PIC X(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-SNO PIC 9(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-SNAME PIC X(25).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-STAT PIC X(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-OFFER-DATE PIC X(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-EXPIRY PIC X(8).
            02 FILLER PIC X(9) VALUE SPACES.
       01   SEC-TOTAL.
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "WAITING: ".
            02 ST-WAIT PIC Z,ZZ9.
            02 FILLER PIC X(11) VALUE "  OFFERED: ".
            02 ST-OFFER PIC Z,ZZ9.
            02 FILLER PIC X(56) VALUE SPACES.
       01   TOTAL-1.
            02 FILLER PIC X(23) VALUE "ALL SECTIONS - WAITING:".
            02 TL-WAIT PIC ZZ,ZZ9.
            02 FILLER PIC X(11) VALUE "  OFFERED: ".
            02 TL-OFFER PIC ZZ,ZZ9.
            02 FILLER PIC X(44) VALUE SPACES.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
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
            OPEN I-O SECENR.
            IF SE-STATUS = "35"
                 OPEN OUTPUT SECENR
                 CLOSE SECENR
                 OPEN I-O SECENR.
            OPEN INPUT STUMAST.
            IF ST-STATUS = "35"
                 MOVE 0 TO STU-AVAILABLE-SW
            ELSE
                 MOVE 1 TO STU-AVAILABLE-SW.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE WAITLIST.
            CLOSE SECCAP.
            CLOSE SECENR.
            IF STU-AVAILABLE-SW = 1
                 CLOSE STUMAST.
            CLOSE AUDITLOG.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "POLYTECHNIC UNIVERSITY OF THE PHILIPPINES"
            LINE 1 COLUMN 19.
            DISPLAY "SECTION WAITLIST" LINE 2 COLUMN 32.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (A=ADD, X=CANCEL, K=CAPACITY,"
                 LINE 4 COLUMN 1.
            DISPLAY "S=OFFER SWEEP, R=STATUS REPORT):" LINE 5 COLUMN 1.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'A'
                 PERFORM ADD-RTN THRU ADD-END
            ELSE
            IF FUNC-CODE = 'X'
                 PERFORM CANCEL-RTN THRU CANCEL-END
            ELSE
            IF FUNC-CODE = 'K'
                 PERFORM CAPACITY-RTN THRU CAPACITY-END
            ELSE
            IF FUNC-CODE = 'S'
                 PERFORM SWEEP-RTN THRU SWEEP-END
            ELSE
                 PERFORM REPORT-RTN THRU REPORT-END.
       PROCESS-ASK.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 5 COLUMN 40.
            IF FUNC-CODE = 'A' OR FUNC-CODE = 'a'
                 MOVE 'A' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'X' OR FUNC-CODE = 'x'
                 MOVE 'X' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'K' OR FUNC-CODE = 'k'
                 MOVE 'K' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'S' OR FUNC-CODE = 's'
                 MOVE 'S' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'R' OR FUNC-CODE = 'r'
                 MOVE 'R' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       SECTION-IN-RTN.
            MOVE 0 TO VALID-SW.
            DISPLAY "COURSE CODE (1-6):" LINE 8 COLUMN 1.
            PERFORM CC-RTN THRU CC-END UNTIL VALID-SW = 1.
            MOVE 0 TO VALID-SW.
            DISPLAY "SECTION (1-5):" LINE 9 COLUMN 1.
            PERFORM SECT-RTN THRU SECT-END UNTIL VALID-SW = 1.
       CC-RTN.
            ACCEPT CC-IN LINE 8 COLUMN 45.
            IF CC-IN > 0 AND CC-IN < 7
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "COURSECODE" TO AL-FIELD
                 MOVE CC-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       CC-END.
       SECT-RTN.
            ACCEPT SECT-IN LINE 9 COLUMN 45.
            IF SECT-IN > 0 AND SECT-IN < 6
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "SECTION" TO AL-FIELD
                 MOVE SECT-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       SECT-END.
       ADD-RTN.
            DISPLAY "STUDENT NO.:" LINE 7 COLUMN 1.
            ACCEPT SNO-IN LINE 7 COLUMN 45.
            IF STU-AVAILABLE-SW = 1
                 MOVE SNO-IN TO ST-SNO
                 READ STUMAST
                      INVALID KEY
                           DISPLAY "NOT ON STUDENT MASTER"
                           LINE 20 COLUMN 1
                           MOVE "STUDENTNO" TO AL-FIELD
                           MOVE SNO-IN TO AL-BADVAL
                           PERFORM WRITE-AUDIT-RTN
                           GO TO ADD-END
                      NOT INVALID KEY
                           MOVE ST-SNAME TO SNA-IN
                           DISPLAY SNA-IN LINE 7 COLUMN 56
                 END-READ
            ELSE
                 DISPLAY "STUDENT NAME:" LINE 10 COLUMN 1
                 ACCEPT SNA-IN LINE 10 COLUMN 45.
            PERFORM SECTION-IN-RTN.
            MOVE CC-IN TO OF-CC.
            MOVE SECT-IN TO OF-SECT.
            PERFORM SEAT-COUNT-RTN.
            IF FREE-SEATS > 0
                 DISPLAY "SECTION HAS FREE SEATS - ASSESS STUDENT"
                 LINE 20 COLUMN 1
                 GO TO ADD-END.
            PERFORM FIND-ACTIVE-RTN THRU FIND-ACTIVE-END.
            IF WL-FOUND-SW = 1
                 DISPLAY "STUDENT ALREADY WAITLISTED FOR SECTION"
                 LINE 20 COLUMN 1
                 GO TO ADD-END.
            MOVE 0 TO VALID-SW.
            DISPLAY "PRIORITY (1=HIGHEST - 9):" LINE 11 COLUMN 1.
            PERFORM PRIORITY-RTN THRU PRIORITY-END UNTIL VALID-SW = 1.
            MOVE CC-IN TO WL-CC.
            MOVE SECT-IN TO WL-SECT.
            MOVE PRIORITY-IN TO WL-PRIORITY.
            MOVE RUN-DATE TO WL-REQ-DATE.
            ACCEPT WL-REQ-TIME FROM TIME.
            MOVE SNO-IN TO WL-SNO.
            MOVE SNA-IN TO WL-SNAME.
            MOVE 'W' TO WL-STAT.
            MOVE SPACES TO WL-OFFER-DATE.
            MOVE SPACES TO WL-EXPIRY.
            MOVE OPERATOR-ID TO WL-OPERATOR.
            WRITE WL-REC.
            IF WL-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON WAITLIST - STATUS " WL-STATUS
                 LINE 20 COLUMN 1
                 GO TO ADD-END.
            MOVE "WAITADDED" TO AL-FIELD.
            MOVE SNO-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "STUDENT ADDED TO WAITLIST" LINE 20 COLUMN 1.
       ADD-END.
       PRIORITY-RTN.
            ACCEPT PRIORITY-IN LINE 11 COLUMN 45.
            IF PRIORITY-IN > 0
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "PRIORITY" TO AL-FIELD
                 MOVE PRIORITY-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       PRIORITY-END.
       CANCEL-RTN.
            DISPLAY "STUDENT NO.:" LINE 7 COLUMN 1.
            ACCEPT SNO-IN LINE 7 COLUMN 45.
            PERFORM SECTION-IN-RTN.
            MOVE CC-IN TO OF-CC.
            MOVE SECT-IN TO OF-SECT.
            PERFORM FIND-ACTIVE-RTN THRU FIND-ACTIVE-END.
            IF WL-FOUND-SW = 0
                 DISPLAY "NO OPEN WAITLIST ENTRY FOR STUDENT"
                 LINE 20 COLUMN 1
                 GO TO CANCEL-END.
            IF WL-STAT = 'O'
                 PERFORM RELEASE-HOLD-RTN.
            MOVE 'C' TO WL-STAT.
            REWRITE WL-REC.
            IF WL-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON WAITLIST - STATUS " WL-STATUS
                 LINE 20 COLUMN 1
                 GO TO CANCEL-END.
            MOVE "WAITCANCEL" TO AL-FIELD.
            MOVE SNO-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            PERFORM OFFER-RTN THRU OFFER-END.
            DISPLAY "WAITLIST ENTRY CANCELLED" LINE 20 COLUMN 1.
       CANCEL-END.
       CAPACITY-RTN.
            PERFORM SECTION-IN-RTN.
            MOVE CC-IN TO OF-CC.
            MOVE SECT-IN TO OF-SECT.
            PERFORM SEAT-COUNT-RTN.
            MOVE CP-CAP TO OLD-CAP.
            MOVE CP-CAP TO CAP-OUT.
            DISPLAY "CURRENT CAPACITY:" LINE 10 COLUMN 1.
            DISPLAY CAP-OUT LINE 10 COLUMN 45.
            MOVE SE-CNT TO CAP-OUT.
            DISPLAY "ENROLLED:" LINE 11 COLUMN 1.
            DISPLAY CAP-OUT LINE 11 COLUMN 45.
            DISPLAY "NEW CAPACITY:" LINE 12 COLUMN 1.
            ACCEPT CAP-IN LINE 12 COLUMN 45.
            IF CAP-IN = 0 OR CAP-IN < SE-CNT + CP-HELD
                 DISPLAY "CAPACITY BELOW SEATS ALREADY TAKEN"
                 LINE 20 COLUMN 1
                 MOVE "CAPACITY" TO AL-FIELD
                 MOVE CAP-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO CAPACITY-END.
            MOVE CAP-IN TO CP-CAP.
            PERFORM WRITE-CAP-RTN.
            MOVE "SECTCAPACITY" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING CC-IN "/" SECT-IN " " OLD-CAP "-" CAP-IN
                 DELIMITED BY SIZE INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            MOVE 0 TO OFFER-CTR.
            IF CAP-IN > OLD-CAP
                 PERFORM OFFER-RTN THRU OFFER-END.
            MOVE OFFER-CTR TO CTR-OUT.
            DISPLAY "CAPACITY CHANGED - NEW OFFERS:" LINE 20 COLUMN 1.
            DISPLAY CTR-OUT LINE 20 COLUMN 32.
       CAPACITY-END.
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
       RELEASE-HOLD-RTN.
            MOVE WL-CC TO CP-CC.
            MOVE WL-SECT TO CP-SECT.
            READ SECCAP
                 INVALID KEY
                      MOVE 0 TO CP-HELD.
            IF CP-HELD > 0
                 SUBTRACT 1 FROM CP-HELD
                 REWRITE CP-REC.
      * LOOKS FOR AN OPEN (WAITING OR OFFERED) ENTRY FOR SNO-IN
      * IN THE SECTION OF-CC/OF-SECT.  LEAVES IT IN WL-REC.
       FIND-ACTIVE-RTN.
            MOVE 0 TO WL-FOUND-SW.
            PERFORM WL-START-RTN.
            PERFORM FIND-SCAN-RTN THRU FIND-SCAN-END
                 UNTIL WL-EOF-SW = 1 OR WL-FOUND-SW = 1.
       FIND-ACTIVE-END.
       FIND-SCAN-RTN.
            PERFORM WL-NEXT-RTN THRU WL-NEXT-END.
            IF WL-EOF-SW = 1
                 GO TO FIND-SCAN-END.
            IF WL-SNO = SNO-IN
               AND (WL-STAT = 'W' OR WL-STAT = 'O')
                 MOVE 1 TO WL-FOUND-SW.
       FIND-SCAN-END.
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
       SWEEP-RTN.
            MOVE 0 TO EXPIRE-CTR.
            MOVE 0 TO OFFER-CTR.
            MOVE 0 TO EOFSW.
            MOVE 0 TO WL-CC.
            MOVE 0 TO WL-SECT.
            MOVE 0 TO WL-PRIORITY.
            MOVE LOW-VALUES TO WL-REQ-DATE.
            MOVE LOW-VALUES TO WL-REQ-TIME.
            MOVE 0 TO WL-SNO.
            START WAITLIST KEY NOT LESS THAN WL-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM EXPIRE-SCAN-RTN THRU EXPIRE-SCAN-END
                 UNTIL EOFSW = 1.
            PERFORM OFFER-RTN THRU OFFER-END
                 VARYING OF-CC FROM 1 BY 1 UNTIL OF-CC > 6
                 AFTER OF-SECT FROM 1 BY 1 UNTIL OF-SECT > 5.
            MOVE EXPIRE-CTR TO CTR-OUT.
            DISPLAY "OFFERS EXPIRED:" LINE 8 COLUMN 1.
            DISPLAY CTR-OUT LINE 8 COLUMN 30.
            MOVE OFFER-CTR TO CTR-OUT.
            DISPLAY "NEW SEAT OFFERS:" LINE 9 COLUMN 1.
            DISPLAY CTR-OUT LINE 9 COLUMN 30.
       SWEEP-END.
       EXPIRE-SCAN-RTN.
            READ WAITLIST NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO EXPIRE-SCAN-END.
            IF WL-STAT NOT = 'O' OR WL-EXPIRY NOT < RUN-DATE
                 GO TO EXPIRE-SCAN-END.
            MOVE 'X' TO WL-STAT.
            REWRITE WL-REC.
            PERFORM RELEASE-HOLD-RTN.
            ADD 1 TO EXPIRE-CTR.
            MOVE "OFFEREXPIRED" TO AL-FIELD.
            MOVE WL-SNO TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       EXPIRE-SCAN-END.
       REPORT-RTN.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            MOVE 0 TO GT-WAIT-CTR.
            MOVE 0 TO GT-OFFER-CTR.
            MOVE 1 TO FIRST-SW.
            MOVE 0 TO EOFSW.
            MOVE 0 TO WL-CC.
            MOVE 0 TO WL-SECT.
            MOVE 0 TO WL-PRIORITY.
            MOVE LOW-VALUES TO WL-REQ-DATE.
            MOVE LOW-VALUES TO WL-REQ-TIME.
            MOVE 0 TO WL-SNO.
            START WAITLIST KEY NOT LESS THAN WL-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM REPORT-SCAN-RTN THRU REPORT-SCAN-END
                 UNTIL EOFSW = 1.
            IF FIRST-SW = 0
                 PERFORM SEC-TOTAL-RTN.
            MOVE GT-WAIT-CTR TO TL-WAIT.
            MOVE GT-OFFER-CTR TO TL-OFFER.
            WRITE RPTREC FROM TOTAL-1 AFTER 2.
            CLOSE RPTFILE.
            DISPLAY "WAITLIST STATUS REPORT PRINTED" LINE 8 COLUMN 1.
       REPORT-END.
       REPORT-SCAN-RTN.
            READ WAITLIST NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO REPORT-SCAN-END.
            IF WL-STAT NOT = 'W' AND WL-STAT NOT = 'O'
                 GO TO REPORT-SCAN-END.
            IF FIRST-SW = 1
                 PERFORM SEC-HEAD-RTN
            ELSE
            IF WL-CC NOT = BRK-CC OR WL-SECT NOT = BRK-SECT
                 PERFORM SEC-TOTAL-RTN
                 PERFORM SEC-HEAD-RTN.
            MOVE WL-PRIORITY TO DL-PRIORITY.
            MOVE WL-REQ-DATE TO DL-REQ-DATE.
            MOVE WL-SNO TO DL-SNO.
            MOVE WL-SNAME TO DL-SNAME.
            MOVE WL-OFFER-DATE TO DL-OFFER-DATE.
            MOVE WL-EXPIRY TO DL-EXPIRY.
            IF WL-STAT = 'W'
                 MOVE "WAITING" TO DL-STAT
                 ADD 1 TO SEC-WAIT-CTR
            ELSE
            IF WL-EXPIRY < RUN-DATE
                 MOVE "LAPSED" TO DL-STAT
                 ADD 1 TO SEC-OFFER-CTR
            ELSE
                 MOVE "OFFERED" TO DL-STAT
                 ADD 1 TO SEC-OFFER-CTR.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
       REPORT-SCAN-END.
       SEC-HEAD-RTN.
            MOVE 0 TO FIRST-SW.
            MOVE WL-CC TO BRK-CC.
            MOVE WL-SECT TO BRK-SECT.
            MOVE 0 TO SEC-WAIT-CTR.
            MOVE 0 TO SEC-OFFER-CTR.
            MOVE WL-CC TO SE-CC.
            MOVE WL-SECT TO SE-SECT.
            READ SECENR
                 INVALID KEY
                      MOVE 0 TO SE-CNT.
            MOVE WL-CC TO CP-CC.
            MOVE WL-SECT TO CP-SECT.
            READ SECCAP
                 INVALID KEY
                      MOVE SECT-CAP TO CP-CAP
                      MOVE 0 TO CP-HELD.
            MOVE WL-CC TO SL-CC.
            MOVE WL-SECT TO SL-SECT.
            MOVE CP-CAP TO SL-CAP.
            MOVE SE-CNT TO SL-CNT.
            MOVE CP-HELD TO SL-HELD.
            WRITE RPTREC FROM SEC-LINE AFTER 2.
            WRITE RPTREC FROM SUB-1 AFTER 1.
       SEC-TOTAL-RTN.
            MOVE SEC-WAIT-CTR TO ST-WAIT.
            MOVE SEC-OFFER-CTR TO ST-OFFER.
            WRITE RPTREC FROM SEC-TOTAL AFTER 1.
            ADD SEC-WAIT-CTR TO GT-WAIT-CTR.
            ADD SEC-OFFER-CTR TO GT-OFFER-CTR.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "WAITLIST" TO AL-PROGRAM.
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
