       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END-CHECK.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. PREREQUISITE CHECK FOR THE MONTH-END JOB STREAM. THE
      *         BUSINESS DATE MUST BE THE LAST BUSINESS DAY (MONDAY TO
      *         FRIDAY) OF ITS MONTH, AND EVERY BUSINESS DAY OF THE
      *         MONTH MUST HAVE A COMPLETED NIGHTLY WINDOW: ITS BATCH
      *         CONTROL REPORT CATALOGUED IN THE REPORT CATALOG AND ITS
      *         LAST BATCH CONTROL RESULT IN BALANCE. ANY GAP ENDS THE
      *         RUN WITH RETURN CODE 8 SO THE STREAM DOES NOT START.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RPTCAT ASSIGN TO "RPTCAT.DAT"
                 FILE STATUS IS RC-FILE-STATUS.
            SELECT BATCHRES ASSIGN TO "BATCHRES.DAT"
                 FILE STATUS IS BR-STATUS.
            SELECT RPTFILE ASSIGN TO "MECHECK".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   RPTCAT.
       01   CAT-REC.
            02 RC-NAME PIC X(12).
            02 RC-DATE PIC X(8).
            02 RC-COUNT PIC 9(7).
            02 RC-LOCATION PIC X(40).
       FD   BATCHRES.
       01   BR-REC.
            02 BR-DATE PIC X(8).
            02 BR-RESULT PIC X.
            02 BR-TIME PIC X(8).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(80).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   RC-FILE-STATUS PIC XX VALUE "00".
       01   BR-STATUS PIC XX VALUE "00".
       01   EOFSW PIC 9 VALUE 0.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   DATE-PARTS.
            02 DP-YY PIC 99.
            02 DP-MM PIC 99.
            02 DP-DD PIC 99.
            02 FILLER PIC XX.
       01   CAT-DATE-PARTS.
            02 CD-YYMM PIC X(4).
            02 CD-DD PIC 99.
            02 FILLER PIC XX.
       01   MONTH-DAYS.
            02 FILLER PIC X(24) VALUE "312831303130313130313031".
       01   MONTH-DAYS-TABLE REDEFINES MONTH-DAYS.
            02 MD-DAYS PIC 99 OCCURS 12 TIMES.
       01   MONTH-OFFSETS.
            02 FILLER PIC X(12) VALUE "032503514624".
       01   MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSETS.
            02 MO-OFFSET PIC 9 OCCURS 12 TIMES.
       01   DAY-TABLE.
            02 DAY-ENTRY OCCURS 31 TIMES.
               03 DY-CAT-SW PIC 9.
               03 DY-RESULT PIC X.
       01   DAY-IX PIC 99 VALUE 0.
       01   LAST-DAY PIC 99 VALUE 0.
       01   LEAP-WORK PIC 99 VALUE 0.
       01   LEAP-REM PIC 9 VALUE 0.
       01   YEAR-WORK PIC 9(4) VALUE 0.
       01   DOW-SUM PIC 9(5) VALUE 0.
       01   DOW-QUOT PIC 9(5) VALUE 0.
       01   DOW PIC 9 VALUE 0.
       01   BUSDAY-CTR PIC 9(6) VALUE 0.
       01   GAP-CTR PIC 9(6) VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(26) VALUE SPACES.
            02 FILLER PIC X(27)
               VALUE "PUP-MANILA REPORTING SYSTEM".
            02 FILLER PIC X(27) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(20) VALUE SPACES.
            02 FILLER PIC X(34)
               VALUE "MONTH-END PREREQUISITE CHECK FOR  ".
            02 HD-YYMM PIC X(4).
            02 FILLER PIC X(22) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(10) VALUE "DATE".
            02 FILLER PIC X(5) VALUE "DAY".
            02 FILLER PIC X(65) VALUE "NIGHTLY WINDOW".
       01   DETAIL-LINE.
            02 DL-DATE PIC X(6).
            02 FILLER PIC X(4) VALUE SPACES.
            02 DL-DOW PIC X(3).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-VERDICT PIC X(40).
            02 FILLER PIC X(25) VALUE SPACES.
       01   DAY-NAMES.
            02 FILLER PIC X(21) VALUE "SUNMONTUEWEDTHUFRISAT".
       01   DAY-NAME-TABLE REDEFINES DAY-NAMES.
            02 DN-NAME PIC X(3) OCCURS 7 TIMES.
       01   TOTAL-LINE.
            02 FILLER PIC X(16) VALUE "BUSINESS DAYS: ".
            02 TL-DAYS PIC ZZ9.
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(14) VALUE "WITH GAPS:    ".
            02 TL-GAPS PIC ZZ9.
            02 FILLER PIC X(40) VALUE SPACES.
       01   FINAL-LINE.
            02 FN-TEXT PIC X(50).
            02 FILLER PIC X(30) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(59) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE RUN-DATE TO DATE-PARTS.
            PERFORM CLEAR-DAY-RTN
                 VARYING DAY-IX FROM 1 BY 1 UNTIL DAY-IX > 31.
            MOVE MD-DAYS(DP-MM) TO LAST-DAY.
            DIVIDE DP-YY BY 4 GIVING LEAP-WORK REMAINDER LEAP-REM.
            IF DP-MM = 2 AND LEAP-REM = 0
                 MOVE 29 TO LAST-DAY.
            OPEN INPUT RPTCAT.
            IF RC-FILE-STATUS NOT = "35"
                 MOVE 0 TO EOFSW
                 PERFORM CAT-SCAN-RTN THRU CAT-SCAN-END
                      UNTIL EOFSW = 1
                 CLOSE RPTCAT.
            OPEN INPUT BATCHRES.
            IF BR-STATUS NOT = "35"
                 MOVE 0 TO EOFSW
                 PERFORM RES-SCAN-RTN THRU RES-SCAN-END
                      UNTIL EOFSW = 1
                 CLOSE BATCHRES.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE(1:4) TO HD-YYMM.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            PERFORM DAY-CHECK-RTN THRU DAY-CHECK-END
                 VARYING DAY-IX FROM 1 BY 1 UNTIL DAY-IX > LAST-DAY.
            MOVE BUSDAY-CTR TO TL-DAYS.
            MOVE GAP-CTR TO TL-GAPS.
            WRITE RPTREC FROM TOTAL-LINE AFTER 2.
            IF GAP-CTR = 0
                 MOVE "ALL NIGHTLY WINDOWS COMPLETE - STREAM MAY START"
                      TO FN-TEXT
            ELSE
                 MOVE "*** PREREQUISITES NOT MET - STREAM NOT STARTED"
                      TO FN-TEXT.
            WRITE RPTREC FROM FINAL-LINE AFTER 1.
            MOVE BUSDAY-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE RPTFILE.
            IF GAP-CTR > 0
                 DISPLAY "MONTH-END CHECK: " GAP-CTR
                      " BUSINESS DAY(S) NOT READY - SEE MECHECK"
                 MOVE 8 TO RETURN-CODE
            ELSE
                 DISPLAY "MONTH-END CHECK: ALL " BUSDAY-CTR
                      " BUSINESS DAYS COMPLETE".
            STOP RUN.
       CLEAR-DAY-RTN.
            MOVE 0 TO DY-CAT-SW(DAY-IX).
            MOVE SPACE TO DY-RESULT(DAY-IX).
      * THE NIGHTLY WINDOW CATALOGUES ITS BATCH CONTROL REPORT ONLY
      * AFTER EVERY STEP HAS COMPLETED.
       CAT-SCAN-RTN.
            READ RPTCAT
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO CAT-SCAN-END.
            IF RC-NAME NOT = "BATCHCTL"
                 GO TO CAT-SCAN-END.
            MOVE RC-DATE TO CAT-DATE-PARTS.
            IF CD-YYMM NOT = RUN-DATE(1:4) OR CD-DD NOT NUMERIC
                 GO TO CAT-SCAN-END.
            IF CD-DD > 0 AND CD-DD < 32
                 MOVE 1 TO DY-CAT-SW(CD-DD).
       CAT-SCAN-END.
      * A RERUN OF BATCH CONTROL ON THE SAME DAY REPLACES THE EARLIER
      * RESULT.
       RES-SCAN-RTN.
            READ BATCHRES
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO RES-SCAN-END.
            MOVE BR-DATE TO CAT-DATE-PARTS.
            IF CD-YYMM NOT = RUN-DATE(1:4) OR CD-DD NOT NUMERIC
                 GO TO RES-SCAN-END.
            IF CD-DD > 0 AND CD-DD < 32
                 MOVE BR-RESULT TO DY-RESULT(CD-DD).
       RES-SCAN-END.
      * WEEKDAY BY THE MONTH-OFFSET METHOD, 0 = SUNDAY. JANUARY AND
      * FEBRUARY COUNT AS MONTHS OF THE YEAR BEFORE.
       DAY-CHECK-RTN.
            COMPUTE YEAR-WORK = 2000 + DP-YY.
            IF DP-MM < 3
                 SUBTRACT 1 FROM YEAR-WORK.
            MOVE YEAR-WORK TO DOW-SUM.
            DIVIDE YEAR-WORK BY 4 GIVING DOW-QUOT.
            ADD DOW-QUOT TO DOW-SUM.
            DIVIDE YEAR-WORK BY 100 GIVING DOW-QUOT.
            SUBTRACT DOW-QUOT FROM DOW-SUM.
            DIVIDE YEAR-WORK BY 400 GIVING DOW-QUOT.
            ADD DOW-QUOT TO DOW-SUM.
            ADD MO-OFFSET(DP-MM) TO DOW-SUM.
            ADD DAY-IX TO DOW-SUM.
            DIVIDE DOW-SUM BY 7 GIVING DOW-QUOT REMAINDER DOW.
            IF DOW = 0 OR DOW = 6
                 GO TO DAY-CHECK-END.
            ADD 1 TO BUSDAY-CTR.
            MOVE RUN-DATE(1:4) TO DL-DATE.
            MOVE DAY-IX TO DL-DATE(5:2).
            MOVE DN-NAME(DOW + 1) TO DL-DOW.
            IF DAY-IX > DP-DD
                 MOVE "** BUSINESS DAY STILL TO COME" TO DL-VERDICT
                 ADD 1 TO GAP-CTR
            ELSE
            IF DY-CAT-SW(DAY-IX) = 0
                 MOVE "** NIGHTLY WINDOW NOT COMPLETED" TO DL-VERDICT
                 ADD 1 TO GAP-CTR
            ELSE
            IF DY-RESULT(DAY-IX) NOT = 'B'
                 MOVE "** BATCH CONTROL NOT IN BALANCE"
                      TO DL-VERDICT
                 ADD 1 TO GAP-CTR
            ELSE
                 MOVE "COMPLETED, IN BALANCE" TO DL-VERDICT.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
       DAY-CHECK-END.
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
