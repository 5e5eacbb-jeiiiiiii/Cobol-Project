      *DATE-WRITTEN. 08/22/26.
      *DATE-COMPILED. 08/22/26.
      *SECURITY. MINE ONLY.
      *REMARKS. CLOSES THE SALES MONTH INTO TWELVE-MONTH HISTORY AND
      *         REPORTS THE MONTH'S FORECAST AGAINST ACTUAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SH-KEY
                 FILE STATUS IS SH-STATUS.
            SELECT SALESPER ASSIGN TO "SALESPER.DAT"
                 FILE STATUS IS SI-STATUS.
            SELECT FORECAST ASSIGN TO "FORECAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS FC-KEY
                 FILE STATUS IS FCST-STATUS.
            SELECT RPTFILE ASSIGN TO "MCLOSE".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
            02 SH-TNS PIC 9(6).
            02 SH-TA PIC S9(9)V99.
            02 SH-TC PIC S9(8)V99.
       FD   SALESPER.
       01   SI-REC.
            02 SI-AC PIC X.
            02 SI-SNO PIC X(5).
            02 SI-SNA PIC X(25).
            02 SI-INVNO PIC X(6).
            02 SI-INVDATE PIC X(8).
            02 SI-PROD PIC X(5).
            02 SI-QTY PIC 9(4).
            02 SI-PRICE PIC 9(5)V99.
            02 SI-AMT PIC 9(5)V99.
            02 SI-TC PIC X.
            02 SI-REASON PIC X(3).
            02 SI-CUST PIC X(6).
       FD   FORECAST.
       01   FC-REC.
            02 FC-KEY.
                 03 FC-TYPE PIC X.
                 03 FC-ID PIC X(5).
                 03 FC-YYMM PIC X(4).
            02 FC-BASE-YYMM PIC X(4).
            02 FC-AMOUNT PIC S9(9)V99.
            02 FC-RUN-DATE PIC X(8).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   MTD-STATUS PIC XX VALUE "00".
       01   SH-STATUS PIC XX VALUE "00".
       01   SI-STATUS PIC XX VALUE "00".
       01   FCST-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   CUTOFF-YYMM PIC X(4) VALUE SPACES.
       01   PURGE-CTR PIC 9(4) VALUE 0.
       01   DELTA-TA PIC S9(9)V99 VALUE 0.
       01   FC-EOF-SW PIC 9 VALUE 0.
       01   FC-FOUND-SW PIC 9 VALUE 0.
       01   FIND-SNO PIC X(5) VALUE SPACES.
       01   SA-COUNT PIC 999 VALUE 0.
       01   SA-MATCH PIC 999 VALUE 0.
       01   SMAN-ACTUAL-TABLE.
            02 SA-ENTRY OCCURS 200 TIMES INDEXED BY SA-IDX.
               03 SA-SNO PIC X(5).
               03 SA-NET PIC S9(9)V99 VALUE 0.
       01   ACTUAL-AMT PIC S9(9)V99 VALUE 0.
       01   MISS-AMT PIC S9(9)V99 VALUE 0.
       01   ACCURACY-PCT PIC S9(5)V9 VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(22) VALUE "SAN MIGUEL CORPORATION".
            02 FILLER PIC X(7) VALUE "CHANGE:".
            02 CP-DELTA PIC -ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
       01   FCST-HEAD.
            02 FILLER PIC X(27)
               VALUE "FORECAST VERSUS ACTUAL FOR ".
            02 FH-YYMM PIC X(4).
            02 FILLER PIC X(49) VALUE SPACES.
       01   FCST-LINE.
            02 FV-LABEL PIC X(6).
            02 FV-ID PIC X(5).
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "FCST: ".
            02 FV-FCST PIC -ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "ACTUAL: ".
            02 FV-ACTUAL PIC -ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(5) VALUE "ACC: ".
            02 FV-ACC PIC ZZ9.9.
            02 FILLER PIC X VALUE "%".
            02 FILLER PIC X(10) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
                 VARYING AT-IDX FROM 1 BY 1
                 UNTIL AT-IDX > AREA-COUNT.
            PERFORM COMPARE-RPT-RTN.
            PERFORM FCST-RPT-RTN THRU FCST-RPT-END.
            PERFORM PURGE-RTN.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            COMPUTE DELTA-TA = AT-TA(AT-IDX) - PRIOR-TA.
            MOVE DELTA-TA TO CP-DELTA.
            WRITE RPTREC FROM COMP-LINE AFTER 1.
      * FORECASTS WRITTEN BY SALES-FORECAST FOR THE MONTH JUST CLOSED,
      * PER AREA FROM THE CLOSING TOTALS AND PER SALESMAN FROM THE
      * SALES DETAIL. ACCURACY IS 100 LESS THE MISS AS A PERCENT OF
      * ACTUAL, NOT BELOW ZERO.
       FCST-RPT-RTN.
            OPEN INPUT FORECAST.
            IF FCST-STATUS = "35"
                 GO TO FCST-RPT-END.
            MOVE CLOSE-YYMM TO FH-YYMM.
            WRITE RPTREC FROM FCST-HEAD AFTER 2.
            PERFORM FCST-AREA-RTN
                 VARYING AT-IDX FROM 1 BY 1
                 UNTIL AT-IDX > AREA-COUNT.
            OPEN INPUT SALESPER.
            IF SI-STATUS NOT = "35"
                 MOVE 0 TO EOFSW
                 PERFORM SA-LOAD-RTN THRU SA-LOAD-END UNTIL EOFSW = 1
                 CLOSE SALESPER.
            MOVE 0 TO FC-EOF-SW.
            MOVE 'S' TO FC-TYPE.
            MOVE LOW-VALUES TO FC-ID.
            MOVE LOW-VALUES TO FC-YYMM.
            START FORECAST KEY NOT LESS THAN FC-KEY
                 INVALID KEY
                      MOVE 1 TO FC-EOF-SW.
            PERFORM FCST-SMAN-RTN THRU FCST-SMAN-END
                 UNTIL FC-EOF-SW = 1.
            CLOSE FORECAST.
       FCST-RPT-END.
       FCST-AREA-RTN.
            MOVE 'A' TO FC-TYPE.
            MOVE SPACES TO FC-ID.
            MOVE AT-AC(AT-IDX) TO FC-ID.
            MOVE CLOSE-YYMM TO FC-YYMM.
            MOVE 0 TO FC-FOUND-SW.
            READ FORECAST
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 1 TO FC-FOUND-SW
            END-READ.
            IF FC-FOUND-SW = 1
                 MOVE "AREA: " TO FV-LABEL
                 MOVE AT-TA(AT-IDX) TO ACTUAL-AMT
                 PERFORM FCST-LINE-RTN.
       SA-LOAD-RTN.
            READ SALESPER
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO SA-LOAD-END.
            IF SI-INVDATE(1:4) NOT = CLOSE-YYMM
                 GO TO SA-LOAD-END.
            MOVE SI-SNO TO FIND-SNO.
            PERFORM SA-FIND-RTN.
            IF SA-MATCH = 0
                 IF SA-COUNT < 200
                      ADD 1 TO SA-COUNT
                      MOVE SA-COUNT TO SA-MATCH
                      MOVE SI-SNO TO SA-SNO(SA-MATCH)
                 ELSE
                      GO TO SA-LOAD-END.
            IF SI-TC = 'C'
                 SUBTRACT SI-AMT FROM SA-NET(SA-MATCH)
            ELSE
                 ADD SI-AMT TO SA-NET(SA-MATCH).
       SA-LOAD-END.
       SA-FIND-RTN.
            MOVE 0 TO SA-MATCH.
            PERFORM SA-MATCH-RTN
                 VARYING SA-IDX FROM 1 BY 1 UNTIL SA-IDX > SA-COUNT.
       SA-MATCH-RTN.
            IF SA-SNO(SA-IDX) = FIND-SNO
                 SET SA-MATCH TO SA-IDX.
       FCST-SMAN-RTN.
            READ FORECAST NEXT RECORD
                 AT END
                      MOVE 1 TO FC-EOF-SW
                      GO TO FCST-SMAN-END.
            IF FC-TYPE NOT = 'S'
                 MOVE 1 TO FC-EOF-SW
                 GO TO FCST-SMAN-END.
            IF FC-YYMM NOT = CLOSE-YYMM
                 GO TO FCST-SMAN-END.
            MOVE FC-ID TO FIND-SNO.
            PERFORM SA-FIND-RTN.
            IF SA-MATCH = 0
                 MOVE 0 TO ACTUAL-AMT
            ELSE
                 MOVE SA-NET(SA-MATCH) TO ACTUAL-AMT.
            MOVE "SMAN: " TO FV-LABEL.
            PERFORM FCST-LINE-RTN.
       FCST-SMAN-END.
       FCST-LINE-RTN.
            COMPUTE MISS-AMT = ACTUAL-AMT - FC-AMOUNT.
            IF MISS-AMT < 0
                 COMPUTE MISS-AMT = 0 - MISS-AMT.
            IF ACTUAL-AMT > 0
                 COMPUTE ACCURACY-PCT ROUNDED =
                      100 - MISS-AMT * 100 / ACTUAL-AMT
            ELSE
            IF MISS-AMT = 0
                 MOVE 100 TO ACCURACY-PCT
            ELSE
                 MOVE 0 TO ACCURACY-PCT.
            IF ACCURACY-PCT < 0
                 MOVE 0 TO ACCURACY-PCT.
            MOVE FC-ID TO FV-ID.
            MOVE FC-AMOUNT TO FV-FCST.
            MOVE ACTUAL-AMT TO FV-ACTUAL.
            MOVE ACCURACY-PCT TO FV-ACC.
            WRITE RPTREC FROM FCST-LINE AFTER 1.
       FILE-ERROR-RTN.
            DISPLAY "FILE ERROR ON " FC-FILENAME " - STATUS "
                 FC-STATUS.
