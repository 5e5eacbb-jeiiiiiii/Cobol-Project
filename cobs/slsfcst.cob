       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-FORECAST.
      *AUTHOR. JEI.
      *INSTALLATION. TAYTAY.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. MINE ONLY.
      *REMARKS. TWELVE-MONTH SALES FORECAST PER AREA FROM THE SALES
      *         HISTORY AND PER SALESMAN FROM THE SALES DETAIL. EACH
      *         MONTH IS THE THREE-MONTH MOVING AVERAGE ADJUSTED BY THE
      *         SAME MONTH LAST YEAR AGAINST THE TWELVE-MONTH AVERAGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SALESHIST ASSIGN TO "SALESHIST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SH-KEY
                 FILE STATUS IS SH-STATUS.
            SELECT SALESPER ASSIGN TO "SALESPER.DAT"
                 FILE STATUS IS SI-STATUS.
            SELECT FORECAST ASSIGN TO "FORECAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS FC-KEY
                 FILE STATUS IS FC-STATUS.
            SELECT RPTFILE ASSIGN TO "SLSFCST".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   SALESHIST.
       01   SH-REC.
            02 SH-KEY.
                 03 SH-YYMM PIC X(4).
                 03 SH-AC PIC X.
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
       01   RPTREC.
            02 FILLER PIC X(90).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   SH-STATUS PIC XX VALUE "00".
       01   SI-STATUS PIC XX VALUE "00".
       01   FC-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   BASE-FOUND-SW PIC 9 VALUE 0.
       01   BASE-YYMM PIC X(4) VALUE SPACES.
       01   YYMM-WORK.
            02 YW-YY PIC 99.
            02 YW-MM PIC 99.
       01   BASE-MN PIC 9(5) VALUE 0.
       01   REC-MN PIC 9(5) VALUE 0.
       01   TGT-MN PIC 9(5) VALUE 0.
       01   MDIFF PIC S9(5) VALUE 0.
       01   MIDX PIC 99 VALUE 0.
       01   K PIC 99 VALUE 0.
       01   FIND-AC PIC X VALUE SPACE.
       01   FIND-SNO PIC X(5) VALUE SPACES.
       01   AR-COUNT PIC 99 VALUE 0.
       01   AR-MATCH PIC 99 VALUE 0.
       01   AR-I PIC 99 VALUE 0.
       01   AREA-TABLE.
            02 AR-ENTRY OCCURS 10 TIMES INDEXED BY AR-IDX.
               03 AR-AC PIC X.
               03 AR-MTH PIC S9(9)V99 VALUE 0 OCCURS 12 TIMES.
       01   SM-COUNT PIC 999 VALUE 0.
       01   SM-MATCH PIC 999 VALUE 0.
       01   SM-I PIC 999 VALUE 0.
       01   SM-TABLE.
            02 SM-ENTRY OCCURS 200 TIMES INDEXED BY SM-IDX.
               03 SM-SNO PIC X(5).
               03 SM-MTH PIC S9(9)V99 VALUE 0 OCCURS 12 TIMES.
       01   HIST-TABLE.
            02 HIST-MTH PIC S9(9)V99 VALUE 0 OCCURS 12 TIMES.
       01   FCST-TABLE.
            02 FCST-MTH PIC S9(9)V99 VALUE 0 OCCURS 12 TIMES.
       01   LINE-AMT PIC S9(7)V99 VALUE 0.
       01   MOVING-AVG PIC S9(9)V99 VALUE 0.
       01   SUM-12 PIC S9(11)V99 VALUE 0.
       01   AVG-12 PIC S9(9)V99 VALUE 0.
       01   NEXT-QTR PIC S9(11)V99 VALUE 0.
       01   NEXT-YEAR PIC S9(11)V99 VALUE 0.
       01   FCST-CTR PIC 9(6) VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(34) VALUE SPACES.
            02 FILLER PIC X(22) VALUE "SAN MIGUEL CORPORATION".
            02 FILLER PIC X(34) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(26) VALUE SPACES.
            02 FILLER PIC X(34)
               VALUE "SALES FORECAST FROM CLOSED MONTH  ".
            02 HD-YYMM PIC X(4).
            02 FILLER PIC X(26) VALUE SPACES.
       01   SUB-1.
            02 SB-LABEL PIC X(8).
            02 FILLER PIC X(10) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "3-MO AVG  ".
            02 FILLER PIC X(5) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "NEXT MONTH".
            02 FILLER PIC X(5) VALUE SPACES.
            02 FILLER PIC X(12) VALUE "NEXT QUARTER".
            02 FILLER PIC X(5) VALUE SPACES.
            02 FILLER PIC X(12) VALUE "NEXT 12 MOS.".
            02 FILLER PIC X(13) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-ID PIC X(5).
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-AVG PIC -ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-NEXT-MTH PIC -ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-NEXT-QTR PIC -ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-NEXT-YEAR PIC -ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(16) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(69) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            DISPLAY "LAST CLOSED MONTH (YYMM): ".
            ACCEPT BASE-YYMM.
            IF BASE-YYMM NOT NUMERIC
                 DISPLAY "INVALID MONTH - RUN CANCELLED"
                 STOP RUN.
            MOVE BASE-YYMM TO YYMM-WORK.
            COMPUTE BASE-MN = YW-YY * 12 + YW-MM.
            OPEN INPUT SALESHIST.
            IF SH-STATUS = "35"
                 DISPLAY "NO SALES HISTORY ON FILE"
                 STOP RUN.
            PERFORM HIST-SCAN-RTN THRU HIST-SCAN-END UNTIL EOFSW = 1.
            CLOSE SALESHIST.
            IF BASE-FOUND-SW = 0
                 DISPLAY "MONTH " BASE-YYMM " NOT YET CLOSED - RUN "
                      "CANCELLED"
                 STOP RUN.
            OPEN INPUT SALESPER.
            IF SI-STATUS = "35"
                 DISPLAY "NO SALES DETAIL - SALESMAN FORECAST SKIPPED"
            ELSE
                 MOVE 0 TO EOFSW
                 PERFORM PER-SCAN-RTN THRU PER-SCAN-END
                      UNTIL EOFSW = 1
                 CLOSE SALESPER.
            OPEN I-O FORECAST.
            IF FC-STATUS = "35"
                 OPEN OUTPUT FORECAST
                 CLOSE FORECAST
                 OPEN I-O FORECAST.
            OPEN EXTEND RPTFILE.
            MOVE BASE-YYMM TO HD-YYMM.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            MOVE "AREA" TO SB-LABEL.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            PERFORM AREA-FCST-RTN
                 VARYING AR-I FROM 1 BY 1 UNTIL AR-I > AR-COUNT.
            IF SM-COUNT > 0
                 MOVE "SALESMAN" TO SB-LABEL
                 WRITE RPTREC FROM SUB-1 AFTER 2
                 PERFORM SM-FCST-RTN
                      VARYING SM-I FROM 1 BY 1 UNTIL SM-I > SM-COUNT.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE FORECAST.
            CLOSE RPTFILE.
            DISPLAY "FORECAST MONTHS WRITTEN: " FCST-CTR.
            STOP RUN.
      * ONLY THE TWELVE MONTHS ENDING WITH THE BASE MONTH ARE KEPT,
      * SLOT 12 BEING THE BASE MONTH ITSELF.
       HIST-SCAN-RTN.
            READ SALESHIST NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO HIST-SCAN-END.
            IF SH-YYMM NOT NUMERIC
                 GO TO HIST-SCAN-END.
            MOVE SH-YYMM TO YYMM-WORK.
            PERFORM MONTH-SLOT-RTN.
            IF MIDX = 0
                 GO TO HIST-SCAN-END.
            IF MIDX = 12
                 MOVE 1 TO BASE-FOUND-SW.
            MOVE SH-AC TO FIND-AC.
            PERFORM AREA-FIND-RTN.
            IF AR-MATCH = 0
                 GO TO HIST-SCAN-END.
            ADD SH-TA TO AR-MTH(AR-MATCH, MIDX).
       HIST-SCAN-END.
       PER-SCAN-RTN.
            READ SALESPER
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO PER-SCAN-END.
            IF SI-INVDATE(1:4) NOT NUMERIC
                 GO TO PER-SCAN-END.
            MOVE SI-INVDATE(1:4) TO YYMM-WORK.
            PERFORM MONTH-SLOT-RTN.
            IF MIDX = 0
                 GO TO PER-SCAN-END.
            MOVE SI-SNO TO FIND-SNO.
            PERFORM SM-FIND-RTN.
            IF SM-MATCH = 0
                 GO TO PER-SCAN-END.
            IF SI-TC = 'C'
                 COMPUTE LINE-AMT = 0 - SI-AMT
            ELSE
                 MOVE SI-AMT TO LINE-AMT.
            ADD LINE-AMT TO SM-MTH(SM-MATCH, MIDX).
       PER-SCAN-END.
      * MIDX = 0 WHEN THE MONTH IN YYMM-WORK FALLS OUTSIDE THE WINDOW.
       MONTH-SLOT-RTN.
            MOVE 0 TO MIDX.
            COMPUTE REC-MN = YW-YY * 12 + YW-MM.
            COMPUTE MDIFF = BASE-MN - REC-MN.
            IF MDIFF NOT < 0 AND MDIFF < 12
                 COMPUTE MIDX = 12 - MDIFF.
       AREA-FIND-RTN.
            MOVE 0 TO AR-MATCH.
            PERFORM AREA-MATCH-RTN
                 VARYING AR-IDX FROM 1 BY 1 UNTIL AR-IDX > AR-COUNT.
            IF AR-MATCH = 0
                 IF AR-COUNT < 10
                      ADD 1 TO AR-COUNT
                      MOVE AR-COUNT TO AR-MATCH
                      MOVE FIND-AC TO AR-AC(AR-MATCH)
                 ELSE
                      DISPLAY "WARNING: AREA TABLE FULL".
       AREA-MATCH-RTN.
            IF AR-AC(AR-IDX) = FIND-AC
                 SET AR-MATCH TO AR-IDX.
       SM-FIND-RTN.
            MOVE 0 TO SM-MATCH.
            PERFORM SM-MATCH-RTN
                 VARYING SM-IDX FROM 1 BY 1 UNTIL SM-IDX > SM-COUNT.
            IF SM-MATCH = 0
                 IF SM-COUNT < 200
                      ADD 1 TO SM-COUNT
                      MOVE SM-COUNT TO SM-MATCH
                      MOVE FIND-SNO TO SM-SNO(SM-MATCH)
                 ELSE
                      DISPLAY "WARNING: SALESMAN TABLE FULL".
       SM-MATCH-RTN.
            IF SM-SNO(SM-IDX) = FIND-SNO
                 SET SM-MATCH TO SM-IDX.
       AREA-FCST-RTN.
            PERFORM AREA-COPY-RTN VARYING K FROM 1 BY 1 UNTIL K > 12.
            PERFORM PROJECT-RTN.
            MOVE 'A' TO FC-TYPE.
            MOVE SPACES TO FC-ID.
            MOVE AR-AC(AR-I) TO FC-ID.
            PERFORM FCST-WRITE-RTN VARYING K FROM 1 BY 1 UNTIL K > 12.
            PERFORM PRINT-RTN.
       AREA-COPY-RTN.
            MOVE AR-MTH(AR-I, K) TO HIST-MTH(K).
       SM-FCST-RTN.
            PERFORM SM-COPY-RTN VARYING K FROM 1 BY 1 UNTIL K > 12.
            PERFORM PROJECT-RTN.
            MOVE 'S' TO FC-TYPE.
            MOVE SM-SNO(SM-I) TO FC-ID.
            PERFORM FCST-WRITE-RTN VARYING K FROM 1 BY 1 UNTIL K > 12.
            PERFORM PRINT-RTN.
       SM-COPY-RTN.
            MOVE SM-MTH(SM-I, K) TO HIST-MTH(K).
      * THE MONTH K AHEAD OF THE BASE MONTH FALLS ON HISTORY SLOT K,
      * THE SAME MONTH LAST YEAR. NO USABLE HISTORY FOR THAT MONTH
      * LEAVES THE MOVING AVERAGE UNADJUSTED.
       PROJECT-RTN.
            COMPUTE MOVING-AVG ROUNDED =
                 (HIST-MTH(10) + HIST-MTH(11) + HIST-MTH(12)) / 3.
            MOVE 0 TO SUM-12.
            PERFORM SUM-RTN VARYING K FROM 1 BY 1 UNTIL K > 12.
            COMPUTE AVG-12 ROUNDED = SUM-12 / 12.
            PERFORM SEASON-RTN VARYING K FROM 1 BY 1 UNTIL K > 12.
            COMPUTE NEXT-QTR = FCST-MTH(1) + FCST-MTH(2)
                 + FCST-MTH(3).
            MOVE 0 TO NEXT-YEAR.
            PERFORM YEAR-SUM-RTN VARYING K FROM 1 BY 1 UNTIL K > 12.
       SUM-RTN.
            ADD HIST-MTH(K) TO SUM-12.
       SEASON-RTN.
            IF AVG-12 > 0 AND HIST-MTH(K) > 0
                 COMPUTE FCST-MTH(K) ROUNDED =
                      MOVING-AVG * HIST-MTH(K) / AVG-12
            ELSE
                 MOVE MOVING-AVG TO FCST-MTH(K).
       YEAR-SUM-RTN.
            ADD FCST-MTH(K) TO NEXT-YEAR.
      * A RERUN FOR THE SAME BASE MONTH REPLACES THE EARLIER FIGURES.
       FCST-WRITE-RTN.
            COMPUTE TGT-MN = BASE-MN + K.
            COMPUTE YW-YY = (TGT-MN - 1) / 12.
            COMPUTE YW-MM = TGT-MN - YW-YY * 12.
            MOVE YYMM-WORK TO FC-YYMM.
            MOVE BASE-YYMM TO FC-BASE-YYMM.
            MOVE FCST-MTH(K) TO FC-AMOUNT.
            MOVE RUN-DATE TO FC-RUN-DATE.
            WRITE FC-REC
                 INVALID KEY
                      REWRITE FC-REC.
            ADD 1 TO FCST-CTR.
       PRINT-RTN.
            MOVE FC-ID TO DL-ID.
            MOVE MOVING-AVG TO DL-AVG.
            MOVE FCST-MTH(1) TO DL-NEXT-MTH.
            MOVE NEXT-QTR TO DL-NEXT-QTR.
            MOVE NEXT-YEAR TO DL-NEXT-YEAR.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            ADD 1 TO REC-CTR.
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
