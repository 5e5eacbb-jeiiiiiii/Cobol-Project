       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-AGING.
      *AUTHOR. JEI.
      *INSTALLATION. TAYTAY.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. MINE ONLY.
      *REMARKS. DEALER RECEIVABLES AGING OF OPEN SALES INVOICES BY
      *         AREA AND SALESMAN, AGED FROM THE INVOICE DUE DATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ARINV ASSIGN TO "ARINV.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AI-KEY
                 FILE STATUS IS AI-STATUS.
            SELECT SLSCUST ASSIGN TO "SLSCUST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SK-CUSTCODE
                 FILE STATUS IS SK-STATUS.
            SELECT WORKFILE ASSIGN TO "ARAGE.TMP".
            SELECT SORTFILE ASSIGN TO "SORTWK".
            SELECT SORTEDFILE ASSIGN TO "ARAGESRT.TMP".
            SELECT RPTFILE ASSIGN TO "ARAGING".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   ARINV.
       01   AI-REC.
            02 AI-KEY.
               03 AI-CUST PIC X(6).
               03 AI-INVNO PIC X(6).
            02 AI-INVDATE PIC X(8).
            02 AI-DUEDATE PIC X(8).
            02 AI-AC PIC X.
            02 AI-SNO PIC X(5).
            02 AI-AMOUNT PIC S9(7)V99.
            02 AI-PAID PIC S9(7)V99.
            02 AI-POST-DATE PIC X(8).
            02 AI-STAT PIC X.
       FD   SLSCUST.
       01   SK-REC.
            02 SK-CUSTCODE PIC X(6).
            02 SK-NAME PIC X(25).
            02 SK-ADDR PIC X(30).
            02 SK-AREA PIC X.
            02 SK-SNO PIC 9(5).
            02 SK-CREDIT-LIMIT PIC 9(7)V99.
            02 SK-TERMS PIC 999.
            02 SK-BALANCE PIC S9(7)V99.
            02 SK-STAT PIC X.
            02 SK-LAST-PAY PIC X(8).
       FD   WORKFILE.
       01   WORK-REC.
            02 WK-AC PIC X.
            02 WK-SNO PIC X(5).
            02 WK-CUST PIC X(6).
            02 WK-INVNO PIC X(6).
            02 WK-DUEDATE PIC X(8).
            02 WK-OPEN PIC S9(7)V99.
       SD   SORTFILE.
       01   SORT-REC.
            02 SRT-AC PIC X.
            02 SRT-SNO PIC X(5).
            02 SRT-CUST PIC X(6).
            02 SRT-INVNO PIC X(6).
            02 FILLER PIC X(17).
       FD   SORTEDFILE.
       01   SORTED-REC.
            02 SD-AC PIC X.
            02 SD-SNO PIC X(5).
            02 SD-CUST PIC X(6).
            02 SD-INVNO PIC X(6).
            02 SD-DUEDATE PIC X(8).
            02 SD-OPEN PIC S9(7)V99.
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(120).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   AI-STATUS PIC XX VALUE "00".
       01   SK-STATUS PIC XX VALUE "00".
       01   CUST-AVAILABLE-SW PIC 9 VALUE 0.
       01   EOFSW PIC 9 VALUE 0.
       01   FIRST-SW PIC 9 VALUE 1.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   DATE-PARTS.
            02 DP-YY PIC 99.
            02 DP-MM PIC 99.
            02 DP-DD PIC 99.
            02 FILLER PIC XX.
       01   DAYNO PIC 9(6) VALUE 0.
       01   RUN-DAYNO PIC 9(6) VALUE 0.
       01   DAYS-PAST PIC S9(5) VALUE 0.
       01   BUCKET PIC 9 VALUE 0.
       01   PREV-AC PIC X VALUE SPACE.
       01   PREV-SNO PIC X(5) VALUE SPACES.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   SM-TOTALS.
            02 SM-TOT PIC S9(9)V99 OCCURS 5 TIMES VALUE 0.
       01   AREA-TOTALS.
            02 AR-TOT PIC S9(9)V99 OCCURS 5 TIMES VALUE 0.
       01   GRAND-TOTALS.
            02 GR-TOT PIC S9(9)V99 OCCURS 5 TIMES VALUE 0.
       01   BX PIC 9 VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(49) VALUE SPACES.
            02 FILLER PIC X(22) VALUE "SAN MIGUEL CORPORATION".
            02 FILLER PIC X(49) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(39) VALUE SPACES.
            02 FILLER PIC X(33)
               VALUE "DEALER RECEIVABLES AGING AS OF ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(40) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(15) VALUE "A SMN   CUST   ".
            02 FILLER PIC X(21) VALUE "NAME".
            02 FILLER PIC X(16) VALUE "INV NO  DUE DATE".
            02 FILLER PIC X(13) VALUE "      CURRENT".
            02 FILLER PIC X(13) VALUE "       1 - 30".
            02 FILLER PIC X(13) VALUE "      31 - 60".
            02 FILLER PIC X(13) VALUE "      61 - 90".
            02 FILLER PIC X(13) VALUE "      OVER 90".
            02 FILLER PIC X(3) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-AC PIC X.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-SNO PIC X(5).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-CUST PIC X(6).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-NAME PIC X(20).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-INVNO PIC X(6).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-DUEDATE PIC X(8).
            02 DL-BUCKETS.
               03 DL-AMT PIC -Z,ZZZ,ZZ9.99 OCCURS 5 TIMES.
            02 FILLER PIC X(3) VALUE SPACES.
       01   TOTAL-LINE.
            02 TL-LABEL PIC X(52).
            02 TL-BUCKETS.
               03 TL-AMT PIC -Z,ZZZ,ZZ9.99 OCCURS 5 TIMES.
            02 FILLER PIC X(3) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(99) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN INPUT ARINV.
            IF AI-STATUS = "35"
                 DISPLAY "NO OPEN INVOICE FILE"
                 STOP RUN.
            OPEN INPUT SLSCUST.
            IF SK-STATUS = "35"
                 MOVE 0 TO CUST-AVAILABLE-SW
            ELSE
                 MOVE 1 TO CUST-AVAILABLE-SW.
            MOVE RUN-DATE TO DATE-PARTS.
            COMPUTE RUN-DAYNO = DP-YY * 360 + DP-MM * 30 + DP-DD.
            OPEN OUTPUT WORKFILE.
            PERFORM EXTRACT-RTN THRU EXTRACT-END UNTIL EOFSW = 1.
            CLOSE WORKFILE.
            CLOSE ARINV.
            SORT SORTFILE ON ASCENDING KEY SRT-AC SRT-SNO SRT-CUST
                 SRT-INVNO
                 USING WORKFILE GIVING SORTEDFILE.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            MOVE 0 TO EOFSW.
            OPEN INPUT SORTEDFILE.
            PERFORM AGE-RTN THRU AGE-END UNTIL EOFSW = 1.
            CLOSE SORTEDFILE.
            IF FIRST-SW = 0
                 PERFORM SM-BREAK-RTN
                 PERFORM AREA-BREAK-RTN.
            MOVE "GRAND TOTAL" TO TL-LABEL.
            PERFORM GRAND-MOVE-RTN VARYING BX FROM 1 BY 1
                 UNTIL BX > 5.
            WRITE RPTREC FROM TOTAL-LINE AFTER 2.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE RPTFILE.
            IF CUST-AVAILABLE-SW = 1
                 CLOSE SLSCUST.
            DISPLAY "AR AGING PRINTED, OPEN INVOICES: " REC-CTR.
            STOP RUN.
       EXTRACT-RTN.
            READ ARINV NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO EXTRACT-END.
            IF AI-STAT NOT = 'O'
                 GO TO EXTRACT-END.
            MOVE AI-AC TO WK-AC.
            MOVE AI-SNO TO WK-SNO.
            MOVE AI-CUST TO WK-CUST.
            MOVE AI-INVNO TO WK-INVNO.
            MOVE AI-DUEDATE TO WK-DUEDATE.
            COMPUTE WK-OPEN = AI-AMOUNT - AI-PAID.
            WRITE WORK-REC.
       EXTRACT-END.
       AGE-RTN.
            READ SORTEDFILE
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO AGE-END.
            IF FIRST-SW = 1
                 MOVE 0 TO FIRST-SW
                 MOVE SD-AC TO PREV-AC
                 MOVE SD-SNO TO PREV-SNO.
            IF SD-AC NOT = PREV-AC
                 PERFORM SM-BREAK-RTN
                 PERFORM AREA-BREAK-RTN
            ELSE
            IF SD-SNO NOT = PREV-SNO
                 PERFORM SM-BREAK-RTN.
            MOVE SD-AC TO PREV-AC.
            MOVE SD-SNO TO PREV-SNO.
            MOVE SD-DUEDATE TO DATE-PARTS.
            COMPUTE DAYNO = DP-YY * 360 + DP-MM * 30 + DP-DD.
            COMPUTE DAYS-PAST = RUN-DAYNO - DAYNO.
            IF DAYS-PAST < 1
                 MOVE 1 TO BUCKET
            ELSE
            IF DAYS-PAST < 31
                 MOVE 2 TO BUCKET
            ELSE
            IF DAYS-PAST < 61
                 MOVE 3 TO BUCKET
            ELSE
            IF DAYS-PAST < 91
                 MOVE 4 TO BUCKET
            ELSE
                 MOVE 5 TO BUCKET.
            MOVE SPACES TO DL-NAME.
            IF CUST-AVAILABLE-SW = 1
                 MOVE SD-CUST TO SK-CUSTCODE
                 READ SLSCUST
                      INVALID KEY
                           MOVE "** NOT ON MASTER" TO DL-NAME
                      NOT INVALID KEY
                           MOVE SK-NAME TO DL-NAME
                 END-READ.
            MOVE SD-AC TO DL-AC.
            MOVE SD-SNO TO DL-SNO.
            MOVE SD-CUST TO DL-CUST.
            MOVE SD-INVNO TO DL-INVNO.
            MOVE SD-DUEDATE TO DL-DUEDATE.
            MOVE SPACES TO DL-BUCKETS.
            MOVE SD-OPEN TO DL-AMT(BUCKET).
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            ADD SD-OPEN TO SM-TOT(BUCKET).
            ADD 1 TO REC-CTR.
       AGE-END.
       SM-BREAK-RTN.
            MOVE SPACES TO TL-LABEL.
            STRING "   SALESMAN " PREV-SNO " TOTAL"
                 DELIMITED BY SIZE INTO TL-LABEL.
            PERFORM SM-MOVE-RTN VARYING BX FROM 1 BY 1
                 UNTIL BX > 5.
            WRITE RPTREC FROM TOTAL-LINE AFTER 2.
            MOVE SPACES TO RPTREC.
            WRITE RPTREC AFTER 1.
       SM-MOVE-RTN.
            MOVE SM-TOT(BX) TO TL-AMT(BX).
            ADD SM-TOT(BX) TO AR-TOT(BX).
            MOVE 0 TO SM-TOT(BX).
       AREA-BREAK-RTN.
            MOVE SPACES TO TL-LABEL.
            STRING "AREA " PREV-AC " TOTAL"
                 DELIMITED BY SIZE INTO TL-LABEL.
            PERFORM AREA-MOVE-RTN VARYING BX FROM 1 BY 1
                 UNTIL BX > 5.
            WRITE RPTREC FROM TOTAL-LINE AFTER 1.
            MOVE SPACES TO RPTREC.
            WRITE RPTREC AFTER 1.
       AREA-MOVE-RTN.
            MOVE AR-TOT(BX) TO TL-AMT(BX).
            ADD AR-TOT(BX) TO GR-TOT(BX).
            MOVE 0 TO AR-TOT(BX).
       GRAND-MOVE-RTN.
            MOVE GR-TOT(BX) TO TL-AMT(BX).
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
