       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-COUNT.
      *AUTHOR. JEI.
      *INSTALLATION. TAYTAY.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. MINE ONLY.
      *REMARKS. MONTH-END STOCK COUNT VARIANCE REPORT. COMPARES THE
      *         PHYSICAL COUNTS ENTERED IN PRODUCT-MAINT WITH BOOK
      *         ON HAND AND, ON REQUEST, POSTS THE VARIANCES TO BOOK
      *         AS ADJUSTMENTS IN THE STOCK LEDGER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PRODMAST ASSIGN TO "PRODMAST.DAT"
                 FILE STATUS IS PR-FILE-STATUS.
            SELECT STKLEDG ASSIGN TO "STKLEDG.DAT"
                 FILE STATUS IS IL-STATUS.
            SELECT RPTFILE ASSIGN TO "STKCOUNT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   PRODMAST.
       01   PROD-REC.
            02 PR-CODE PIC X(5).
            02 PR-DESC PIC X(20).
            02 PR-ACTIVE PIC X.
            02 PR-ONHAND PIC S9(7).
            02 PR-REORDER-PT PIC 9(7).
            02 PR-REORDER-QTY PIC 9(7).
            02 PR-COUNT-QTY PIC 9(7).
            02 PR-COUNT-DATE PIC X(8).
            02 PR-COUNT-STAT PIC X.
       FD   STKLEDG.
       01   STKLEDG-REC.
            02 IL-PROD PIC X(5).
            02 IL-DATE PIC X(8).
            02 IL-TIME PIC X(8).
            02 IL-TYPE PIC X.
            02 IL-REFNO PIC X(10).
            02 IL-QTY PIC S9(7).
            02 IL-NEW-ONHAND PIC S9(7).
            02 IL-PROGRAM PIC X(15).
            02 IL-OPERATOR PIC X(10).
       FD   SIGNON.
       01   SG-REC.
            02 SG-OPERATOR PIC X(10).
            02 SG-DATE PIC X(8).
            02 SG-TIME PIC X(8).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(90).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   PR-FILE-STATUS PIC XX VALUE "00".
       01   IL-STATUS PIC XX VALUE "00".
       01   SG-STATUS PIC XX VALUE "00".
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   COUNT-YYMM PIC X(4) VALUE SPACES.
       01   ANS PIC X VALUE SPACE.
       01   EOFSW PIC 9 VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   COUNTED-CTR PIC 9(5) VALUE 0.
       01   NOTCOUNT-CTR PIC 9(5) VALUE 0.
       01   POSTED-CTR PIC 9(5) VALUE 0.
       01   VARIANCE-QTY PIC S9(7) VALUE 0.
       01   NET-VARIANCE PIC S9(8) VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(34) VALUE SPACES.
            02 FILLER PIC X(22) VALUE "SAN MIGUEL CORPORATION".
            02 FILLER PIC X(34) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(28) VALUE SPACES.
            02 FILLER PIC X(28)
               VALUE "STOCK COUNT VARIANCE REPORT ".
            02 HD-YYMM PIC X(4).
            02 FILLER PIC X(30) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(7) VALUE "PRODUCT".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(11) VALUE "DESCRIPTION".
            02 FILLER PIC X(16) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "BOOK".
            02 FILLER PIC X(7) VALUE SPACES.
            02 FILLER PIC X(5) VALUE "COUNT".
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "VARIANCE".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "STATUS".
            02 FILLER PIC X(18) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-PROD PIC X(5).
            02 FILLER PIC X(4) VALUE SPACES.
            02 DL-DESC PIC X(20).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-BOOK PIC -,ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-COUNT PIC Z,ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-VARIANCE PIC -,ZZZ,ZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-STAT PIC X(12).
            02 FILLER PIC X(12) VALUE SPACES.
       01   TOTAL-LINE-1.
            02 FILLER PIC X(24) VALUE "PRODUCTS COUNTED:       ".
            02 TL-COUNTED PIC ZZ,ZZ9.
            02 FILLER PIC X(60) VALUE SPACES.
       01   TOTAL-LINE-2.
            02 FILLER PIC X(24) VALUE "ACTIVE NOT COUNTED:     ".
            02 TL-NOTCOUNT PIC ZZ,ZZ9.
            02 FILLER PIC X(60) VALUE SPACES.
       01   TOTAL-LINE-3.
            02 FILLER PIC X(24) VALUE "NET VARIANCE (UNITS):   ".
            02 TL-NET PIC -ZZ,ZZZ,ZZ9.
            02 FILLER PIC X(55) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(69) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            PERFORM LOAD-OPERATOR-RTN.
            DISPLAY "COUNT MONTH (YYMM): ".
            ACCEPT COUNT-YYMM.
            IF COUNT-YYMM = SPACES
                 DISPLAY "NO COUNT MONTH GIVEN - RUN CANCELLED"
                 STOP RUN.
            OPEN INPUT PRODMAST.
            IF PR-FILE-STATUS = "35"
                 DISPLAY "NO PRODUCT MASTER ON FILE"
                 STOP RUN.
            OPEN EXTEND RPTFILE.
            MOVE COUNT-YYMM TO HD-YYMM.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            PERFORM VARIANCE-RTN THRU VARIANCE-END UNTIL EOFSW = 1.
            CLOSE PRODMAST.
            MOVE COUNTED-CTR TO TL-COUNTED.
            MOVE NOTCOUNT-CTR TO TL-NOTCOUNT.
            MOVE NET-VARIANCE TO TL-NET.
            WRITE RPTREC FROM TOTAL-LINE-1 AFTER 2.
            WRITE RPTREC FROM TOTAL-LINE-2 AFTER 1.
            WRITE RPTREC FROM TOTAL-LINE-3 AFTER 1.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE RPTFILE.
            DISPLAY "VARIANCE REPORT PRINTED, PRODUCTS COUNTED: "
                 COUNTED-CTR.
            IF COUNTED-CTR = 0
                 STOP RUN.
            DISPLAY "POST VARIANCES TO BOOK (Y/N)? ".
            ACCEPT ANS.
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 DISPLAY "VARIANCES NOT POSTED."
                 STOP RUN.
            OPEN I-O PRODMAST.
            OPEN EXTEND STKLEDG.
            IF IL-STATUS = "35"
                 OPEN OUTPUT STKLEDG.
            MOVE 0 TO EOFSW.
            PERFORM POST-RTN THRU POST-END UNTIL EOFSW = 1.
            CLOSE PRODMAST.
            CLOSE STKLEDG.
            DISPLAY "COUNTS POSTED TO BOOK: " POSTED-CTR.
            STOP RUN.
       VARIANCE-RTN.
            READ PRODMAST
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO VARIANCE-END.
            IF PR-COUNT-DATE(1:4) NOT = COUNT-YYMM
                 OR PR-COUNT-STAT = SPACE
                 IF PR-ACTIVE NOT = 'I'
                      MOVE PR-CODE TO DL-PROD
                      MOVE PR-DESC TO DL-DESC
                      MOVE PR-ONHAND TO DL-BOOK
                      MOVE 0 TO DL-COUNT
                      MOVE 0 TO DL-VARIANCE
                      MOVE "NOT COUNTED" TO DL-STAT
                      WRITE RPTREC FROM DETAIL-LINE AFTER 1
                      ADD 1 TO REC-CTR
                      ADD 1 TO NOTCOUNT-CTR
                      GO TO VARIANCE-END
                 ELSE
                      GO TO VARIANCE-END.
            COMPUTE VARIANCE-QTY = PR-COUNT-QTY - PR-ONHAND.
            MOVE PR-CODE TO DL-PROD.
            MOVE PR-DESC TO DL-DESC.
            MOVE PR-ONHAND TO DL-BOOK.
            MOVE PR-COUNT-QTY TO DL-COUNT.
            MOVE VARIANCE-QTY TO DL-VARIANCE.
            IF PR-COUNT-STAT = 'P'
                 MOVE "POSTED" TO DL-STAT
            ELSE
            IF VARIANCE-QTY = 0
                 MOVE "AGREES" TO DL-STAT
            ELSE
                 MOVE "VARIANCE" TO DL-STAT.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            ADD 1 TO REC-CTR.
            ADD 1 TO COUNTED-CTR.
            IF PR-COUNT-STAT = 'E'
                 ADD VARIANCE-QTY TO NET-VARIANCE.
       VARIANCE-END.
       POST-RTN.
            READ PRODMAST
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO POST-END.
            IF PR-COUNT-DATE(1:4) NOT = COUNT-YYMM
                 OR PR-COUNT-STAT NOT = 'E'
                 GO TO POST-END.
            COMPUTE VARIANCE-QTY = PR-COUNT-QTY - PR-ONHAND.
            MOVE PR-COUNT-QTY TO PR-ONHAND.
            MOVE 'P' TO PR-COUNT-STAT.
            REWRITE PROD-REC.
            ADD 1 TO POSTED-CTR.
            IF VARIANCE-QTY = 0
                 GO TO POST-END.
            MOVE PR-CODE TO IL-PROD.
            MOVE RUN-DATE TO IL-DATE.
            ACCEPT IL-TIME FROM TIME.
            MOVE 'A' TO IL-TYPE.
            MOVE SPACES TO IL-REFNO.
            STRING "COUNT " COUNT-YYMM DELIMITED BY SIZE
                 INTO IL-REFNO.
            MOVE VARIANCE-QTY TO IL-QTY.
            MOVE PR-ONHAND TO IL-NEW-ONHAND.
            MOVE "STOCK-COUNT" TO IL-PROGRAM.
            MOVE OPERATOR-ID TO IL-OPERATOR.
            WRITE STKLEDG-REC.
       POST-END.
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
