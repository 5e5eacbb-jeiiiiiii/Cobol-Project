       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN-STATEMENTS.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. MONTHLY FINANCIAL STATEMENTS FROM THE GL INTERFACE
      *         FILE. ACCOUNT CODES ARE CLASSIFIED INTO STATEMENT
      *         GROUPS BY THE CODE RANGES ON FSGROUP.DAT (ASSETS,
      *         LIABILITIES, EQUITY, INCOME, EXPENSES). PRINTS THE
      *         STATEMENT OF FINANCIAL POSITION AT MONTH-END AGAINST
      *         THE PRIOR MONTH-END, AND THE STATEMENT OF INCOME AND
      *         EXPENSES FOR THE MONTH, THE PRIOR MONTH AND THE YEAR TO
      *         DATE. OPENING BALANCES FOR THE FISCAL YEAR COME FROM
      *         GLOPEN.DAT, WRITTEN BY YEAR-END-CLOSE; UNTIL A YEAR HAS
      *         BEEN CLOSED THEY ARE BUILT FROM THE EARLIER GL ENTRIES
      *         WITH INCOME AND EXPENSES TAKEN TO RETAINED EARNINGS.
      *         THE YEAR-END CLOSING ENTRIES THEMSELVES ARE LEFT OUT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT GLIFACE ASSIGN TO "GLIFACE.DAT"
                 FILE STATUS IS GL-STATUS.
            SELECT GLOPEN ASSIGN TO "GLOPEN.DAT"
                 FILE STATUS IS GO-STATUS.
            SELECT FSGROUP ASSIGN TO "FSGROUP.DAT"
                 FILE STATUS IS FG-STATUS.
            SELECT COAFILE ASSIGN TO "COA.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CA-CODE
                 FILE STATUS IS CA-STATUS.
            SELECT RPTFILE ASSIGN TO "FINSTMT".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   GLIFACE.
       01   GL-REC.
            02 GL-DATE PIC X(8).
            02 GL-SOURCE PIC X(10).
            02 GL-ACCT PIC X(6).
            02 GL-DEBIT PIC 9(9)V99.
            02 GL-CREDIT PIC 9(9)V99.
       FD   GLOPEN.
       01   GO-REC.
            02 GO-FY PIC XX.
            02 GO-ACCT PIC X(6).
            02 GO-BAL PIC S9(11)V99.
       FD   FSGROUP.
       01   FG-REC.
            02 FG-FROM PIC X(6).
            02 FG-TO PIC X(6).
            02 FG-SECT PIC X.
            02 FG-TITLE PIC X(30).
       FD   COAFILE.
       01   COA-REC.
            02 CA-CODE PIC X(6).
            02 CA-TITLE PIC X(25).
            02 CA-NORMAL PIC X.
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(100).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   GL-STATUS PIC XX VALUE "00".
       01   GO-STATUS PIC XX VALUE "00".
       01   FG-STATUS PIC XX VALUE "00".
       01   CA-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   OPEN-SW PIC 9 VALUE 0.
       01   RE-ACCT PIC X(6) VALUE "310000".
       01   MONTH-IN.
            02 MI-YY PIC XX.
            02 MI-MM PIC XX.
       01   PRIOR-MONTH.
            02 PM-YY PIC 99.
            02 PM-MM PIC 99.
       01   LOOK-ACCT PIC X(6) VALUE SPACES.
       01   GL-AMT PIC S9(11)V99 VALUE 0.
       01   AC-COUNT PIC 99 VALUE 0.
       01   AC-X PIC 99 VALUE 0.
       01   AC-I PIC 99 VALUE 0.
       01   AC-J PIC 99 VALUE 0.
       01   AC-J1 PIC 99 VALUE 0.
       01   AC-TABLE.
            02 AC-ENTRY OCCURS 60 TIMES.
               03 AC-CODE PIC X(6).
               03 AC-GRP PIC 99.
               03 AC-OPN PIC S9(11)V99.
               03 AC-YTD PIC S9(11)V99.
               03 AC-MTH PIC S9(11)V99.
               03 AC-PMT PIC S9(11)V99.
       01   AC-HOLD PIC X(60).
       01   FT-COUNT PIC 99 VALUE 0.
       01   FT-I PIC 99 VALUE 0.
       01   FT-TABLE.
            02 FT-ENTRY OCCURS 20 TIMES.
               03 FT-FROM PIC X(6).
               03 FT-TO PIC X(6).
               03 FT-SECT PIC X.
               03 FT-TITLE PIC X(30).
       01   CUR-SECT PIC X VALUE SPACE.
       01   SIGN-FACTOR PIC S9 VALUE 1.
       01   GRP-HITS PIC 99 VALUE 0.
       01   UNCLASS-CTR PIC 99 VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   AMT-1 PIC S9(12)V99 VALUE 0.
       01   AMT-2 PIC S9(12)V99 VALUE 0.
       01   AMT-3 PIC S9(12)V99 VALUE 0.
       01   GRP-1 PIC S9(12)V99 VALUE 0.
       01   GRP-2 PIC S9(12)V99 VALUE 0.
       01   GRP-3 PIC S9(12)V99 VALUE 0.
       01   SEC-1 PIC S9(12)V99 VALUE 0.
       01   SEC-2 PIC S9(12)V99 VALUE 0.
       01   SEC-3 PIC S9(12)V99 VALUE 0.
       01   ASSET-1 PIC S9(12)V99 VALUE 0.
       01   ASSET-2 PIC S9(12)V99 VALUE 0.
       01   LIAB-1 PIC S9(12)V99 VALUE 0.
       01   LIAB-2 PIC S9(12)V99 VALUE 0.
       01   NI-1 PIC S9(12)V99 VALUE 0.
       01   NI-2 PIC S9(12)V99 VALUE 0.
       01   INC-1 PIC S9(12)V99 VALUE 0.
       01   INC-2 PIC S9(12)V99 VALUE 0.
       01   INC-3 PIC S9(12)V99 VALUE 0.
       01   OOB-SW PIC 9 VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(36) VALUE SPACES.
            02 FILLER PIC X(27)
               VALUE "PUP-MANILA GENERAL LEDGER  ".
            02 FILLER PIC X(37) VALUE SPACES.
       01   HEAD-BS.
            02 FILLER PIC X(27) VALUE SPACES.
            02 FILLER PIC X(37)
               VALUE "STATEMENT OF FINANCIAL POSITION AS AT".
            02 FILLER PIC X(15) VALUE " END OF MONTH  ".
            02 HB-MONTH PIC X(4).
            02 FILLER PIC X(17) VALUE SPACES.
       01   SUB-BS.
            02 FILLER PIC X(39) VALUE SPACES.
            02 FILLER PIC X(12) VALUE "  MONTH-END ".
            02 SB-MONTH PIC X(4).
            02 FILLER PIC X(5) VALUE SPACES.
            02 FILLER PIC X(12) VALUE "  MONTH-END ".
            02 SB-PRIOR PIC X(4).
            02 FILLER PIC X(24) VALUE SPACES.
       01   HEAD-IS.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(37)
               VALUE "STATEMENT OF INCOME AND EXPENSES FOR ".
            02 FILLER PIC X(6) VALUE "MONTH ".
            02 HI-MONTH PIC X(4).
            02 FILLER PIC X(28) VALUE SPACES.
       01   SUB-IS.
            02 FILLER PIC X(39) VALUE SPACES.
            02 FILLER PIC X(15) VALUE "    THIS MONTH ".
            02 SI-MONTH PIC X(4).
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(15) VALUE "   PRIOR MONTH ".
            02 SI-PRIOR PIC X(4).
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(19) VALUE "       YEAR TO DATE".
       01   SECT-LINE.
            02 SL-TEXT PIC X(40).
            02 FILLER PIC X(60) VALUE SPACES.
       01   TITLE-LINE.
            02 FILLER PIC X(2) VALUE SPACES.
            02 TT-TEXT PIC X(40).
            02 FILLER PIC X(58) VALUE SPACES.
       01   AMT-LINE.
            02 FILLER PIC X(2) VALUE SPACES.
            02 AL-CODE PIC X(6).
            02 FILLER PIC X(1) VALUE SPACE.
            02 AL-TITLE PIC X(30).
            02 AL-AMT1 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 AL-AMT2 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 AL-AMT3 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01   AMT-LINE-BS REDEFINES AMT-LINE.
            02 FILLER PIC X(81).
            02 AL-BLANK PIC X(19).
       01   VERDICT-LINE.
            02 VL-TEXT PIC X(60).
            02 FILLER PIC X(40) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(79) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            DISPLAY "STATEMENT MONTH (YYMM, BLANK=CURRENT): ".
            ACCEPT MONTH-IN.
            IF MONTH-IN = SPACES
                 MOVE RUN-DATE(1:4) TO MONTH-IN.
            IF MONTH-IN NOT NUMERIC OR MI-MM < "01" OR MI-MM > "12"
                 DISPLAY "INVALID MONTH " MONTH-IN
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE MI-YY TO PM-YY.
            MOVE MI-MM TO PM-MM.
            IF PM-MM = 1
                 MOVE 12 TO PM-MM
                 SUBTRACT 1 FROM PM-YY
            ELSE
                 SUBTRACT 1 FROM PM-MM.
            PERFORM LOAD-GROUP-RTN.
            PERFORM LOAD-OPEN-RTN THRU LOAD-OPEN-END.
            OPEN INPUT GLIFACE.
            IF GL-STATUS = "35"
                 DISPLAY "NO GL INTERFACE FILE ON HAND"
                 STOP RUN.
            MOVE 0 TO EOFSW.
            PERFORM SCAN-RTN THRU SCAN-END UNTIL EOFSW = 1.
            CLOSE GLIFACE.
            IF AC-COUNT = 0
                 DISPLAY "NO GL BALANCES FOR MONTH " MONTH-IN
                 STOP RUN.
            PERFORM CLASSIFY-RTN
                 VARYING AC-I FROM 1 BY 1 UNTIL AC-I > AC-COUNT.
            IF OPEN-SW = 0
                 PERFORM FOLD-RTN THRU FOLD-END.
            PERFORM SORT-RTN.
            OPEN INPUT COAFILE.
            OPEN EXTEND RPTFILE.
            PERFORM BS-RTN.
            PERFORM IS-RTN.
            PERFORM UNCLASS-RTN THRU UNCLASS-END.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE RPTFILE.
            IF CA-STATUS NOT = "35"
                 CLOSE COAFILE.
            IF OOB-SW = 1
                 DISPLAY "FINANCIAL STATEMENTS: NOT IN BALANCE"
                 MOVE 8 TO RETURN-CODE
            ELSE
                 DISPLAY "FINANCIAL STATEMENTS PRINTED.".
            STOP RUN.
      * STATEMENT GROUPS ARE KEPT AS CODE RANGES. THE DEFAULT RANGES
      * FOLLOW THE FIRST DIGIT OF THE CHART: 1 ASSETS, 2 LIABILITIES,
      * 3 EQUITY, 4 INCOME, 5 AND 6 EXPENSES.
       LOAD-GROUP-RTN.
            OPEN INPUT FSGROUP.
            IF FG-STATUS = "35"
                 PERFORM SEED-GROUP-RTN
                 OPEN INPUT FSGROUP.
            MOVE 0 TO FT-COUNT.
            PERFORM LOAD-GROUP-ENTRY-RTN UNTIL FG-STATUS = "10".
            CLOSE FSGROUP.
       LOAD-GROUP-ENTRY-RTN.
            READ FSGROUP
                 AT END MOVE "10" TO FG-STATUS
                 NOT AT END
                      IF FT-COUNT < 20
                           ADD 1 TO FT-COUNT
                           MOVE FG-FROM TO FT-FROM(FT-COUNT)
                           MOVE FG-TO TO FT-TO(FT-COUNT)
                           MOVE FG-SECT TO FT-SECT(FT-COUNT)
                           MOVE FG-TITLE TO FT-TITLE(FT-COUNT)
                      END-IF
            END-READ.
       SEED-GROUP-RTN.
            OPEN OUTPUT FSGROUP.
            MOVE "100000" TO FG-FROM.
            MOVE "119999" TO FG-TO.
            MOVE 'A' TO FG-SECT.
            MOVE "CASH AND FX POSITION" TO FG-TITLE.
            WRITE FG-REC.
            MOVE "120000" TO FG-FROM.
            MOVE "149999" TO FG-TO.
            MOVE 'A' TO FG-SECT.
            MOVE "RECEIVABLES" TO FG-TITLE.
            WRITE FG-REC.
            MOVE "150000" TO FG-FROM.
            MOVE "199999" TO FG-TO.
            MOVE 'A' TO FG-SECT.
            MOVE "OTHER ASSETS" TO FG-TITLE.
            WRITE FG-REC.
            MOVE "200000" TO FG-FROM.
            MOVE "209999" TO FG-TO.
            MOVE 'L' TO FG-SECT.
            MOVE "DEPOSITS AND PAYABLES" TO FG-TITLE.
            WRITE FG-REC.
            MOVE "210000" TO FG-FROM.
            MOVE "229999" TO FG-TO.
            MOVE 'L' TO FG-SECT.
            MOVE "GOVERNMENT WITHHOLDINGS" TO FG-TITLE.
            WRITE FG-REC.
            MOVE "230000" TO FG-FROM.
            MOVE "299999" TO FG-TO.
            MOVE 'L' TO FG-SECT.
            MOVE "TAXES AND OTHER PAYABLES" TO FG-TITLE.
            WRITE FG-REC.
            MOVE "300000" TO FG-FROM.
            MOVE "399999" TO FG-TO.
            MOVE 'Q' TO FG-SECT.
            MOVE "CAPITAL AND SURPLUS" TO FG-TITLE.
            WRITE FG-REC.
            MOVE "400000" TO FG-FROM.
            MOVE "499999" TO FG-TO.
            MOVE 'I' TO FG-SECT.
            MOVE "OPERATING INCOME" TO FG-TITLE.
            WRITE FG-REC.
            MOVE "500000" TO FG-FROM.
            MOVE "699999" TO FG-TO.
            MOVE 'E' TO FG-SECT.
            MOVE "OPERATING EXPENSES" TO FG-TITLE.
            WRITE FG-REC.
            CLOSE FSGROUP.
       LOAD-OPEN-RTN.
            MOVE 0 TO OPEN-SW.
            OPEN INPUT GLOPEN.
            IF GO-STATUS = "35"
                 GO TO LOAD-OPEN-END.
            MOVE 0 TO EOFSW.
            PERFORM OPEN-SCAN-RTN THRU OPEN-SCAN-END UNTIL EOFSW = 1.
            CLOSE GLOPEN.
       LOAD-OPEN-END.
       OPEN-SCAN-RTN.
            READ GLOPEN
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO OPEN-SCAN-END.
            IF GO-FY NOT = MI-YY
                 GO TO OPEN-SCAN-END.
            MOVE 1 TO OPEN-SW.
            MOVE GO-ACCT TO LOOK-ACCT.
            PERFORM FIND-ACCT-RTN THRU FIND-ACCT-END.
            IF AC-X > 0
                 ADD GO-BAL TO AC-OPN(AC-X).
       OPEN-SCAN-END.
      * AMOUNTS ARE HELD DEBIT-POSITIVE. ENTRIES OF EARLIER YEARS ARE
      * TAKEN INTO THE OPENING BALANCE ONLY WHEN NO OPENING BALANCES
      * HAVE BEEN CARRIED FORWARD FOR THE YEAR.
       SCAN-RTN.
            READ GLIFACE
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO SCAN-END.
            IF GL-SOURCE = "YECLOSE"
                 GO TO SCAN-END.
            IF GL-DATE(1:4) > MONTH-IN
                 GO TO SCAN-END.
            IF GL-DATE(1:2) < MI-YY AND OPEN-SW = 1
               AND GL-DATE(1:4) NOT = PRIOR-MONTH
                 GO TO SCAN-END.
            MOVE GL-ACCT TO LOOK-ACCT.
            PERFORM FIND-ACCT-RTN THRU FIND-ACCT-END.
            IF AC-X = 0
                 GO TO SCAN-END.
            COMPUTE GL-AMT = GL-DEBIT - GL-CREDIT.
            IF GL-DATE(1:4) = PRIOR-MONTH
                 ADD GL-AMT TO AC-PMT(AC-X).
            IF GL-DATE(1:2) < MI-YY
                 IF OPEN-SW = 0
                      ADD GL-AMT TO AC-OPN(AC-X)
                 END-IF
            ELSE
                 ADD GL-AMT TO AC-YTD(AC-X)
                 IF GL-DATE(1:4) = MONTH-IN
                      ADD GL-AMT TO AC-MTH(AC-X)
                 END-IF.
       SCAN-END.
       FIND-ACCT-RTN.
            MOVE 0 TO AC-X.
            PERFORM FIND-ONE-RTN
                 VARYING AC-I FROM 1 BY 1 UNTIL AC-I > AC-COUNT.
            IF AC-X > 0
                 GO TO FIND-ACCT-END.
            IF AC-COUNT NOT < 60
                 DISPLAY "WARNING: ACCOUNT TABLE FULL - " LOOK-ACCT
                 GO TO FIND-ACCT-END.
            ADD 1 TO AC-COUNT.
            MOVE AC-COUNT TO AC-X.
            MOVE LOOK-ACCT TO AC-CODE(AC-X).
            MOVE 0 TO AC-GRP(AC-X).
            MOVE 0 TO AC-OPN(AC-X).
            MOVE 0 TO AC-YTD(AC-X).
            MOVE 0 TO AC-MTH(AC-X).
            MOVE 0 TO AC-PMT(AC-X).
       FIND-ACCT-END.
       FIND-ONE-RTN.
            IF AC-CODE(AC-I) = LOOK-ACCT
                 MOVE AC-I TO AC-X.
       CLASSIFY-RTN.
            MOVE 0 TO AC-GRP(AC-I).
            PERFORM CLASSIFY-ONE-RTN
                 VARYING FT-I FROM 1 BY 1 UNTIL FT-I > FT-COUNT.
       CLASSIFY-ONE-RTN.
            IF AC-GRP(AC-I) = 0
               AND AC-CODE(AC-I) NOT < FT-FROM(FT-I)
               AND AC-CODE(AC-I) NOT > FT-TO(FT-I)
                 MOVE FT-I TO AC-GRP(AC-I).
      * WITH NO YEAR-END CLOSE ON FILE, THE INCOME AND EXPENSES OF
      * EARLIER YEARS ARE CARRIED IN RETAINED EARNINGS.
       FOLD-RTN.
            MOVE RE-ACCT TO LOOK-ACCT.
            PERFORM FIND-ACCT-RTN THRU FIND-ACCT-END.
            IF AC-X = 0
                 GO TO FOLD-END.
            MOVE AC-X TO AC-J.
            MOVE AC-J TO AC-I.
            PERFORM CLASSIFY-RTN.
            PERFORM FOLD-ONE-RTN
                 VARYING AC-I FROM 1 BY 1 UNTIL AC-I > AC-COUNT.
       FOLD-END.
       FOLD-ONE-RTN.
            IF AC-GRP(AC-I) > 0 AND AC-I NOT = AC-J
                 IF FT-SECT(AC-GRP(AC-I)) = 'I'
                    OR FT-SECT(AC-GRP(AC-I)) = 'E'
                      ADD AC-OPN(AC-I) TO AC-OPN(AC-J)
                      MOVE 0 TO AC-OPN(AC-I).
       SORT-RTN.
            PERFORM SORT-PASS-RTN
                 VARYING AC-I FROM 1 BY 1 UNTIL AC-I NOT < AC-COUNT.
       SORT-PASS-RTN.
            COMPUTE AC-J1 = AC-COUNT - AC-I.
            PERFORM SORT-SWAP-RTN
                 VARYING AC-J FROM 1 BY 1 UNTIL AC-J > AC-J1.
       SORT-SWAP-RTN.
            IF AC-CODE(AC-J) > AC-CODE(AC-J + 1)
                 MOVE AC-ENTRY(AC-J) TO AC-HOLD
                 MOVE AC-ENTRY(AC-J + 1) TO AC-ENTRY(AC-J)
                 MOVE AC-HOLD TO AC-ENTRY(AC-J + 1).
      *****************************************************************
      * STATEMENT OF FINANCIAL POSITION. ASSETS ARE SHOWN DEBIT-
      * POSITIVE, LIABILITIES AND EQUITY CREDIT-POSITIVE. THE YEAR'S
      * NET INCOME NOT YET CLOSED IS SHOWN UNDER EQUITY.
      *****************************************************************
       BS-RTN.
            MOVE MONTH-IN TO HB-MONTH.
            MOVE MONTH-IN TO SB-MONTH.
            MOVE PRIOR-MONTH TO SB-PRIOR.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-BS AFTER 1.
            WRITE RPTREC FROM SUB-BS AFTER 2.
            MOVE 0 TO NI-1.
            MOVE 0 TO NI-2.
            PERFORM NI-RTN VARYING AC-I FROM 1 BY 1
                 UNTIL AC-I > AC-COUNT.
            MOVE 'A' TO CUR-SECT.
            MOVE 1 TO SIGN-FACTOR.
            MOVE "ASSETS" TO SL-TEXT.
            PERFORM BS-SECTION-RTN.
            MOVE SEC-1 TO ASSET-1.
            MOVE SEC-2 TO ASSET-2.
            MOVE "TOTAL ASSETS" TO AL-TITLE.
            PERFORM BS-TOTAL-RTN.
            MOVE 'L' TO CUR-SECT.
            MOVE -1 TO SIGN-FACTOR.
            MOVE "LIABILITIES" TO SL-TEXT.
            PERFORM BS-SECTION-RTN.
            MOVE SEC-1 TO LIAB-1.
            MOVE SEC-2 TO LIAB-2.
            MOVE "TOTAL LIABILITIES" TO AL-TITLE.
            PERFORM BS-TOTAL-RTN.
            MOVE 'Q' TO CUR-SECT.
            MOVE "EQUITY" TO SL-TEXT.
            PERFORM BS-SECTION-RTN.
            MOVE NI-1 TO AMT-1.
            MOVE NI-2 TO AMT-2.
            MOVE SPACES TO AL-CODE.
            MOVE "NET INCOME - YEAR TO DATE" TO AL-TITLE.
            PERFORM BS-LINE-RTN.
            ADD NI-1 TO SEC-1.
            ADD NI-2 TO SEC-2.
            MOVE "TOTAL EQUITY" TO AL-TITLE.
            PERFORM BS-TOTAL-RTN.
            COMPUTE SEC-1 = LIAB-1 + SEC-1.
            COMPUTE SEC-2 = LIAB-2 + SEC-2.
            MOVE "TOTAL LIABILITIES AND EQUITY" TO AL-TITLE.
            PERFORM BS-TOTAL-RTN.
            IF SEC-1 = ASSET-1 AND SEC-2 = ASSET-2
                 MOVE "ASSETS EQUAL LIABILITIES AND EQUITY"
                      TO VL-TEXT
            ELSE
                 MOVE 1 TO OOB-SW
                 MOVE "*** ASSETS DO NOT EQUAL LIABILITIES AND EQUITY"
                      TO VL-TEXT.
            WRITE RPTREC FROM VERDICT-LINE AFTER 2.
       NI-RTN.
            IF AC-GRP(AC-I) > 0
                 IF FT-SECT(AC-GRP(AC-I)) = 'I'
                    OR FT-SECT(AC-GRP(AC-I)) = 'E'
                      COMPUTE NI-1 = NI-1
                           - AC-OPN(AC-I) - AC-YTD(AC-I)
                      COMPUTE NI-2 = NI-2 - AC-OPN(AC-I)
                           - AC-YTD(AC-I) + AC-MTH(AC-I).
       BS-SECTION-RTN.
            WRITE RPTREC FROM SECT-LINE AFTER 2.
            MOVE 0 TO SEC-1.
            MOVE 0 TO SEC-2.
            PERFORM BS-GROUP-RTN THRU BS-GROUP-END
                 VARYING FT-I FROM 1 BY 1 UNTIL FT-I > FT-COUNT.
       BS-GROUP-RTN.
            IF FT-SECT(FT-I) NOT = CUR-SECT
                 GO TO BS-GROUP-END.
            MOVE 0 TO GRP-HITS.
            PERFORM GROUP-HITS-RTN
                 VARYING AC-I FROM 1 BY 1 UNTIL AC-I > AC-COUNT.
            IF GRP-HITS = 0
                 GO TO BS-GROUP-END.
            MOVE FT-TITLE(FT-I) TO TT-TEXT.
            WRITE RPTREC FROM TITLE-LINE AFTER 1.
            MOVE 0 TO GRP-1.
            MOVE 0 TO GRP-2.
            PERFORM BS-ACCT-RTN
                 VARYING AC-I FROM 1 BY 1 UNTIL AC-I > AC-COUNT.
            MOVE GRP-1 TO AMT-1.
            MOVE GRP-2 TO AMT-2.
            MOVE SPACES TO AL-CODE.
            MOVE SPACES TO AL-TITLE.
            STRING "TOTAL " DELIMITED BY SIZE
                 FT-TITLE(FT-I) DELIMITED BY SIZE
                 INTO AL-TITLE.
            PERFORM BS-LINE-RTN.
            ADD GRP-1 TO SEC-1.
            ADD GRP-2 TO SEC-2.
       BS-GROUP-END.
       GROUP-HITS-RTN.
            IF AC-GRP(AC-I) = FT-I
                 ADD 1 TO GRP-HITS.
       BS-ACCT-RTN.
            IF AC-GRP(AC-I) = FT-I
                 COMPUTE AMT-1 = (AC-OPN(AC-I) + AC-YTD(AC-I))
                      * SIGN-FACTOR
                 COMPUTE AMT-2 = (AC-OPN(AC-I) + AC-YTD(AC-I)
                      - AC-MTH(AC-I)) * SIGN-FACTOR
                 ADD AMT-1 TO GRP-1
                 ADD AMT-2 TO GRP-2
                 MOVE AC-CODE(AC-I) TO AL-CODE
                 PERFORM TITLE-RTN
                 PERFORM BS-LINE-RTN.
       BS-LINE-RTN.
            MOVE AMT-1 TO AL-AMT1.
            MOVE AMT-2 TO AL-AMT2.
            MOVE SPACES TO AL-BLANK.
            WRITE RPTREC FROM AMT-LINE AFTER 1.
            ADD 1 TO REC-CTR.
       BS-TOTAL-RTN.
            MOVE SPACES TO AL-CODE.
            MOVE SEC-1 TO AMT-1.
            MOVE SEC-2 TO AMT-2.
            PERFORM BS-LINE-RTN.
       TITLE-RTN.
            MOVE SPACES TO AL-TITLE.
            IF CA-STATUS NOT = "35"
                 MOVE AC-CODE(AC-I) TO CA-CODE
                 READ COAFILE
                      INVALID KEY
                           MOVE "** NOT ON CHART" TO AL-TITLE
                      NOT INVALID KEY
                           MOVE CA-TITLE TO AL-TITLE
                 END-READ.
      *****************************************************************
      * STATEMENT OF INCOME AND EXPENSES. INCOME IS SHOWN CREDIT-
      * POSITIVE, EXPENSES DEBIT-POSITIVE.
      *****************************************************************
       IS-RTN.
            MOVE MONTH-IN TO HI-MONTH.
            MOVE MONTH-IN TO SI-MONTH.
            MOVE PRIOR-MONTH TO SI-PRIOR.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-IS AFTER 1.
            WRITE RPTREC FROM SUB-IS AFTER 2.
            MOVE 'I' TO CUR-SECT.
            MOVE -1 TO SIGN-FACTOR.
            MOVE "INCOME" TO SL-TEXT.
            PERFORM IS-SECTION-RTN.
            MOVE SEC-1 TO INC-1.
            MOVE SEC-2 TO INC-2.
            MOVE SEC-3 TO INC-3.
            MOVE "TOTAL INCOME" TO AL-TITLE.
            PERFORM IS-TOTAL-RTN.
            MOVE 'E' TO CUR-SECT.
            MOVE 1 TO SIGN-FACTOR.
            MOVE "EXPENSES" TO SL-TEXT.
            PERFORM IS-SECTION-RTN.
            MOVE "TOTAL EXPENSES" TO AL-TITLE.
            PERFORM IS-TOTAL-RTN.
            COMPUTE SEC-1 = INC-1 - SEC-1.
            COMPUTE SEC-2 = INC-2 - SEC-2.
            COMPUTE SEC-3 = INC-3 - SEC-3.
            MOVE "NET INCOME (LOSS)" TO AL-TITLE.
            MOVE SPACES TO AL-CODE.
            MOVE SEC-1 TO AMT-1.
            MOVE SEC-2 TO AMT-2.
            MOVE SEC-3 TO AMT-3.
            MOVE AMT-1 TO AL-AMT1.
            MOVE AMT-2 TO AL-AMT2.
            MOVE AMT-3 TO AL-AMT3.
            WRITE RPTREC FROM AMT-LINE AFTER 2.
            ADD 1 TO REC-CTR.
       IS-SECTION-RTN.
            WRITE RPTREC FROM SECT-LINE AFTER 2.
            MOVE 0 TO SEC-1.
            MOVE 0 TO SEC-2.
            MOVE 0 TO SEC-3.
            PERFORM IS-GROUP-RTN THRU IS-GROUP-END
                 VARYING FT-I FROM 1 BY 1 UNTIL FT-I > FT-COUNT.
       IS-GROUP-RTN.
            IF FT-SECT(FT-I) NOT = CUR-SECT
                 GO TO IS-GROUP-END.
            MOVE 0 TO GRP-HITS.
            PERFORM GROUP-HITS-RTN
                 VARYING AC-I FROM 1 BY 1 UNTIL AC-I > AC-COUNT.
            IF GRP-HITS = 0
                 GO TO IS-GROUP-END.
            MOVE FT-TITLE(FT-I) TO TT-TEXT.
            WRITE RPTREC FROM TITLE-LINE AFTER 1.
            MOVE 0 TO GRP-1.
            MOVE 0 TO GRP-2.
            MOVE 0 TO GRP-3.
            PERFORM IS-ACCT-RTN
                 VARYING AC-I FROM 1 BY 1 UNTIL AC-I > AC-COUNT.
            MOVE GRP-1 TO AMT-1.
            MOVE GRP-2 TO AMT-2.
            MOVE GRP-3 TO AMT-3.
            MOVE SPACES TO AL-CODE.
            MOVE SPACES TO AL-TITLE.
            STRING "TOTAL " DELIMITED BY SIZE
                 FT-TITLE(FT-I) DELIMITED BY SIZE
                 INTO AL-TITLE.
            PERFORM IS-LINE-RTN.
            ADD GRP-1 TO SEC-1.
            ADD GRP-2 TO SEC-2.
            ADD GRP-3 TO SEC-3.
       IS-GROUP-END.
       IS-ACCT-RTN.
            IF AC-GRP(AC-I) = FT-I
                 COMPUTE AMT-1 = AC-MTH(AC-I) * SIGN-FACTOR
                 COMPUTE AMT-2 = AC-PMT(AC-I) * SIGN-FACTOR
                 COMPUTE AMT-3 = AC-YTD(AC-I) * SIGN-FACTOR
                 ADD AMT-1 TO GRP-1
                 ADD AMT-2 TO GRP-2
                 ADD AMT-3 TO GRP-3
                 MOVE AC-CODE(AC-I) TO AL-CODE
                 PERFORM TITLE-RTN
                 PERFORM IS-LINE-RTN.
       IS-LINE-RTN.
            MOVE AMT-1 TO AL-AMT1.
            MOVE AMT-2 TO AL-AMT2.
            MOVE AMT-3 TO AL-AMT3.
            WRITE RPTREC FROM AMT-LINE AFTER 1.
            ADD 1 TO REC-CTR.
       IS-TOTAL-RTN.
            MOVE SPACES TO AL-CODE.
            MOVE SEC-1 TO AMT-1.
            MOVE SEC-2 TO AMT-2.
            MOVE SEC-3 TO AMT-3.
            PERFORM IS-LINE-RTN.
      * AN ACCOUNT OUTSIDE EVERY STATEMENT GROUP IS LISTED WITH ITS
      * BALANCE SO THE RANGES CAN BE CORRECTED; THE STATEMENTS WILL
      * NOT BALANCE UNTIL IT IS CLASSIFIED.
       UNCLASS-RTN.
            MOVE 0 TO UNCLASS-CTR.
            PERFORM UNCLASS-COUNT-RTN
                 VARYING AC-I FROM 1 BY 1 UNTIL AC-I > AC-COUNT.
            IF UNCLASS-CTR = 0
                 GO TO UNCLASS-END.
            MOVE 1 TO OOB-SW.
            MOVE "*** ACCOUNTS NOT IN ANY STATEMENT GROUP" TO SL-TEXT.
            WRITE RPTREC FROM SECT-LINE AFTER 2.
            PERFORM UNCLASS-LINE-RTN
                 VARYING AC-I FROM 1 BY 1 UNTIL AC-I > AC-COUNT.
       UNCLASS-END.
       UNCLASS-COUNT-RTN.
            IF AC-GRP(AC-I) = 0
                 ADD 1 TO UNCLASS-CTR.
       UNCLASS-LINE-RTN.
            IF AC-GRP(AC-I) = 0
                 COMPUTE AMT-1 = AC-OPN(AC-I) + AC-YTD(AC-I)
                 COMPUTE AMT-2 = AC-OPN(AC-I) + AC-YTD(AC-I)
                      - AC-MTH(AC-I)
                 MOVE AC-CODE(AC-I) TO AL-CODE
                 PERFORM TITLE-RTN
                 PERFORM BS-LINE-RTN.
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
