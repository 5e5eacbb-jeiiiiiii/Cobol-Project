       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-CLOSE.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. YEAR-END CLOSING OF THE GENERAL LEDGER. THE FISCAL YEAR
      *         IS THE CALENDAR YEAR AND MAY BE CLOSED ONLY AFTER ITS
      *         DECEMBER GL PERIOD HAS BEEN CLOSED. EVERY INCOME AND
      *         EXPENSE ACCOUNT (BY THE FSGROUP.DAT STATEMENT GROUPS)
      *         IS ZEROED INTO RETAINED EARNINGS BY CLOSING ENTRIES ON
      *         THE GL INTERFACE FILE DATED 31 DECEMBER, SOURCE
      *         YECLOSE, AND THE BALANCE SHEET ACCOUNTS ARE CARRIED
      *         FORWARD AS THE NEW YEAR'S OPENING BALANCES IN
      *         GLOPEN.DAT. A YEAR ALREADY CARRIED FORWARD IS REFUSED.
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
            SELECT PERIODS ASSIGN TO "PERIODS.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PD-KEY
                 FILE STATUS IS PD-STATUS.
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
            SELECT RPTFILE ASSIGN TO "YECLOSE".
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
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(90).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   GL-STATUS PIC XX VALUE "00".
       01   GO-STATUS PIC XX VALUE "00".
       01   FG-STATUS PIC XX VALUE "00".
       01   CA-STATUS PIC XX VALUE "00".
       01   PD-STATUS PIC XX VALUE "00".
       01   SG-STATUS PIC XX VALUE "00".
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   OPEN-SW PIC 9 VALUE 0.
       01   DONE-SW PIC 9 VALUE 0.
       01   POSTED-SW PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   RE-ACCT PIC X(6) VALUE "310000".
       01   RE-X PIC 99 VALUE 0.
       01   YEAR-IN PIC XX VALUE SPACES.
       01   YEAR-N PIC 99 VALUE 0.
       01   NEXT-YEAR PIC 99 VALUE 0.
       01   CLOSE-DATE.
            02 CD-YY PIC XX.
            02 FILLER PIC X(4) VALUE "1231".
            02 FILLER PIC XX VALUE SPACES.
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
               03 AC-BAL PIC S9(11)V99.
       01   AC-HOLD PIC X(21).
       01   FT-COUNT PIC 99 VALUE 0.
       01   FT-I PIC 99 VALUE 0.
       01   FT-TABLE.
            02 FT-ENTRY OCCURS 20 TIMES.
               03 FT-FROM PIC X(6).
               03 FT-TO PIC X(6).
               03 FT-SECT PIC X.
               03 FT-TITLE PIC X(30).
       01   NET-CLOSE PIC S9(12)V99 VALUE 0.
       01   NET-OUT PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01   OPEN-TOTAL PIC S9(12)V99 VALUE 0.
       01   TOT-DEBIT PIC 9(12)V99 VALUE 0.
       01   TOT-CREDIT PIC 9(12)V99 VALUE 0.
       01   ENTRY-CTR PIC 9(6) VALUE 0.
       01   OPEN-CTR PIC 9(6) VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(31) VALUE SPACES.
            02 FILLER PIC X(27)
               VALUE "PUP-MANILA GENERAL LEDGER  ".
            02 FILLER PIC X(32) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(27) VALUE SPACES.
            02 FILLER PIC X(27)
               VALUE "YEAR-END CLOSE FISCAL YEAR ".
            02 HD-YEAR PIC XX.
            02 FILLER PIC X(6) VALUE "  RUN ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(20) VALUE SPACES.
       01   SECT-LINE.
            02 SL-TEXT PIC X(50).
            02 FILLER PIC X(40) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(7) VALUE "ACCOUNT".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(5) VALUE "TITLE".
            02 FILLER PIC X(32) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "DEBITS".
            02 FILLER PIC X(11) VALUE SPACES.
            02 FILLER PIC X(7) VALUE "CREDITS".
            02 FILLER PIC X(20) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-ACCT PIC X(6).
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-TITLE PIC X(30).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-DEBIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-CREDIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-NOTE PIC X(12).
       01   TOTAL-LINE.
            02 FILLER PIC X(9) VALUE SPACES.
            02 TL-TEXT PIC X(30).
            02 FILLER PIC X(1) VALUE SPACES.
            02 TL-DEBIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 TL-CREDIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(13) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(69) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            PERFORM LOAD-OPERATOR-RTN.
            DISPLAY "FISCAL YEAR TO CLOSE (YY): ".
            ACCEPT YEAR-IN.
            IF YEAR-IN NOT NUMERIC
                 DISPLAY "INVALID FISCAL YEAR " YEAR-IN
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            IF YEAR-IN NOT < RUN-DATE(1:2)
                 DISPLAY "FISCAL YEAR " YEAR-IN " HAS NOT ENDED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE YEAR-IN TO YEAR-N.
            COMPUTE NEXT-YEAR = YEAR-N + 1.
            MOVE YEAR-IN TO CD-YY.
            PERFORM CHECK-DECEMBER-RTN.
            PERFORM CHECK-DONE-RTN THRU CHECK-DONE-END.
            IF DONE-SW = 1
                 DISPLAY "FISCAL YEAR " YEAR-IN " ALREADY CLOSED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            PERFORM LOAD-GROUP-RTN.
            PERFORM LOAD-OPEN-RTN THRU LOAD-OPEN-END.
            OPEN INPUT GLIFACE.
            IF GL-STATUS = "35"
                 DISPLAY "NO GL INTERFACE FILE ON HAND"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE 0 TO EOFSW.
            PERFORM SCAN-RTN THRU SCAN-END UNTIL EOFSW = 1.
            CLOSE GLIFACE.
            MOVE RE-ACCT TO LOOK-ACCT.
            PERFORM FIND-ACCT-RTN THRU FIND-ACCT-END.
            IF AC-X = 0
                 DISPLAY "ACCOUNT TABLE FULL - NOTHING CLOSED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            PERFORM SORT-RTN.
            PERFORM CLASSIFY-RTN
                 VARYING AC-I FROM 1 BY 1 UNTIL AC-I > AC-COUNT.
            MOVE RE-ACCT TO LOOK-ACCT.
            PERFORM FIND-ACCT-RTN THRU FIND-ACCT-END.
            MOVE AC-X TO RE-X.
            MOVE 0 TO NET-CLOSE.
            PERFORM NET-RTN VARYING AC-I FROM 1 BY 1
                 UNTIL AC-I > AC-COUNT.
            COMPUTE NET-OUT = 0 - NET-CLOSE.
            DISPLAY "NET INCOME (LOSS) TO RETAINED EARNINGS: " NET-OUT.
            DISPLAY "CLOSE FISCAL YEAR " YEAR-IN " (Y/N)? ".
            ACCEPT ANS.
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 DISPLAY "NO CHANGE MADE"
                 STOP RUN.
            PERFORM RE-CHART-RTN THRU RE-CHART-END.
            OPEN EXTEND RPTFILE.
            MOVE YEAR-IN TO HD-YEAR.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            OPEN INPUT COAFILE.
            PERFORM CLOSING-RTN THRU CLOSING-END.
            PERFORM CARRY-RTN.
            IF CA-STATUS NOT = "35"
                 CLOSE COAFILE.
            COMPUTE TR-RECCOUNT = ENTRY-CTR + OPEN-CTR.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE RPTFILE.
            OPEN EXTEND AUDITLOG.
            MOVE "YEAR-END-CLOSE" TO AL-PROGRAM.
            MOVE "YEARCLOSE" TO AL-FIELD.
            MOVE YEAR-IN TO AL-BADVAL.
            MOVE RUN-DATE TO AL-DATE.
            ACCEPT AL-TIME FROM TIME.
            MOVE OPERATOR-ID TO AL-OPERATOR.
            WRITE AUDIT-REC.
            CLOSE AUDITLOG.
            DISPLAY "FISCAL YEAR " YEAR-IN " CLOSED, OPENING BALANCES "
                 "CARRIED: " OPEN-CTR.
            STOP RUN.
      * THE YEAR IS CLOSED ONLY AFTER ITS DECEMBER GL PERIOD IS LOCKED,
      * SO NOTHING FURTHER CAN POST TO IT.
       CHECK-DECEMBER-RTN.
            MOVE "GL" TO PD-SUBSYS.
            MOVE YEAR-IN TO PD-YYMM(1:2).
            MOVE "12" TO PD-YYMM(3:2).
            MOVE 'O' TO PD-STAT.
            OPEN INPUT PERIODS.
            IF PD-STATUS NOT = "35"
                 READ PERIODS
                      INVALID KEY
                           MOVE 'O' TO PD-STAT
                 END-READ
                 CLOSE PERIODS.
            IF PD-STAT NOT = 'C'
                 DISPLAY "GL PERIOD " YEAR-IN "12 IS NOT CLOSED - "
                      "CLOSE DECEMBER FIRST"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
      * THE NEW YEAR'S OPENING BALANCES ARE THE MARK OF A CLOSED YEAR.
       CHECK-DONE-RTN.
            MOVE 0 TO DONE-SW.
            OPEN INPUT GLOPEN.
            IF GO-STATUS = "35"
                 GO TO CHECK-DONE-END.
            MOVE 0 TO EOFSW.
            PERFORM CHECK-DONE-SCAN-RTN UNTIL EOFSW = 1.
            CLOSE GLOPEN.
       CHECK-DONE-END.
       CHECK-DONE-SCAN-RTN.
            READ GLOPEN
                 AT END
                      MOVE 1 TO EOFSW
                 NOT AT END
                      IF GO-FY = NEXT-YEAR
                           MOVE 1 TO DONE-SW
                      END-IF
            END-READ.
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
            IF GO-FY NOT = YEAR-IN
                 GO TO OPEN-SCAN-END.
            MOVE 1 TO OPEN-SW.
            MOVE GO-ACCT TO LOOK-ACCT.
            PERFORM FIND-ACCT-RTN THRU FIND-ACCT-END.
            IF AC-X > 0
                 ADD GO-BAL TO AC-BAL(AC-X).
       OPEN-SCAN-END.
      * BALANCES ARE HELD DEBIT-POSITIVE: THE YEAR'S OPENING BALANCE
      * PLUS ITS ENTRIES. WITHOUT CARRIED-FORWARD OPENING BALANCES THE
      * EARLIER YEARS' ENTRIES ARE TAKEN INSTEAD. CLOSING ENTRIES LEFT
      * BY A RUN THAT STOPPED BEFORE THE CARRY-FORWARD ARE NOT WRITTEN
      * AGAIN.
       SCAN-RTN.
            READ GLIFACE
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO SCAN-END.
            IF GL-SOURCE = "YECLOSE"
                 IF GL-DATE(1:2) = YEAR-IN
                      MOVE 1 TO POSTED-SW
                 END-IF
                 GO TO SCAN-END.
            IF GL-DATE(1:2) > YEAR-IN
                 GO TO SCAN-END.
            IF GL-DATE(1:2) < YEAR-IN AND OPEN-SW = 1
                 GO TO SCAN-END.
            MOVE GL-ACCT TO LOOK-ACCT.
            PERFORM FIND-ACCT-RTN THRU FIND-ACCT-END.
            IF AC-X = 0
                 GO TO SCAN-END.
            COMPUTE GL-AMT = GL-DEBIT - GL-CREDIT.
            ADD GL-AMT TO AC-BAL(AC-X).
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
            MOVE 0 TO AC-BAL(AC-X).
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
       NET-RTN.
            IF AC-GRP(AC-I) > 0
                 IF FT-SECT(AC-GRP(AC-I)) = 'I'
                    OR FT-SECT(AC-GRP(AC-I)) = 'E'
                      ADD AC-BAL(AC-I) TO NET-CLOSE.
      * RETAINED EARNINGS IS ADDED TO THE CHART WHEN IT IS NOT THERE.
       RE-CHART-RTN.
            OPEN I-O COAFILE.
            IF CA-STATUS = "35"
                 GO TO RE-CHART-END.
            MOVE RE-ACCT TO CA-CODE.
            READ COAFILE
                 INVALID KEY
                      MOVE RE-ACCT TO CA-CODE
                      MOVE "RETAINED EARNINGS" TO CA-TITLE
                      MOVE 'C' TO CA-NORMAL
                      WRITE COA-REC
            END-READ.
            CLOSE COAFILE.
       RE-CHART-END.
      *****************************************************************
      * CLOSING ENTRIES: EACH INCOME AND EXPENSE BALANCE IS REVERSED,
      * AND THE NET GOES TO RETAINED EARNINGS IN ONE ENTRY.
      *****************************************************************
       CLOSING-RTN.
            MOVE "CLOSING ENTRIES TO RETAINED EARNINGS" TO SL-TEXT.
            WRITE RPTREC FROM SECT-LINE AFTER 2.
            WRITE RPTREC FROM SUB-1 AFTER 1.
            MOVE 0 TO TOT-DEBIT.
            MOVE 0 TO TOT-CREDIT.
            IF POSTED-SW = 0
                 OPEN EXTEND GLIFACE.
            PERFORM CLOSE-ONE-RTN
                 VARYING AC-I FROM 1 BY 1 UNTIL AC-I > AC-COUNT.
            MOVE RE-X TO AC-I.
            MOVE SPACES TO DL-NOTE.
            IF NET-CLOSE > 0
                 MOVE NET-CLOSE TO GL-DEBIT
                 MOVE 0 TO GL-CREDIT
            ELSE
                 MOVE 0 TO GL-DEBIT
                 COMPUTE GL-CREDIT = 0 - NET-CLOSE.
            IF NET-CLOSE NOT = 0
                 PERFORM ENTRY-RTN.
            IF POSTED-SW = 0
                 CLOSE GLIFACE.
            MOVE "TOTAL CLOSING ENTRIES" TO TL-TEXT.
            MOVE TOT-DEBIT TO TL-DEBIT.
            MOVE TOT-CREDIT TO TL-CREDIT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 2.
            IF POSTED-SW = 1
                 MOVE "ENTRIES ALREADY ON THE GL FILE - NOT REPOSTED"
                      TO SL-TEXT
                 WRITE RPTREC FROM SECT-LINE AFTER 1.
       CLOSING-END.
       CLOSE-ONE-RTN.
            IF AC-GRP(AC-I) > 0 AND AC-BAL(AC-I) NOT = 0
                 IF FT-SECT(AC-GRP(AC-I)) = 'I'
                    OR FT-SECT(AC-GRP(AC-I)) = 'E'
                      MOVE SPACES TO DL-NOTE
                      PERFORM REVERSE-RTN.
       REVERSE-RTN.
            IF AC-BAL(AC-I) > 0
                 MOVE 0 TO GL-DEBIT
                 MOVE AC-BAL(AC-I) TO GL-CREDIT
            ELSE
                 COMPUTE GL-DEBIT = 0 - AC-BAL(AC-I)
                 MOVE 0 TO GL-CREDIT.
            PERFORM ENTRY-RTN.
       ENTRY-RTN.
            MOVE CLOSE-DATE TO GL-DATE.
            MOVE "YECLOSE" TO GL-SOURCE.
            MOVE AC-CODE(AC-I) TO GL-ACCT.
            IF POSTED-SW = 0
                 WRITE GL-REC.
            ADD GL-DEBIT TO TOT-DEBIT.
            ADD GL-CREDIT TO TOT-CREDIT.
            MOVE AC-CODE(AC-I) TO DL-ACCT.
            PERFORM TITLE-RTN.
            MOVE GL-DEBIT TO DL-DEBIT.
            MOVE GL-CREDIT TO DL-CREDIT.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            ADD 1 TO ENTRY-CTR.
      *****************************************************************
      * OPENING BALANCES FOR THE NEW YEAR: EVERY ACCOUNT OTHER THAN
      * INCOME AND EXPENSE, WITH RETAINED EARNINGS TAKING THE NET.
      * RETAINED EARNINGS IS WRITTEN EVEN AT ZERO SO THE YEAR SHOWS AS
      * CLOSED. AN ACCOUNT OUTSIDE EVERY STATEMENT GROUP IS CARRIED AS
      * IT STANDS AND FLAGGED.
      *****************************************************************
       CARRY-RTN.
            MOVE "OPENING BALANCES CARRIED FORWARD TO FISCAL YEAR"
                 TO SL-TEXT.
            MOVE NEXT-YEAR TO SL-TEXT(49:2).
            WRITE RPTREC FROM SECT-LINE AFTER 2.
            WRITE RPTREC FROM SUB-1 AFTER 1.
            ADD NET-CLOSE TO AC-BAL(RE-X).
            MOVE 0 TO TOT-DEBIT.
            MOVE 0 TO TOT-CREDIT.
            MOVE 0 TO OPEN-TOTAL.
            OPEN EXTEND GLOPEN.
            IF GO-STATUS = "35"
                 OPEN OUTPUT GLOPEN.
            PERFORM CARRY-ONE-RTN THRU CARRY-ONE-END
                 VARYING AC-I FROM 1 BY 1 UNTIL AC-I > AC-COUNT.
            CLOSE GLOPEN.
            MOVE "TOTAL OPENING BALANCES" TO TL-TEXT.
            MOVE TOT-DEBIT TO TL-DEBIT.
            MOVE TOT-CREDIT TO TL-CREDIT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 2.
            IF OPEN-TOTAL = 0
                 MOVE "OPENING DEBITS EQUAL CREDITS" TO SL-TEXT
            ELSE
                 MOVE "*** OPENING DEBITS DO NOT EQUAL CREDITS ***"
                      TO SL-TEXT
                 MOVE 8 TO RETURN-CODE.
            WRITE RPTREC FROM SECT-LINE AFTER 1.
       CARRY-ONE-RTN.
            MOVE SPACES TO DL-NOTE.
            IF AC-GRP(AC-I) = 0
                 MOVE "** NO GROUP" TO DL-NOTE
            ELSE
                 IF FT-SECT(AC-GRP(AC-I)) = 'I'
                    OR FT-SECT(AC-GRP(AC-I)) = 'E'
                      GO TO CARRY-ONE-END.
            IF AC-BAL(AC-I) = 0 AND AC-I NOT = RE-X
                 GO TO CARRY-ONE-END.
            MOVE NEXT-YEAR TO GO-FY.
            MOVE AC-CODE(AC-I) TO GO-ACCT.
            MOVE AC-BAL(AC-I) TO GO-BAL.
            WRITE GO-REC.
            ADD AC-BAL(AC-I) TO OPEN-TOTAL.
            MOVE AC-CODE(AC-I) TO DL-ACCT.
            PERFORM TITLE-RTN.
            IF AC-BAL(AC-I) < 0
                 MOVE 0 TO DL-DEBIT
                 COMPUTE DL-CREDIT = 0 - AC-BAL(AC-I)
                 SUBTRACT AC-BAL(AC-I) FROM TOT-CREDIT
            ELSE
                 MOVE AC-BAL(AC-I) TO DL-DEBIT
                 MOVE 0 TO DL-CREDIT
                 ADD AC-BAL(AC-I) TO TOT-DEBIT.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            ADD 1 TO OPEN-CTR.
       CARRY-ONE-END.
       TITLE-RTN.
            MOVE SPACES TO DL-TITLE.
            IF CA-STATUS NOT = "35"
                 MOVE AC-CODE(AC-I) TO CA-CODE
                 READ COAFILE
                      INVALID KEY
                           MOVE "** NOT ON CHART" TO DL-TITLE
                      NOT INVALID KEY
                           MOVE CA-TITLE TO DL-TITLE
                 END-READ.
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
