       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-LEDGER.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. STUDENT SUBSIDIARY LEDGER. INQUIRY AND PRINT OF ONE
      *         STUDENT'S CHARGES, PAYMENTS AND ADJUSTMENTS; THE
      *         NIGHTLY PROOF OF LEDGER TOTALS AGAINST STUBAL; AND THE
      *         ONE-TIME TAKE-ON OF OPENING BALANCES FOR STUDENTS WITH
      *         NO LEDGER HISTORY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT STULEDG ASSIGN TO "STULEDG.DAT"
                 FILE STATUS IS LG-STATUS.
            SELECT SORTFILE ASSIGN TO "SORTWK".
            SELECT SORTEDFILE ASSIGN TO "LEDGSORT.TMP".
            SELECT STUBAL ASSIGN TO "STUBAL.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SB-SNO
                 FILE STATUS IS SB-STATUS.
            SELECT STUMAST ASSIGN TO "STUMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS ST-SNO
                 FILE STATUS IS ST-STATUS.
            SELECT PRTFILE ASSIGN TO "LEDGPRT".
            SELECT RPTFILE ASSIGN TO "LEDGPRF".
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
       SD   SORTFILE.
       01   SORT-REC.
            02 SRT-SNO PIC 9(10).
            02 SRT-DATE PIC X(8).
            02 SRT-TIME PIC X(8).
            02 FILLER PIC X(74).
       FD   SORTEDFILE.
       01   SORTED-REC.
            02 LS-SNO PIC 9(10).
            02 LS-DATE PIC X(8).
            02 LS-TIME PIC X(8).
            02 LS-TRANTYPE PIC X.
            02 LS-REFNO PIC X(10).
            02 LS-AMOUNT PIC S9(7)V99.
            02 LS-NEW-BAL PIC S9(7)V99.
            02 LS-DESC PIC X(20).
            02 LS-PROGRAM PIC X(15).
            02 LS-OPERATOR PIC X(10).
       FD   STUBAL.
       01   SB-REC.
            02 SB-SNO PIC 9(10).
            02 SB-BALANCE PIC S9(6)V99.
       FD   STUMAST.
       01   STU-MASTER-REC.
            02 ST-SNO PIC 9(10).
            02 ST-SNAME PIC X(25).
            02 ST-CC PIC 9.
            02 ST-YEAR PIC 9.
            02 ST-ESTAT PIC X.
            02 ST-BANK-ACCNO PIC 9(10).
       FD   PRTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS PRTREC.
       01   PRTREC.
            02 FILLER PIC X(80).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(80).
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
       01   LG-STATUS PIC XX VALUE "00".
       01   SB-STATUS PIC XX VALUE "00".
       01   ST-STATUS PIC XX VALUE "00".
       01   STU-AVAILABLE-SW PIC 9 VALUE 0.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   EOFSW PIC 9 VALUE 0.
       01   SNO-IN PIC 9(10) VALUE 0.
       01   LIST-LINE PIC 99 VALUE 0.
       01   ENTRY-CTR PIC 9(5) VALUE 0.
       01   RUN-TOTAL PIC S9(8)V99 VALUE 0.
       01   STUBAL-AMT PIC S9(8)V99 VALUE 0.
       01   AMT-OUT PIC -Z,ZZZ,ZZ9.99.
       01   HIGH-SNO PIC 9(10) VALUE 9999999999.
       01   LEDG-KEY PIC 9(10) VALUE 0.
       01   BAL-KEY PIC 9(10) VALUE 0.
       01   CUR-KEY PIC 9(10) VALUE 0.
       01   LEDG-TOT PIC S9(8)V99 VALUE 0.
       01   LEDG-CNT PIC 9(5) VALUE 0.
       01   BAL-FOUND-SW PIC 9 VALUE 0.
       01   TAKEON-SW PIC 9 VALUE 0.
       01   CHECKED-CTR PIC 9(6) VALUE 0.
       01   EXCEPT-CTR PIC 9(6) VALUE 0.
       01   TAKEON-CTR PIC 9(6) VALUE 0.
       01   TAKEON-TOT PIC S9(9)V99 VALUE 0.
       01   DIFF-AMT PIC S9(8)V99 VALUE 0.
       01   TYPE-NAME PIC X(12) VALUE SPACES.
       01   HEAD-1.
            02 FILLER PIC X(19) VALUE SPACES.
            02 FILLER PIC X(41)
               VALUE "POLYTECHNIC UNIVERSITY OF THE PHILIPPINES".
            02 FILLER PIC X(20) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(24) VALUE SPACES.
            02 HD-TITLE PIC X(24).
            02 FILLER PIC X(2) VALUE SPACES.
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(22) VALUE SPACES.
       01   STU-LINE.
            02 FILLER PIC X(13) VALUE "STUDENT NO.: ".
            02 SL-SNO PIC 9(10).
            02 FILLER PIC X(3) VALUE SPACES.
            02 SL-SNA PIC X(25).
            02 FILLER PIC X(29) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(10) VALUE "DATE".
            02 FILLER PIC X(13) VALUE "TYPE".
            02 FILLER PIC X(11) VALUE "REFERENCE".
            02 FILLER PIC X(21) VALUE "DESCRIPTION".
            02 FILLER PIC X(13) VALUE "       AMOUNT".
            02 FILLER PIC X(12) VALUE "     BALANCE".
       01   DETAIL-LINE.
            02 DL-DATE PIC X(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-TYPE PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 DL-REFNO PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 DL-DESC PIC X(20).
            02 FILLER PIC X VALUE SPACE.
            02 DL-AMOUNT PIC -ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 DL-BAL PIC -ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
       01   FOOT-LINE.
            02 FL-LABEL PIC X(30).
            02 FL-AMOUNT PIC -ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 FL-NOTE PIC X(34).
       01   PROOF-SUB.
            02 FILLER PIC X(14) VALUE "STUDENT NO".
            02 FILLER PIC X(16) VALUE "  LEDGER TOTAL".
            02 FILLER PIC X(16) VALUE "  STUBAL BALANCE".
            02 FILLER PIC X(16) VALUE "      DIFFERENCE".
            02 FILLER PIC X(18) VALUE "  REMARK".
       01   PROOF-LINE.
            02 PL-SNO PIC 9(10).
            02 FILLER PIC X(4) VALUE SPACES.
            02 PL-LEDG PIC -ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 PL-BAL PIC -ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 PL-DIFF PIC -ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 PL-REMARK PIC X(16).
       01   TOTAL-LINE.
            02 TL-LABEL PIC X(30).
            02 TL-COUNT PIC ZZZ,ZZ9.
            02 FILLER PIC X(43) VALUE SPACES.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN INPUT STUMAST.
            IF ST-STATUS = "35"
                 MOVE 0 TO STU-AVAILABLE-SW
            ELSE
                 MOVE 1 TO STU-AVAILABLE-SW.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            IF STU-AVAILABLE-SW = 1
                 CLOSE STUMAST.
            CLOSE AUDITLOG.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "POLYTECHNIC UNIVERSITY OF THE PHILIPPINES"
            LINE 1 COLUMN 19.
            DISPLAY "STUDENT SUBSIDIARY LEDGER" LINE 2 COLUMN 27.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (I=INQUIRY/PRINT, P=PROOF, O=OPENING):"
                 LINE 4 COLUMN 1.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'I'
                 PERFORM INQUIRY-RTN THRU INQUIRY-END
            ELSE
            IF FUNC-CODE = 'P'
                 MOVE 0 TO TAKEON-SW
                 PERFORM PROOF-RTN THRU PROOF-END
            ELSE
                 MOVE 1 TO TAKEON-SW
                 PERFORM PROOF-RTN THRU PROOF-END.
       PROCESS-ASK.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 4 COLUMN 50.
            IF FUNC-CODE = 'I' OR FUNC-CODE = 'i'
                 MOVE 'I' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'P' OR FUNC-CODE = 'p'
                 MOVE 'P' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'O' OR FUNC-CODE = 'o'
                 MOVE 'O' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       INQUIRY-RTN.
            DISPLAY "STUDENT NO.:" LINE 5 COLUMN 1.
            MOVE 0 TO SNO-IN.
            ACCEPT SNO-IN LINE 5 COLUMN 20.
            MOVE SPACES TO SL-SNA.
            IF STU-AVAILABLE-SW = 1
                 MOVE SNO-IN TO ST-SNO
                 READ STUMAST
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           MOVE ST-SNAME TO SL-SNA
                           DISPLAY ST-SNAME LINE 5 COLUMN 32
                 END-READ.
            OPEN INPUT STULEDG.
            IF LG-STATUS = "35"
                 DISPLAY "NO LEDGER FILE ON HAND" LINE 20 COLUMN 1
                 GO TO INQUIRY-END.
            OPEN EXTEND PRTFILE.
            MOVE "STUDENT LEDGER" TO HD-TITLE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE PRTREC FROM HEAD-1 AFTER PAGE.
            WRITE PRTREC FROM HEAD-2 AFTER 1.
            MOVE SNO-IN TO SL-SNO.
            WRITE PRTREC FROM STU-LINE AFTER 2.
            WRITE PRTREC FROM SUB-1 AFTER 2.
            MOVE 0 TO RUN-TOTAL.
            MOVE 0 TO ENTRY-CTR.
            MOVE 6 TO LIST-LINE.
            DISPLAY "DATE     TYPE         REFERENCE  AMOUNT"
                 LINE 6 COLUMN 1.
            DISPLAY "BALANCE" LINE 6 COLUMN 58.
            MOVE 0 TO EOFSW.
            PERFORM INQ-SCAN-RTN THRU INQ-SCAN-END UNTIL EOFSW = 1.
            CLOSE STULEDG.
            MOVE 0 TO STUBAL-AMT.
            OPEN INPUT STUBAL.
            IF SB-STATUS NOT = "35"
                 MOVE SNO-IN TO SB-SNO
                 READ STUBAL
                      INVALID KEY
                           MOVE 0 TO SB-BALANCE
                 END-READ
                 MOVE SB-BALANCE TO STUBAL-AMT
                 CLOSE STUBAL.
            MOVE SPACES TO FOOT-LINE.
            MOVE "LEDGER TOTAL:" TO FL-LABEL.
            MOVE RUN-TOTAL TO FL-AMOUNT.
            WRITE PRTREC FROM FOOT-LINE AFTER 2.
            MOVE "BALANCE PER STUBAL:" TO FL-LABEL.
            MOVE STUBAL-AMT TO FL-AMOUNT.
            IF STUBAL-AMT NOT = RUN-TOTAL
                 MOVE "** DOES NOT AGREE WITH LEDGER" TO FL-NOTE.
            WRITE PRTREC FROM FOOT-LINE AFTER 1.
            CLOSE PRTFILE.
            MOVE RUN-TOTAL TO AMT-OUT.
            DISPLAY "LEDGER TOTAL:" LINE 19 COLUMN 1.
            DISPLAY AMT-OUT LINE 19 COLUMN 20.
            MOVE STUBAL-AMT TO AMT-OUT.
            DISPLAY "STUBAL BALANCE:" LINE 20 COLUMN 1.
            DISPLAY AMT-OUT LINE 20 COLUMN 20.
            IF STUBAL-AMT NOT = RUN-TOTAL
                 DISPLAY "** DOES NOT AGREE" LINE 20 COLUMN 36.
       INQUIRY-END.
       INQ-SCAN-RTN.
            READ STULEDG
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO INQ-SCAN-END.
            IF LG-SNO NOT = SNO-IN
                 GO TO INQ-SCAN-END.
            ADD LG-AMOUNT TO RUN-TOTAL.
            ADD 1 TO ENTRY-CTR.
            PERFORM TYPE-NAME-RTN.
            MOVE LG-DATE TO DL-DATE.
            MOVE TYPE-NAME TO DL-TYPE.
            MOVE LG-REFNO TO DL-REFNO.
            MOVE LG-DESC TO DL-DESC.
            MOVE LG-AMOUNT TO DL-AMOUNT.
            MOVE RUN-TOTAL TO DL-BAL.
            WRITE PRTREC FROM DETAIL-LINE AFTER 1.
            IF LIST-LINE > 17
                 DISPLAY "MORE - PRESS ENTER" LINE 19 COLUMN 1
                 ACCEPT ANS LINE 19 COLUMN 20
                 DISPLAY SCRE
                 MOVE 6 TO LIST-LINE
                 DISPLAY "DATE     TYPE         REFERENCE  AMOUNT"
                      LINE 6 COLUMN 1
                 DISPLAY "BALANCE" LINE 6 COLUMN 58.
            ADD 1 TO LIST-LINE.
            DISPLAY LG-DATE LINE LIST-LINE COLUMN 1.
            DISPLAY TYPE-NAME LINE LIST-LINE COLUMN 10.
            DISPLAY LG-REFNO LINE LIST-LINE COLUMN 23.
            MOVE LG-AMOUNT TO AMT-OUT.
            DISPLAY AMT-OUT LINE LIST-LINE COLUMN 34.
            MOVE RUN-TOTAL TO AMT-OUT.
            DISPLAY AMT-OUT LINE LIST-LINE COLUMN 52.
       INQ-SCAN-END.
       TYPE-NAME-RTN.
            IF LG-TRANTYPE = 'A'
                 MOVE "ASSESSMENT" TO TYPE-NAME
            ELSE
            IF LG-TRANTYPE = 'S'
                 MOVE "SPONSOR SHR" TO TYPE-NAME
            ELSE
            IF LG-TRANTYPE = 'P'
                 MOVE "PAYMENT" TO TYPE-NAME
            ELSE
            IF LG-TRANTYPE = 'B'
                 MOVE "BANK REMIT" TO TYPE-NAME
            ELSE
            IF LG-TRANTYPE = 'W'
                 MOVE "WITHDRAWAL" TO TYPE-NAME
            ELSE
            IF LG-TRANTYPE = 'R'
                 MOVE "REFUND" TO TYPE-NAME
            ELSE
            IF LG-TRANTYPE = 'N'
                 MOVE "PROM NOTE" TO TYPE-NAME
            ELSE
            IF LG-TRANTYPE = 'O'
                 MOVE "OPENING BAL" TO TYPE-NAME
            ELSE
                 MOVE "ADJUSTMENT" TO TYPE-NAME.
       PROOF-RTN.
            OPEN INPUT STUBAL.
            IF SB-STATUS = "35"
                 DISPLAY "NO STUDENT BALANCE FILE" LINE 20 COLUMN 1
                 GO TO PROOF-END.
            OPEN EXTEND STULEDG.
            IF LG-STATUS = "35"
                 OPEN OUTPUT STULEDG.
            CLOSE STULEDG.
            SORT SORTFILE ON ASCENDING KEY SRT-SNO SRT-DATE SRT-TIME
                 USING STULEDG GIVING SORTEDFILE.
            OPEN INPUT SORTEDFILE.
            IF TAKEON-SW = 1
                 OPEN EXTEND STULEDG
                 IF LG-STATUS = "35"
                      OPEN OUTPUT STULEDG.
            OPEN EXTEND RPTFILE.
            IF TAKEON-SW = 1
                 MOVE "OPENING BALANCE TAKE-ON" TO HD-TITLE
            ELSE
                 MOVE "LEDGER TO STUBAL PROOF" TO HD-TITLE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM PROOF-SUB AFTER 2.
            MOVE 0 TO CHECKED-CTR.
            MOVE 0 TO EXCEPT-CTR.
            MOVE 0 TO TAKEON-CTR.
            MOVE 0 TO TAKEON-TOT.
            PERFORM READ-SORTED-RTN.
            MOVE 0 TO SB-SNO.
            START STUBAL KEY NOT LESS THAN SB-SNO
                 INVALID KEY
                      MOVE HIGH-SNO TO BAL-KEY.
            IF BAL-KEY NOT = HIGH-SNO
                 PERFORM READ-BAL-RTN.
            PERFORM MATCH-RTN THRU MATCH-END
                 UNTIL LEDG-KEY = HIGH-SNO AND BAL-KEY = HIGH-SNO.
            MOVE SPACES TO TOTAL-LINE.
            MOVE "STUDENTS CHECKED:" TO TL-LABEL.
            MOVE CHECKED-CTR TO TL-COUNT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 2.
            IF TAKEON-SW = 1
                 MOVE "OPENING BALANCES TAKEN ON:" TO TL-LABEL
                 MOVE TAKEON-CTR TO TL-COUNT
            ELSE
                 MOVE "STUDENTS OUT OF BALANCE:" TO TL-LABEL
                 MOVE EXCEPT-CTR TO TL-COUNT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 1.
            CLOSE SORTEDFILE.
            CLOSE STUBAL.
            CLOSE RPTFILE.
            DISPLAY "STUDENTS CHECKED:" LINE 18 COLUMN 1.
            DISPLAY CHECKED-CTR LINE 18 COLUMN 30.
            IF TAKEON-SW = 1
                 CLOSE STULEDG
                 DISPLAY "OPENING BALANCES TAKEN ON:" LINE 19 COLUMN 1
                 DISPLAY TAKEON-CTR LINE 19 COLUMN 30
                 MOVE "LEDGERTAKEON" TO AL-FIELD
                 MOVE TAKEON-CTR TO AL-BADVAL
            ELSE
                 DISPLAY "STUDENTS OUT OF BALANCE:" LINE 19 COLUMN 1
                 DISPLAY EXCEPT-CTR LINE 19 COLUMN 30
                 MOVE "LEDGERPROOF" TO AL-FIELD
                 MOVE EXCEPT-CTR TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       PROOF-END.
       READ-SORTED-RTN.
            READ SORTEDFILE
                 AT END
                      MOVE HIGH-SNO TO LEDG-KEY
                 NOT AT END
                      MOVE LS-SNO TO LEDG-KEY
            END-READ.
       READ-BAL-RTN.
            READ STUBAL NEXT RECORD
                 AT END
                      MOVE HIGH-SNO TO BAL-KEY
                 NOT AT END
                      MOVE SB-SNO TO BAL-KEY
            END-READ.
       MATCH-RTN.
            IF LEDG-KEY < BAL-KEY
                 MOVE LEDG-KEY TO CUR-KEY
            ELSE
                 MOVE BAL-KEY TO CUR-KEY.
            MOVE 0 TO LEDG-TOT.
            MOVE 0 TO LEDG-CNT.
            PERFORM LEDG-SUM-RTN UNTIL LEDG-KEY NOT = CUR-KEY.
            IF BAL-KEY = CUR-KEY
                 MOVE 1 TO BAL-FOUND-SW
                 MOVE SB-BALANCE TO STUBAL-AMT
                 PERFORM READ-BAL-RTN
            ELSE
                 MOVE 0 TO BAL-FOUND-SW
                 MOVE 0 TO STUBAL-AMT.
            ADD 1 TO CHECKED-CTR.
            IF TAKEON-SW = 1
                 PERFORM TAKEON-RTN THRU TAKEON-EXIT
                 GO TO MATCH-END.
            IF LEDG-TOT = STUBAL-AMT AND BAL-FOUND-SW = 1
                 GO TO MATCH-END.
            IF LEDG-TOT = 0 AND BAL-FOUND-SW = 0
                 GO TO MATCH-END.
            ADD 1 TO EXCEPT-CTR.
            MOVE CUR-KEY TO PL-SNO.
            MOVE LEDG-TOT TO PL-LEDG.
            MOVE STUBAL-AMT TO PL-BAL.
            COMPUTE DIFF-AMT = LEDG-TOT - STUBAL-AMT.
            MOVE DIFF-AMT TO PL-DIFF.
            IF BAL-FOUND-SW = 0
                 MOVE "NO STUBAL RECORD" TO PL-REMARK
            ELSE
            IF LEDG-CNT = 0
                 MOVE "NO LEDGER" TO PL-REMARK
            ELSE
                 MOVE "OUT OF BALANCE" TO PL-REMARK.
            WRITE RPTREC FROM PROOF-LINE AFTER 1.
       MATCH-END.
       LEDG-SUM-RTN.
            ADD LS-AMOUNT TO LEDG-TOT.
            ADD 1 TO LEDG-CNT.
            PERFORM READ-SORTED-RTN.
       TAKEON-RTN.
            IF LEDG-CNT > 0 OR BAL-FOUND-SW = 0 OR STUBAL-AMT = 0
                 GO TO TAKEON-EXIT.
            MOVE CUR-KEY TO LG-SNO.
            MOVE RUN-DATE TO LG-DATE.
            ACCEPT LG-TIME FROM TIME.
            MOVE 'O' TO LG-TRANTYPE.
            MOVE SPACES TO LG-REFNO.
            MOVE STUBAL-AMT TO LG-AMOUNT.
            MOVE STUBAL-AMT TO LG-NEW-BAL.
            MOVE "BALANCE TAKEN ON" TO LG-DESC.
            MOVE "STUDENT-LEDGER" TO LG-PROGRAM.
            MOVE OPERATOR-ID TO LG-OPERATOR.
            WRITE LEDG-REC.
            IF LG-STATUS NOT = "00"
                 MOVE "STULEDG" TO FC-FILENAME
                 MOVE LG-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            ADD 1 TO TAKEON-CTR.
            ADD STUBAL-AMT TO TAKEON-TOT.
            MOVE CUR-KEY TO PL-SNO.
            MOVE 0 TO PL-LEDG.
            MOVE STUBAL-AMT TO PL-BAL.
            MOVE STUBAL-AMT TO PL-DIFF.
            MOVE "TAKEN ON" TO PL-REMARK.
            WRITE RPTREC FROM PROOF-LINE AFTER 1.
       TAKEON-EXIT.
            EXIT.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       FILE-ERROR-RTN.
            DISPLAY "FILE ERROR ON " FC-FILENAME " - STATUS "
                 FC-STATUS.
            MOVE "FILESTATUS" TO AL-FIELD.
            MOVE FC-FILENAME TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "RUN ENDED - NOTHING FURTHER POSTED.".
            STOP RUN.
       WRITE-AUDIT-RTN.
            MOVE "STUDENT-LEDGER" TO AL-PROGRAM.
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
