       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNL-ARCHIVE.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. YEAR-END ARCHIVAL OF THE POSTED JOURNAL. THE ENTRIES OF
      *         A CLOSED YEAR (ITS DECEMBER BANK OR GL PERIOD CLOSED)
      *         ARE MOVED FROM TRNJRNL.DAT TO THE ARCHIVE TRNJRNL.Yyy,
      *         THE JOURNAL IS REWRITTEN WITH THE LATER ENTRIES ONLY
      *         AND THE JOURNAL INDEX IS REBUILT FROM IT. EACH
      *         ACCOUNT'S CLOSING BALANCE FOR THE YEAR IS RECORDED IN
      *         JRNLCF.DAT AS THE NEXT YEAR'S OPENING BALANCE; AN
      *         ACCOUNT WITH NO ENTRIES IN THE YEAR KEEPS THE BALANCE
      *         IT OPENED THE YEAR WITH. YEARS ARE ARCHIVED IN ORDER
      *         AND A YEAR ALREADY ARCHIVED IS REFUSED. RUN AFTER THE
      *         NIGHTLY BACKUP; IF THE RUN STOPS PART WAY, RESTORE
      *         TRNJRNL.DAT AND REMOVE THE NEW ARCHIVE BEFORE RERUNNING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TRNJRNL ASSIGN TO "TRNJRNL.DAT"
                 FILE STATUS IS TJ-STATUS.
            SELECT JRNLARC ASSIGN TO ARCH-PATH
                 FILE STATUS IS JA-STATUS.
            SELECT JRNLWORK ASSIGN TO "JRNLWORK.TMP"
                 FILE STATUS IS JW-STATUS.
            SELECT JRNLIDX ASSIGN TO "JRNLIDX.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS JX-KEY
                 FILE STATUS IS JX-STATUS.
            SELECT JRNLCF ASSIGN TO "JRNLCF.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CF-KEY
                 FILE STATUS IS CF-STATUS.
            SELECT PERIODS ASSIGN TO "PERIODS.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PD-KEY
                 FILE STATUS IS PD-STATUS.
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
            SELECT RPTFILE ASSIGN TO "JRNLARC".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   TRNJRNL.
       01   JRNL-REC.
            02 TJ-DATE PIC X(8).
            02 TJ-TIME PIC X(8).
            02 TJ-REFNO PIC 9(8).
            02 TJ-ACCNO PIC 9(10).
            02 TJ-TRANTYPE PIC X.
            02 TJ-AMOUNT PIC S9(7)V99.
            02 TJ-BRANCH PIC X(3).
            02 TJ-NEW-BAL PIC S9(9)V99.
            02 TJ-OPERATOR PIC X(10).
       FD   JRNLARC.
       01   ARCH-REC PIC X(68).
       FD   JRNLWORK.
       01   WORK-REC PIC X(68).
       FD   JRNLIDX.
       01   JRNLIDX-REC.
            02 JX-KEY.
                 03 JX-ACCNO PIC 9(10).
                 03 JX-DATE PIC X(8).
                 03 JX-TIME PIC X(8).
                 03 JX-REFNO PIC 9(8).
                 03 JX-SEQ PIC 99.
            02 JX-JRNL PIC X(68).
       FD   JRNLCF.
       01   JRNLCF-REC.
            02 CF-KEY.
                 03 CF-YEAR PIC XX.
                 03 CF-ACCNO PIC 9(10).
            02 CF-OPEN-BAL PIC S9(9)V99.
            02 CF-LAST-DATE PIC X(8).
            02 CF-ARCH-DATE PIC X(8).
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
            02 FILLER PIC X(80).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   TJ-STATUS PIC XX VALUE "00".
       01   JA-STATUS PIC XX VALUE "00".
       01   JW-STATUS PIC XX VALUE "00".
       01   JX-STATUS PIC XX VALUE "00".
       01   CF-STATUS PIC XX VALUE "00".
       01   PD-STATUS PIC XX VALUE "00".
       01   SG-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   ARCH-PATH PIC X(40) VALUE SPACES.
       01   ARCH-NAME.
            02 FILLER PIC X(9) VALUE "TRNJRNL.Y".
            02 AN-YEAR PIC XX.
       01   EOFSW PIC 9 VALUE 0.
       01   CF-EOF-SW PIC 9 VALUE 0.
       01   CF-FOUND-SW PIC 9 VALUE 0.
       01   CLOSED-SW PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   YEAR-IN PIC XX VALUE SPACES.
       01   YEAR-N PIC 99 VALUE 0.
       01   NEXT-YEAR PIC 99 VALUE 0.
       01   NEXT-YEAR-X PIC XX VALUE SPACES.
       01   EARLY-YEAR PIC XX VALUE SPACES.
       01   HOLD-ACCNO PIC 9(10) VALUE 0.
       01   ARCH-CTR PIC 9(8) VALUE 0.
       01   KEEP-CTR PIC 9(8) VALUE 0.
       01   EARLY-CTR PIC 9(8) VALUE 0.
       01   ARCHIVED-CTR PIC 9(8) VALUE 0.
       01   KEPT-CTR PIC 9(8) VALUE 0.
       01   CARRIED-CTR PIC 9(8) VALUE 0.
       01   IDLE-CTR PIC 9(8) VALUE 0.
       01   CARRIED-TOTAL PIC S9(11)V99 VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(16) VALUE "China Trust Bank".
            02 FILLER PIC X(39) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(18) VALUE SPACES.
            02 FILLER PIC X(21) VALUE "JOURNAL ARCHIVE YEAR ".
            02 HD-YEAR PIC XX.
            02 FILLER PIC X(6) VALUE "  RUN ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(25) VALUE SPACES.
       01   HEAD-3.
            02 FILLER PIC X(18) VALUE SPACES.
            02 FILLER PIC X(12) VALUE "ARCHIVE FILE".
            02 FILLER PIC X(2) VALUE SPACES.
            02 HD-ARCH PIC X(11).
            02 FILLER PIC X(37) VALUE SPACES.
       01   SECT-LINE.
            02 SL-TEXT PIC X(50).
            02 FILLER PIC X(30) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(10) VALUE "Account".
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "Last Entry".
            02 FILLER PIC X(7) VALUE SPACES.
            02 FILLER PIC X(12) VALUE "Opening Bal.".
            02 FILLER PIC X(37) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-ACCNO PIC 9(10).
            02 FILLER PIC X(4) VALUE SPACES.
            02 DL-LAST PIC X(8).
            02 FILLER PIC X(4) VALUE SPACES.
            02 DL-BAL PIC -ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-NOTE PIC X(20).
            02 FILLER PIC X(17) VALUE SPACES.
       01   TOTAL-LINE.
            02 TL-TEXT PIC X(40).
            02 TL-COUNT PIC ZZ,ZZZ,ZZ9.
            02 FILLER PIC X(30) VALUE SPACES.
       01   AMOUNT-LINE.
            02 TA-TEXT PIC X(36).
            02 TA-AMT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(26) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(59) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            PERFORM LOAD-OPERATOR-RTN.
            DISPLAY "JOURNAL YEAR TO ARCHIVE (YY): ".
            ACCEPT YEAR-IN.
            IF YEAR-IN NOT NUMERIC
                 DISPLAY "INVALID YEAR " YEAR-IN
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            IF YEAR-IN NOT < RUN-DATE(1:2)
                 DISPLAY "YEAR " YEAR-IN " HAS NOT ENDED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE YEAR-IN TO YEAR-N.
            COMPUTE NEXT-YEAR = YEAR-N + 1.
            MOVE NEXT-YEAR TO NEXT-YEAR-X.
            PERFORM CHECK-DECEMBER-RTN.
            MOVE YEAR-IN TO AN-YEAR.
            MOVE ARCH-NAME TO ARCH-PATH.
            OPEN INPUT JRNLARC.
            IF JA-STATUS NOT = "35"
                 CLOSE JRNLARC
                 DISPLAY "YEAR " YEAR-IN " ALREADY ARCHIVED TO "
                      ARCH-NAME
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            OPEN INPUT TRNJRNL.
            IF TJ-STATUS = "35"
                 DISPLAY "NO JOURNAL ON FILE - NOTHING TO ARCHIVE"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE 0 TO EOFSW.
            PERFORM COUNT-RTN UNTIL EOFSW = 1.
            CLOSE TRNJRNL.
            IF EARLY-CTR > 0
                 DISPLAY "JOURNAL STILL HOLDS " EARLY-CTR
                      " ENTRIES FROM YEAR " EARLY-YEAR
                 DISPLAY "ARCHIVE THE EARLIER YEAR FIRST"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            DISPLAY "ENTRIES TO ARCHIVE:     " ARCH-CTR.
            DISPLAY "ENTRIES STAYING ON FILE: " KEEP-CTR.
            DISPLAY "ARCHIVE YEAR " YEAR-IN " TO " ARCH-NAME
                 " (Y/N)? ".
            ACCEPT ANS.
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 DISPLAY "NO CHANGE MADE"
                 STOP RUN.
            OPEN I-O JRNLCF.
            IF CF-STATUS = "35"
                 OPEN OUTPUT JRNLCF
                 CLOSE JRNLCF
                 OPEN I-O JRNLCF.
            PERFORM CARRY-PRIOR-RTN THRU CARRY-PRIOR-END.
            PERFORM SPLIT-RTN.
            PERFORM REWRITE-RTN.
            PERFORM REPORT-RTN THRU REPORT-END.
            CLOSE JRNLCF.
            OPEN EXTEND AUDITLOG.
            MOVE "JRNL-ARCHIVE" TO AL-PROGRAM.
            MOVE "JRNLARCH" TO AL-FIELD.
            MOVE ARCH-NAME TO AL-BADVAL.
            MOVE RUN-DATE TO AL-DATE.
            ACCEPT AL-TIME FROM TIME.
            MOVE OPERATOR-ID TO AL-OPERATOR.
            WRITE AUDIT-REC.
            CLOSE AUDITLOG.
            DISPLAY "YEAR " YEAR-IN " ARCHIVED - ENTRIES: "
                 ARCHIVED-CTR.
            DISPLAY "OPENING BALANCES CARRIED TO YEAR " NEXT-YEAR-X
                 ": " CARRIED-CTR.
            STOP RUN.
      * NOTHING MAY POST TO THE YEAR ONCE DECEMBER IS CLOSED FOR THE
      * BANK OR FOR THE GENERAL LEDGER, SO ITS ENTRIES ARE FINAL.
       CHECK-DECEMBER-RTN.
            MOVE 0 TO CLOSED-SW.
            OPEN INPUT PERIODS.
            IF PD-STATUS NOT = "35"
                 MOVE "BANK" TO PD-SUBSYS
                 PERFORM READ-DECEMBER-RTN
                 MOVE "GL" TO PD-SUBSYS
                 PERFORM READ-DECEMBER-RTN
                 CLOSE PERIODS.
            IF CLOSED-SW = 0
                 DISPLAY "DECEMBER " YEAR-IN " IS NOT CLOSED - "
                      "CLOSE THE PERIOD FIRST"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
       READ-DECEMBER-RTN.
            MOVE YEAR-IN TO PD-YYMM(1:2).
            MOVE "12" TO PD-YYMM(3:2).
            READ PERIODS
                 INVALID KEY
                      MOVE 'O' TO PD-STAT
            END-READ.
            IF PD-STAT = 'C'
                 MOVE 1 TO CLOSED-SW.
       COUNT-RTN.
            READ TRNJRNL
                 AT END
                      MOVE 1 TO EOFSW
                 NOT AT END
                      IF TJ-DATE(1:2) = YEAR-IN
                           ADD 1 TO ARCH-CTR
                      ELSE
                      IF TJ-DATE(1:2) > YEAR-IN
                           ADD 1 TO KEEP-CTR
                      ELSE
                           ADD 1 TO EARLY-CTR
                           IF EARLY-YEAR = SPACES
                              OR TJ-DATE(1:2) < EARLY-YEAR
                                MOVE TJ-DATE(1:2) TO EARLY-YEAR
                           END-IF
                      END-IF
                      END-IF
            END-READ.
      *****************************************************************
      * EVERY BALANCE THE YEAR OPENED WITH IS CARRIED INTO THE NEXT
      * YEAR FIRST; THE YEAR'S OWN ENTRIES THEN REPLACE IT FOR THE
      * ACCOUNTS THAT MOVED.
      *****************************************************************
       CARRY-PRIOR-RTN.
            MOVE 0 TO CF-EOF-SW.
            MOVE YEAR-IN TO CF-YEAR.
            MOVE 0 TO CF-ACCNO.
            START JRNLCF KEY IS NOT LESS THAN CF-KEY
                 INVALID KEY
                      GO TO CARRY-PRIOR-END.
            PERFORM CARRY-PRIOR-ONE-RTN THRU CARRY-PRIOR-ONE-END
                 UNTIL CF-EOF-SW = 1.
       CARRY-PRIOR-END.
       CARRY-PRIOR-ONE-RTN.
            READ JRNLCF NEXT RECORD
                 AT END
                      MOVE 1 TO CF-EOF-SW
                      GO TO CARRY-PRIOR-ONE-END.
            IF CF-YEAR NOT = YEAR-IN
                 MOVE 1 TO CF-EOF-SW
                 GO TO CARRY-PRIOR-ONE-END.
            MOVE CF-ACCNO TO HOLD-ACCNO.
            MOVE NEXT-YEAR-X TO CF-YEAR.
            MOVE RUN-DATE TO CF-ARCH-DATE.
            WRITE JRNLCF-REC.
            IF CF-STATUS = "22"
                 REWRITE JRNLCF-REC.
            PERFORM CHECK-CF-RTN.
            MOVE YEAR-IN TO CF-YEAR.
            MOVE HOLD-ACCNO TO CF-ACCNO.
            START JRNLCF KEY IS GREATER THAN CF-KEY
                 INVALID KEY
                      MOVE 1 TO CF-EOF-SW.
       CARRY-PRIOR-ONE-END.
      *****************************************************************
      * THE YEAR'S ENTRIES GO TO THE ARCHIVE, THE LATER ONES TO THE
      * WORK FILE. AN ACCOUNT'S LAST ENTRY OF THE YEAR GIVES ITS
      * CLOSING BALANCE.
      *****************************************************************
       SPLIT-RTN.
            OPEN INPUT TRNJRNL.
            OPEN OUTPUT JRNLARC.
            IF JA-STATUS NOT = "00"
                 MOVE ARCH-NAME TO FC-FILENAME
                 MOVE JA-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            OPEN OUTPUT JRNLWORK.
            MOVE 0 TO EOFSW.
            PERFORM SPLIT-ONE-RTN THRU SPLIT-ONE-END UNTIL EOFSW = 1.
            CLOSE TRNJRNL.
            CLOSE JRNLARC.
            CLOSE JRNLWORK.
       SPLIT-ONE-RTN.
            READ TRNJRNL
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO SPLIT-ONE-END.
            IF TJ-DATE(1:2) NOT = YEAR-IN
                 WRITE WORK-REC FROM JRNL-REC
                 IF JW-STATUS NOT = "00"
                      MOVE "JRNLWORK" TO FC-FILENAME
                      MOVE JW-STATUS TO FC-STATUS
                      PERFORM FILE-ERROR-RTN
                 END-IF
                 GO TO SPLIT-ONE-END.
            WRITE ARCH-REC FROM JRNL-REC.
            IF JA-STATUS NOT = "00"
                 MOVE ARCH-NAME TO FC-FILENAME
                 MOVE JA-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            ADD 1 TO ARCHIVED-CTR.
            MOVE NEXT-YEAR-X TO CF-YEAR.
            MOVE TJ-ACCNO TO CF-ACCNO.
            READ JRNLCF RECORD
                 INVALID KEY
                      MOVE 0 TO CF-FOUND-SW
                 NOT INVALID KEY
                      MOVE 1 TO CF-FOUND-SW.
            MOVE NEXT-YEAR-X TO CF-YEAR.
            MOVE TJ-ACCNO TO CF-ACCNO.
            MOVE TJ-NEW-BAL TO CF-OPEN-BAL.
            MOVE TJ-DATE TO CF-LAST-DATE.
            MOVE RUN-DATE TO CF-ARCH-DATE.
            IF CF-FOUND-SW = 1
                 REWRITE JRNLCF-REC
            ELSE
                 WRITE JRNLCF-REC.
            PERFORM CHECK-CF-RTN.
       SPLIT-ONE-END.
       CHECK-CF-RTN.
            IF CF-STATUS NOT = "00"
                 MOVE "JRNLCF" TO FC-FILENAME
                 MOVE CF-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
      *****************************************************************
      * THE JOURNAL IS WRITTEN BACK WITH THE LATER ENTRIES ONLY, AND
      * THE JOURNAL INDEX IS BUILT AFRESH FROM THEM.
      *****************************************************************
       REWRITE-RTN.
            OPEN INPUT JRNLWORK.
            OPEN OUTPUT TRNJRNL.
            OPEN OUTPUT JRNLIDX.
            IF JX-STATUS NOT = "00"
                 MOVE "JRNLIDX" TO FC-FILENAME
                 MOVE JX-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE 0 TO EOFSW.
            PERFORM REWRITE-ONE-RTN THRU REWRITE-ONE-END
                 UNTIL EOFSW = 1.
            CLOSE JRNLWORK.
            CLOSE TRNJRNL.
            CLOSE JRNLIDX.
            OPEN OUTPUT JRNLWORK.
            CLOSE JRNLWORK.
       REWRITE-ONE-RTN.
            READ JRNLWORK INTO JRNL-REC
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO REWRITE-ONE-END.
            WRITE JRNL-REC.
            IF TJ-STATUS NOT = "00"
                 MOVE "TRNJRNL" TO FC-FILENAME
                 MOVE TJ-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            ADD 1 TO KEPT-CTR.
            MOVE TJ-ACCNO TO JX-ACCNO.
            MOVE TJ-DATE TO JX-DATE.
            MOVE TJ-TIME TO JX-TIME.
            MOVE TJ-REFNO TO JX-REFNO.
            MOVE 0 TO JX-SEQ.
            MOVE JRNL-REC TO JX-JRNL.
       REWRITE-INDEX.
            WRITE JRNLIDX-REC.
            IF JX-STATUS = "22" AND JX-SEQ < 99
                 ADD 1 TO JX-SEQ
                 GO TO REWRITE-INDEX.
            IF JX-STATUS NOT = "00"
                 MOVE "JRNLIDX" TO FC-FILENAME
                 MOVE JX-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       REWRITE-ONE-END.
      *****************************************************************
      * CARRY-FORWARD REGISTER: EVERY ACCOUNT'S OPENING BALANCE FOR
      * THE NEXT YEAR, FLAGGING THOSE WITH NO ENTRIES IN THE YEAR.
      *****************************************************************
       REPORT-RTN.
            OPEN EXTEND RPTFILE.
            MOVE YEAR-IN TO HD-YEAR.
            MOVE RUN-DATE TO HD-DATE.
            MOVE ARCH-NAME TO HD-ARCH.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM HEAD-3 AFTER 1.
            MOVE "OPENING BALANCES CARRIED FORWARD TO YEAR" TO SL-TEXT.
            MOVE NEXT-YEAR-X TO SL-TEXT(42:2).
            WRITE RPTREC FROM SECT-LINE AFTER 2.
            WRITE RPTREC FROM SUB-1 AFTER 1.
            MOVE 0 TO CF-EOF-SW.
            MOVE NEXT-YEAR-X TO CF-YEAR.
            MOVE 0 TO CF-ACCNO.
            START JRNLCF KEY IS NOT LESS THAN CF-KEY
                 INVALID KEY
                      MOVE 1 TO CF-EOF-SW.
            PERFORM REPORT-ONE-RTN THRU REPORT-ONE-END
                 UNTIL CF-EOF-SW = 1.
            MOVE "JOURNAL ENTRIES ARCHIVED" TO TL-TEXT.
            MOVE ARCHIVED-CTR TO TL-COUNT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 2.
            MOVE "JOURNAL ENTRIES KEPT ON FILE" TO TL-TEXT.
            MOVE KEPT-CTR TO TL-COUNT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 1.
            MOVE "ACCOUNTS CARRIED FORWARD" TO TL-TEXT.
            MOVE CARRIED-CTR TO TL-COUNT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 1.
            MOVE "  OF WHICH NO ENTRIES IN THE YEAR" TO TL-TEXT.
            MOVE IDLE-CTR TO TL-COUNT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 1.
            MOVE "TOTAL BALANCES CARRIED FORWARD" TO TA-TEXT.
            MOVE CARRIED-TOTAL TO TA-AMT.
            WRITE RPTREC FROM AMOUNT-LINE AFTER 1.
            IF KEPT-CTR NOT = KEEP-CTR
                 MOVE "*** ENTRIES KEPT DO NOT AGREE WITH THE COUNT ***"
                      TO SL-TEXT
                 WRITE RPTREC FROM SECT-LINE AFTER 1
                 MOVE 8 TO RETURN-CODE.
            MOVE CARRIED-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE RPTFILE.
       REPORT-END.
       REPORT-ONE-RTN.
            READ JRNLCF NEXT RECORD
                 AT END
                      MOVE 1 TO CF-EOF-SW
                      GO TO REPORT-ONE-END.
            IF CF-YEAR NOT = NEXT-YEAR-X
                 MOVE 1 TO CF-EOF-SW
                 GO TO REPORT-ONE-END.
            MOVE CF-ACCNO TO DL-ACCNO.
            MOVE CF-LAST-DATE TO DL-LAST.
            MOVE CF-OPEN-BAL TO DL-BAL.
            MOVE SPACES TO DL-NOTE.
            IF CF-LAST-DATE(1:2) NOT = YEAR-IN
                 MOVE "NO ENTRIES IN YEAR" TO DL-NOTE
                 ADD 1 TO IDLE-CTR.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            ADD 1 TO CARRIED-CTR.
            ADD CF-OPEN-BAL TO CARRIED-TOTAL.
       REPORT-ONE-END.
       FILE-ERROR-RTN.
            DISPLAY "FILE ERROR ON " FC-FILENAME " - STATUS "
                 FC-STATUS.
            DISPLAY "RUN ENDED - RESTORE TRNJRNL.DAT BEFORE RERUNNING.".
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
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
