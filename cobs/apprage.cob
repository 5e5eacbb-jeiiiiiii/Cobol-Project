       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPR-AGING.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. AGING OF MAINTENANCE CHANGES STILL WAITING ON THE
      *         PENDING-APPROVAL FILE AT END OF DAY. DAYS PENDING RUN
      *         FROM THE DATE THE CHANGE WAS MADE. APPROVED AND
      *         REJECTED REQUESTS ARE NOT LISTED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PENDAPPR ASSIGN TO "PENDAPPR.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PA-REQNO
                 FILE STATUS IS PA-STATUS.
            SELECT RPTFILE ASSIGN TO "APPRAGE".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   PENDAPPR.
       01   PA-REC.
            02 PA-REQNO PIC 9(6).
            02 PA-TYPE PIC XX.
            02 PA-PROGRAM PIC X(15).
            02 PA-TARGET PIC X(20).
            02 PA-DESC PIC X(40).
            02 PA-DATA PIC X(60).
            02 PA-MAKER PIC X(10).
            02 PA-MAKE-DATE PIC X(8).
            02 PA-MAKE-TIME PIC X(8).
            02 PA-STAT PIC X.
            02 PA-CHECKER PIC X(10).
            02 PA-CHECK-DATE PIC X(8).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(110).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   PA-STATUS PIC XX VALUE "00".
       01   EOFSW PIC 9 VALUE 0.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   DATE-PARTS.
            02 DP-YY PIC 99.
            02 DP-MM PIC 99.
            02 DP-DD PIC 99.
            02 FILLER PIC XX.
       01   DAYNO PIC 9(6) VALUE 0.
       01   RUN-DAYNO PIC 9(6) VALUE 0.
       01   DAYS-PEND PIC S9(5) VALUE 0.
       01   BUCKET PIC 9 VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   BUCKET-COUNTS.
            02 BC-CNT PIC 9(5) OCCURS 4 TIMES VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(41) VALUE SPACES.
            02 FILLER PIC X(27)
               VALUE "PUP-MANILA REPORTING SYSTEM".
            02 FILLER PIC X(42) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(31) VALUE SPACES.
            02 FILLER PIC X(40)
               VALUE "CHANGES AWAITING SUPERVISOR APPROVAL AS ".
            02 FILLER PIC X(3) VALUE "OF ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(28) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(8) VALUE "REQ NO".
            02 FILLER PIC X(5) VALUE "TYPE".
            02 FILLER PIC X(12) VALUE "MAKER".
            02 FILLER PIC X(10) VALUE "MADE".
            02 FILLER PIC X(6) VALUE "DAYS".
            02 FILLER PIC X(22) VALUE "TARGET".
            02 FILLER PIC X(42) VALUE "CHANGE".
            02 FILLER PIC X(5) VALUE "AGE".
       01   DETAIL-LINE.
            02 DL-REQNO PIC 9(6).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-TYPE PIC XX.
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-MAKER PIC X(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-MADE PIC X(8).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-DAYS PIC -ZZZ9.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-TARGET PIC X(20).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-DESC PIC X(40).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-AGE PIC X(6).
       01   TOTAL-LINE.
            02 FILLER PIC X(24) VALUE "PENDING CHANGES".
            02 FILLER PIC X(10) VALUE "SAME DAY: ".
            02 TL-CNT1 PIC ZZZZ9.
            02 FILLER PIC X(10) VALUE "   1 - 3: ".
            02 TL-CNT2 PIC ZZZZ9.
            02 FILLER PIC X(10) VALUE "   4 - 7: ".
            02 TL-CNT3 PIC ZZZZ9.
            02 FILLER PIC X(11) VALUE "   OVER 7: ".
            02 TL-CNT4 PIC ZZZZ9.
            02 FILLER PIC X(9) VALUE "  TOTAL: ".
            02 TL-TOTAL PIC ZZZZ9.
            02 FILLER PIC X(11) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(89) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE RUN-DATE TO DATE-PARTS.
            COMPUTE RUN-DAYNO = DP-YY * 360 + DP-MM * 30 + DP-DD.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            OPEN INPUT PENDAPPR.
            IF PA-STATUS = "35"
                 MOVE 1 TO EOFSW
            ELSE
                 MOVE 0 TO PA-REQNO
                 START PENDAPPR KEY NOT LESS THAN PA-REQNO
                      INVALID KEY
                           MOVE 1 TO EOFSW.
            PERFORM SCAN-RTN THRU SCAN-END UNTIL EOFSW = 1.
            IF PA-STATUS NOT = "35"
                 CLOSE PENDAPPR.
            MOVE BC-CNT(1) TO TL-CNT1.
            MOVE BC-CNT(2) TO TL-CNT2.
            MOVE BC-CNT(3) TO TL-CNT3.
            MOVE BC-CNT(4) TO TL-CNT4.
            MOVE REC-CTR TO TL-TOTAL.
            WRITE RPTREC FROM TOTAL-LINE AFTER 2.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE RPTFILE.
            DISPLAY "APPROVAL AGING PRINTED, PENDING: " REC-CTR.
            STOP RUN.
       SCAN-RTN.
            READ PENDAPPR NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO SCAN-END.
            IF PA-STAT NOT = 'P'
                 GO TO SCAN-END.
            MOVE PA-MAKE-DATE TO DATE-PARTS.
            COMPUTE DAYNO = DP-YY * 360 + DP-MM * 30 + DP-DD.
            COMPUTE DAYS-PEND = RUN-DAYNO - DAYNO.
            IF DAYS-PEND < 1
                 MOVE 1 TO BUCKET
                 MOVE SPACES TO DL-AGE
            ELSE
            IF DAYS-PEND < 4
                 MOVE 2 TO BUCKET
                 MOVE SPACES TO DL-AGE
            ELSE
            IF DAYS-PEND < 8
                 MOVE 3 TO BUCKET
                 MOVE "*" TO DL-AGE
            ELSE
                 MOVE 4 TO BUCKET
                 MOVE "** OLD" TO DL-AGE.
            MOVE PA-REQNO TO DL-REQNO.
            MOVE PA-TYPE TO DL-TYPE.
            MOVE PA-MAKER TO DL-MAKER.
            MOVE PA-MAKE-DATE TO DL-MADE.
            MOVE DAYS-PEND TO DL-DAYS.
            MOVE PA-TARGET TO DL-TARGET.
            MOVE PA-DESC TO DL-DESC.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            ADD 1 TO BC-CNT(BUCKET).
            ADD 1 TO REC-CTR.
       SCAN-END.
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
