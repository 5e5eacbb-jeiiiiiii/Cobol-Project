      *DATE-COMPILED. 08/22/26.
      *SECURITY. ONLY ME.
      *REMARKS. VERIFIES TRAILER COUNTS OF THE NIGHTLY OUTPUT FILES.
      *         THE VERDICT FOR THE BUSINESS DATE IS KEPT IN
      *         BATCHRES.DAT FOR THE MONTH-END PREREQUISITE CHECK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
                 FILE STATUS IS F7-STATUS.
            SELECT SALESREJ ASSIGN TO "SALESREJ.DAT"
                 FILE STATUS IS F8-STATUS.
            SELECT PRICEXC ASSIGN TO "PRICEXC.DAT"
                 FILE STATUS IS F9-STATUS.
            SELECT RPTFILE ASSIGN TO "BATCHCTL".
            SELECT BATCHRES ASSIGN TO "BATCHRES.DAT"
                 FILE STATUS IS BR-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FD   OUTF.
       01   F3-REC.
            02 F3-LEAD PIC X(8).
            02 FILLER PIC X(158).
       FD   MONDEJAR.
       01   F4-REC.
            02 F4-LEAD PIC X(8).
            02 FILLER PIC X(143).
       FD   JEI.
       01   F5-REC.
            02 F5-LEAD PIC X(8).
            02 FILLER PIC X(73).
       FD   SALESRAW.
       01   F6-REC.
            02 FILLER PIC X(78).
       FD   SALESIN.
       01   F7-REC.
            02 FILLER PIC X(78).
       FD   SALESREJ.
       01   F8-REC.
            02 FILLER PIC X(88).
       FD   PRICEXC.
       01   F9-REC.
            02 F9-EXC-DATE PIC X(6).
            02 FILLER PIC X(37).
            02 F9-REL-DATE PIC X(8).
            02 FILLER PIC X(78).
       FD   BATCHRES.
       01   BR-REC.
            02 BR-DATE PIC X(8).
            02 BR-RESULT PIC X.
            02 BR-TIME PIC X(8).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   F6-STATUS PIC XX VALUE "00".
       01   F7-STATUS PIC XX VALUE "00".
       01   F8-STATUS PIC XX VALUE "00".
       01   F9-STATUS PIC XX VALUE "00".
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   BR-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   DETAIL-CTR PIC 9(7) VALUE 0.
       01   RAW-CTR PIC 9(7) VALUE 0.
       01   CLEAN-CTR PIC 9(7) VALUE 0.
       01   REJ-CTR PIC 9(7) VALUE 0.
       01   HELD-CTR PIC 9(7) VALUE 0.
       01   RELEASE-CTR PIC 9(7) VALUE 0.
       01   PROOF-CTR PIC 9(7) VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(28) VALUE SPACES.
                      TO FN-TEXT.
            WRITE RPTREC FROM FINAL-LINE AFTER 2.
            CLOSE RPTFILE.
            PERFORM RESULT-RTN.
            IF OOB-SW = 1
                 DISPLAY "BATCH CONTROL: OUT OF BALANCE"
                 MOVE 8 TO RETURN-CODE
            ELSE
                 DISPLAY "BATCH CONTROL: ALL IN BALANCE".
            STOP RUN.
       RESULT-RTN.
            MOVE RUN-DATE TO BR-DATE.
            IF OOB-SW = 0
                 MOVE 'B' TO BR-RESULT
            ELSE
                 MOVE 'O' TO BR-RESULT.
            ACCEPT BR-TIME FROM TIME.
            OPEN EXTEND BATCHRES.
            IF BR-STATUS = "35"
                 OPEN OUTPUT BATCHRES.
            WRITE BR-REC.
            CLOSE BATCHRES.
       VERDICT-RTN.
            IF DETAIL-CTR = TRAILER-SUM
                 MOVE "IN BALANCE" TO FL-VERDICT
            MOVE 0 TO RAW-CTR.
            MOVE 0 TO CLEAN-CTR.
            MOVE 0 TO REJ-CTR.
            MOVE 0 TO HELD-CTR.
            MOVE 0 TO RELEASE-CTR.
            OPEN INPUT SALESRAW.
            IF F6-STATUS = "35"
                 GO TO CHECK-SALES-DONE.
                 PERFORM READ-REJ-RTN THRU READ-REJ-END
                      UNTIL EOFSW = 1
                 CLOSE SALESREJ.
            OPEN INPUT PRICEXC.
            IF F9-STATUS NOT = "35"
                 MOVE 0 TO EOFSW
                 PERFORM READ-EXC-RTN THRU READ-EXC-END
                      UNTIL EOFSW = 1
                 CLOSE PRICEXC.
            COMPUTE PROOF-CTR = CLEAN-CTR + REJ-CTR + HELD-CTR.
            ADD RELEASE-CTR TO RAW-CTR.
            MOVE RAW-CTR TO SL-RAW.
            MOVE PROOF-CTR TO SL-PROOF.
            IF RAW-CTR = PROOF-CTR
                      GO TO READ-REJ-END.
            ADD 1 TO REJ-CTR.
       READ-REJ-END.
      * LINES HELD FOR PRICE APPROVAL TONIGHT LEFT THE EDIT WITHOUT
      * BEING WRITTEN; APPROVED LINES RELEASED TONIGHT CAME IN ON TOP
      * OF SALES.txt.
       READ-EXC-RTN.
            READ PRICEXC
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO READ-EXC-END.
            IF F9-EXC-DATE = RUN-DATE(1:6)
                 ADD 1 TO HELD-CTR.
            IF F9-REL-DATE = RUN-DATE
                 ADD 1 TO RELEASE-CTR.
       READ-EXC-END.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
