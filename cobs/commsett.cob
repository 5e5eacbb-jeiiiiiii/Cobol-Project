                 RECORD KEY IS SC-PROGRAM
                 FILE STATUS IS SC-STATUS.
            SELECT RPTFILE ASSIGN TO "COMMREG".
            SELECT COMMCRED ASSIGN TO "COMMCRED.DAT"
                 FILE STATUS IS CR-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
            02 SI-AMT PIC 9(5)V99.
            02 SI-TC PIC X.
            02 SI-REASON PIC X(3).
            02 SI-CUST PIC X(6).
       FD   SALESMAN.
       01   SALESMAN-REC.
            02 SM-SNO PIC 9(5).
            02 SM-NAME PIC X(25).
            02 SM-AREA PIC X.
            02 SM-QUOTA PIC 9(7)V99.
            02 SM-BANK-ACCNO PIC 9(10).
       FD   SETTLE.
       01   SETTLE-REC.
            02 STL-KEY.
            02 STL-AMOUNT PIC S9(7)V99.
            02 STL-PAID PIC X.
            02 STL-PAID-DATE PIC X(8).
            02 STL-CREDIT-STATUS PIC X.
       FD   COMMCRED.
       01   CREDIT-REC.
            02 CR-SOURCE PIC X(8).
            02 CR-REC-TYPE PIC X.
            02 CR-SRCKEY PIC X(18).
            02 CR-PAYEE PIC X(25).
            02 CR-ACCNO PIC 9(10).
            02 CR-AMOUNT PIC 9(7)V99.
            02 CR-DATE PIC X(8).
       01   CREDIT-TRL-REC.
            02 CT-SOURCE PIC X(8).
            02 CT-REC-TYPE PIC X.
            02 CT-COUNT PIC 9(6).
            02 CT-TOTAL PIC 9(9)V99.
            02 CT-DATE PIC X(8).
            02 FILLER PIC X(45).
       FD   SEQCTR.
       01   SC-REC.
            02 SC-PROGRAM PIC X(15).
       01   SM-FILE-STATUS PIC XX VALUE "00".
       01   STL-STATUS PIC XX VALUE "00".
       01   SC-STATUS PIC XX VALUE "00".
       01   CR-STATUS PIC XX VALUE "00".
       01   CRED-CTR PIC 9(6) VALUE 0.
       01   CRED-TOT PIC 9(9)V99 VALUE 0.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
               03 SMT-NAME PIC X(25).
               03 SMT-QUOTA PIC 9(7)V99.
               03 SMT-NET PIC S9(9)V99.
               03 SMT-BANK-ACCNO PIC 9(10).
       01   COMM-AMT PIC S9(7)V99 VALUE 0.
       01   ATTAIN-PCT PIC 9(5)V99 VALUE 0.
       01   NEW-SETTLENO PIC 9(6) VALUE 0.
            02 FILLER PIC X(15) VALUE "TOTAL PAYABLE: ".
            02 TL-AMT PIC -ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(39) VALUE SPACES.
       01   CREDIT-LINE.
            02 FILLER PIC X(14) VALUE "BANK CREDITS: ".
            02 CL-CTR PIC ZZZ,ZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(7) VALUE "TOTAL: ".
            02 CL-TOT PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(46) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(69) VALUE SPACES.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            MOVE 0 TO SETTLE-CTR.
            MOVE 0 TO TOT-PAYABLE.
            MOVE 0 TO CRED-CTR.
            MOVE 0 TO CRED-TOT.
            OPEN EXTEND COMMCRED.
            IF CR-STATUS = "35"
                 OPEN OUTPUT COMMCRED.
            PERFORM SETTLE-ONE-RTN THRU SETTLE-ONE-END
                 VARYING SM-I FROM 1 BY 1 UNTIL SM-I > SM-COUNT.
            MOVE SETTLE-CTR TO TL-CTR.
            MOVE TOT-PAYABLE TO TL-AMT.
            WRITE RPTREC FROM TOTAL-1 AFTER 2.
            MOVE CRED-CTR TO CL-CTR.
            MOVE CRED-TOT TO CL-TOT.
            WRITE RPTREC FROM CREDIT-LINE AFTER 1.
            MOVE SETTLE-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            IF CRED-CTR > 0
                 MOVE "COMMSETL" TO CT-SOURCE
                 MOVE 'T' TO CT-REC-TYPE
                 MOVE CRED-CTR TO CT-COUNT
                 MOVE CRED-TOT TO CT-TOTAL
                 MOVE RUN-DATE TO CT-DATE
                 WRITE CREDIT-TRL-REC.
            CLOSE COMMCRED.
            CLOSE RPTFILE.
            DISPLAY "SETTLEMENTS WRITTEN:" LINE 8 COLUMN 1.
            DISPLAY SETTLE-CTR LINE 8 COLUMN 45.
                 MOVE SM-NAME TO SMT-NAME(SM-IDX)
                 MOVE SM-QUOTA TO SMT-QUOTA(SM-IDX)
                 MOVE 0 TO SMT-NET(SM-IDX)
                 MOVE SM-BANK-ACCNO TO SMT-BANK-ACCNO(SM-IDX)
            ELSE
                 DISPLAY "WARNING: SALESMAN TABLE FULL"
                 LINE 20 COLUMN 1
            MOVE COMM-AMT TO STL-AMOUNT.
            MOVE 'N' TO STL-PAID.
            MOVE SPACES TO STL-PAID-DATE.
            MOVE SPACE TO STL-CREDIT-STATUS.
            IF COMM-AMT > 0 AND SMT-BANK-ACCNO(SM-I) NOT = 0
                 MOVE 'S' TO STL-CREDIT-STATUS.
            WRITE SETTLE-REC.
            IF STL-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON SETTLE - STATUS " STL-STATUS
            MOVE SMT-NET(SM-I) TO DL-NET.
            MOVE COMM-AMT TO DL-COMM.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            IF STL-CREDIT-STATUS = 'S'
                 PERFORM CREDIT-RTN.
            PERFORM STATEMENT-RTN THRU STATEMENT-END.
            ADD 1 TO SETTLE-CTR.
            ADD COMM-AMT TO TOT-PAYABLE.
       SETTLE-ONE-END.
       CREDIT-RTN.
            MOVE "COMMSETL" TO CR-SOURCE.
            MOVE 'D' TO CR-REC-TYPE.
            MOVE STL-KEY TO CR-SRCKEY.
            MOVE SMT-NAME(SM-I) TO CR-PAYEE.
            MOVE SMT-BANK-ACCNO(SM-I) TO CR-ACCNO.
            MOVE COMM-AMT TO CR-AMOUNT.
            MOVE RUN-DATE TO CR-DATE.
            WRITE CREDIT-REC.
            ADD 1 TO CRED-CTR.
            ADD COMM-AMT TO CRED-TOT.
       STATEMENT-RTN.
            MOVE SMT-SNO(SM-I) TO SH-SNO.
            MOVE SMT-NAME(SM-I) TO SH-NAME.
            IF STL-PAID = 'Y'
                 DISPLAY "SETTLEMENT ALREADY PAID" LINE 8 COLUMN 1
                 GO TO PAY-END.
            IF STL-CREDIT-STATUS = 'S'
                 DISPLAY "SETTLEMENT SENT TO BANK - AWAITING CREDIT"
                 LINE 8 COLUMN 1
                 GO TO PAY-END.
            MOVE 'Y' TO STL-PAID.
            MOVE RUN-DATE TO STL-PAID-DATE.
            REWRITE SETTLE-REC.
