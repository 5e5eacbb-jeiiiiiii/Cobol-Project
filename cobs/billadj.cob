      *SECURITY. ONLY ME.
      *REMARKS. REBILLS A POSTED CYCLE FROM A CORRECTED KWH USING
      *         THE BILLING RATE, VAT AND LIFELINE RULES, WITH AN
      *         ADJUSTMENT MEMO AND SIGN-OFF REGISTER. AN ADJUSTMENT
      *         LARGER THAN THE APPROVAL LIMIT IS HELD FOR SUPERVISOR
      *         APPROVAL AND IS NOT POSTED HERE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SC-PROGRAM
                 FILE STATUS IS SC-STATUS.
            SELECT PENDAPPR ASSIGN TO "PENDAPPR.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PA-REQNO
                 FILE STATUS IS PA-STATUS.
            SELECT RPTFILE ASSIGN TO "ADJREG".
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
            SELECT PERIODS ASSIGN TO "PERIODS.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PD-KEY
                 FILE STATUS IS PD-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
            02 EM-ADDRESS PIC X(30).
            02 EM-CLASS PIC X.
            02 EM-METER PIC X(10).
            02 EM-NETMTR PIC X.
            02 EM-XFMR PIC X(8).
       FD   ADJMEMO.
       01   ADJMEMO-REC.
            02 AJ-MEMONO PIC 9(6).
            02 AJ-OLD-AMT PIC 9(6)V99.
            02 AJ-NEW-AMT PIC 9(6)V99.
            02 AJ-REASON PIC X(3).
       FD   PENDAPPR.
       01   PA-REC.
            02 PA-REQNO PIC 9(6).
            02 PA-TYPE PIC XX.
            02 PA-PROGRAM PIC X(15).
            02 PA-TARGET PIC X(20).
            02 PA-DESC PIC X(40).
            02 PA-DATA PIC X(60).
            02 PA-BA-DATA REDEFINES PA-DATA.
               03 PA-BA-ANO PIC X(10).
               03 PA-BA-OLD-KWH PIC 9(6).
               03 PA-BA-NEW-KWH PIC 9(6).
               03 PA-BA-OLD-AMT PIC 9(6)V99.
               03 PA-BA-NEW-AMT PIC 9(6)V99.
               03 PA-BA-REASON PIC X(3).
               03 FILLER PIC X(19).
            02 PA-MAKER PIC X(10).
            02 PA-MAKE-DATE PIC X(8).
            02 PA-MAKE-TIME PIC X(8).
            02 PA-STAT PIC X.
            02 PA-CHECKER PIC X(10).
            02 PA-CHECK-DATE PIC X(8).
       FD   SEQCTR.
       01   SC-REC.
            02 SC-PROGRAM PIC X(15).
       01   HS-STATUS PIC XX VALUE "00".
       01   EM-STATUS PIC XX VALUE "00".
       01   SC-STATUS PIC XX VALUE "00".
       01   PA-STATUS PIC XX VALUE "00".
       01   APPR-LIMIT PIC 9(6)V99 VALUE 1000.00.
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   PD-STATUS PIC XX VALUE "00".
       01   PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01   PERIOD-SW PIC 9 VALUE 0.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE "ELEC" TO PERIOD-SUBSYS.
            PERFORM CHECK-PERIOD-RTN THRU CHECK-PERIOD-END.
            OPEN I-O ARREARS.
            IF AR-STATUS = "35"
                 DISPLAY "NO ARREARS FILE ON HAND" LINE 1 COLUMN 1
                 OPEN OUTPUT SEQCTR
                 CLOSE SEQCTR
                 OPEN I-O SEQCTR.
            OPEN I-O PENDAPPR.
            IF PA-STATUS = "35"
                 OPEN OUTPUT PENDAPPR
                 CLOSE PENDAPPR
                 OPEN I-O PENDAPPR.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            OPEN EXTEND RPTFILE.
            CLOSE ELECMAST.
            CLOSE ADJMEMO.
            CLOSE SEQCTR.
            CLOSE PENDAPPR.
            CLOSE AUDITLOG.
            CLOSE RPTFILE.
            STOP RUN.
                      DISPLAY "NO ARREARS RECORD FOR ACCOUNT"
                      LINE 14 COLUMN 1
                      GO TO PROCESS-ASK.
            IF DELTA-AMT > APPR-LIMIT OR DELTA-AMT < 0 - APPR-LIMIT
                 PERFORM ADJ-QUEUE-RTN
                 GO TO PROCESS-ASK.
            COMPUTE NEW-BAL = AR-BAL + DELTA-AMT.
            IF NEW-BAL < 0
                 MOVE 0 TO AR-BAL
            DISPLAY "ADJUST ANOTHER BILL (Y/N)?" LINE 18 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       ADJ-QUEUE-RTN.
            MOVE "BA" TO PA-TYPE.
            MOVE SPACES TO PA-DATA.
            MOVE ANO-IN TO PA-BA-ANO.
            MOVE OLD-KWH TO PA-BA-OLD-KWH.
            MOVE NEWKWH-IN TO PA-BA-NEW-KWH.
            MOVE OLD-AMT TO PA-BA-OLD-AMT.
            MOVE NEW-AMT TO PA-BA-NEW-AMT.
            MOVE REASON-IN TO PA-BA-REASON.
            MOVE ANO-IN TO PA-TARGET.
            MOVE SPACES TO PA-DESC.
            STRING "REBILL " OLD-KWH " TO " NEWKWH-IN " KWH, RSN "
                 REASON-IN DELIMITED BY SIZE INTO PA-DESC.
            PERFORM QUEUE-RTN.
            MOVE DELTA-AMT TO DELTA-OUT.
            DISPLAY "CHANGE OVER APPROVAL LIMIT:" LINE 10 COLUMN 1.
            DISPLAY DELTA-OUT LINE 10 COLUMN 45.
            DISPLAY "SENT FOR SUPERVISOR APPROVAL, REQUEST:"
                 LINE 11 COLUMN 1.
            DISPLAY PA-REQNO LINE 11 COLUMN 45.
      * THE CHANGE IS HELD ON THE PENDING-APPROVAL FILE AND APPLIED ONLY
      * WHEN A SUPERVISOR OTHER THAN THE MAKER APPROVES IT.
       QUEUE-RTN.
            MOVE "APPR-QUEUE" TO SC-PROGRAM.
            READ SEQCTR
                 INVALID KEY
                      MOVE 1 TO SC-NEXT-SEQ
                 NOT INVALID KEY
                      ADD 1 TO SC-NEXT-SEQ.
            IF SC-STATUS = "23"
                 WRITE SC-REC
            ELSE
                 REWRITE SC-REC.
            MOVE SC-NEXT-SEQ TO PA-REQNO.
            MOVE "BILL-ADJUST" TO PA-PROGRAM.
            MOVE OPERATOR-ID TO PA-MAKER.
            MOVE RUN-DATE TO PA-MAKE-DATE.
            ACCEPT PA-MAKE-TIME FROM TIME.
            MOVE 'P' TO PA-STAT.
            MOVE SPACES TO PA-CHECKER.
            MOVE SPACES TO PA-CHECK-DATE.
            WRITE PA-REC.
            IF PA-STATUS NOT = "00"
                 MOVE "PENDAPPR" TO FC-FILENAME
                 MOVE PA-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE "APPRQUEUED" TO AL-FIELD.
            MOVE PA-TARGET TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       NEWKWH-RTN.
            ACCEPT NEWKWH-IN LINE 6 COLUMN 45.
            IF NEWKWH-IN IS NUMERIC
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "RUN ENDED - NOTHING FURTHER POSTED.".
            STOP RUN.
      * A BUSINESS DATE IN A MONTH FINANCE HAS CLOSED, FOR THIS
      * SUBSYSTEM OR FOR THE GENERAL LEDGER AS A WHOLE, IS REFUSED
      * BEFORE ANYTHING IS POSTED.
       CHECK-PERIOD-RTN.
            MOVE 0 TO PERIOD-SW.
            OPEN INPUT PERIODS.
            IF PD-STATUS = "35"
                 GO TO CHECK-PERIOD-END.
            MOVE PERIOD-SUBSYS TO PD-SUBSYS.
            MOVE RUN-DATE(1:4) TO PD-YYMM.
            READ PERIODS
                 INVALID KEY
                      MOVE SPACE TO PD-STAT.
            IF PD-STAT = 'C'
                 MOVE 1 TO PERIOD-SW.
            MOVE "GL" TO PD-SUBSYS.
            MOVE RUN-DATE(1:4) TO PD-YYMM.
            READ PERIODS
                 INVALID KEY
                      MOVE SPACE TO PD-STAT.
            IF PD-STAT = 'C'
                 MOVE 1 TO PERIOD-SW.
            CLOSE PERIODS.
            IF PERIOD-SW = 1
                 DISPLAY "BUSINESS DATE " RUN-DATE
                      " FALLS IN A CLOSED PERIOD"
                 DISPLAY PERIOD-SUBSYS " PERIOD " RUN-DATE(1:4)
                      " IS CLOSED - NOTHING POSTED."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
       CHECK-PERIOD-END.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
