       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-AGING.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. AGES PAST-DUE LOAN INSTALLMENTS INTO 30-DAY BUCKETS,
      *         ONE LINE PER DELINQUENT LOAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT LOANMAST ASSIGN TO "BNKLOAN.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS LN-LOANNO
                 FILE STATUS IS LN-STATUS.
            SELECT LOANSCHD ASSIGN TO "LOANSCHD.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS LS-KEY
                 FILE STATUS IS LS-STATUS.
            SELECT RPTFILE ASSIGN TO "LOANAGE".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   LOANMAST.
       01   LOAN-REC.
            02 LN-LOANNO PIC 9(8).
            02 LN-CUSTNO PIC 9(8).
            02 LN-TYPE PIC X.
            02 LN-ACCNO PIC 9(10).
            02 LN-PRINCIPAL PIC 9(9)V99.
            02 LN-RATE PIC V9999.
            02 LN-TERM PIC 9(3).
            02 LN-AMORT PIC 9(7)V99.
            02 LN-BOOK-DATE PIC X(8).
            02 LN-OUTSTANDING PIC 9(9)V99.
            02 LN-STATUS-CODE PIC X.
            02 LN-CLOSE-DATE PIC X(8).
       FD   LOANSCHD.
       01   LOANSCHD-REC.
            02 LS-KEY.
                 03 LS-LOANNO PIC 9(8).
                 03 LS-INSTNO PIC 9(3).
            02 LS-DUE-DATE PIC X(8).
            02 LS-PRINCIPAL PIC 9(7)V99.
            02 LS-INTEREST PIC 9(7)V99.
            02 LS-AMORT PIC 9(7)V99.
            02 LS-PAID PIC 9(7)V99.
            02 LS-STATUS-CODE PIC X.
            02 LS-PAID-DATE PIC X(8).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(90).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   LN-STATUS PIC XX VALUE "00".
       01   LS-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   PREV-LOANNO PIC 9(8) VALUE 0.
       01   PAST-DUE PIC 9(7)V99 VALUE 0.
       01   DAYS-LATE PIC S9(7) VALUE 0.
       01   RUN-DAYS PIC 9(7) VALUE 0.
       01   DUE-DAYS PIC 9(7) VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   LOAN-CTR PIC 9(6) VALUE 0.
       01   DATE-WORK.
            02 DW-YY PIC 99.
            02 DW-MM PIC 99.
            02 DW-DD PIC 99.
            02 FILLER PIC XX.
       01   LOAN-BUCKETS.
            02 LB-INST PIC 9(3) VALUE 0.
            02 LB-B1 PIC 9(9)V99 VALUE 0.
            02 LB-B2 PIC 9(9)V99 VALUE 0.
            02 LB-B3 PIC 9(9)V99 VALUE 0.
            02 LB-B4 PIC 9(9)V99 VALUE 0.
       01   GRAND-BUCKETS.
            02 GB-B1 PIC 9(9)V99 VALUE 0.
            02 GB-B2 PIC 9(9)V99 VALUE 0.
            02 GB-B3 PIC 9(9)V99 VALUE 0.
            02 GB-B4 PIC 9(9)V99 VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(16) VALUE "China Trust Bank".
            02 FILLER PIC X(49) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(22) VALUE SPACES.
            02 FILLER PIC X(27)
               VALUE "LOAN DELINQUENCY AGING     ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(33) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(8) VALUE "Loan No ".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(7) VALUE "Account".
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "Inst".
            02 FILLER PIC X(6) VALUE SPACES.
            02 FILLER PIC X(7) VALUE "1-30 DY".
            02 FILLER PIC X(5) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "31-60 DY".
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "61-90 DY".
            02 FILLER PIC X(5) VALUE SPACES.
            02 FILLER PIC X(7) VALUE "OVER 90".
            02 FILLER PIC X(15) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-LOANNO PIC 9(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-ACCNO PIC 9(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-INST PIC ZZ9.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-B1 PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-B2 PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-B3 PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-B4 PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(10) VALUE SPACES.
       01   TOTAL-1.
            02 FILLER PIC X(7) VALUE "TOTALS ".
            02 TL-LOANS PIC ZZZ,ZZ9.
            02 FILLER PIC X(6) VALUE " LOANS".
            02 FILLER PIC X(6) VALUE SPACES.
            02 TL-B1 PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 TL-B2 PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 TL-B3 PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 TL-B4 PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(10) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(69) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN INPUT LOANMAST.
            IF LN-STATUS = "35"
                 DISPLAY "NO LOAN MASTER FILE - NOTHING TO AGE"
                 STOP RUN.
            OPEN INPUT LOANSCHD.
            IF LS-STATUS = "35"
                 DISPLAY "NO LOAN SCHEDULE FILE - NOTHING TO AGE"
                 CLOSE LOANMAST
                 STOP RUN.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO DATE-WORK.
            PERFORM DAY-COUNT-RTN.
            MOVE DUE-DAYS TO RUN-DAYS.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            PERFORM INSTALLMENT-RTN THRU INSTALLMENT-END
                 UNTIL EOFSW = 1.
            PERFORM LOAN-BREAK-RTN THRU LOAN-BREAK-END.
            MOVE LOAN-CTR TO TL-LOANS.
            MOVE GB-B1 TO TL-B1.
            MOVE GB-B2 TO TL-B2.
            MOVE GB-B3 TO TL-B3.
            MOVE GB-B4 TO TL-B4.
            WRITE RPTREC FROM TOTAL-1 AFTER 2.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE LOANMAST.
            CLOSE LOANSCHD.
            CLOSE RPTFILE.
            DISPLAY "LOAN AGING COMPLETE - DELINQUENT LOANS "
                 LOAN-CTR.
            STOP RUN.
       INSTALLMENT-RTN.
            READ LOANSCHD NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO INSTALLMENT-END.
            IF LS-STATUS-CODE NOT = 'O'
                 GO TO INSTALLMENT-END.
            IF LS-DUE-DATE NOT < RUN-DATE
                 GO TO INSTALLMENT-END.
            IF LS-LOANNO NOT = PREV-LOANNO
                 PERFORM LOAN-BREAK-RTN THRU LOAN-BREAK-END
                 MOVE LS-LOANNO TO PREV-LOANNO.
            ADD 1 TO REC-CTR.
            ADD 1 TO LB-INST.
            COMPUTE PAST-DUE = LS-AMORT - LS-PAID.
            MOVE LS-DUE-DATE TO DATE-WORK.
            PERFORM DAY-COUNT-RTN.
            COMPUTE DAYS-LATE = RUN-DAYS - DUE-DAYS.
            IF DAYS-LATE NOT > 30
                 ADD PAST-DUE TO LB-B1
            ELSE
            IF DAYS-LATE NOT > 60
                 ADD PAST-DUE TO LB-B2
            ELSE
            IF DAYS-LATE NOT > 90
                 ADD PAST-DUE TO LB-B3
            ELSE
                 ADD PAST-DUE TO LB-B4.
       INSTALLMENT-END.
       LOAN-BREAK-RTN.
            IF LB-INST = 0
                 GO TO LOAN-BREAK-END.
            MOVE PREV-LOANNO TO LN-LOANNO.
            READ LOANMAST RECORD
                 INVALID KEY
                      MOVE 0 TO LN-ACCNO.
            ADD 1 TO LOAN-CTR.
            MOVE PREV-LOANNO TO DL-LOANNO.
            MOVE LN-ACCNO TO DL-ACCNO.
            MOVE LB-INST TO DL-INST.
            MOVE LB-B1 TO DL-B1.
            MOVE LB-B2 TO DL-B2.
            MOVE LB-B3 TO DL-B3.
            MOVE LB-B4 TO DL-B4.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            ADD LB-B1 TO GB-B1.
            ADD LB-B2 TO GB-B2.
            ADD LB-B3 TO GB-B3.
            ADD LB-B4 TO GB-B4.
            MOVE 0 TO LB-INST.
            MOVE 0 TO LB-B1.
            MOVE 0 TO LB-B2.
            MOVE 0 TO LB-B3.
            MOVE 0 TO LB-B4.
       LOAN-BREAK-END.
       DAY-COUNT-RTN.
            IF DW-DD > 30
                 MOVE 30 TO DW-DD.
            COMPUTE DUE-DAYS = DW-YY * 360 + DW-MM * 30 + DW-DD.
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
