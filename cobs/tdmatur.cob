       IDENTIFICATION DIVISION.
       PROGRAM-ID. TD-MATURITY.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. PAYS OUT OR ROLLS OVER MATURED TIME DEPOSITS IN THE
      *         NIGHTLY WINDOW.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TDMAST ASSIGN TO "TDMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS TD-ACCNO
                 FILE STATUS IS TD-STATUS.
            SELECT TDRATE ASSIGN TO "TDRATE.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS TR-TERM
                 FILE STATUS IS TR-STATUS.
            SELECT ACCTMAST ASSIGN TO "ACCTMAST"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AM-ACCNO-KEY
                 FILE STATUS IS AM-STATUS.
            SELECT TRNJRNL ASSIGN TO "TRNJRNL.DAT"
                 FILE STATUS IS TJ-STATUS.
            SELECT JRNLIDX ASSIGN TO "JRNLIDX.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS JX-KEY
                 FILE STATUS IS JX-STATUS.
            SELECT SEQCTR ASSIGN TO "SEQCTR.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SC-PROGRAM
                 FILE STATUS IS SC-STATUS.
            SELECT TDCERT ASSIGN TO "TDCERT".
            SELECT RPTFILE ASSIGN TO "TDMATREG".
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
       FD   TDMAST.
       01   TD-REC.
            02 TD-ACCNO PIC 9(10).
            02 TD-CUSTNO PIC 9(8).
            02 TD-PRINCIPAL PIC 9(9)V99.
            02 TD-TERM PIC 9(3).
            02 TD-RATE PIC V9999.
            02 TD-PLACED PIC X(8).
            02 TD-MATURITY PIC X(8).
            02 TD-INSTR PIC X.
            02 TD-SETTLE-ACCNO PIC 9(10).
            02 TD-BRANCH PIC X(3).
            02 TD-CERTNO PIC 9(8).
            02 TD-ROLL-CTR PIC 99.
            02 TD-STATUS-CODE PIC X.
            02 TD-CLOSE-DATE PIC X(8).
       FD   TDRATE.
       01   TDRATE-REC.
            02 TR-TERM PIC 9(3).
            02 TR-RATE PIC V9999.
            02 TR-EFF-DATE PIC X(8).
       FD   ACCTMAST.
       01   ACCT-MASTER-REC.
            02 AM-ACCNO-KEY PIC 9(10).
            02 AM-ACCNAME PIC X(20).
            02 AM-ACCOUNTTYPE PIC X.
            02 AM-BALANCE PIC S9(9)V99.
            02 AM-STATUS-CODE PIC X.
            02 AM-LASTACT-DATE PIC X(8).
            02 AM-CUSTNO PIC 9(8).
            02 AM-HOME-BRANCH PIC X(3).
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
       FD   JRNLIDX.
       01   JRNLIDX-REC.
            02 JX-KEY.
                 03 JX-ACCNO PIC 9(10).
                 03 JX-DATE PIC X(8).
                 03 JX-TIME PIC X(8).
                 03 JX-REFNO PIC 9(8).
                 03 JX-SEQ PIC 99.
            02 JX-JRNL PIC X(68).
       FD   SEQCTR.
       01   SC-REC.
            02 SC-PROGRAM PIC X(15).
            02 SC-NEXT-SEQ PIC 9(8).
       FD   TDCERT.
       01   CERT-REC.
            02 FILLER PIC X(80).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(90).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   TD-STATUS PIC XX VALUE "00".
       01   TR-STATUS PIC XX VALUE "00".
       01   AM-STATUS PIC XX VALUE "00".
       01   TJ-STATUS PIC XX VALUE "00".
       01   JX-STATUS PIC XX VALUE "00".
       01   SC-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   PD-STATUS PIC XX VALUE "00".
       01   PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01   PERIOD-SW PIC 9 VALUE 0.
       01   REFNO PIC 9(8) VALUE 0.
       01   EOFSW PIC 9 VALUE 0.
       01   SKIP-REASON PIC X(15) VALUE SPACES.
       01   WTAX-RATE PIC V99 VALUE .20.
       01   INT-AMT PIC S9(7)V99 VALUE 0.
       01   TAX-AMT PIC S9(7)V99 VALUE 0.
       01   PROCEEDS PIC S9(9)V99 VALUE 0.
       01   TD-NEW-BAL PIC S9(9)V99 VALUE 0.
       01   DST-NEW-BAL PIC S9(9)V99 VALUE 0.
       01   TD-NAME PIC X(20) VALUE SPACES.
       01   PAID-CTR PIC 9(6) VALUE 0.
       01   ROLL-CTR PIC 9(6) VALUE 0.
       01   SKIP-CTR PIC 9(6) VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   TOT-PAID PIC 9(9)V99 VALUE 0.
       01   TOT-ROLLED PIC 9(9)V99 VALUE 0.
       01   TOT-INT PIC 9(9)V99 VALUE 0.
       01   BASE-DAYS PIC 9(7) VALUE 0.
       01   QUOT PIC 9(5) VALUE 0.
       01   REM-DAYS PIC 9(3) VALUE 0.
       01   MONTH-DAYS PIC 99 VALUE 0.
       01   DATE-WORK.
            02 DW-YY PIC 99.
            02 DW-MM PIC 99.
            02 DW-DD PIC 99.
            02 FILLER PIC XX.
       01   HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(16) VALUE "China Trust Bank".
            02 FILLER PIC X(49) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(22) VALUE SPACES.
            02 FILLER PIC X(27)
               VALUE "TIME DEPOSIT MATURITIES    ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(33) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(10) VALUE "Account No".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "Cert No ".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "Principal".
            02 FILLER PIC X(5) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "Interest".
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(11) VALUE "Disposition".
            02 FILLER PIC X(31) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-ACCNO PIC 9(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-CERTNO PIC 9(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-PRINCIPAL PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-INT PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-DISP PIC X(8).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-REASON PIC X(15).
            02 FILLER PIC X(15) VALUE SPACES.
       01   TOTAL-1.
            02 FILLER PIC X(6) VALUE "PAID: ".
            02 TL-PAID PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "ROLLED: ".
            02 TL-ROLL PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "SKIPPED: ".
            02 TL-SKIP PIC ZZZ,ZZ9.
            02 FILLER PIC X(40) VALUE SPACES.
       01   TOTAL-2.
            02 FILLER PIC X(12) VALUE "PAID OUT:   ".
            02 TL-TOT-PAID PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(12) VALUE "ROLLED OVER:".
            02 TL-TOT-ROLLED PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "INTEREST: ".
            02 TL-TOT-INT PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(8) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(69) VALUE SPACES.
       01   CERT-LINE-1.
            02 FILLER PIC X(32) VALUE SPACES.
            02 FILLER PIC X(16) VALUE "China Trust Bank".
            02 FILLER PIC X(32) VALUE SPACES.
       01   CERT-LINE-2.
            02 FILLER PIC X(26) VALUE SPACES.
            02 FILLER PIC X(28) VALUE "CERTIFICATE OF TIME DEPOSIT".
            02 FILLER PIC X(26) VALUE SPACES.
       01   CERT-LINE-3.
            02 FILLER PIC X(16) VALUE "Certificate No: ".
            02 CT-CERTNO PIC 9(8).
            02 FILLER PIC X(10) VALUE SPACES.
            02 FILLER PIC X(13) VALUE "Date Issued: ".
            02 CT-ISSUED PIC X(8).
            02 FILLER PIC X(25) VALUE SPACES.
       01   CERT-LINE-4.
            02 FILLER PIC X(16) VALUE "Account No    : ".
            02 CT-ACCNO PIC 9(10).
            02 FILLER PIC X(8) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "Branch: ".
            02 CT-BRANCH PIC X(3).
            02 FILLER PIC X(35) VALUE SPACES.
       01   CERT-LINE-5.
            02 FILLER PIC X(16) VALUE "Depositor     : ".
            02 CT-NAME PIC X(20).
            02 FILLER PIC X(44) VALUE SPACES.
       01   CERT-LINE-6.
            02 FILLER PIC X(16) VALUE "Principal     : ".
            02 CT-PRINCIPAL PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(50) VALUE SPACES.
       01   CERT-LINE-7.
            02 FILLER PIC X(16) VALUE "Term (days)   : ".
            02 CT-TERM PIC ZZ9.
            02 FILLER PIC X(15) VALUE SPACES.
            02 FILLER PIC X(11) VALUE "Rate p.a.: ".
            02 CT-RATE PIC 9.99.
            02 FILLER PIC X(1) VALUE "%".
            02 FILLER PIC X(30) VALUE SPACES.
       01   CERT-LINE-8.
            02 FILLER PIC X(16) VALUE "Placement Date: ".
            02 CT-PLACED PIC X(8).
            02 FILLER PIC X(10) VALUE SPACES.
            02 FILLER PIC X(15) VALUE "Maturity Date: ".
            02 CT-MATURITY PIC X(8).
            02 FILLER PIC X(23) VALUE SPACES.
       01   CERT-LINE-9.
            02 FILLER PIC X(16) VALUE "Gross Interest: ".
            02 CT-INTEREST PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(50) VALUE SPACES.
       01   CERT-LINE-10.
            02 FILLER PIC X(16) VALUE "At Maturity   : ".
            02 CT-INSTR PIC X(30).
            02 CT-SETTLE PIC Z(10).
            02 FILLER PIC X(24) VALUE SPACES.
       01   GROSS-INT PIC S9(7)V99 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE "BANK" TO PERIOD-SUBSYS.
            PERFORM CHECK-PERIOD-RTN THRU CHECK-PERIOD-END.
            OPEN I-O TDMAST.
            IF TD-STATUS = "35"
                 DISPLAY "NO TIME DEPOSIT FILE - NOTHING TO RUN"
                 STOP RUN.
            OPEN INPUT TDRATE.
            IF TR-STATUS = "35"
                 OPEN OUTPUT TDRATE
                 CLOSE TDRATE
                 OPEN INPUT TDRATE.
            OPEN I-O ACCTMAST.
            IF AM-STATUS = "35"
                 DISPLAY "NO ACCOUNT MASTER ON FILE"
                 CLOSE TDMAST
                 CLOSE TDRATE
                 STOP RUN.
            OPEN EXTEND TRNJRNL.
            OPEN I-O JRNLIDX.
            IF JX-STATUS = "35"
                 OPEN OUTPUT JRNLIDX
                 CLOSE JRNLIDX
                 OPEN I-O JRNLIDX.
            OPEN I-O SEQCTR.
            IF SC-STATUS = "35"
                 OPEN OUTPUT SEQCTR
                 CLOSE SEQCTR
                 OPEN I-O SEQCTR.
            OPEN EXTEND TDCERT.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            PERFORM MATURE-RTN THRU MATURE-END UNTIL EOFSW = 1.
            MOVE PAID-CTR TO TL-PAID.
            MOVE ROLL-CTR TO TL-ROLL.
            MOVE SKIP-CTR TO TL-SKIP.
            WRITE RPTREC FROM TOTAL-1 AFTER 2.
            MOVE TOT-PAID TO TL-TOT-PAID.
            MOVE TOT-ROLLED TO TL-TOT-ROLLED.
            MOVE TOT-INT TO TL-TOT-INT.
            WRITE RPTREC FROM TOTAL-2 AFTER 1.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE TDMAST.
            CLOSE TDRATE.
            CLOSE ACCTMAST.
            CLOSE TRNJRNL.
            CLOSE JRNLIDX.
            CLOSE SEQCTR.
            CLOSE TDCERT.
            CLOSE RPTFILE.
            DISPLAY "TIME DEPOSIT MATURITIES COMPLETE - PAID " PAID-CTR
                 " ROLLED " ROLL-CTR.
            STOP RUN.
       MATURE-RTN.
            READ TDMAST NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO MATURE-END.
            IF TD-STATUS-CODE NOT = 'A'
                 GO TO MATURE-END.
            IF TD-MATURITY > RUN-DATE
                 GO TO MATURE-END.
            ADD 1 TO REC-CTR.
            MOVE SPACES TO SKIP-REASON.
            MOVE 0 TO INT-AMT.
            MOVE TD-PRINCIPAL TO DL-PRINCIPAL.
            PERFORM EDIT-TD-RTN THRU EDIT-TD-END.
            IF SKIP-REASON NOT = SPACES
                 ADD 1 TO SKIP-CTR
                 MOVE "SKIPPED " TO DL-DISP
                 MOVE SKIP-REASON TO DL-REASON
            ELSE
            IF TD-INSTR = 'S'
                 PERFORM SETTLE-RTN
                 ADD 1 TO PAID-CTR
                 ADD PROCEEDS TO TOT-PAID
                 MOVE "PAID    " TO DL-DISP
                 MOVE SPACES TO DL-REASON
            ELSE
                 PERFORM ROLLOVER-RTN
                 ADD 1 TO ROLL-CTR
                 ADD PROCEEDS TO TOT-ROLLED
                 MOVE "ROLLED  " TO DL-DISP
                 MOVE SPACES TO DL-REASON.
            MOVE TD-ACCNO TO DL-ACCNO.
            MOVE TD-CERTNO TO DL-CERTNO.
            MOVE INT-AMT TO DL-INT.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
       MATURE-END.
       EDIT-TD-RTN.
            MOVE TD-ACCNO TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE "NOTDACCT" TO SKIP-REASON
                      GO TO EDIT-TD-END.
            IF AM-STATUS-CODE = 'F' OR AM-STATUS-CODE = 'C'
                 MOVE "TDSTATUS" TO SKIP-REASON
                 GO TO EDIT-TD-END.
            MOVE AM-ACCNAME TO TD-NAME.
            IF TD-INSTR = 'S'
                 MOVE TD-SETTLE-ACCNO TO AM-ACCNO-KEY
                 READ ACCTMAST RECORD
                      INVALID KEY
                           MOVE "NOSETTLEACCT" TO SKIP-REASON
                           GO TO EDIT-TD-END
                 END-READ
                 IF AM-STATUS-CODE = 'F' OR AM-STATUS-CODE = 'C'
                      MOVE "SETTLESTATUS" TO SKIP-REASON
                 END-IF
            ELSE
                 MOVE TD-TERM TO TR-TERM
                 READ TDRATE RECORD
                      INVALID KEY
                           MOVE "NORATE" TO SKIP-REASON
                 END-READ
            END-IF.
       EDIT-TD-END.
       INTEREST-RTN.
            COMPUTE INT-AMT ROUNDED =
                 TD-PRINCIPAL * TD-RATE * TD-TERM / 360.
            COMPUTE TAX-AMT ROUNDED = INT-AMT * WTAX-RATE.
            ADD INT-AMT TO TOT-INT.
            MOVE TD-ACCNO TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE "ACCTMAST" TO FC-FILENAME
                      MOVE AM-STATUS TO FC-STATUS
                      PERFORM FILE-ERROR-RTN.
            PERFORM SEQ-RTN.
            MOVE TD-BRANCH TO TJ-BRANCH.
            ADD INT-AMT TO AM-BALANCE.
            MOVE 'I' TO TJ-TRANTYPE.
            MOVE INT-AMT TO TJ-AMOUNT.
            MOVE AM-BALANCE TO TD-NEW-BAL.
            PERFORM WRITE-JOURNAL-RTN.
            SUBTRACT TAX-AMT FROM AM-BALANCE.
            MOVE 'X' TO TJ-TRANTYPE.
            MOVE TAX-AMT TO TJ-AMOUNT.
            MOVE AM-BALANCE TO TD-NEW-BAL.
            PERFORM WRITE-JOURNAL-RTN.
            MOVE AM-BALANCE TO PROCEEDS.
       SETTLE-RTN.
            PERFORM INTEREST-RTN.
            MOVE 0 TO AM-BALANCE.
            MOVE 'C' TO AM-STATUS-CODE.
            MOVE RUN-DATE TO AM-LASTACT-DATE.
            REWRITE ACCT-MASTER-REC.
            IF AM-STATUS NOT = "00"
                 MOVE "ACCTMAST" TO FC-FILENAME
                 MOVE AM-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE 'T' TO TJ-TRANTYPE.
            MOVE PROCEEDS TO TJ-AMOUNT.
            MOVE 0 TO TD-NEW-BAL.
            PERFORM WRITE-JOURNAL-RTN.
            MOVE TD-SETTLE-ACCNO TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE "ACCTMAST" TO FC-FILENAME
                      MOVE AM-STATUS TO FC-STATUS
                      PERFORM FILE-ERROR-RTN.
            ADD PROCEEDS TO AM-BALANCE.
            MOVE AM-BALANCE TO DST-NEW-BAL.
            MOVE RUN-DATE TO AM-LASTACT-DATE.
            IF AM-STATUS-CODE = 'D'
                 MOVE 'A' TO AM-STATUS-CODE.
            REWRITE ACCT-MASTER-REC.
            IF AM-STATUS NOT = "00"
                 MOVE "ACCTMAST" TO FC-FILENAME
                 MOVE AM-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE TD-SETTLE-ACCNO TO TJ-ACCNO.
            MOVE 'R' TO TJ-TRANTYPE.
            MOVE PROCEEDS TO TJ-AMOUNT.
            MOVE DST-NEW-BAL TO TJ-NEW-BAL.
            WRITE JRNL-REC.
            PERFORM INDEX-JRNL-RTN THRU INDEX-JRNL-END.
            PERFORM CHECK-JOURNAL-RTN.
            MOVE 'M' TO TD-STATUS-CODE.
            MOVE RUN-DATE TO TD-CLOSE-DATE.
            PERFORM REWRITE-TD-RTN.
       ROLLOVER-RTN.
            PERFORM INTEREST-RTN.
            MOVE RUN-DATE TO AM-LASTACT-DATE.
            REWRITE ACCT-MASTER-REC.
            IF AM-STATUS NOT = "00"
                 MOVE "ACCTMAST" TO FC-FILENAME
                 MOVE AM-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE PROCEEDS TO TD-PRINCIPAL.
            MOVE TR-RATE TO TD-RATE.
            MOVE TD-MATURITY TO TD-PLACED.
            PERFORM MATURE-DATE-RTN.
            MOVE DATE-WORK TO TD-MATURITY.
            ADD 1 TO TD-ROLL-CTR.
            PERFORM CERT-SEQ-RTN.
            PERFORM REWRITE-TD-RTN.
            PERFORM CERT-PRINT-RTN.
       REWRITE-TD-RTN.
            REWRITE TD-REC.
            IF TD-STATUS NOT = "00"
                 MOVE "TDMAST" TO FC-FILENAME
                 MOVE TD-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       WRITE-JOURNAL-RTN.
            MOVE RUN-DATE TO TJ-DATE.
            ACCEPT TJ-TIME FROM TIME.
            MOVE SPACES TO TJ-OPERATOR.
            MOVE REFNO TO TJ-REFNO.
            MOVE TD-ACCNO TO TJ-ACCNO.
            MOVE TD-NEW-BAL TO TJ-NEW-BAL.
            WRITE JRNL-REC.
            PERFORM INDEX-JRNL-RTN THRU INDEX-JRNL-END.
            PERFORM CHECK-JOURNAL-RTN.
       CHECK-JOURNAL-RTN.
            IF TJ-STATUS NOT = "00"
                 MOVE "TRNJRNL" TO FC-FILENAME
                 MOVE TJ-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       MATURE-DATE-RTN.
            MOVE TD-PLACED TO DATE-WORK.
            IF DW-DD > 30
                 MOVE 30 TO DW-DD.
            COMPUTE BASE-DAYS = DW-YY * 360 + (DW-MM - 1) * 30
                 + DW-DD - 1 + TD-TERM.
            DIVIDE BASE-DAYS BY 360 GIVING QUOT REMAINDER REM-DAYS.
            MOVE QUOT TO DW-YY.
            DIVIDE REM-DAYS BY 30 GIVING QUOT REMAINDER REM-DAYS.
            COMPUTE DW-MM = QUOT + 1.
            COMPUTE DW-DD = REM-DAYS + 1.
            IF DW-MM = 2
                 MOVE 28 TO MONTH-DAYS
            ELSE
                 MOVE 30 TO MONTH-DAYS.
            IF DW-DD > MONTH-DAYS
                 MOVE MONTH-DAYS TO DW-DD.
       CERT-SEQ-RTN.
            MOVE "TDCERT" TO SC-PROGRAM.
            READ SEQCTR
                 INVALID KEY
                      MOVE 1 TO SC-NEXT-SEQ
                 NOT INVALID KEY
                      ADD 1 TO SC-NEXT-SEQ.
            MOVE SC-NEXT-SEQ TO TD-CERTNO.
            IF SC-STATUS = "23"
                 WRITE SC-REC
            ELSE
                 REWRITE SC-REC.
       CERT-PRINT-RTN.
            MOVE TD-CERTNO TO CT-CERTNO.
            MOVE RUN-DATE TO CT-ISSUED.
            MOVE TD-ACCNO TO CT-ACCNO.
            MOVE TD-BRANCH TO CT-BRANCH.
            MOVE TD-NAME TO CT-NAME.
            MOVE TD-PRINCIPAL TO CT-PRINCIPAL.
            MOVE TD-TERM TO CT-TERM.
            COMPUTE CT-RATE = TD-RATE * 100.
            MOVE TD-PLACED TO CT-PLACED.
            MOVE TD-MATURITY TO CT-MATURITY.
            COMPUTE GROSS-INT ROUNDED =
                 TD-PRINCIPAL * TD-RATE * TD-TERM / 360.
            MOVE GROSS-INT TO CT-INTEREST.
            MOVE "ROLL OVER AT PREVAILING RATE" TO CT-INSTR.
            MOVE 0 TO CT-SETTLE.
            WRITE CERT-REC FROM CERT-LINE-1 AFTER PAGE.
            WRITE CERT-REC FROM CERT-LINE-2 AFTER 1.
            WRITE CERT-REC FROM CERT-LINE-3 AFTER 3.
            WRITE CERT-REC FROM CERT-LINE-4 AFTER 2.
            WRITE CERT-REC FROM CERT-LINE-5 AFTER 1.
            WRITE CERT-REC FROM CERT-LINE-6 AFTER 2.
            WRITE CERT-REC FROM CERT-LINE-7 AFTER 1.
            WRITE CERT-REC FROM CERT-LINE-8 AFTER 1.
            WRITE CERT-REC FROM CERT-LINE-9 AFTER 1.
            WRITE CERT-REC FROM CERT-LINE-10 AFTER 2.
       SEQ-RTN.
            MOVE "TD-MATURITY" TO SC-PROGRAM.
            READ SEQCTR
                 INVALID KEY
                      MOVE 1 TO SC-NEXT-SEQ
                 NOT INVALID KEY
                      ADD 1 TO SC-NEXT-SEQ.
            MOVE SC-NEXT-SEQ TO REFNO.
            IF SC-STATUS = "23"
                 WRITE SC-REC
            ELSE
                 REWRITE SC-REC.
      * EVERY JOURNAL ENTRY IS ALSO FILED IN THE ACCOUNT-KEYED
      * JOURNAL INDEX SO STATEMENTS AND PASSBOOKS CAN READ ONE
      * ACCOUNT'S ENTRIES DIRECTLY. ENTRIES SHARING ACCOUNT, DATE,
      * TIME AND REFERENCE ARE KEPT APART BY THE SEQUENCE DIGITS.
       INDEX-JRNL-RTN.
            IF TJ-STATUS NOT = "00"
                 GO TO INDEX-JRNL-END.
            MOVE TJ-ACCNO TO JX-ACCNO.
            MOVE TJ-DATE TO JX-DATE.
            MOVE TJ-TIME TO JX-TIME.
            MOVE TJ-REFNO TO JX-REFNO.
            MOVE 0 TO JX-SEQ.
            MOVE JRNL-REC TO JX-JRNL.
       INDEX-JRNL-WRITE.
            WRITE JRNLIDX-REC.
            IF JX-STATUS = "22" AND JX-SEQ < 99
                 ADD 1 TO JX-SEQ
                 GO TO INDEX-JRNL-WRITE.
            IF JX-STATUS NOT = "00"
                 MOVE "JRNLIDX" TO FC-FILENAME
                 MOVE JX-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       INDEX-JRNL-END.
       FILE-ERROR-RTN.
            DISPLAY "FILE ERROR ON " FC-FILENAME " - STATUS "
                 FC-STATUS.
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
                 ACCEPT RUN-DATE FROM DATE
            ELSE
                 READ RUNDATE
                      AT END
                           ACCEPT RUN-DATE FROM DATE
                      NOT AT END
                           MOVE RD-BUSDATE TO RUN-DATE
                 END-READ
                 CLOSE RUNDATE.
