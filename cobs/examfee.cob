       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-FEES.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. EXAMINATION FEE COLLECTION. THE FEE SCHEDULE (BY
      *         COURSE, SUPERVISOR ONLY) SETS THE FEE EXAM-APPLY PUTS
      *         ON EACH APPLICATION. FEES ARE TAKEN AT THE CASHIER
      *         PAYMENT SCREEN OR MATCHED FROM THE BANK BILLS-PAYMENT
      *         FILE; EITHER WAY THE APPLICATION IS MARKED PAID WITH
      *         ITS OFFICIAL RECEIPT, THE COLLECTION GOES TO EXAMCOLL
      *         FOR GL-EXTRACT AND THE PERMIT IS PRINTED. ALSO PRINTS
      *         THE DAILY COLLECTION REPORT AND THE UNPAID LIST FOR A
      *         SESSION, WHICH A SUPERVISOR MAY PURGE BEFORE THE ROOM
      *         ASSIGNMENT RUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT APPLFILE ASSIGN TO "APPLFILE.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AP-KEY
                 FILE STATUS IS AP-STATUS.
            SELECT EXAMFEE ASSIGN TO "EXAMFEE.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS XF-CRC
                 FILE STATUS IS XF-STATUS.
            SELECT EXAMCOLL ASSIGN TO "EXAMCOLL.DAT"
                 FILE STATUS IS XC-STATUS.
            SELECT EXAMREM ASSIGN TO "EXAMREM.DAT"
                 FILE STATUS IS RM-STATUS.
            SELECT UNIVFILE ASSIGN TO "UNIV.DAT"
                 FILE STATUS IS UNIV-FILE-STATUS.
            SELECT COURSEFILE ASSIGN TO "COURSE.DAT"
                 FILE STATUS IS COURSE-FILE-STATUS.
            SELECT USERMAST ASSIGN TO "USERMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS UM-ID
                 FILE STATUS IS UM-STATUS.
            SELECT PERIODS ASSIGN TO "PERIODS.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PD-KEY
                 FILE STATUS IS PD-STATUS.
            SELECT PERMITFILE ASSIGN TO "XPERMIT".
            SELECT COLLRPT ASSIGN TO "EXAMFEES".
            SELECT UNPDRPT ASSIGN TO "EXAMUNPD".
            SELECT REMRPT ASSIGN TO "EXAMREMT".
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT CHGHIST ASSIGN TO "CHGHIST.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   APPLFILE.
       01   APPL-REC.
            02 AP-KEY.
                 03 AP-SESSION PIC X(10).
                 03 AP-ENO PIC 9(10).
            02 AP-ENA PIC X(25).
            02 AP-UNC PIC 9.
            02 AP-CRC PIC 9.
            02 AP-APP-DATE PIC X(8).
            02 AP-FEE PIC 9(5)V99.
            02 AP-PAY-STAT PIC X.
            02 AP-ORNO PIC X(10).
            02 AP-PAY-DATE PIC X(8).
       FD   EXAMFEE.
       01   FEE-REC.
            02 XF-CRC PIC 9.
            02 XF-FEE PIC 9(5)V99.
       FD   EXAMCOLL.
       01   XCOLL-REC.
            02 XC-ORNO PIC X(10).
            02 XC-DATE PIC X(8).
            02 XC-SESSION PIC X(10).
            02 XC-ENO PIC 9(10).
            02 XC-AMOUNT PIC 9(5)V99.
            02 XC-TENDER PIC X.
            02 XC-OPERATOR PIC X(10).
       FD   EXAMREM.
       01   RM-REC.
            02 FILLER PIC X(65).
       FD   UNIVFILE.
       01   UNIV-FILE-REC.
            02 UF-CODE PIC 9.
            02 UF-NAME PIC X(5).
            02 UF-ACTIVE PIC X.
       FD   COURSEFILE.
       01   COURSE-FILE-REC.
            02 CF-CODE PIC 9.
            02 CF-NAME PIC X(4).
            02 CF-ACTIVE PIC X.
       FD   USERMAST.
       01   UM-REC.
            02 UM-ID PIC X(10).
            02 UM-NAME PIC X(25).
            02 UM-PASSWORD PIC X(10).
            02 UM-ROLE PIC X.
            02 UM-STATUS-CODE PIC X.
            02 UM-PWD-DATE PIC X(8).
            02 UM-FAIL-CTR PIC 9.
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
       FD   PERMITFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS PERMITREC.
       01   PERMITREC.
            02 FILLER PIC X(80).
       FD   COLLRPT
            LABEL RECORD IS OMITTED
            DATA RECORD IS COLLREC.
       01   COLLREC.
            02 FILLER PIC X(80).
       FD   UNPDRPT
            LABEL RECORD IS OMITTED
            DATA RECORD IS UNPDREC.
       01   UNPDREC.
            02 FILLER PIC X(80).
       FD   REMRPT
            LABEL RECORD IS OMITTED
            DATA RECORD IS REMREC.
       01   REMREC.
            02 FILLER PIC X(80).
       FD   AUDITLOG.
       01   AUDIT-REC.
            02 AL-PROGRAM PIC X(15).
            02 AL-FIELD PIC X(15).
            02 AL-BADVAL PIC X(20).
            02 AL-DATE PIC X(8).
            02 AL-TIME PIC X(8).
            02 AL-OPERATOR PIC X(10).
       FD   CHGHIST.
       01   CH-REC.
            02 CH-FILE PIC X(8).
            02 CH-KEY PIC X(20).
            02 CH-FIELD PIC X(15).
            02 CH-OLD PIC X(25).
            02 CH-NEW PIC X(25).
            02 CH-OPERATOR PIC X(10).
            02 CH-DATE PIC X(8).
            02 CH-TIME PIC X(8).
            02 CH-PROGRAM PIC X(15).
       FD   SIGNON.
       01   SG-REC.
            02 SG-OPERATOR PIC X(10).
            02 SG-DATE PIC X(8).
            02 SG-TIME PIC X(8).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   AP-STATUS PIC XX VALUE "00".
       01   XF-STATUS PIC XX VALUE "00".
       01   XC-STATUS PIC XX VALUE "00".
       01   RM-STATUS PIC XX VALUE "00".
       01   UM-STATUS PIC XX VALUE "00".
       01   PD-STATUS PIC XX VALUE "00".
       01   SG-STATUS PIC XX VALUE "00".
       01   UNIV-FILE-STATUS PIC XX VALUE "00".
       01   COURSE-FILE-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   PERIOD-SUBSYS PIC X(4) VALUE SPACES.
       01   PERIOD-SW PIC 9 VALUE 0.
       01   SUPERVISOR-SW PIC 9 VALUE 0.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   CONFIRM-IN PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   EOFSW PIC 9 VALUE 0.
       01   SCAN-EOF-SW PIC 9 VALUE 0.
       01   BALANCED-SW PIC 9 VALUE 0.
       01   XF-FOUND-SW PIC 9 VALUE 0.
       01   SESSION-IN PIC X(10) VALUE SPACES.
       01   ENO-IN PIC 9(10) VALUE 0.
       01   ORNO-IN PIC X(10) VALUE SPACES.
       01   AMT-IN PIC 9(5)V99 VALUE 0.
       01   CRC-IN PIC 9 VALUE 0.
       01   FEE-IN PIC 9(5)V99 VALUE 0.
       01   FEE-DISP PIC ZZ,ZZ9.99.
       01   PAY-ORNO PIC X(10) VALUE SPACES.
       01   PAY-TENDER PIC X VALUE SPACE.
       01   REJECT-REASON PIC X(14) VALUE SPACES.
       01   LIST-LINE PIC 99 VALUE 0.
       01   UNC-MATCH PIC 9 VALUE 0.
       01   CRC-MATCH PIC 9 VALUE 0.
       01   UNIV-COUNT PIC 9 VALUE 0.
       01   COURSE-COUNT PIC 9 VALUE 0.
       01   UNIV-TABLE.
            02 UNIV-ENTRY OCCURS 9 TIMES INDEXED BY UNIV-IDX.
               03 UT-CODE PIC 9.
               03 UT-NAME PIC X(5).
       01   COURSE-TABLE.
            02 COURSE-ENTRY OCCURS 9 TIMES INDEXED BY COURSE-IDX.
               03 CT-CODE PIC 9.
               03 CT-NAME PIC X(4).
       01   BATCH-CTR PIC 9(6) VALUE 0.
       01   BATCH-TOT PIC 9(9)V99 VALUE 0.
       01   CTL-CTR PIC 9(6) VALUE 0.
       01   CTL-TOT PIC 9(9)V99 VALUE 0.
       01   POST-CTR PIC 9(6) VALUE 0.
       01   POST-TOT PIC 9(9)V99 VALUE 0.
       01   REJ-CTR PIC 9(6) VALUE 0.
       01   REJ-TOT PIC 9(9)V99 VALUE 0.
       01   CASH-CTR PIC 9(6) VALUE 0.
       01   CASH-TOT PIC 9(9)V99 VALUE 0.
       01   BANK-CTR PIC 9(6) VALUE 0.
       01   BANK-TOT PIC 9(9)V99 VALUE 0.
       01   UNPD-CTR PIC 9(6) VALUE 0.
       01   UNPD-TOT PIC 9(9)V99 VALUE 0.
       01   PURGE-CTR PIC 9(6) VALUE 0.
       01   PURGE-TOT PIC 9(9)V99 VALUE 0.
       01   CHG-FILE PIC X(8) VALUE SPACES.
       01   CHG-KEY PIC X(20) VALUE SPACES.
       01   CN-FIELD PIC X(15) VALUE SPACES.
       01   CN-OLD PIC X(25) VALUE SPACES.
       01   CN-NEW PIC X(25) VALUE SPACES.
       01   CN-AMT PIC -(9)9.99.
       01   CHG-CTR PIC 99 VALUE 0.
       01   CHG-IX PIC 99 VALUE 0.
       01   CHG-TABLE.
            02 CHG-ENTRY OCCURS 20 TIMES.
               03 CHG-FIELD PIC X(15).
               03 CHG-OLD PIC X(25).
               03 CHG-NEW PIC X(25).
       01   REMIT-WORK.
            02 RW-REC-TYPE PIC X.
            02 RW-REFNO PIC 9(8).
            02 RW-DATE PIC X(8).
            02 RW-TIME PIC X(8).
            02 RW-BRANCH PIC X(3).
            02 RW-ENO PIC 9(10).
            02 RW-SESSION PIC X(10).
            02 RW-AMOUNT PIC 9(5)V99.
            02 RW-TELLER PIC X(10).
       01   REMIT-TRL-WORK REDEFINES REMIT-WORK.
            02 RT-REC-TYPE PIC X.
            02 RT-COUNT PIC 9(6).
            02 RT-TOTAL PIC 9(9)V99.
            02 RT-DATE PIC X(8).
            02 FILLER PIC X(39).
       01   ORNO-WORK.
            02 FILLER PIC XX VALUE "BK".
            02 OW-REFNO PIC 9(8).
       01   RPT-HEAD-1.
            02 FILLER PIC X(34)
               VALUE "PROFESSIONAL REGULATION COMMISSION".
            02 FILLER PIC X(46) VALUE SPACES.
       01   RPT-HEAD-2.
            02 RH-TITLE PIC X(40).
            02 FILLER PIC X(10) VALUE "RUN DATE: ".
            02 RH-DATE PIC X(8).
            02 FILLER PIC X(22) VALUE SPACES.
       01   RPT-HEAD-3.
            02 FILLER PIC X(9) VALUE "SESSION: ".
            02 RH-SESSION PIC X(10).
            02 FILLER PIC X(61) VALUE SPACES.
       01   REM-SUB.
            02 FILLER PIC X(10) VALUE "Reference ".
            02 FILLER PIC X(4) VALUE "Br. ".
            02 FILLER PIC X(11) VALUE "Session    ".
            02 FILLER PIC X(11) VALUE "Examinee No".
            02 FILLER PIC X(16) VALUE " Name".
            02 FILLER PIC X(10) VALUE "   Amount ".
            02 FILLER PIC X(11) VALUE "Disposition".
            02 FILLER PIC X(7) VALUE SPACES.
       01   REM-LINE.
            02 DL-REFNO PIC 9(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-BRANCH PIC X(3).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-SESSION PIC X(10).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-ENO PIC 9(10).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-ENA PIC X(15).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-AMT PIC ZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-DISP PIC X(14).
            02 FILLER PIC X(4) VALUE SPACES.
       01   COLL-SUB.
            02 FILLER PIC X(11) VALUE "OR Number  ".
            02 FILLER PIC X(11) VALUE "Session    ".
            02 FILLER PIC X(11) VALUE "Examinee No".
            02 FILLER PIC X(21) VALUE " Name".
            02 FILLER PIC X(11) VALUE "   Amount  ".
            02 FILLER PIC X(6) VALUE "Tender".
            02 FILLER PIC X(9) VALUE SPACES.
       01   COLL-LINE.
            02 CL-ORNO PIC X(10).
            02 FILLER PIC X(1) VALUE SPACES.
            02 CL-SESSION PIC X(10).
            02 FILLER PIC X(1) VALUE SPACES.
            02 CL-ENO PIC 9(10).
            02 FILLER PIC X(1) VALUE SPACES.
            02 CL-ENA PIC X(20).
            02 FILLER PIC X(1) VALUE SPACES.
            02 CL-AMT PIC ZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 CL-TENDER PIC X(7).
            02 FILLER PIC X(8) VALUE SPACES.
       01   UNPD-SUB.
            02 FILLER PIC X(12) VALUE "Examinee No ".
            02 FILLER PIC X(27) VALUE "Name".
            02 FILLER PIC X(10) VALUE "Applied   ".
            02 FILLER PIC X(9) VALUE "  Fee Due".
            02 FILLER PIC X(22) VALUE SPACES.
       01   UNPD-LINE.
            02 UL-ENO PIC 9(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 UL-ENA PIC X(25).
            02 FILLER PIC X(2) VALUE SPACES.
            02 UL-APP-DATE PIC X(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 UL-FEE PIC ZZ,ZZ9.99.
            02 FILLER PIC X(22) VALUE SPACES.
       01   SUM-LINE.
            02 FILLER PIC X(2) VALUE SPACES.
            02 SL-LABEL PIC X(24).
            02 SL-CTR PIC ZZZ,ZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 SL-AMT PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 SL-NOTE PIC X(20).
            02 FILLER PIC X(9) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(59) VALUE SPACES.
       01   PERMIT-HEAD-1.
            02 FILLER PIC X(20) VALUE SPACES.
            02 FILLER PIC X(34)
               VALUE "PROFESSIONAL REGULATION COMMISSION".
            02 FILLER PIC X(26) VALUE SPACES.
       01   PERMIT-HEAD-2.
            02 FILLER PIC X(28) VALUE SPACES.
            02 FILLER PIC X(18) VALUE "EXAMINATION PERMIT".
            02 FILLER PIC X(34) VALUE SPACES.
       01   PERMIT-LINE.
            02 PL-LABEL PIC X(18).
            02 PL-TEXT PIC X(25).
            02 FILLER PIC X(37) VALUE SPACES.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE "GL" TO PERIOD-SUBSYS.
            PERFORM CHECK-PERIOD-RTN THRU CHECK-PERIOD-END.
            OPEN I-O APPLFILE.
            IF AP-STATUS = "35"
                 OPEN OUTPUT APPLFILE
                 CLOSE APPLFILE
                 OPEN I-O APPLFILE.
            OPEN I-O EXAMFEE.
            IF XF-STATUS = "35"
                 OPEN OUTPUT EXAMFEE
                 CLOSE EXAMFEE
                 OPEN I-O EXAMFEE.
            OPEN EXTEND EXAMCOLL.
            IF XC-STATUS = "35"
                 OPEN OUTPUT EXAMCOLL.
            PERFORM INIT-TABLES-RTN.
            OPEN EXTEND PERMITFILE.
            OPEN EXTEND AUDITLOG.
            OPEN EXTEND CHGHIST.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM SUPERVISOR-RTN THRU SUPERVISOR-END.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE APPLFILE.
            CLOSE EXAMFEE.
            CLOSE EXAMCOLL.
            CLOSE PERMITFILE.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       INIT-TABLES-RTN.
            OPEN INPUT UNIVFILE.
            IF UNIV-FILE-STATUS NOT = "35"
                 MOVE 0 TO UNIV-COUNT
                 PERFORM LOAD-UNIV-ENTRY-RTN
                      UNTIL UNIV-FILE-STATUS = "10" OR UNIV-COUNT = 9
                 CLOSE UNIVFILE.
            OPEN INPUT COURSEFILE.
            IF COURSE-FILE-STATUS NOT = "35"
                 MOVE 0 TO COURSE-COUNT
                 PERFORM LOAD-COURSE-ENTRY-RTN
                      UNTIL COURSE-FILE-STATUS = "10"
                      OR COURSE-COUNT = 9
                 CLOSE COURSEFILE.
       LOAD-UNIV-ENTRY-RTN.
            READ UNIVFILE
                 AT END MOVE "10" TO UNIV-FILE-STATUS
                 NOT AT END
                      IF UF-ACTIVE NOT = 'I'
                           ADD 1 TO UNIV-COUNT
                           MOVE UF-CODE TO UT-CODE(UNIV-COUNT)
                           MOVE UF-NAME TO UT-NAME(UNIV-COUNT)
                      END-IF
            END-READ.
       LOAD-COURSE-ENTRY-RTN.
            READ COURSEFILE
                 AT END MOVE "10" TO COURSE-FILE-STATUS
                 NOT AT END
                      IF CF-ACTIVE NOT = 'I'
                           ADD 1 TO COURSE-COUNT
                           MOVE CF-CODE TO CT-CODE(COURSE-COUNT)
                           MOVE CF-NAME TO CT-NAME(COURSE-COUNT)
                      END-IF
            END-READ.
      * ONLY AN ACTIVE SUPERVISOR OR ADMINISTRATOR MAY SET FEES OR
      * PURGE UNPAID APPLICATIONS.
       SUPERVISOR-RTN.
            MOVE 0 TO SUPERVISOR-SW.
            IF OPERATOR-ID = SPACES
                 GO TO SUPERVISOR-END.
            OPEN INPUT USERMAST.
            IF UM-STATUS = "35"
                 GO TO SUPERVISOR-END.
            MOVE OPERATOR-ID TO UM-ID.
            READ USERMAST
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      IF (UM-ROLE = 'V' OR UM-ROLE = 'A')
                           AND UM-STATUS-CODE = 'A'
                           MOVE 1 TO SUPERVISOR-SW
                      END-IF
            END-READ.
            CLOSE USERMAST.
       SUPERVISOR-END.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "PROFESSIONAL REGULATION COMMISSION"
            LINE 1 COLUMN 23.
            DISPLAY "EXAM FEE COLLECTION" LINE 2 COLUMN 30.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (P=PAYMENT, B=BANK FILE, D=DAILY REPORT,"
                 LINE 4 COLUMN 1.
            DISPLAY "          U=UNPAID LIST, S=FEE SCHEDULE):"
                 LINE 5 COLUMN 1.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'P'
                 PERFORM PAY-RTN THRU PAY-END
            ELSE
            IF FUNC-CODE = 'B'
                 PERFORM BANK-RTN THRU BANK-END
            ELSE
            IF FUNC-CODE = 'D'
                 PERFORM DAILY-RTN THRU DAILY-END
            ELSE
            IF FUNC-CODE = 'U'
                 PERFORM UNPAID-RTN THRU UNPAID-END
            ELSE
                 PERFORM SCHED-RTN THRU SCHED-END.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 5 COLUMN 45.
            INSPECT FUNC-CODE CONVERTING "pbdus" TO "PBDUS".
            IF FUNC-CODE = 'P' OR FUNC-CODE = 'B' OR FUNC-CODE = 'D'
            OR FUNC-CODE = 'U' OR FUNC-CODE = 'S'
                 MOVE 1 TO VALID-SW.
       FUNC-END.
      *****************************************************************
      * CASHIER PAYMENT - THE FULL FEE ON THE APPLICATION IS TAKEN
      * AGAINST AN OFFICIAL RECEIPT AND THE PERMIT IS RELEASED.
      *****************************************************************
       PAY-RTN.
            DISPLAY "EXAM SESSION ID:" LINE 7 COLUMN 1.
            ACCEPT SESSION-IN LINE 7 COLUMN 35.
            IF SESSION-IN = SPACES
                 DISPLAY "SESSION ID REQUIRED" LINE 16 COLUMN 1
                 GO TO PAY-END.
            DISPLAY "EXAMINEE NUMBER:" LINE 8 COLUMN 1.
            ACCEPT ENO-IN LINE 8 COLUMN 35.
            MOVE SESSION-IN TO AP-SESSION.
            MOVE ENO-IN TO AP-ENO.
            READ APPLFILE
                 INVALID KEY
                      DISPLAY "NO APPLICATION ON FILE" LINE 16 COLUMN 1
                      GO TO PAY-END.
            DISPLAY "EXAMINEE NAME:" LINE 9 COLUMN 1.
            DISPLAY AP-ENA LINE 9 COLUMN 35.
            MOVE AP-FEE TO FEE-DISP.
            DISPLAY "FEE DUE:" LINE 10 COLUMN 1.
            DISPLAY FEE-DISP LINE 10 COLUMN 35.
            IF AP-PAY-STAT = 'P'
                 DISPLAY "ALREADY PAID - OR NO" LINE 16 COLUMN 1
                 DISPLAY AP-ORNO LINE 16 COLUMN 22
                 DISPLAY "ON" LINE 16 COLUMN 33
                 DISPLAY AP-PAY-DATE LINE 16 COLUMN 36
                 GO TO PAY-END.
            IF AP-PAY-STAT NOT = 'U'
                 DISPLAY "NO FEE DUE ON THIS APPLICATION"
                 LINE 16 COLUMN 1
                 GO TO PAY-END.
            DISPLAY "OR NUMBER:" LINE 11 COLUMN 1.
            ACCEPT ORNO-IN LINE 11 COLUMN 35.
            IF ORNO-IN = SPACES
                 DISPLAY "OR NUMBER REQUIRED" LINE 16 COLUMN 1
                 GO TO PAY-END.
            DISPLAY "AMOUNT PAID:" LINE 12 COLUMN 1.
            ACCEPT AMT-IN LINE 12 COLUMN 35.
            IF AMT-IN NOT = AP-FEE
                 DISPLAY "AMOUNT MUST EQUAL THE FEE DUE"
                 LINE 16 COLUMN 1
                 MOVE "FEEAMOUNT" TO AL-FIELD
                 MOVE AMT-IN TO FEE-DISP
                 MOVE FEE-DISP TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO PAY-END.
            MOVE ORNO-IN TO PAY-ORNO.
            MOVE 'C' TO PAY-TENDER.
            PERFORM MARK-PAID-RTN.
            DISPLAY "PAYMENT RECORDED - PERMIT PRINTED"
                 LINE 16 COLUMN 1.
       PAY-END.
      * THE APPLICATION JUST READ IS MARKED PAID UNDER PAY-ORNO, THE
      * COLLECTION IS LOGGED FOR THE GL AND THE PERMIT IS PRINTED.
       MARK-PAID-RTN.
            MOVE "APPLFILE" TO CHG-FILE.
            MOVE AP-KEY TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            MOVE "AP-PAY-STAT" TO CN-FIELD.
            MOVE AP-PAY-STAT TO CN-OLD.
            MOVE 'P' TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            MOVE "AP-ORNO" TO CN-FIELD.
            MOVE AP-ORNO TO CN-OLD.
            MOVE PAY-ORNO TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            MOVE 'P' TO AP-PAY-STAT.
            MOVE PAY-ORNO TO AP-ORNO.
            MOVE RUN-DATE TO AP-PAY-DATE.
            REWRITE APPL-REC.
            IF AP-STATUS NOT = "00"
                 MOVE "APPLFILE" TO FC-FILENAME
                 MOVE AP-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM WRITE-CHANGES-RTN.
            MOVE PAY-ORNO TO XC-ORNO.
            MOVE RUN-DATE TO XC-DATE.
            MOVE AP-SESSION TO XC-SESSION.
            MOVE AP-ENO TO XC-ENO.
            MOVE AP-FEE TO XC-AMOUNT.
            MOVE PAY-TENDER TO XC-TENDER.
            MOVE OPERATOR-ID TO XC-OPERATOR.
            WRITE XCOLL-REC.
            IF XC-STATUS NOT = "00"
                 MOVE "EXAMCOLL" TO FC-FILENAME
                 MOVE XC-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM PERMIT-RTN.
            MOVE "EXAMFEEPAID" TO AL-FIELD.
            MOVE AP-ENO TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
      *****************************************************************
      * BANK BILLS-PAYMENT FILE - EACH BATCH MUST TIE TO ITS TRAILER
      * BEFORE ANYTHING IS MATCHED. A PAYMENT IS ACCEPTED ONLY FOR AN
      * UNPAID APPLICATION AND ONLY FOR THE EXACT FEE; THE BANK
      * REFERENCE BECOMES THE RECEIPT NUMBER. THE FILE IS EMPTIED
      * ONCE MATCHED.
      *****************************************************************
       BANK-RTN.
            OPEN INPUT EXAMREM.
            IF RM-STATUS = "35"
                 DISPLAY "NO BANK EXAM FEE FILE TO POST"
                 LINE 16 COLUMN 1
                 GO TO BANK-END.
            MOVE 0 TO BATCH-CTR.
            MOVE 0 TO BATCH-TOT.
            MOVE 0 TO CTL-CTR.
            MOVE 0 TO CTL-TOT.
            MOVE 0 TO POST-CTR.
            MOVE 0 TO POST-TOT.
            MOVE 0 TO REJ-CTR.
            MOVE 0 TO REJ-TOT.
            OPEN EXTEND REMRPT.
            MOVE "BANK EXAM FEE PAYMENTS" TO RH-TITLE.
            MOVE RUN-DATE TO RH-DATE.
            WRITE REMREC FROM RPT-HEAD-1 AFTER PAGE.
            WRITE REMREC FROM RPT-HEAD-2 AFTER 1.
            MOVE 1 TO BALANCED-SW.
            MOVE 0 TO EOFSW.
            PERFORM VERIFY-RTN THRU VERIFY-END UNTIL EOFSW = 1.
            IF BATCH-CTR NOT = 0
                 MOVE 0 TO BALANCED-SW.
            CLOSE EXAMREM.
            IF BALANCED-SW = 0
                 MOVE "BANK CONTROL" TO SL-LABEL
                 MOVE CTL-CTR TO SL-CTR
                 MOVE CTL-TOT TO SL-AMT
                 MOVE "OUT OF BALANCE" TO SL-NOTE
                 WRITE REMREC FROM SUM-LINE AFTER 2
                 MOVE "  NOT POSTED" TO SL-LABEL
                 MOVE 0 TO SL-CTR
                 MOVE 0 TO SL-AMT
                 MOVE "FILE HELD" TO SL-NOTE
                 WRITE REMREC FROM SUM-LINE AFTER 1
                 MOVE 0 TO TR-RECCOUNT
                 MOVE RUN-DATE TO TR-RUNDATE
                 WRITE REMREC FROM TRAILER-REC AFTER 2
                 CLOSE REMRPT
                 MOVE "EXAMREMOOB" TO AL-FIELD
                 MOVE CTL-CTR TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 DISPLAY "BANK FILE OUT OF BALANCE - FILE HELD"
                 LINE 16 COLUMN 1
                 GO TO BANK-END.
            WRITE REMREC FROM REM-SUB AFTER 2.
            OPEN INPUT EXAMREM.
            MOVE 0 TO EOFSW.
            PERFORM MATCH-RTN THRU MATCH-END UNTIL EOFSW = 1.
            CLOSE EXAMREM.
            OPEN OUTPUT EXAMREM.
            CLOSE EXAMREM.
            PERFORM BANK-SUMMARY-RTN.
            MOVE POST-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE REMREC FROM TRAILER-REC AFTER 2.
            CLOSE REMRPT.
            DISPLAY "BANK PAYMENTS MATCHED" LINE 16 COLUMN 1.
            DISPLAY POST-CTR LINE 16 COLUMN 23.
            DISPLAY "NOT MATCHED" LINE 16 COLUMN 31.
            DISPLAY REJ-CTR LINE 16 COLUMN 43.
       BANK-END.
       VERIFY-RTN.
            READ EXAMREM INTO REMIT-WORK
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO VERIFY-END.
            IF RW-REC-TYPE = 'D'
                 ADD 1 TO BATCH-CTR
                 ADD RW-AMOUNT TO BATCH-TOT
                 GO TO VERIFY-END.
            IF RT-COUNT NOT = BATCH-CTR OR RT-TOTAL NOT = BATCH-TOT
                 MOVE 0 TO BALANCED-SW.
            ADD RT-COUNT TO CTL-CTR.
            ADD RT-TOTAL TO CTL-TOT.
            MOVE 0 TO BATCH-CTR.
            MOVE 0 TO BATCH-TOT.
       VERIFY-END.
       MATCH-RTN.
            READ EXAMREM INTO REMIT-WORK
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO MATCH-END.
            IF RW-REC-TYPE NOT = 'D'
                 GO TO MATCH-END.
            MOVE SPACES TO REJECT-REASON.
            MOVE SPACES TO DL-ENA.
            MOVE RW-SESSION TO AP-SESSION.
            MOVE RW-ENO TO AP-ENO.
            READ APPLFILE
                 INVALID KEY
                      MOVE "NOT ON FILE" TO REJECT-REASON
                 NOT INVALID KEY
                      MOVE AP-ENA TO DL-ENA
            END-READ.
            IF REJECT-REASON = SPACES AND AP-PAY-STAT = 'P'
                 MOVE "ALREADY PAID" TO REJECT-REASON.
            IF REJECT-REASON = SPACES AND AP-PAY-STAT NOT = 'U'
                 MOVE "NO FEE DUE" TO REJECT-REASON.
            IF REJECT-REASON = SPACES AND RW-AMOUNT NOT = AP-FEE
                 MOVE "AMOUNT DIFFERS" TO REJECT-REASON.
            IF REJECT-REASON NOT = SPACES
                 ADD 1 TO REJ-CTR
                 ADD RW-AMOUNT TO REJ-TOT
                 MOVE REJECT-REASON TO DL-DISP
                 GO TO MATCH-PRINT.
            MOVE RW-REFNO TO OW-REFNO.
            MOVE ORNO-WORK TO PAY-ORNO.
            MOVE 'B' TO PAY-TENDER.
            PERFORM MARK-PAID-RTN.
            ADD 1 TO POST-CTR.
            ADD RW-AMOUNT TO POST-TOT.
            MOVE "PAID - PERMIT" TO DL-DISP.
       MATCH-PRINT.
            MOVE RW-REFNO TO DL-REFNO.
            MOVE RW-BRANCH TO DL-BRANCH.
            MOVE RW-SESSION TO DL-SESSION.
            MOVE RW-ENO TO DL-ENO.
            MOVE RW-AMOUNT TO DL-AMT.
            WRITE REMREC FROM REM-LINE AFTER 1.
       MATCH-END.
       BANK-SUMMARY-RTN.
            MOVE "BANK CONTROL" TO SL-LABEL.
            MOVE CTL-CTR TO SL-CTR.
            MOVE CTL-TOT TO SL-AMT.
            MOVE SPACES TO SL-NOTE.
            WRITE REMREC FROM SUM-LINE AFTER 2.
            MOVE "  MATCHED AND PAID" TO SL-LABEL.
            MOVE POST-CTR TO SL-CTR.
            MOVE POST-TOT TO SL-AMT.
            WRITE REMREC FROM SUM-LINE AFTER 1.
            MOVE "  NOT MATCHED" TO SL-LABEL.
            MOVE REJ-CTR TO SL-CTR.
            MOVE REJ-TOT TO SL-AMT.
            IF POST-CTR + REJ-CTR = CTL-CTR
            AND POST-TOT + REJ-TOT = CTL-TOT
                 MOVE "TIES TO BANK" TO SL-NOTE
            ELSE
                 MOVE "DOES NOT TIE" TO SL-NOTE.
            WRITE REMREC FROM SUM-LINE AFTER 1.
      *****************************************************************
      * DAILY COLLECTION REPORT - EVERY FEE COLLECTED ON THE BUSINESS
      * DATE, CASHIER AND BANK, WITH THE TOTAL GL-EXTRACT POSTS.
      *****************************************************************
       DAILY-RTN.
            CLOSE EXAMCOLL.
            MOVE 0 TO CASH-CTR.
            MOVE 0 TO CASH-TOT.
            MOVE 0 TO BANK-CTR.
            MOVE 0 TO BANK-TOT.
            OPEN EXTEND COLLRPT.
            MOVE "DAILY EXAM FEE COLLECTIONS" TO RH-TITLE.
            MOVE RUN-DATE TO RH-DATE.
            WRITE COLLREC FROM RPT-HEAD-1 AFTER PAGE.
            WRITE COLLREC FROM RPT-HEAD-2 AFTER 1.
            WRITE COLLREC FROM COLL-SUB AFTER 2.
            OPEN INPUT EXAMCOLL.
            MOVE 0 TO EOFSW.
            IF XC-STATUS = "35"
                 MOVE 1 TO EOFSW.
            PERFORM COLL-SCAN-RTN THRU COLL-SCAN-END UNTIL EOFSW = 1.
            IF XC-STATUS NOT = "35"
                 CLOSE EXAMCOLL.
            MOVE "CASHIER" TO SL-LABEL.
            MOVE CASH-CTR TO SL-CTR.
            MOVE CASH-TOT TO SL-AMT.
            MOVE SPACES TO SL-NOTE.
            WRITE COLLREC FROM SUM-LINE AFTER 2.
            MOVE "BANK BILLS PAYMENT" TO SL-LABEL.
            MOVE BANK-CTR TO SL-CTR.
            MOVE BANK-TOT TO SL-AMT.
            WRITE COLLREC FROM SUM-LINE AFTER 1.
            MOVE "TOTAL EXAM FEES" TO SL-LABEL.
            COMPUTE SL-CTR = CASH-CTR + BANK-CTR.
            COMPUTE SL-AMT = CASH-TOT + BANK-TOT.
            MOVE "TO GL 405000" TO SL-NOTE.
            WRITE COLLREC FROM SUM-LINE AFTER 1.
            COMPUTE TR-RECCOUNT = CASH-CTR + BANK-CTR.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE COLLREC FROM TRAILER-REC AFTER 2.
            CLOSE COLLRPT.
            OPEN EXTEND EXAMCOLL.
            IF XC-STATUS = "35"
                 OPEN OUTPUT EXAMCOLL.
            DISPLAY "COLLECTION REPORT PRINTED - RECEIPTS:"
                 LINE 16 COLUMN 1.
            DISPLAY TR-RECCOUNT LINE 16 COLUMN 39.
       DAILY-END.
       COLL-SCAN-RTN.
            READ EXAMCOLL
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO COLL-SCAN-END.
            IF XC-DATE NOT = RUN-DATE
                 GO TO COLL-SCAN-END.
            MOVE SPACES TO CL-ENA.
            MOVE XC-SESSION TO AP-SESSION.
            MOVE XC-ENO TO AP-ENO.
            READ APPLFILE
                 INVALID KEY
                      MOVE "** NO APPLICATION **" TO CL-ENA
                 NOT INVALID KEY
                      MOVE AP-ENA TO CL-ENA
            END-READ.
            MOVE XC-ORNO TO CL-ORNO.
            MOVE XC-SESSION TO CL-SESSION.
            MOVE XC-ENO TO CL-ENO.
            MOVE XC-AMOUNT TO CL-AMT.
            IF XC-TENDER = 'B'
                 MOVE "BANK" TO CL-TENDER
                 ADD 1 TO BANK-CTR
                 ADD XC-AMOUNT TO BANK-TOT
            ELSE
                 MOVE "CASHIER" TO CL-TENDER
                 ADD 1 TO CASH-CTR
                 ADD XC-AMOUNT TO CASH-TOT.
            WRITE COLLREC FROM COLL-LINE AFTER 1.
       COLL-SCAN-END.
      *****************************************************************
      * UNPAID LIST - APPLICATIONS FOR A SESSION WHOSE FEE IS STILL
      * DUE. A SUPERVISOR MAY THEN PURGE THEM SO THAT ONLY PAID
      * APPLICANTS REMAIN FOR THE ROOM ASSIGNMENT RUN.
      *****************************************************************
       UNPAID-RTN.
            DISPLAY "EXAM SESSION ID:" LINE 7 COLUMN 1.
            ACCEPT SESSION-IN LINE 7 COLUMN 35.
            IF SESSION-IN = SPACES
                 DISPLAY "SESSION ID REQUIRED" LINE 16 COLUMN 1
                 GO TO UNPAID-END.
            MOVE 0 TO UNPD-CTR.
            MOVE 0 TO UNPD-TOT.
            MOVE 0 TO PURGE-CTR.
            MOVE 0 TO PURGE-TOT.
            OPEN EXTEND UNPDRPT.
            MOVE "UNPAID EXAM APPLICATIONS" TO RH-TITLE.
            MOVE RUN-DATE TO RH-DATE.
            MOVE SESSION-IN TO RH-SESSION.
            WRITE UNPDREC FROM RPT-HEAD-1 AFTER PAGE.
            WRITE UNPDREC FROM RPT-HEAD-2 AFTER 1.
            WRITE UNPDREC FROM RPT-HEAD-3 AFTER 1.
            WRITE UNPDREC FROM UNPD-SUB AFTER 2.
            PERFORM START-SESSION-RTN.
            PERFORM UNPD-SCAN-RTN THRU UNPD-SCAN-END
                 UNTIL SCAN-EOF-SW = 1.
            MOVE "UNPAID APPLICATIONS" TO SL-LABEL.
            MOVE UNPD-CTR TO SL-CTR.
            MOVE UNPD-TOT TO SL-AMT.
            MOVE SPACES TO SL-NOTE.
            WRITE UNPDREC FROM SUM-LINE AFTER 2.
            DISPLAY "UNPAID APPLICATIONS:" LINE 9 COLUMN 1.
            DISPLAY UNPD-CTR LINE 9 COLUMN 35.
            IF UNPD-CTR = 0
                 GO TO UNPAID-CLOSE.
            IF SUPERVISOR-SW = 0
                 DISPLAY "LIST PRINTED - PURGE IS FOR SUPERVISORS"
                 LINE 16 COLUMN 1
                 GO TO UNPAID-CLOSE.
            DISPLAY "PURGE THESE UNPAID APPLICATIONS (Y/N)?"
                 LINE 11 COLUMN 1.
            ACCEPT CONFIRM-IN LINE 11 COLUMN 45.
            IF CONFIRM-IN NOT = 'Y' AND CONFIRM-IN NOT = 'y'
                 DISPLAY "LIST PRINTED - NOTHING PURGED"
                 LINE 16 COLUMN 1
                 GO TO UNPAID-CLOSE.
            PERFORM START-SESSION-RTN.
            PERFORM PURGE-SCAN-RTN THRU PURGE-SCAN-END
                 UNTIL SCAN-EOF-SW = 1.
            MOVE "PURGED" TO SL-LABEL.
            MOVE PURGE-CTR TO SL-CTR.
            MOVE PURGE-TOT TO SL-AMT.
            MOVE "BEFORE ROOM RUN" TO SL-NOTE.
            WRITE UNPDREC FROM SUM-LINE AFTER 1.
            DISPLAY "UNPAID APPLICATIONS PURGED:" LINE 16 COLUMN 1.
            DISPLAY PURGE-CTR LINE 16 COLUMN 35.
       UNPAID-CLOSE.
            MOVE UNPD-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE UNPDREC FROM TRAILER-REC AFTER 2.
            CLOSE UNPDRPT.
       UNPAID-END.
       START-SESSION-RTN.
            MOVE 0 TO SCAN-EOF-SW.
            MOVE SESSION-IN TO AP-SESSION.
            MOVE 0 TO AP-ENO.
            START APPLFILE KEY NOT LESS THAN AP-KEY
                 INVALID KEY
                      MOVE 1 TO SCAN-EOF-SW.
       UNPD-SCAN-RTN.
            READ APPLFILE NEXT RECORD
                 AT END
                      MOVE 1 TO SCAN-EOF-SW
                      GO TO UNPD-SCAN-END.
            IF AP-SESSION NOT = SESSION-IN
                 MOVE 1 TO SCAN-EOF-SW
                 GO TO UNPD-SCAN-END.
            IF AP-PAY-STAT NOT = 'U'
                 GO TO UNPD-SCAN-END.
            ADD 1 TO UNPD-CTR.
            ADD AP-FEE TO UNPD-TOT.
            MOVE AP-ENO TO UL-ENO.
            MOVE AP-ENA TO UL-ENA.
            MOVE AP-APP-DATE TO UL-APP-DATE.
            MOVE AP-FEE TO UL-FEE.
            WRITE UNPDREC FROM UNPD-LINE AFTER 1.
       UNPD-SCAN-END.
       PURGE-SCAN-RTN.
            READ APPLFILE NEXT RECORD
                 AT END
                      MOVE 1 TO SCAN-EOF-SW
                      GO TO PURGE-SCAN-END.
            IF AP-SESSION NOT = SESSION-IN
                 MOVE 1 TO SCAN-EOF-SW
                 GO TO PURGE-SCAN-END.
            IF AP-PAY-STAT NOT = 'U'
                 GO TO PURGE-SCAN-END.
            DELETE APPLFILE.
            IF AP-STATUS NOT = "00"
                 MOVE "APPLFILE" TO FC-FILENAME
                 MOVE AP-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            ADD 1 TO PURGE-CTR.
            ADD AP-FEE TO PURGE-TOT.
            MOVE "APPLFILE" TO CHG-FILE.
            MOVE AP-KEY TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            MOVE "RECORD" TO CN-FIELD.
            MOVE "UNPAID" TO CN-OLD.
            MOVE "PURGED" TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            PERFORM WRITE-CHANGES-RTN.
            MOVE "UNPAIDPURGE" TO AL-FIELD.
            MOVE AP-ENO TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       PURGE-SCAN-END.
      *****************************************************************
      * FEE SCHEDULE - ONE FEE PER ACTIVE COURSE. A CHANGED FEE
      * APPLIES TO APPLICATIONS TAKEN FROM THEN ON.
      *****************************************************************
       SCHED-RTN.
            IF SUPERVISOR-SW = 0
                 DISPLAY "FEE SCHEDULE IS FOR SUPERVISORS ONLY"
                 LINE 16 COLUMN 1
                 MOVE "FEESCHEDDENIED" TO AL-FIELD
                 MOVE OPERATOR-ID TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO SCHED-END.
            DISPLAY "COURSE  FEE" LINE 7 COLUMN 1.
            MOVE 7 TO LIST-LINE.
            PERFORM SCHED-LIST-RTN VARYING COURSE-IDX FROM 1 BY 1
                 UNTIL COURSE-IDX > COURSE-COUNT.
            DISPLAY "COURSE CODE:" LINE 18 COLUMN 1.
            ACCEPT CRC-IN LINE 18 COLUMN 35.
            MOVE 0 TO CRC-MATCH.
            PERFORM COURSE-FIND-RTN VARYING COURSE-IDX FROM 1 BY 1
                 UNTIL COURSE-IDX > COURSE-COUNT.
            IF CRC-MATCH = 0
                 DISPLAY "COURSE NOT ACTIVE ON FILE" LINE 16 COLUMN 1
                 GO TO SCHED-END.
            MOVE 0 TO XF-FOUND-SW.
            MOVE CRC-IN TO XF-CRC.
            READ EXAMFEE
                 INVALID KEY
                      MOVE 0 TO XF-FEE
                 NOT INVALID KEY
                      MOVE 1 TO XF-FOUND-SW
            END-READ.
            DISPLAY "EXAMINATION FEE:" LINE 19 COLUMN 1.
            ACCEPT FEE-IN LINE 19 COLUMN 35.
            MOVE "EXAMFEE" TO CHG-FILE.
            MOVE CRC-IN TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF XF-FOUND-SW = 0
                 MOVE "RECORD" TO CN-FIELD
                 MOVE SPACES TO CN-OLD
                 MOVE "ADDED" TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF FEE-IN NOT = XF-FEE
                 MOVE "XF-FEE" TO CN-FIELD
                 MOVE XF-FEE TO CN-AMT
                 MOVE CN-AMT TO CN-OLD
                 MOVE FEE-IN TO CN-AMT
                 MOVE CN-AMT TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            MOVE CRC-IN TO XF-CRC.
            MOVE FEE-IN TO XF-FEE.
            IF XF-FOUND-SW = 1
                 REWRITE FEE-REC
            ELSE
                 WRITE FEE-REC.
            IF XF-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON EXAMFEE - STATUS " XF-STATUS
                 LINE 16 COLUMN 1
                 GO TO SCHED-END.
            PERFORM WRITE-CHANGES-RTN.
            DISPLAY "FEE SAVED" LINE 16 COLUMN 1.
       SCHED-END.
       SCHED-LIST-RTN.
            MOVE CT-CODE(COURSE-IDX) TO XF-CRC.
            READ EXAMFEE
                 INVALID KEY
                      MOVE 0 TO XF-FEE.
            MOVE XF-FEE TO FEE-DISP.
            ADD 1 TO LIST-LINE.
            DISPLAY CT-CODE(COURSE-IDX) LINE LIST-LINE COLUMN 1.
            DISPLAY CT-NAME(COURSE-IDX) LINE LIST-LINE COLUMN 3.
            DISPLAY FEE-DISP LINE LIST-LINE COLUMN 9.
       COURSE-FIND-RTN.
            IF CRC-IN = CT-CODE(COURSE-IDX)
                 SET CRC-MATCH TO COURSE-IDX.
       UNIV-FIND-RTN.
            IF AP-UNC = UT-CODE(UNIV-IDX)
                 SET UNC-MATCH TO UNIV-IDX.
       PERMIT-RTN.
            MOVE 0 TO UNC-MATCH.
            PERFORM UNIV-FIND-RTN VARYING UNIV-IDX FROM 1 BY 1
                 UNTIL UNIV-IDX > UNIV-COUNT.
            MOVE AP-CRC TO CRC-IN.
            MOVE 0 TO CRC-MATCH.
            PERFORM COURSE-FIND-RTN VARYING COURSE-IDX FROM 1 BY 1
                 UNTIL COURSE-IDX > COURSE-COUNT.
            WRITE PERMITREC FROM PERMIT-HEAD-1 AFTER PAGE.
            WRITE PERMITREC FROM PERMIT-HEAD-2 AFTER 1.
            MOVE SPACES TO PERMIT-LINE.
            MOVE "SESSION:" TO PL-LABEL.
            MOVE AP-SESSION TO PL-TEXT.
            WRITE PERMITREC FROM PERMIT-LINE AFTER 2.
            MOVE SPACES TO PERMIT-LINE.
            MOVE "EXAMINEE NO:" TO PL-LABEL.
            MOVE AP-ENO TO PL-TEXT.
            WRITE PERMITREC FROM PERMIT-LINE AFTER 1.
            MOVE SPACES TO PERMIT-LINE.
            MOVE "NAME:" TO PL-LABEL.
            MOVE AP-ENA TO PL-TEXT.
            WRITE PERMITREC FROM PERMIT-LINE AFTER 1.
            MOVE SPACES TO PERMIT-LINE.
            MOVE "UNIVERSITY:" TO PL-LABEL.
            IF UNC-MATCH > 0
                 MOVE UT-NAME(UNC-MATCH) TO PL-TEXT.
            WRITE PERMITREC FROM PERMIT-LINE AFTER 1.
            MOVE SPACES TO PERMIT-LINE.
            MOVE "COURSE:" TO PL-LABEL.
            IF CRC-MATCH > 0
                 MOVE CT-NAME(CRC-MATCH) TO PL-TEXT.
            WRITE PERMITREC FROM PERMIT-LINE AFTER 1.
            MOVE SPACES TO PERMIT-LINE.
            MOVE "APPLIED:" TO PL-LABEL.
            MOVE AP-APP-DATE TO PL-TEXT.
            WRITE PERMITREC FROM PERMIT-LINE AFTER 1.
            MOVE SPACES TO PERMIT-LINE.
            MOVE "FEE PAID:" TO PL-LABEL.
            MOVE AP-FEE TO FEE-DISP.
            MOVE FEE-DISP TO PL-TEXT.
            WRITE PERMITREC FROM PERMIT-LINE AFTER 1.
            MOVE SPACES TO PERMIT-LINE.
            MOVE "OR NUMBER:" TO PL-LABEL.
            MOVE AP-ORNO TO PL-TEXT.
            WRITE PERMITREC FROM PERMIT-LINE AFTER 1.
            MOVE SPACES TO PERMIT-LINE.
            MOVE "PAID:" TO PL-LABEL.
            MOVE AP-PAY-DATE TO PL-TEXT.
            WRITE PERMITREC FROM PERMIT-LINE AFTER 1.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "EXAM-FEES" TO AL-PROGRAM.
            MOVE RUN-DATE TO AL-DATE.
            ACCEPT AL-TIME FROM TIME.
            MOVE OPERATOR-ID TO AL-OPERATOR.
            WRITE AUDIT-REC.
       FILE-ERROR-RTN.
            DISPLAY "FILE ERROR ON " FC-FILENAME " - STATUS "
                 FC-STATUS.
            MOVE "FILESTATUS" TO AL-FIELD.
            MOVE FC-FILENAME TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "RUN ENDED - SEE CHANGE HISTORY FOR WHAT WAS PAID.".
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
      * FIELD CHANGES ARE NOTED BEFORE THEY ARE WRITTEN AND GO TO THE
      * CHANGE HISTORY ONLY ONCE THE RECORD HAS BEEN REWRITTEN.
       NOTE-CHANGE-RTN.
            IF CHG-CTR < 20
                 ADD 1 TO CHG-CTR
                 MOVE CN-FIELD TO CHG-FIELD(CHG-CTR)
                 MOVE CN-OLD TO CHG-OLD(CHG-CTR)
                 MOVE CN-NEW TO CHG-NEW(CHG-CTR).
       WRITE-CHANGES-RTN.
            PERFORM WRITE-CHANGE-RTN VARYING CHG-IX FROM 1 BY 1
                 UNTIL CHG-IX > CHG-CTR.
            MOVE 0 TO CHG-CTR.
       WRITE-CHANGE-RTN.
            MOVE CHG-FILE TO CH-FILE.
            MOVE CHG-KEY TO CH-KEY.
            MOVE CHG-FIELD(CHG-IX) TO CH-FIELD.
            MOVE CHG-OLD(CHG-IX) TO CH-OLD.
            MOVE CHG-NEW(CHG-IX) TO CH-NEW.
            MOVE OPERATOR-ID TO CH-OPERATOR.
            MOVE RUN-DATE TO CH-DATE.
            ACCEPT CH-TIME FROM TIME.
            MOVE "EXAM-FEES" TO CH-PROGRAM.
            WRITE CH-REC.
      * A BUSINESS DATE IN A MONTH FINANCE HAS CLOSED FOR THE GENERAL
      * LEDGER IS REFUSED BEFORE ANY FEE IS TAKEN.
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
            CLOSE PERIODS.
            IF PERIOD-SW = 1
                 DISPLAY "BUSINESS DATE " RUN-DATE
                      " FALLS IN A CLOSED PERIOD"
                 DISPLAY PERIOD-SUBSYS " PERIOD " RUN-DATE(1:4)
                      " IS CLOSED - NOTHING POSTED."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
       CHECK-PERIOD-END.
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
