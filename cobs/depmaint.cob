      *SECURITY. ONLY ME.
      *REMARKS. SECURITY DEPOSIT LEDGER WITH ANNUAL INTEREST,
      *         APPLICATION ON TERMINATION AND LIABILITY REPORT.
      *         A DEPOSIT MAY ALSO BE LODGED AGAINST AN OPEN SERVICE
      *         APPLICATION BEFORE ITS ACCOUNT MASTER IS CREATED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS EM-ANO
                 FILE STATUS IS EM-STATUS.
            SELECT SVCAPP ASSIGN TO "SVCAPP.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SA-ANO
                 FILE STATUS IS SA-STATUS.
            SELECT DEPREF ASSIGN TO "DEPREF.DAT".
            SELECT RPTFILE ASSIGN TO "DEPRPT".
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            02 EM-ADDRESS PIC X(30).
            02 EM-CLASS PIC X.
            02 EM-METER PIC X(10).
            02 EM-NETMTR PIC X.
            02 EM-XFMR PIC X(8).
       FD   SVCAPP.
       01   SA-REC.
            02 SA-ANO PIC X(10).
            02 SA-NAME PIC X(25).
            02 SA-ADDRESS PIC X(30).
            02 SA-CLASS PIC X.
            02 SA-XFMR PIC X(8).
            02 SA-STAGE PIC X.
            02 SA-APPLY-DATE PIC X(8).
            02 SA-INSP-DATE PIC X(8).
            02 SA-INSPECTOR PIC X(10).
            02 SA-DEP-DATE PIC X(8).
            02 SA-DEP-AMOUNT PIC 9(6)V99.
            02 SA-MTR-DATE PIC X(8).
            02 SA-METER PIC X(10).
            02 SA-ENER-DATE PIC X(8).
            02 SA-INIT-RDG PIC 9(6).
            02 SA-OPERATOR PIC X(10).
       FD   DEPREF.
       01   DEPREF-REC.
            02 DR-ANO PIC X(10).
       01   DP-STATUS PIC XX VALUE "00".
       01   AR-STATUS PIC XX VALUE "00".
       01   EM-STATUS PIC XX VALUE "00".
       01   SA-STATUS PIC XX VALUE "00".
       01   SA-AVAILABLE-SW PIC 9 VALUE 0.
       01   EM-FOUND-SW PIC 9 VALUE 0.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
                 CLOSE DEPOSIT
                 CLOSE ARREARS
                 STOP RUN.
            OPEN INPUT SVCAPP.
            IF SA-STATUS = "35"
                 MOVE 0 TO SA-AVAILABLE-SW
            ELSE
                 MOVE 1 TO SA-AVAILABLE-SW.
            OPEN EXTEND DEPREF.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            CLOSE DEPOSIT.
            CLOSE ARREARS.
            CLOSE ELECMAST.
            IF SA-AVAILABLE-SW = 1
                 CLOSE SVCAPP.
            CLOSE DEPREF.
            CLOSE AUDITLOG.
            STOP RUN.
            MOVE ANO-IN TO EM-ANO.
            READ ELECMAST
                 INVALID KEY
                      MOVE 0 TO EM-FOUND-SW
                 NOT INVALID KEY
                      MOVE 1 TO EM-FOUND-SW.
            IF EM-FOUND-SW = 0
                 PERFORM APP-CHECK-RTN.
            IF EM-FOUND-SW = 0
                 DISPLAY "NO SUCH ACCOUNT ON FILE"
                 LINE 10 COLUMN 1
                 MOVE "ACCOUNTNO" TO AL-FIELD
                 MOVE ANO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO LODGE-END.
            DISPLAY EM-NAME LINE 6 COLUMN 56.
            MOVE 0 TO VALID-SW.
            DISPLAY "DEPOSIT AMOUNT:" LINE 7 COLUMN 1.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "DEPOSIT LODGED" LINE 10 COLUMN 1.
       LODGE-END.
      * AN APPLICATION NOT YET ENERGIZED STANDS IN FOR THE ACCOUNT.
       APP-CHECK-RTN.
            IF SA-AVAILABLE-SW = 1
                 MOVE ANO-IN TO SA-ANO
                 READ SVCAPP
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           IF SA-STAGE NOT = 'E'
                                MOVE SA-NAME TO EM-NAME
                                MOVE 1 TO EM-FOUND-SW
                           END-IF
                 END-READ.
       AMT-RTN.
            ACCEPT AMT-IN LINE 7 COLUMN 45.
            IF AMT-IN IS NUMERIC AND AMT-IN > 0
            MOVE DP-ANO TO EM-ANO.
            READ ELECMAST
                 INVALID KEY
                      MOVE 0 TO EM-FOUND-SW
                 NOT INVALID KEY
                      MOVE 1 TO EM-FOUND-SW
                      MOVE EM-CLASS TO DL-CLASS.
            IF EM-FOUND-SW = 0 AND SA-AVAILABLE-SW = 1
                 MOVE DP-ANO TO SA-ANO
                 READ SVCAPP
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           MOVE SA-CLASS TO DL-CLASS
                 END-READ.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            COMPUTE AVAIL-DEP = DP-AMOUNT + DP-INTEREST.
            IF DL-CLASS = 'R'
