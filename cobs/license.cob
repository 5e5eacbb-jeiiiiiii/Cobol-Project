      *DATE-COMPILED. 09/02/26.
      *SECURITY. ONLY ME.
      *REMARKS. LICENSE NUMBER ISSUANCE FOR BOARD EXAM PASSERS WITH
      *         CERTIFICATE PRINTING, CLAIMING AND VERIFICATION. A NEW
      *         LICENSE IS VALID FOR THREE YEARS FROM ISSUE; RENEWAL
      *         AND CPD CREDITS ARE HANDLED BY LICENSE-RENEW.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
            02 LR-ISSUE-DATE PIC X(8).
            02 LR-CLAIM-STATUS PIC X.
            02 LR-CLAIM-DATE PIC X(8).
            02 LR-VALID-FROM PIC X(8).
            02 LR-VALID-UNTIL PIC X(8).
            02 LR-RENEW-CTR PIC 99.
            02 LR-LAST-RENEW PIC X(8).
            02 LR-NOTICE-FOR PIC X(8).
       FD   EXAMHIST.
       01   HIST-REC.
            02 EH-ENO PIC 9(10).
       01   NEW-LICNO PIC 9(8) VALUE 0.
       01   ISSUE-CTR PIC 9(5) VALUE 0.
       01   LIST-LINE PIC 99 VALUE 0.
       01   CYCLE-YEARS PIC 9 VALUE 3.
       01   DATE-WORK.
            02 DW-YY PIC 99.
            02 DW-MM PIC 99.
            02 DW-DD PIC 99.
            02 FILLER PIC XX.
       01   CERT-HEAD-1.
            02 FILLER PIC X(20) VALUE SPACES.
            02 FILLER PIC X(34)
            MOVE RUN-DATE TO LR-ISSUE-DATE.
            MOVE 'U' TO LR-CLAIM-STATUS.
            MOVE SPACES TO LR-CLAIM-DATE.
            MOVE RUN-DATE TO LR-VALID-FROM.
            MOVE RUN-DATE TO DATE-WORK.
            ADD CYCLE-YEARS TO DW-YY.
            MOVE DATE-WORK TO LR-VALID-UNTIL.
            MOVE 0 TO LR-RENEW-CTR.
            MOVE SPACES TO LR-LAST-RENEW.
            MOVE SPACES TO LR-NOTICE-FOR.
            WRITE LIC-REC.
            IF LR-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON LICREG - STATUS " LR-STATUS
            MOVE "ISSUED:" TO CL-LABEL.
            MOVE LR-ISSUE-DATE TO CL-TEXT.
            WRITE CERTREC FROM CERT-LINE AFTER 1.
            MOVE SPACES TO CERT-LINE.
            MOVE "VALID UNTIL:" TO CL-LABEL.
            MOVE LR-VALID-UNTIL TO CL-TEXT.
            WRITE CERTREC FROM CERT-LINE AFTER 1.
       VERIFY-RTN.
            DISPLAY "LICENSE NO (0=SEARCH BY NAME):" LINE 6 COLUMN 1.
            ACCEPT LICNO-IN LINE 6 COLUMN 40.
            DISPLAY LR-CNA LINE 9 COLUMN 30.
            DISPLAY LR-ISSUE-DATE LINE 9 COLUMN 40.
            DISPLAY LR-CLAIM-STATUS LINE 9 COLUMN 52.
            DISPLAY "VALID UNTIL:" LINE 10 COLUMN 1.
            DISPLAY LR-VALID-UNTIL LINE 10 COLUMN 14.
            IF LR-VALID-UNTIL < RUN-DATE
                 DISPLAY "** EXPIRED - NOT IN GOOD STANDING"
                 LINE 10 COLUMN 30.
       NAME-SCAN-RTN.
            READ LICREG NEXT RECORD
                 AT END
