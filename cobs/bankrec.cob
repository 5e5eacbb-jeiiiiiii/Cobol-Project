      *DATE-COMPILED. 08/22/26.
      *SECURITY. ONLY ME.
      *REMARKS. END-OF-DAY PROOF OF ACCTMAST AGAINST POSTED JOURNAL.
      *         THE DAY'S ENTRIES ARE READ ACCOUNT BY ACCOUNT FROM THE
      *         ACCOUNT-KEYED JOURNAL INDEX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AM-ACCNO-KEY
                 FILE STATUS IS AM-STATUS.
            SELECT JRNLIDX ASSIGN TO "JRNLIDX.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS JX-KEY
                 FILE STATUS IS JX-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
            02 AM-STATUS-CODE PIC X.
            02 AM-LASTACT-DATE PIC X(8).
            02 AM-CUSTNO PIC 9(8).
            02 AM-HOME-BRANCH PIC X(3).
       FD   JRNLIDX.
       01   JRNLIDX-REC.
            02 JX-KEY.
                 03 JX-ACCNO PIC 9(10).
                 03 JX-DATE PIC X(8).
                 03 JX-TIME PIC X(8).
                 03 JX-REFNO PIC 9(8).
                 03 JX-SEQ PIC 99.
            02 JX-JRNL PIC X(68).
       WORKING-STORAGE SECTION.
       01   JRNL-REC.
            02 TJ-DATE PIC X(8).
            02 TJ-TIME PIC X(8).
            02 TJ-BRANCH PIC X(3).
            02 TJ-NEW-BAL PIC S9(9)V99.
            02 TJ-OPERATOR PIC X(10).
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   AM-STATUS PIC XX VALUE "00".
       01   JX-STATUS PIC XX VALUE "00".
       01   PROBE-ACCNO PIC 9(10) VALUE 0.
       01   ACCT-DONE-SW PIC 9 VALUE 0.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   JRNL-EOF-SW PIC 9 VALUE 0.
       01   MASTER-FOUND-SW PIC X VALUE "N".
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
      * EACH ACCOUNT IN THE INDEX IS ENTERED AT THE BUSINESS DATE, SO
      * ONLY THE DAY'S ENTRIES ARE READ; THE NEXT PROBE STARTS AT THE
      * FOLLOWING ACCOUNT NUMBER.
       LOAD-JOURNAL-RTN.
            OPEN INPUT JRNLIDX.
            IF JX-STATUS = "35"
                 MOVE 1 TO JRNL-EOF-SW
            ELSE
                 MOVE 0 TO PROBE-ACCNO
                 PERFORM JRNL-PROBE-RTN THRU JRNL-PROBE-END
                      UNTIL JRNL-EOF-SW = 1
                 CLOSE JRNLIDX.
       JRNL-PROBE-RTN.
            MOVE LOW-VALUES TO JX-KEY.
            MOVE PROBE-ACCNO TO JX-ACCNO.
            MOVE RUN-DATE TO JX-DATE.
            START JRNLIDX KEY IS NOT LESS THAN JX-KEY
                 INVALID KEY
                      MOVE 1 TO JRNL-EOF-SW
                      GO TO JRNL-PROBE-END.
            MOVE 0 TO ACCT-DONE-SW.
            PERFORM JRNL-READ-RTN UNTIL ACCT-DONE-SW = 1.
            IF JRNL-EOF-SW = 1
                 GO TO JRNL-PROBE-END.
            IF JX-ACCNO > PROBE-ACCNO
                 MOVE JX-ACCNO TO PROBE-ACCNO
                 GO TO JRNL-PROBE-END.
            IF PROBE-ACCNO = 9999999999
                 MOVE 1 TO JRNL-EOF-SW
            ELSE
                 ADD 1 TO PROBE-ACCNO.
       JRNL-PROBE-END.
       JRNL-READ-RTN.
            READ JRNLIDX NEXT RECORD
                 AT END
                      MOVE 1 TO JRNL-EOF-SW
                      MOVE 1 TO ACCT-DONE-SW
                 NOT AT END
                      IF JX-ACCNO NOT = PROBE-ACCNO
                         OR JX-DATE NOT = RUN-DATE
                           MOVE 1 TO ACCT-DONE-SW
                      ELSE
                           MOVE JX-JRNL TO JRNL-REC
                           PERFORM TALLY-JRNL-RTN
                      END-IF
            END-READ.
                 MOVE TJ-ACCNO TO RA-ACCNO(RA-IDX)
                 IF TJ-TRANTYPE = 'W' OR TJ-TRANTYPE = 'w'
                 OR TJ-TRANTYPE = 'O' OR TJ-TRANTYPE = 'T'
                 OR TJ-TRANTYPE = 't' OR TJ-TRANTYPE = 'P'
                 OR TJ-TRANTYPE = 'M' OR TJ-TRANTYPE = 'E'
                 OR TJ-TRANTYPE = 'Q' OR TJ-TRANTYPE = 'V'
                 OR TJ-TRANTYPE = 'Y' OR TJ-TRANTYPE = 'Z'
                 OR TJ-TRANTYPE = 'A' OR TJ-TRANTYPE = 'U'
                      COMPUTE RA-OPEN-BAL(RA-IDX) =
                           TJ-NEW-BAL + TJ-AMOUNT
                 ELSE
                 SET RA-IDX TO ACCT-MATCH
                 IF TJ-TRANTYPE = 'W' OR TJ-TRANTYPE = 'w'
                 OR TJ-TRANTYPE = 'O' OR TJ-TRANTYPE = 'T'
                 OR TJ-TRANTYPE = 't' OR TJ-TRANTYPE = 'P'
                 OR TJ-TRANTYPE = 'M' OR TJ-TRANTYPE = 'E'
                 OR TJ-TRANTYPE = 'Q' OR TJ-TRANTYPE = 'V'
                 OR TJ-TRANTYPE = 'Y' OR TJ-TRANTYPE = 'Z'
                 OR TJ-TRANTYPE = 'A' OR TJ-TRANTYPE = 'U'
                      COMPUTE EXPECTED-BAL =
                           RA-LAST-BAL(RA-IDX) - TJ-AMOUNT
                      SUBTRACT TJ-AMOUNT FROM RA-NET(RA-IDX)
