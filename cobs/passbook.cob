      *DATE-COMPILED. 09/02/26.
      *SECURITY. ONLY ME.
      *REMARKS. PASSBOOK UPDATE PRINT OF JOURNAL LINES SINCE THE
      *         LAST PRINTED REFERENCE, PER ACCOUNT. THE LINES ARE READ
      *         FROM THE ACCOUNT-KEYED JOURNAL INDEX, STARTING AFTER
      *         THE INDEX KEY OF THE LAST LINE PRINTED.
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
            SELECT PRTFILE ASSIGN TO "PBOOKPRT".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
            02 PB-ACCNO PIC 9(10).
            02 PB-PRINTED-CNT PIC 9(8).
            02 PB-LAST-PRINTED PIC X(8).
            02 PB-LAST-KEY PIC X(36).
       FD   ACCTMAST.
       01   ACCT-MASTER-REC.
            02 AM-ACCNO-KEY PIC 9(10).
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
       FD   PRTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS PRTREC.
       01   PRTREC.
            02 FILLER PIC X(80).
       WORKING-STORAGE SECTION.
       01   JRNL-REC.
            02 TJ-DATE PIC X(8).
            02 TJ-TIME PIC X(8).
            02 TJ-BRANCH PIC X(3).
            02 TJ-NEW-BAL PIC S9(9)V99.
            02 TJ-OPERATOR PIC X(10).
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   PB-STATUS PIC XX VALUE "00".
       01   AM-STATUS PIC XX VALUE "00".
       01   JX-STATUS PIC XX VALUE "00".
       01   LAST-KEY PIC X(36) VALUE SPACES.
       01   KEYED-SW PIC 9 VALUE 0.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   MASTER-FOUND-SW PIC X VALUE "N".
       01   PB-FOUND-SW PIC 9 VALUE 0.
       READ-POINTER-RTN.
            MOVE 0 TO PB-FOUND-SW.
            MOVE 0 TO PRINTED-CNT.
            MOVE SPACES TO LAST-KEY.
            MOVE ACCNO-IN TO PB-ACCNO.
            READ PBOOKFILE RECORD
                 INVALID KEY
                      MOVE 0 TO PB-FOUND-SW
                 NOT INVALID KEY
                      MOVE 1 TO PB-FOUND-SW
                      MOVE PB-PRINTED-CNT TO PRINTED-CNT
                      MOVE PB-LAST-KEY TO LAST-KEY.
       BOOK-RTN.
            MOVE 0 TO LINE-CTR.
            MOVE 0 TO SEEN-CTR.
            WRITE PRTREC FROM BOOK-HEAD-1 AFTER PAGE.
            WRITE PRTREC FROM BOOK-HEAD-2 AFTER 1.
            WRITE PRTREC FROM SUB-1 AFTER 2.
            PERFORM JRNL-START-RTN THRU JRNL-START-END.
            IF LINE-CTR = 0
                 WRITE PRTREC FROM UPTODATE-LINE AFTER 1.
       BOOK-END.
      * A PASSBOOK LAST PRINTED BEFORE THE INDEX KEY WAS KEPT HAS ONLY
      * ITS LINE COUNT; THAT MANY OF THE ACCOUNT'S LINES ARE PASSED
      * OVER ONCE, AND THE KEY IS KEPT FROM THEN ON.
       JRNL-START-RTN.
            OPEN INPUT JRNLIDX.
            IF JX-STATUS = "35"
                 MOVE 1 TO JRNL-EOF-SW
                 GO TO JRNL-START-END.
            MOVE 0 TO KEYED-SW.
            IF LAST-KEY NOT = SPACES
                 MOVE 1 TO KEYED-SW
                 MOVE LAST-KEY TO JX-KEY
                 START JRNLIDX KEY IS GREATER THAN JX-KEY
                      INVALID KEY
                           MOVE 1 TO JRNL-EOF-SW
                 END-START
            ELSE
                 MOVE LOW-VALUES TO JX-KEY
                 MOVE ACCNO-IN TO JX-ACCNO
                 START JRNLIDX KEY IS NOT LESS THAN JX-KEY
                      INVALID KEY
                           MOVE 1 TO JRNL-EOF-SW
                 END-START.
            PERFORM JRNL-SCAN-RTN THRU JRNL-SCAN-END
                 UNTIL JRNL-EOF-SW = 1.
            CLOSE JRNLIDX.
       JRNL-START-END.
       JRNL-SCAN-RTN.
            READ JRNLIDX NEXT RECORD
                 AT END
                      MOVE 1 TO JRNL-EOF-SW
                      GO TO JRNL-SCAN-END.
            IF JX-ACCNO NOT = ACCNO-IN
                 MOVE 1 TO JRNL-EOF-SW
                 GO TO JRNL-SCAN-END.
            MOVE JX-JRNL TO JRNL-REC.
            MOVE JX-KEY TO LAST-KEY.
            ADD 1 TO SEEN-CTR.
            IF KEYED-SW = 0 AND SEEN-CTR NOT > PRINTED-CNT
                 GO TO JRNL-SCAN-END.
            MOVE TJ-DATE TO DL-DATE.
            MOVE TJ-REFNO TO DL-REFNO.
            ADD 1 TO LINE-CTR.
       JRNL-SCAN-END.
       SAVE-POINTER-RTN.
            MOVE ACCNO-IN TO PB-ACCNO.
            COMPUTE PB-PRINTED-CNT = PRINTED-CNT + LINE-CTR.
            MOVE RUN-DATE TO PB-LAST-PRINTED.
            MOVE LAST-KEY TO PB-LAST-KEY.
            IF PB-FOUND-SW = 1
                 REWRITE PBOOK-REC
            ELSE
