      *DATE-WRITTEN. 08/22/26.
      *DATE-COMPILED. 08/22/26.
      *SECURITY. ONLY ME.
      *REMARKS. CUSTOMER ACCOUNT STATEMENT FROM ACCTMAST AND THE
      *         ACCOUNT-KEYED JOURNAL INDEX. A STATEMENT FOR ONE YEAR
      *         READS THE JOURNAL ARCHIVE WHEN THAT YEAR HAS BEEN
      *         ARCHIVED, AND OPENS WITH THE CARRIED-FORWARD BALANCE.
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
            SELECT JRNLARC ASSIGN TO ARCH-PATH
                 FILE STATUS IS JA-STATUS.
            SELECT JRNLCF ASSIGN TO "JRNLCF.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CF-KEY
                 FILE STATUS IS CF-STATUS.
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
       FD   JRNLARC.
       01   ARCH-REC PIC X(68).
       FD   JRNLCF.
       01   JRNLCF-REC.
            02 CF-KEY.
                 03 CF-YEAR PIC XX.
                 03 CF-ACCNO PIC 9(10).
            02 CF-OPEN-BAL PIC S9(9)V99.
            02 CF-LAST-DATE PIC X(8).
            02 CF-ARCH-DATE PIC X(8).
       WORKING-STORAGE SECTION.
       01   JRNL-REC.
            02 TJ-DATE PIC X(8).
            02 TJ-TIME PIC X(8).
            02 TJ-BRANCH PIC X(3).
            02 TJ-NEW-BAL PIC S9(9)V99.
            02 TJ-OPERATOR PIC X(10).
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   AM-STATUS PIC XX VALUE "00".
       01   JX-STATUS PIC XX VALUE "00".
       01   JA-STATUS PIC XX VALUE "00".
       01   CF-STATUS PIC XX VALUE "00".
       01   ARCH-PATH PIC X(40) VALUE SPACES.
       01   ARCH-NAME.
            02 FILLER PIC X(9) VALUE "TRNJRNL.Y".
            02 AN-YEAR PIC XX.
       01   YEAR-IN PIC XX VALUE SPACES.
       01   CF-FOUND-SW PIC 9 VALUE 0.
       01   MASTER-FOUND-SW PIC X VALUE "N".
       01   JRNL-EOF-SW PIC 9 VALUE 0.
       01   FIRST-TRAN-SW PIC 9 VALUE 0.
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "Type: ".
            02 SL-ACCTYPE PIC X.
            02 FILLER PIC X(8) VALUE "  Year: ".
            02 SL-YEAR PIC X(7).
            02 FILLER PIC X(13) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(8) VALUE "Date".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(34)
               VALUE "No transactions on file for period".
            02 FILLER PIC X(46) VALUE SPACES.
       01   NOARCH-LINE.
            02 FILLER PIC X(36)
               VALUE "Journal archive not on file for year".
            02 FILLER PIC X(1) VALUE SPACES.
            02 NA-YEAR PIC XX.
            02 FILLER PIC X(41) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            DISPLAY "ACCOUNT STATEMENT REQUEST" LINE 2 COLUMN 28.
            DISPLAY "ACCOUNT NUMBER:" LINE 4 COLUMN 1.
            ACCEPT ACCNO-IN LINE 4 COLUMN 30.
            DISPLAY "STATEMENT YEAR (YY, BLANK=CURRENT):"
                 LINE 5 COLUMN 1.
            MOVE SPACES TO YEAR-IN.
            ACCEPT YEAR-IN LINE 5 COLUMN 40.
            PERFORM READ-MASTER-RTN.
            IF MASTER-FOUND-SW = "N"
                 DISPLAY "NO SUCH ACCOUNT ON FILE" LINE 6 COLUMN 1
            ELSE
            IF YEAR-IN NOT = SPACES AND YEAR-IN NOT NUMERIC
                 DISPLAY "INVALID STATEMENT YEAR" LINE 6 COLUMN 1
            ELSE
                 PERFORM STATEMENT-RTN THRU STATEMENT-END
                 ADD 1 TO STMT-CTR
            MOVE AM-ACCNO-KEY TO SL-ACCNO.
            MOVE AM-ACCNAME TO SL-ACCNAME.
            MOVE AM-ACCOUNTTYPE TO SL-ACCTYPE.
            IF YEAR-IN = SPACES
                 MOVE "CURRENT" TO SL-YEAR
            ELSE
                 MOVE YEAR-IN TO SL-YEAR.
            WRITE STMTREC FROM ACCT-LINE AFTER 2.
            WRITE STMTREC FROM SUB-1 AFTER 2.
            MOVE 0 TO JRNL-EOF-SW.
            MOVE 0 TO TRAN-CTR.
            MOVE 0 TO OPENING-BAL.
            MOVE 0 TO CLOSING-BAL.
            MOVE 0 TO CF-FOUND-SW.
            IF YEAR-IN NOT = SPACES
                 PERFORM CARRIED-BAL-RTN.
            MOVE YEAR-IN TO AN-YEAR.
            MOVE ARCH-NAME TO ARCH-PATH.
            MOVE "35" TO JA-STATUS.
            IF YEAR-IN NOT = SPACES
                 OPEN INPUT JRNLARC.
            IF JA-STATUS NOT = "35"
                 PERFORM ARCH-SCAN-RTN UNTIL JRNL-EOF-SW = 1
                 CLOSE JRNLARC
            ELSE
                 PERFORM INDEX-START-RTN THRU INDEX-START-END.
            IF TRAN-CTR = 0
                 WRITE STMTREC FROM NOACT-LINE AFTER 1
                 IF YEAR-IN = SPACES
                      MOVE AM-BALANCE TO CL-BAL
                 ELSE
                      MOVE OPENING-BAL TO CL-BAL
                 END-IF
            ELSE
                 MOVE CLOSING-BAL TO CL-BAL.
            WRITE STMTREC FROM CLOSE-LINE AFTER 2.
       STATEMENT-END.
      * A YEAR THAT HAS BEEN ARCHIVED OPENS WITH THE BALANCE CARRIED
      * INTO IT; OTHERWISE THE FIRST ENTRY GIVES THE OPENING BALANCE.
       CARRIED-BAL-RTN.
            OPEN INPUT JRNLCF.
            IF CF-STATUS NOT = "35"
                 MOVE YEAR-IN TO CF-YEAR
                 MOVE ACCNO-IN TO CF-ACCNO
                 READ JRNLCF RECORD
                      INVALID KEY
                           MOVE 0 TO CF-FOUND-SW
                      NOT INVALID KEY
                           MOVE 1 TO CF-FOUND-SW
                 END-READ
                 CLOSE JRNLCF.
            IF CF-FOUND-SW = 1
                 MOVE 1 TO FIRST-TRAN-SW
                 MOVE CF-OPEN-BAL TO OPENING-BAL
                 MOVE OPENING-BAL TO OL-BAL
                 WRITE STMTREC FROM OPEN-LINE AFTER 1.
       ARCH-SCAN-RTN.
            READ JRNLARC INTO JRNL-REC
                 AT END
                      MOVE 1 TO JRNL-EOF-SW
                 NOT AT END
                           PERFORM STMT-DETAIL-RTN
                      END-IF
            END-READ.
      * ENTRIES STILL ON THE JOURNAL ARE READ FROM THE INDEX, STARTING
      * AT THE ACCOUNT'S FIRST ENTRY. A YEAR GIVEN THAT IS NOT IN ANY
      * ARCHIVE IS TAKEN FROM THE INDEX TOO, LIMITED TO THAT YEAR.
       INDEX-START-RTN.
            IF YEAR-IN NOT = SPACES AND YEAR-IN < RUN-DATE(1:2)
                 PERFORM CHECK-ARCHIVED-RTN.
            IF JRNL-EOF-SW = 1
                 GO TO INDEX-START-END.
            OPEN INPUT JRNLIDX.
            IF JX-STATUS = "35"
                 GO TO INDEX-START-END.
            MOVE LOW-VALUES TO JX-KEY.
            MOVE ACCNO-IN TO JX-ACCNO.
            IF YEAR-IN NOT = SPACES
                 MOVE YEAR-IN TO JX-DATE(1:2).
            START JRNLIDX KEY IS NOT LESS THAN JX-KEY
                 INVALID KEY
                      MOVE 1 TO JRNL-EOF-SW.
            PERFORM INDEX-SCAN-RTN UNTIL JRNL-EOF-SW = 1.
            CLOSE JRNLIDX.
       INDEX-START-END.
      * AN EARLIER YEAR WITH CARRIED-FORWARD BALANCES BUT NO ARCHIVE
      * FILE IS REPORTED RATHER THAN PRINTED AS HAVING NO ENTRIES.
       CHECK-ARCHIVED-RTN.
            OPEN INPUT JRNLCF.
            IF CF-STATUS NOT = "35"
                 MOVE YEAR-IN TO CF-YEAR
                 MOVE 9999999999 TO CF-ACCNO
                 START JRNLCF KEY IS GREATER THAN CF-KEY
                      INVALID KEY
                           MOVE SPACES TO CF-YEAR
                      NOT INVALID KEY
                           READ JRNLCF NEXT RECORD
                                AT END
                                     MOVE SPACES TO CF-YEAR
                           END-READ
                 END-START
                 IF CF-YEAR NOT = SPACES AND CF-YEAR > YEAR-IN
                      MOVE YEAR-IN TO NA-YEAR
                      WRITE STMTREC FROM NOARCH-LINE AFTER 1
                      MOVE 1 TO JRNL-EOF-SW
                 END-IF
                 CLOSE JRNLCF.
       INDEX-SCAN-RTN.
            READ JRNLIDX NEXT RECORD
                 AT END
                      MOVE 1 TO JRNL-EOF-SW
                 NOT AT END
                      IF JX-ACCNO NOT = ACCNO-IN
                           MOVE 1 TO JRNL-EOF-SW
                      ELSE
                      IF YEAR-IN NOT = SPACES
                         AND JX-DATE(1:2) NOT = YEAR-IN
                           MOVE 1 TO JRNL-EOF-SW
                      ELSE
                           MOVE JX-JRNL TO JRNL-REC
                           PERFORM STMT-DETAIL-RTN
                      END-IF
                      END-IF
            END-READ.
       STMT-DETAIL-RTN.
            IF FIRST-TRAN-SW = 0
                 MOVE 1 TO FIRST-TRAN-SW
                 OR TJ-TRANTYPE = 'O' OR TJ-TRANTYPE = 'T'
                 OR TJ-TRANTYPE = 't' OR TJ-TRANTYPE = 'B'
                 OR TJ-TRANTYPE = 'F' OR TJ-TRANTYPE = 'S'
                 OR TJ-TRANTYPE = 'X' OR TJ-TRANTYPE = 'P'
                 OR TJ-TRANTYPE = 'M' OR TJ-TRANTYPE = 'E'
                 OR TJ-TRANTYPE = 'Q' OR TJ-TRANTYPE = 'V'
                 OR TJ-TRANTYPE = 'Y' OR TJ-TRANTYPE = 'Z'
                 OR TJ-TRANTYPE = 'A' OR TJ-TRANTYPE = 'U'
                      COMPUTE OPENING-BAL = TJ-NEW-BAL + TJ-AMOUNT
                 ELSE
                      COMPUTE OPENING-BAL = TJ-NEW-BAL - TJ-AMOUNT
            ELSE
            IF TJ-TRANTYPE = 'F'
                 MOVE "Return Fee" TO DL-TRANNAME
            ELSE
            IF TJ-TRANTYPE = 'P'
                 MOVE "Preterm Pen" TO DL-TRANNAME
            ELSE
            IF TJ-TRANTYPE = 'L'
                 MOVE "Loan Proceed" TO DL-TRANNAME
            ELSE
            IF TJ-TRANTYPE = 'M'
                 MOVE "Loan Payment" TO DL-TRANNAME
            ELSE
            IF TJ-TRANTYPE = 'E'
                 MOVE "Check Paid" TO DL-TRANNAME
            ELSE
            IF TJ-TRANTYPE = 'Q'
                 MOVE "Stop Pay Fee" TO DL-TRANNAME
            ELSE
            IF TJ-TRANTYPE = 'V'
                 MOVE "Service Fee" TO DL-TRANNAME
            ELSE
            IF TJ-TRANTYPE = 'Y'
                 MOVE "Dormancy Fee" TO DL-TRANNAME
            ELSE
            IF TJ-TRANTYPE = 'C'
                 MOVE "Payout Cr" TO DL-TRANNAME
            ELSE
            IF TJ-TRANTYPE = 'Z'
                 MOVE "Payout Fund" TO DL-TRANNAME
            ELSE
            IF TJ-TRANTYPE = 'A'
                 MOVE "Elec AutoDbt" TO DL-TRANNAME
            ELSE
            IF TJ-TRANTYPE = 'U'
                 MOVE "Tuition Pay" TO DL-TRANNAME
            ELSE
                 MOVE "Other" TO DL-TRANNAME.
            MOVE TJ-AMOUNT TO DL-AMOUNT.
