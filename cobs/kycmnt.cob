       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYC-MAINT.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. MAINTAIN CUSTOMER ID TYPE, ID EXPIRY, KYC RISK RATING
      *         AND LAST KYC REVIEW DATE ON THE CUSTOMER MASTER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CM-CUSTNO
                 FILE STATUS IS CM-STATUS.
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
            SELECT CHGHIST ASSIGN TO "CHGHIST.DAT".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   CUSTMAST.
       01   CUST-MASTER-REC.
            02 CM-CUSTNO PIC 9(8).
            02 CM-NAME PIC X(25).
            02 CM-ADDRESS PIC X(30).
            02 CM-IDDOC PIC X(20).
            02 CM-ID-TYPE PIC XX.
            02 CM-ID-EXPIRY PIC X(8).
            02 CM-RISK-RATING PIC X.
            02 CM-LAST-REVIEW PIC X(8).
       FD   SIGNON.
       01   SG-REC.
            02 SG-OPERATOR PIC X(10).
            02 SG-DATE PIC X(8).
            02 SG-TIME PIC X(8).
       FD   AUDITLOG.
       01   AUDIT-REC.
            02 AL-PROGRAM PIC X(15).
            02 AL-FIELD PIC X(15).
            02 AL-BADVAL PIC X(20).
            02 AL-DATE PIC X(8).
            02 AL-TIME PIC X(8).
            02 AL-OPERATOR PIC X(10).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   SG-STATUS PIC XX VALUE "00".
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   CM-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   CHG-FILE PIC X(8) VALUE SPACES.
       01   CHG-KEY PIC X(20) VALUE SPACES.
       01   CN-FIELD PIC X(15) VALUE SPACES.
       01   CN-OLD PIC X(25) VALUE SPACES.
       01   CN-NEW PIC X(25) VALUE SPACES.
       01   CN-AMT PIC -(9)9.99.
       01   CN-NUM PIC -(12)9.
       01   CHG-CTR PIC 99 VALUE 0.
       01   CHG-IX PIC 99 VALUE 0.
       01   OLD-CM-REC.
            02 OLD-CM-CUSTNO PIC 9(8).
            02 OLD-CM-NAME PIC X(25).
            02 OLD-CM-ADDRESS PIC X(30).
            02 OLD-CM-IDDOC PIC X(20).
            02 OLD-CM-ID-TYPE PIC XX.
            02 OLD-CM-ID-EXPIRY PIC X(8).
            02 OLD-CM-RISK-RATING PIC X.
            02 OLD-CM-LAST-REVIEW PIC X(8).
       01   CHG-TABLE.
            02 CHG-ENTRY OCCURS 20 TIMES.
               03 CHG-FIELD PIC X(15).
               03 CHG-OLD PIC X(25).
               03 CHG-NEW PIC X(25).
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   CHANGE-SW PIC 9 VALUE 0.
       01   CUSTNO-IN PIC 9(8) VALUE 0.
       01   IDTYPE-IN PIC XX VALUE SPACES.
       01   EXPIRY-IN PIC X(6) VALUE SPACES.
       01   EXPIRY-PARTS.
            02 EX-YY PIC XX.
            02 EX-MM PIC XX.
            02 EX-DD PIC XX.
       01   RISK-IN PIC X VALUE SPACE.
       01   REVIEW-IN PIC X VALUE SPACE.
       01   OLD-VALUE PIC X(8) VALUE SPACES.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            OPEN I-O CUSTMAST.
            IF CM-STATUS = "35"
                 DISPLAY "NO CUSTOMER MASTER ON FILE" LINE 1 COLUMN 1
                 STOP RUN.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE CUSTMAST.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "CHINA TRUST BANK" LINE 1 COLUMN 32.
            DISPLAY "CUSTOMER IDENTIFICATION AND KYC" LINE 2 COLUMN 25.
            DISPLAY "CUSTOMER NUMBER:" LINE 4 COLUMN 1.
            ACCEPT CUSTNO-IN LINE 4 COLUMN 40.
            MOVE CUSTNO-IN TO CM-CUSTNO.
            READ CUSTMAST RECORD
                 INVALID KEY
                      DISPLAY "NO SUCH CUSTOMER ON FILE"
                      LINE 6 COLUMN 1
                      MOVE "CUSTNO" TO AL-FIELD
                      MOVE CUSTNO-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO PROCESS-ASK.
            MOVE CUST-MASTER-REC TO OLD-CM-REC.
            DISPLAY "CUSTOMER NAME:" LINE 5 COLUMN 1.
            DISPLAY CM-NAME LINE 5 COLUMN 40.
            DISPLAY "ID DOCUMENT:" LINE 6 COLUMN 1.
            DISPLAY CM-IDDOC LINE 6 COLUMN 40.
            DISPLAY "ID TYPE ON FILE:" LINE 7 COLUMN 1.
            DISPLAY CM-ID-TYPE LINE 7 COLUMN 40.
            DISPLAY "ID EXPIRY ON FILE (YYMMDD):" LINE 8 COLUMN 1.
            DISPLAY CM-ID-EXPIRY LINE 8 COLUMN 40.
            DISPLAY "RISK RATING ON FILE (L/N/H):" LINE 9 COLUMN 1.
            DISPLAY CM-RISK-RATING LINE 9 COLUMN 40.
            DISPLAY "LAST KYC REVIEW ON FILE:" LINE 10 COLUMN 1.
            DISPLAY CM-LAST-REVIEW LINE 10 COLUMN 40.
            MOVE 0 TO CHANGE-SW.
            DISPLAY "BLANK ENTRY KEEPS THE VALUE ON FILE"
                 LINE 12 COLUMN 1.
            DISPLAY "NEW ID TYPE (PP DL UM SS PR PO VO OT):"
                 LINE 13 COLUMN 1.
            MOVE 0 TO VALID-SW.
            PERFORM IDTYPE-RTN THRU IDTYPE-END UNTIL VALID-SW = 1.
            DISPLAY "NEW ID EXPIRY (YYMMDD):" LINE 14 COLUMN 1.
            MOVE 0 TO VALID-SW.
            PERFORM EXPIRY-RTN THRU EXPIRY-END UNTIL VALID-SW = 1.
            DISPLAY "NEW RISK RATING (L=LOW, N=NORMAL, H=HIGH):"
                 LINE 15 COLUMN 1.
            MOVE 0 TO VALID-SW.
            PERFORM RISK-RTN THRU RISK-END UNTIL VALID-SW = 1.
            DISPLAY "KYC REVIEW COMPLETED TODAY (Y/N):"
                 LINE 16 COLUMN 1.
            MOVE 0 TO VALID-SW.
            PERFORM REVIEW-RTN THRU REVIEW-END UNTIL VALID-SW = 1.
            IF CHANGE-SW = 0
                 DISPLAY "NO CHANGES MADE" LINE 18 COLUMN 1
                 GO TO PROCESS-ASK.
            MOVE "CUSTMAST" TO CHG-FILE.
            MOVE CM-CUSTNO TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            PERFORM CM-NOTE-RTN.
            REWRITE CUST-MASTER-REC.
            IF CM-STATUS NOT = "00"
                 MOVE "CUSTMAST" TO FC-FILENAME
                 MOVE CM-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM WRITE-CHANGES-RTN.
            DISPLAY "CUSTOMER KYC DATA UPDATED" LINE 18 COLUMN 1.
       PROCESS-ASK.
            DISPLAY "ANOTHER CUSTOMER (Y/N)?" LINE 20 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       IDTYPE-RTN.
            MOVE SPACES TO IDTYPE-IN.
            ACCEPT IDTYPE-IN LINE 13 COLUMN 45.
            IF IDTYPE-IN = SPACES
                 MOVE 1 TO VALID-SW
                 GO TO IDTYPE-END.
            INSPECT IDTYPE-IN CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            IF IDTYPE-IN NOT = "PP" AND IDTYPE-IN NOT = "DL"
                 AND IDTYPE-IN NOT = "UM" AND IDTYPE-IN NOT = "SS"
                 AND IDTYPE-IN NOT = "PR" AND IDTYPE-IN NOT = "PO"
                 AND IDTYPE-IN NOT = "VO" AND IDTYPE-IN NOT = "OT"
                 MOVE "KYCIDTYPE" TO AL-FIELD
                 MOVE IDTYPE-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO IDTYPE-END.
            MOVE 1 TO VALID-SW.
            IF IDTYPE-IN = CM-ID-TYPE
                 GO TO IDTYPE-END.
            MOVE CM-ID-TYPE TO OLD-VALUE.
            MOVE IDTYPE-IN TO CM-ID-TYPE.
            MOVE 1 TO CHANGE-SW.
            MOVE "KYCIDTYPE" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING CM-CUSTNO " " OLD-VALUE(1:2) ">" CM-ID-TYPE
                 DELIMITED BY SIZE INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       IDTYPE-END.
       EXPIRY-RTN.
            MOVE SPACES TO EXPIRY-IN.
            ACCEPT EXPIRY-IN LINE 14 COLUMN 45.
            IF EXPIRY-IN = SPACES
                 MOVE 1 TO VALID-SW
                 GO TO EXPIRY-END.
            MOVE EXPIRY-IN TO EXPIRY-PARTS.
            IF EXPIRY-IN NOT NUMERIC
                 OR EX-MM < "01" OR EX-MM > "12"
                 OR EX-DD < "01" OR EX-DD > "31"
                 MOVE "KYCIDEXPIRY" TO AL-FIELD
                 MOVE EXPIRY-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO EXPIRY-END.
            MOVE 1 TO VALID-SW.
            IF EXPIRY-IN = CM-ID-EXPIRY(1:6)
                 GO TO EXPIRY-END.
            MOVE SPACES TO CM-ID-EXPIRY.
            MOVE EXPIRY-IN TO CM-ID-EXPIRY(1:6).
            MOVE 1 TO CHANGE-SW.
            MOVE "KYCIDEXPIRY" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING CM-CUSTNO " " EXPIRY-IN
                 DELIMITED BY SIZE INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       EXPIRY-END.
       RISK-RTN.
            MOVE SPACE TO RISK-IN.
            ACCEPT RISK-IN LINE 15 COLUMN 45.
            IF RISK-IN = SPACE
                 MOVE 1 TO VALID-SW
                 GO TO RISK-END.
            IF RISK-IN = 'l'
                 MOVE 'L' TO RISK-IN.
            IF RISK-IN = 'n'
                 MOVE 'N' TO RISK-IN.
            IF RISK-IN = 'h'
                 MOVE 'H' TO RISK-IN.
            IF RISK-IN NOT = 'L' AND RISK-IN NOT = 'N'
                 AND RISK-IN NOT = 'H'
                 MOVE "KYCRISK" TO AL-FIELD
                 MOVE RISK-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO RISK-END.
            MOVE 1 TO VALID-SW.
            IF RISK-IN = CM-RISK-RATING
                 GO TO RISK-END.
            MOVE CM-RISK-RATING TO OLD-VALUE.
            MOVE RISK-IN TO CM-RISK-RATING.
            MOVE 1 TO CHANGE-SW.
            MOVE "KYCRISK" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING CM-CUSTNO " " OLD-VALUE(1:1) ">" CM-RISK-RATING
                 DELIMITED BY SIZE INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       RISK-END.
       REVIEW-RTN.
            MOVE SPACE TO REVIEW-IN.
            ACCEPT REVIEW-IN LINE 16 COLUMN 45.
            IF REVIEW-IN = 'N' OR REVIEW-IN = 'n' OR REVIEW-IN = SPACE
                 MOVE 1 TO VALID-SW
                 GO TO REVIEW-END.
            IF REVIEW-IN NOT = 'Y' AND REVIEW-IN NOT = 'y'
                 GO TO REVIEW-END.
            MOVE 1 TO VALID-SW.
            MOVE RUN-DATE TO CM-LAST-REVIEW.
            MOVE 1 TO CHANGE-SW.
            MOVE "KYCREVIEW" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING CM-CUSTNO " " CM-LAST-REVIEW
                 DELIMITED BY SIZE INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       REVIEW-END.
       ANS-RTN.
            ACCEPT ANS LINE 20 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "KYC-MAINT" TO AL-PROGRAM.
            MOVE RUN-DATE TO AL-DATE.
            ACCEPT AL-TIME FROM TIME.
            MOVE OPERATOR-ID TO AL-OPERATOR.
            WRITE AUDIT-REC.
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
       FILE-ERROR-RTN.
            DISPLAY "FILE ERROR ON " FC-FILENAME " - STATUS "
                 FC-STATUS.
            MOVE "FILESTATUS" TO AL-FIELD.
            MOVE FC-FILENAME TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "RUN ENDED - NOTHING FURTHER POSTED.".
            STOP RUN.
       CM-NOTE-RTN.
            IF CM-NAME NOT = OLD-CM-NAME
                 MOVE "CM-NAME" TO CN-FIELD
                 MOVE OLD-CM-NAME TO CN-OLD
                 MOVE CM-NAME TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF CM-ADDRESS NOT = OLD-CM-ADDRESS
                 MOVE "CM-ADDRESS" TO CN-FIELD
                 MOVE OLD-CM-ADDRESS TO CN-OLD
                 MOVE CM-ADDRESS TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF CM-IDDOC NOT = OLD-CM-IDDOC
                 MOVE "CM-IDDOC" TO CN-FIELD
                 MOVE OLD-CM-IDDOC TO CN-OLD
                 MOVE CM-IDDOC TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF CM-ID-TYPE NOT = OLD-CM-ID-TYPE
                 MOVE "CM-ID-TYPE" TO CN-FIELD
                 MOVE OLD-CM-ID-TYPE TO CN-OLD
                 MOVE CM-ID-TYPE TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF CM-ID-EXPIRY NOT = OLD-CM-ID-EXPIRY
                 MOVE "CM-ID-EXPIRY" TO CN-FIELD
                 MOVE OLD-CM-ID-EXPIRY TO CN-OLD
                 MOVE CM-ID-EXPIRY TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF CM-RISK-RATING NOT = OLD-CM-RISK-RATING
                 MOVE "CM-RISK-RATING" TO CN-FIELD
                 MOVE OLD-CM-RISK-RATING TO CN-OLD
                 MOVE CM-RISK-RATING TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF CM-LAST-REVIEW NOT = OLD-CM-LAST-REVIEW
                 MOVE "CM-LAST-REVIEW" TO CN-FIELD
                 MOVE OLD-CM-LAST-REVIEW TO CN-OLD
                 MOVE CM-LAST-REVIEW TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
      * FIELD CHANGES ARE NOTED BEFORE THE MASTER IS REWRITTEN AND
      * GO TO THE CHANGE HISTORY ONLY ONCE THE REWRITE HAS BEEN DONE.
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
            MOVE "KYC-MAINT" TO CH-PROGRAM.
            WRITE CH-REC.
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
