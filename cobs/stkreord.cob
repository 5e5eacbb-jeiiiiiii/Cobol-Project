       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-REORDER.
      *AUTHOR. JEI.
      *INSTALLATION. TAYTAY.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. MINE ONLY.
      *REMARKS. DAILY REORDER-POINT REPORT OF ACTIVE PRODUCTS WHOSE
      *         STOCK ON HAND IS AT OR BELOW THE REORDER LEVEL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PRODMAST ASSIGN TO "PRODMAST.DAT"
                 FILE STATUS IS PR-FILE-STATUS.
            SELECT RPTFILE ASSIGN TO "REORDER".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   PRODMAST.
       01   PROD-REC.
            02 PR-CODE PIC X(5).
            02 PR-DESC PIC X(20).
            02 PR-ACTIVE PIC X.
            02 PR-ONHAND PIC S9(7).
            02 PR-REORDER-PT PIC 9(7).
            02 PR-REORDER-QTY PIC 9(7).
            02 PR-COUNT-QTY PIC 9(7).
            02 PR-COUNT-DATE PIC X(8).
            02 PR-COUNT-STAT PIC X.
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(90).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   PR-FILE-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(34) VALUE SPACES.
            02 FILLER PIC X(22) VALUE "SAN MIGUEL CORPORATION".
            02 FILLER PIC X(34) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(31) VALUE SPACES.
            02 FILLER PIC X(20) VALUE "REORDER-POINT REPORT".
            02 FILLER PIC X(2) VALUE SPACES.
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(29) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(7) VALUE "PRODUCT".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(11) VALUE "DESCRIPTION".
            02 FILLER PIC X(13) VALUE SPACES.
            02 FILLER PIC X(7) VALUE "ON HAND".
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "REORDER PT".
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(11) VALUE "ORDER QTY  ".
            02 FILLER PIC X(23) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-PROD PIC X(5).
            02 FILLER PIC X(4) VALUE SPACES.
            02 DL-DESC PIC X(20).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-ONHAND PIC -,ZZZ,ZZ9.
            02 FILLER PIC X(4) VALUE SPACES.
            02 DL-REORDER-PT PIC Z,ZZZ,ZZ9.
            02 FILLER PIC X(4) VALUE SPACES.
            02 DL-REORDER-QTY PIC Z,ZZZ,ZZ9.
            02 FILLER PIC X(24) VALUE SPACES.
       01   TOTAL-LINE.
            02 FILLER PIC X(24) VALUE "PRODUCTS TO REORDER:    ".
            02 TL-CTR PIC ZZZ,ZZ9.
            02 FILLER PIC X(59) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(69) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN INPUT PRODMAST.
            IF PR-FILE-STATUS = "35"
                 DISPLAY "NO PRODUCT MASTER ON FILE"
                 STOP RUN.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            PERFORM SCAN-RTN THRU SCAN-END UNTIL EOFSW = 1.
            MOVE REC-CTR TO TL-CTR.
            WRITE RPTREC FROM TOTAL-LINE AFTER 2.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE PRODMAST.
            CLOSE RPTFILE.
            DISPLAY "REORDER REPORT PRINTED, PRODUCTS: " REC-CTR.
            STOP RUN.
       SCAN-RTN.
            READ PRODMAST
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO SCAN-END.
            IF PR-ACTIVE = 'I'
                 GO TO SCAN-END.
            IF PR-ONHAND > PR-REORDER-PT
                 GO TO SCAN-END.
            MOVE PR-CODE TO DL-PROD.
            MOVE PR-DESC TO DL-DESC.
            MOVE PR-ONHAND TO DL-ONHAND.
            MOVE PR-REORDER-PT TO DL-REORDER-PT.
            MOVE PR-REORDER-QTY TO DL-REORDER-QTY.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            ADD 1 TO REC-CTR.
       SCAN-END.
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
