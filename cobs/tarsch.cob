       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFF-SCHED.
      *AUTHOR. JEI MOND.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. ELECTRIC RATE SCHEDULE FOR POSTING AT THE COLLECTION
      *         COUNTERS. LISTS THE RATE IN FORCE FOR EACH CLASS AS OF
      *         THE RUN DATE, FOLLOWED BY ANY SCHEDULED RATE CHANGES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TARIFF ASSIGN TO "TARIFF.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS TF-KEY
                 FILE STATUS IS TF-STATUS.
            SELECT RPTFILE ASSIGN TO "TARIFSCH".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   TARIFF.
       01   TF-REC.
            02 TF-KEY.
               03 TF-CLASS PIC X.
               03 TF-EFFDATE PIC X(8).
            02 TF-RATE PIC 99V99.
            02 TF-SCH-PCT PIC 99V99.
            02 TF-DEMRATE PIC 999V99.
            02 TF-VAT-PCT PIC 99V99.
            02 TF-LPP-PCT PIC 99V99.
            02 TF-EXP-RATE PIC 99V99.
            02 TF-LIFE-KWH PIC 9(4).
            02 TF-LIFE-PCT PIC 999.
            02 TF-ENTRY-DATE PIC X(8).
            02 TF-OPERATOR PIC X(10).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(100).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   TF-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   HOLD-SW PIC 9 VALUE 0.
       01   HOLD-CLASS PIC X VALUE SPACE.
       01   HOLD-REC PIC X(59) VALUE SPACES.
       01   PRT-REC.
            02 P-CLASS PIC X.
            02 P-EFFDATE PIC X(8).
            02 P-RATE PIC 99V99.
            02 P-SCH-PCT PIC 99V99.
            02 P-DEMRATE PIC 999V99.
            02 P-VAT-PCT PIC 99V99.
            02 P-LPP-PCT PIC 99V99.
            02 P-EXP-RATE PIC 99V99.
            02 P-LIFE-KWH PIC 9(4).
            02 P-LIFE-PCT PIC 999.
            02 P-ENTRY-DATE PIC X(8).
            02 P-OPERATOR PIC X(10).
       01   HEAD-1.
            02 FILLER PIC X(37) VALUE SPACES.
            02 FILLER PIC X(25)
               VALUE "BROWNOUT ELECTRIC COMPANY".
            02 FILLER PIC X(38) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(33) VALUE SPACES.
            02 FILLER PIC X(23) VALUE "SCHEDULE OF RATES AS OF".
            02 FILLER PIC X(1) VALUE SPACES.
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(35) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(11) VALUE "CLASS".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "EFFECT".
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "  RATE".
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(5) VALUE "SYS %".
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(7) VALUE " DEMAND".
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(5) VALUE "VAT %".
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(5) VALUE "LPP %".
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(5) VALUE "EXPRT".
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "LIFE".
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(3) VALUE "LF%".
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "STATUS".
            02 FILLER PIC X(2) VALUE SPACES.
       01   SUB-2.
            02 FILLER PIC X(13) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "YYMMDD".
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "PERKWH".
            02 FILLER PIC X(11) VALUE SPACES.
            02 FILLER PIC X(7) VALUE " PER KW".
            02 FILLER PIC X(19) VALUE SPACES.
            02 FILLER PIC X(5) VALUE " RATE".
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(4) VALUE " KWH".
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(3) VALUE "OFF".
            02 FILLER PIC X(17) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-CLASS PIC X(11).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-EFFDATE PIC X(6).
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-RATE PIC ZZ9.99.
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-SCH-PCT PIC Z9.99.
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-DEMRATE PIC ZZZ9.99.
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-VAT-PCT PIC Z9.99.
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-LPP-PCT PIC Z9.99.
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-EXP-RATE PIC Z9.99.
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-LIFE-KWH PIC ZZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-LIFE-PCT PIC ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-STAT PIC X(9).
            02 FILLER PIC X(2) VALUE SPACES.
       01   TOTAL-LINE.
            02 FILLER PIC X(24) VALUE "RATE LINES PRINTED:     ".
            02 TL-CTR PIC ZZZ,ZZ9.
            02 FILLER PIC X(69) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(79) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN INPUT TARIFF.
            IF TF-STATUS = "35"
                 DISPLAY "NO TARIFF MASTER ON FILE"
                 STOP RUN.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            WRITE RPTREC FROM SUB-2 AFTER 1.
            MOVE LOW-VALUES TO TF-KEY.
            START TARIFF KEY IS NOT LESS THAN TF-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM SCAN-RTN THRU SCAN-END UNTIL EOFSW = 1.
            MOVE REC-CTR TO TL-CTR.
            WRITE RPTREC FROM TOTAL-LINE AFTER 2.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE TARIFF.
            CLOSE RPTFILE.
            DISPLAY "RATE SCHEDULE PRINTED, LINES: " REC-CTR.
            STOP RUN.
       SCAN-RTN.
            READ TARIFF NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      PERFORM FLUSH-RTN
                      GO TO SCAN-END.
            IF TF-CLASS NOT = HOLD-CLASS
                 PERFORM FLUSH-RTN
                 MOVE TF-CLASS TO HOLD-CLASS.
            IF TF-EFFDATE(1:6) > RUN-DATE(1:6)
                 PERFORM FLUSH-RTN
                 MOVE TF-REC TO PRT-REC
                 MOVE "SCHEDULED" TO DL-STAT
                 PERFORM PRINT-LINE-RTN
            ELSE
                 MOVE TF-REC TO HOLD-REC
                 MOVE 1 TO HOLD-SW.
       SCAN-END.
       FLUSH-RTN.
            IF HOLD-SW = 1
                 MOVE HOLD-REC TO PRT-REC
                 MOVE "IN FORCE" TO DL-STAT
                 PERFORM PRINT-LINE-RTN
                 MOVE 0 TO HOLD-SW.
       PRINT-LINE-RTN.
            IF P-CLASS = 'R'
                 MOVE "RESIDENTIAL" TO DL-CLASS
            ELSE
            IF P-CLASS = 'C'
                 MOVE "COMMERCIAL" TO DL-CLASS
            ELSE
                 MOVE "INDUSTRIAL" TO DL-CLASS.
            MOVE P-EFFDATE TO DL-EFFDATE.
            MOVE P-RATE TO DL-RATE.
            MOVE P-SCH-PCT TO DL-SCH-PCT.
            MOVE P-DEMRATE TO DL-DEMRATE.
            MOVE P-VAT-PCT TO DL-VAT-PCT.
            MOVE P-LPP-PCT TO DL-LPP-PCT.
            MOVE P-EXP-RATE TO DL-EXP-RATE.
            MOVE P-LIFE-KWH TO DL-LIFE-KWH.
            MOVE P-LIFE-PCT TO DL-LIFE-PCT.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            ADD 1 TO REC-CTR.
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
