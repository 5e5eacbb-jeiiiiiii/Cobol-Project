       IDENTIFICATION DIVISION.
       PROGRAM-ID. NET-METER-STMT.
      *AUTHOR. JEI MOND.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. MONTHLY NET-METERING STATEMENT. SHOWS IMPORTED AND
      *         EXPORTED KWH, EXPORT CREDIT EARNED AND APPLIED, AND THE
      *         CREDIT BANK BALANCE CARRIED FORWARD FOR EACH ACCOUNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT NMLEDG ASSIGN TO "NMLEDG.DAT"
                 FILE STATUS IS NL-STATUS.
            SELECT NMBANK ASSIGN TO "NMBANK.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS NB-ANO
                 FILE STATUS IS NB-STATUS.
            SELECT ELECMAST ASSIGN TO "ELECMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS EM-ANO
                 FILE STATUS IS EM-STATUS.
            SELECT RPTFILE ASSIGN TO "NMSTMT".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   NMLEDG.
       01   NL-REC.
            02 NL-ANO PIC X(10).
            02 NL-DATE PIC X(8).
            02 NL-IMP-KWH PIC 9(6).
            02 NL-EXP-KWH PIC 9(6).
            02 NL-EXP-CREDIT PIC 9(6)V99.
            02 NL-APPLIED PIC 9(6)V99.
            02 NL-KWH-BAL PIC 9(7).
            02 NL-PESO-BAL PIC 9(7)V99.
            02 NL-PROGRAM PIC X(15).
       FD   NMBANK.
       01   NB-REC.
            02 NB-ANO PIC X(10).
            02 NB-KWH-BAL PIC 9(7).
            02 NB-PESO-BAL PIC 9(7)V99.
            02 NB-LAST-DATE PIC X(8).
       FD   ELECMAST.
       01   EM-REC.
            02 EM-ANO PIC X(10).
            02 EM-NAME PIC X(25).
            02 EM-ADDRESS PIC X(30).
            02 EM-CLASS PIC X.
            02 EM-METER PIC X(10).
            02 EM-NETMTR PIC X.
            02 EM-XFMR PIC X(8).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(100).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   NL-STATUS PIC XX VALUE "00".
       01   NB-STATUS PIC XX VALUE "00".
       01   EM-STATUS PIC XX VALUE "00".
       01   EM-AVAILABLE-SW PIC 9 VALUE 0.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   STMT-YYMM PIC X(4) VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   FIND-ANO PIC X(10) VALUE SPACES.
       01   NT-COUNT PIC 999 VALUE 0.
       01   NT-MATCH PIC 999 VALUE 0.
       01   NT-I PIC 999 VALUE 0.
       01   NT-TABLE.
            02 NT-ENTRY OCCURS 500 TIMES.
               03 NT-ANO PIC X(10).
               03 NT-ACTIVE PIC 9.
               03 NT-IMP-KWH PIC 9(7).
               03 NT-EXP-KWH PIC 9(7).
               03 NT-EXP-CREDIT PIC 9(7)V99.
               03 NT-APPLIED PIC 9(7)V99.
               03 NT-KWH-BAL PIC 9(7).
               03 NT-PESO-BAL PIC 9(7)V99.
       01   TOT-IMP-KWH PIC 9(8) VALUE 0.
       01   TOT-EXP-KWH PIC 9(8) VALUE 0.
       01   TOT-EXP-CREDIT PIC 9(8)V99 VALUE 0.
       01   TOT-APPLIED PIC 9(8)V99 VALUE 0.
       01   TOT-PESO-BAL PIC 9(8)V99 VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(37) VALUE SPACES.
            02 FILLER PIC X(25)
               VALUE "BROWNOUT ELECTRIC COMPANY".
            02 FILLER PIC X(38) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(31) VALUE SPACES.
            02 FILLER PIC X(29) VALUE "NET-METERING STATEMENT MONTH ".
            02 HD-YYMM PIC X(4).
            02 FILLER PIC X(4) VALUE " RUN".
            02 FILLER PIC X(1) VALUE SPACES.
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(23) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(10) VALUE "ACCOUNT".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(20) VALUE "CUSTOMER NAME".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(7) VALUE " IMPORT".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(7) VALUE " EXPORT".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "EXP CREDIT".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "   APPLIED".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(9) VALUE " BANK KWH".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(12) VALUE "   BANK PESO".
            02 FILLER PIC X(1) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-ANO PIC X(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-NAME PIC X(20).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-IMP-KWH PIC ZZZ,ZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-EXP-KWH PIC ZZZ,ZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-EXP-CREDIT PIC ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-APPLIED PIC ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-KWH-BAL PIC Z,ZZZ,ZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-PESO-BAL PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
       01   TOTAL-LINE.
            02 FILLER PIC X(10) VALUE "TOTALS".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "ACCOUNTS: ".
            02 TL-CTR PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 TL-IMP-KWH PIC Z,ZZZ,ZZ9.
            02 TL-EXP-KWH PIC Z,ZZZ,ZZ9.
            02 TL-EXP-CREDIT PIC Z,ZZZ,ZZ9.99.
            02 TL-APPLIED PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(13) VALUE SPACES.
            02 TL-PESO-BAL PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(79) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            DISPLAY "STATEMENT MONTH (YYMM): ".
            ACCEPT STMT-YYMM.
            IF STMT-YYMM = SPACES
                 MOVE RUN-DATE(1:4) TO STMT-YYMM.
            OPEN INPUT NMLEDG.
            IF NL-STATUS = "35"
                 DISPLAY "NO NET-METERING LEDGER ON FILE"
                 STOP RUN.
            PERFORM LOAD-RTN THRU LOAD-END UNTIL EOFSW = 1.
            CLOSE NMLEDG.
            OPEN INPUT NMBANK.
            IF NB-STATUS = "35"
                 DISPLAY "NO NET-METERING CREDIT BANK ON FILE"
                 STOP RUN.
            OPEN INPUT ELECMAST.
            IF EM-STATUS = "35"
                 MOVE 0 TO EM-AVAILABLE-SW
            ELSE
                 MOVE 1 TO EM-AVAILABLE-SW.
            OPEN EXTEND RPTFILE.
            MOVE STMT-YYMM TO HD-YYMM.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            MOVE 0 TO EOFSW.
            MOVE LOW-VALUES TO NB-ANO.
            START NMBANK KEY NOT LESS THAN NB-ANO
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM PRINT-RTN THRU PRINT-END UNTIL EOFSW = 1.
            MOVE REC-CTR TO TL-CTR.
            MOVE TOT-IMP-KWH TO TL-IMP-KWH.
            MOVE TOT-EXP-KWH TO TL-EXP-KWH.
            MOVE TOT-EXP-CREDIT TO TL-EXP-CREDIT.
            MOVE TOT-APPLIED TO TL-APPLIED.
            MOVE TOT-PESO-BAL TO TL-PESO-BAL.
            WRITE RPTREC FROM TOTAL-LINE AFTER 2.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE NMBANK.
            IF EM-AVAILABLE-SW = 1
                 CLOSE ELECMAST.
            CLOSE RPTFILE.
            DISPLAY "NET-METERING STATEMENT PRINTED, ACCOUNTS: "
                 REC-CTR.
            STOP RUN.
       LOAD-RTN.
            READ NMLEDG
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO LOAD-END.
            IF NL-DATE(1:4) > STMT-YYMM
                 GO TO LOAD-END.
            MOVE NL-ANO TO FIND-ANO.
            PERFORM FIND-RTN.
            IF NT-MATCH = 0
                 IF NT-COUNT < 500
                      ADD 1 TO NT-COUNT
                      MOVE NT-COUNT TO NT-MATCH
                      MOVE NL-ANO TO NT-ANO(NT-MATCH)
                      MOVE 0 TO NT-ACTIVE(NT-MATCH)
                      MOVE 0 TO NT-IMP-KWH(NT-MATCH)
                      MOVE 0 TO NT-EXP-KWH(NT-MATCH)
                      MOVE 0 TO NT-EXP-CREDIT(NT-MATCH)
                      MOVE 0 TO NT-APPLIED(NT-MATCH)
                 ELSE
                      DISPLAY "WARNING: STATEMENT TABLE FULL"
                      MOVE 1 TO EOFSW
                      GO TO LOAD-END
                 END-IF.
            MOVE NL-KWH-BAL TO NT-KWH-BAL(NT-MATCH).
            MOVE NL-PESO-BAL TO NT-PESO-BAL(NT-MATCH).
            IF NL-DATE(1:4) = STMT-YYMM
                 MOVE 1 TO NT-ACTIVE(NT-MATCH)
                 ADD NL-IMP-KWH TO NT-IMP-KWH(NT-MATCH)
                 ADD NL-EXP-KWH TO NT-EXP-KWH(NT-MATCH)
                 ADD NL-EXP-CREDIT TO NT-EXP-CREDIT(NT-MATCH)
                 ADD NL-APPLIED TO NT-APPLIED(NT-MATCH).
       LOAD-END.
       FIND-RTN.
            MOVE 0 TO NT-MATCH.
            PERFORM FIND-SCAN-RTN
                 VARYING NT-I FROM 1 BY 1
                 UNTIL NT-I > NT-COUNT OR NT-MATCH > 0.
       FIND-SCAN-RTN.
            IF NT-ANO(NT-I) = FIND-ANO
                 MOVE NT-I TO NT-MATCH.
       PRINT-RTN.
            READ NMBANK NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO PRINT-END.
            MOVE NB-ANO TO FIND-ANO.
            PERFORM FIND-RTN.
            IF NT-MATCH = 0
                 GO TO PRINT-END.
            IF NT-ACTIVE(NT-MATCH) = 0 AND NT-PESO-BAL(NT-MATCH) = 0
                 GO TO PRINT-END.
            MOVE SPACES TO DL-NAME.
            IF EM-AVAILABLE-SW = 1
                 MOVE NB-ANO TO EM-ANO
                 READ ELECMAST
                      INVALID KEY
                           MOVE "** NOT ON MASTER **" TO DL-NAME
                      NOT INVALID KEY
                           MOVE EM-NAME TO DL-NAME
                 END-READ.
            MOVE NB-ANO TO DL-ANO.
            MOVE NT-IMP-KWH(NT-MATCH) TO DL-IMP-KWH.
            MOVE NT-EXP-KWH(NT-MATCH) TO DL-EXP-KWH.
            MOVE NT-EXP-CREDIT(NT-MATCH) TO DL-EXP-CREDIT.
            MOVE NT-APPLIED(NT-MATCH) TO DL-APPLIED.
            MOVE NT-KWH-BAL(NT-MATCH) TO DL-KWH-BAL.
            MOVE NT-PESO-BAL(NT-MATCH) TO DL-PESO-BAL.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            ADD 1 TO REC-CTR.
            ADD NT-IMP-KWH(NT-MATCH) TO TOT-IMP-KWH.
            ADD NT-EXP-KWH(NT-MATCH) TO TOT-EXP-KWH.
            ADD NT-EXP-CREDIT(NT-MATCH) TO TOT-EXP-CREDIT.
            ADD NT-APPLIED(NT-MATCH) TO TOT-APPLIED.
            ADD NT-PESO-BAL(NT-MATCH) TO TOT-PESO-BAL.
       PRINT-END.
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
