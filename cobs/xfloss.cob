       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFMR-LOSS.
      *AUTHOR. JEI MOND.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. MONTHLY TRANSFORMER LOAD AND SYSTEM-LOSS ANALYSIS.
      *         BILLED KWH OF THE ACCOUNTS UNDER EACH TRANSFORMER ARE
      *         COMPARED WITH THE TOTALIZER KWH DELIVERED AND RANKED BY
      *         LOSS PERCENTAGE. A TRANSFORMER IS FLAGGED WHEN ITS LOSS
      *         IS OVER ITS THRESHOLD OR ITS BILLED KWH ARE OVER RATED
      *         CAPACITY (KVA X 720 HOURS). ACCOUNTS UNDER A FLAGGED
      *         TRANSFORMER WITH ZERO, UNBILLED OR SHARPLY DROPPED
      *         CONSUMPTION ARE LISTED FOR FIELD INSPECTION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT XFMAST ASSIGN TO "XFMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS XF-ID
                 FILE STATUS IS XF-STATUS.
            SELECT XFRDG ASSIGN TO "XFRDG.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS XR-KEY
                 FILE STATUS IS XR-STATUS.
            SELECT ELECMAST ASSIGN TO "ELECMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS EM-ANO
                 FILE STATUS IS EM-STATUS.
            SELECT BILLHIST ASSIGN TO "BILLHIST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS BH-KEY
                 FILE STATUS IS BH-STATUS.
            SELECT RPTFILE ASSIGN TO "XFLOSS".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   XFMAST.
       01   XF-REC.
            02 XF-ID PIC X(8).
            02 XF-DESC PIC X(20).
            02 XF-FEEDER PIC X(8).
            02 XF-KVA PIC 9(5).
            02 XF-LOSS-PCT PIC 99V9.
            02 XF-LAST-RDG PIC 9(8).
            02 XF-LAST-PERIOD PIC X(4).
            02 XF-ACTIVE PIC X.
       FD   XFRDG.
       01   XR-REC.
            02 XR-KEY.
               03 XR-ID PIC X(8).
               03 XR-PERIOD PIC X(4).
            02 XR-PRR PIC 9(8).
            02 XR-CRR PIC 9(8).
            02 XR-KWH PIC 9(8).
            02 XR-DATE PIC X(8).
            02 XR-OPERATOR PIC X(10).
       FD   ELECMAST.
       01   EM-REC.
            02 EM-ANO PIC X(10).
            02 EM-NAME PIC X(25).
            02 EM-ADDRESS PIC X(30).
            02 EM-CLASS PIC X.
            02 EM-METER PIC X(10).
            02 EM-NETMTR PIC X.
            02 EM-XFMR PIC X(8).
       FD   BILLHIST.
       01   BH-REC.
            02 BH-KEY.
               03 BH-ANO PIC X(10).
               03 BH-PERIOD PIC X(4).
            02 BH-BILL-DATE PIC X(8).
            02 BH-PERIOD-START PIC X(8).
            02 BH-DUE-DATE PIC X(8).
            02 BH-METER PIC X(10).
            02 BH-CLASS PIC X.
            02 BH-PRR PIC 9(6).
            02 BH-CRR PIC 9(6).
            02 BH-KWH PIC 9(6).
            02 BH-EST-FLAG PIC X.
            02 BH-ELB PIC 9(6)V99.
            02 BH-SCH PIC 9(5)V99.
            02 BH-PDC PIC 9(6)V99.
            02 BH-VAT PIC 9(5)V99.
            02 BH-LPP PIC 9(5)V99.
            02 BH-TUA PIC S9(6)V99.
            02 BH-NMC PIC 9(6)V99.
            02 BH-ARREARS PIC 9(6)V99.
            02 BH-TOTAL PIC 9(6)V99.
            02 BH-PROGRAM PIC X(15).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(120).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   XF-STATUS PIC XX VALUE "00".
       01   XR-STATUS PIC XX VALUE "00".
       01   EM-STATUS PIC XX VALUE "00".
       01   BH-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   RUN-PERIOD PIC X(4) VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   UNMATCHED-CTR PIC 9(6) VALUE 0.
       01   DROP-PCT PIC 999 VALUE 50.
       01   HOURS-PER-MONTH PIC 999 VALUE 720.
       01   CUR-KWH PIC 9(6) VALUE 0.
       01   CUR-FOUND-SW PIC 9 VALUE 0.
       01   PRIOR-SUM PIC 9(7) VALUE 0.
       01   PRIOR-CNT PIC 9 VALUE 0.
       01   PRIOR-AVG PIC 9(6) VALUE 0.
       01   PRIOR-I PIC 9 VALUE 0.
       01   INSP-REASON PIC X(12) VALUE SPACES.
       01   PER-WORK.
            02 PW-YY PIC 99.
            02 PW-MM PIC 99.
       01   XT-COUNT PIC 999 VALUE 0.
       01   XT-MATCH PIC 999 VALUE 0.
       01   XT-I PIC 999 VALUE 0.
       01   XT-J PIC 999 VALUE 0.
       01   XT-J1 PIC 999 VALUE 0.
       01   XFMR-TABLE.
            02 XT-ENTRY OCCURS 200 TIMES INDEXED BY XT-IDX.
               03 XT-ID PIC X(8).
               03 XT-DESC PIC X(20).
               03 XT-FEEDER PIC X(8).
               03 XT-KVA PIC 9(5).
               03 XT-LOSS-LIM PIC 99V9.
               03 XT-ACCTS PIC 9(5).
               03 XT-BILLED PIC 9(9).
               03 XT-DELIV PIC 9(9).
               03 XT-RDG-SW PIC 9.
               03 XT-LOSS PIC S9(9).
               03 XT-LOSS-PCT PIC S9(4)V9.
               03 XT-SORT-KEY PIC S9(5)V9.
               03 XT-LOSS-FLAG PIC X.
               03 XT-OVL-FLAG PIC X.
       01   XT-HOLD PIC X(90).
       01   IN-COUNT PIC 999 VALUE 0.
       01   IN-I PIC 999 VALUE 0.
       01   INSP-TABLE.
            02 IN-ENTRY OCCURS 500 TIMES.
               03 IN-XT PIC 999.
               03 IN-ANO PIC X(10).
               03 IN-NAME PIC X(25).
               03 IN-CUR PIC 9(6).
               03 IN-AVG PIC 9(6).
               03 IN-REASON PIC X(12).
       01   RANK-NO PIC 999 VALUE 0.
       01   FLAG-CTR PIC 999 VALUE 0.
       01   INSP-CTR PIC 9(5) VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(47) VALUE SPACES.
            02 FILLER PIC X(25)
               VALUE "BROWNOUT ELECTRIC COMPANY".
            02 FILLER PIC X(48) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(36) VALUE SPACES.
            02 FILLER PIC X(38)
               VALUE "TRANSFORMER LOSS ANALYSIS FOR PERIOD  ".
            02 HD-PERIOD PIC X(4).
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "RUN ON  ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(22) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(5) VALUE "RANK ".
            02 FILLER PIC X(10) VALUE "XFMR ID   ".
            02 FILLER PIC X(22) VALUE "LOCATION".
            02 FILLER PIC X(10) VALUE "FEEDER".
            02 FILLER PIC X(7) VALUE "ACCTS".
            02 FILLER PIC X(13) VALUE "  DELIVERED".
            02 FILLER PIC X(12) VALUE "     BILLED".
            02 FILLER PIC X(12) VALUE "       LOSS".
            02 FILLER PIC X(8) VALUE " LOSS %".
            02 FILLER PIC X(21) VALUE "FLAGS".
       01   DETAIL-LINE.
            02 DL-RANK PIC ZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-ID PIC X(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-DESC PIC X(20).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-FEEDER PIC X(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-ACCTS PIC ZZZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-DELIV PIC ZZZ,ZZZ,ZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-BILLED PIC ZZZ,ZZZ,ZZ9.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-LOSS PIC -ZZ,ZZZ,ZZ9.
            02 DL-LOSS-X REDEFINES DL-LOSS PIC X(11).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-PCT PIC -ZZZ9.9.
            02 DL-PCT-X REDEFINES DL-PCT PIC X(7).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-FLAG1 PIC X(10).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-FLAG2 PIC X(8).
       01   INSP-HEAD.
            02 FILLER PIC X(35)
               VALUE "ACCOUNTS FOR FIELD INSPECTION      ".
            02 FILLER PIC X(85) VALUE SPACES.
       01   INSP-SUB.
            02 FILLER PIC X(10) VALUE "XFMR ID".
            02 FILLER PIC X(12) VALUE "ACCOUNT".
            02 FILLER PIC X(27) VALUE "CUSTOMER NAME".
            02 FILLER PIC X(9) VALUE "CUR KWH".
            02 FILLER PIC X(9) VALUE "AVG KWH".
            02 FILLER PIC X(53) VALUE "REASON".
       01   INSP-LINE.
            02 IL-ID PIC X(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 IL-ANO PIC X(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 IL-NAME PIC X(25).
            02 FILLER PIC X(2) VALUE SPACES.
            02 IL-CUR PIC ZZZ,ZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 IL-AVG PIC ZZZ,ZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 IL-REASON PIC X(12).
            02 FILLER PIC X(41) VALUE SPACES.
       01   TOTAL-LINE.
            02 FILLER PIC X(14) VALUE "TRANSFORMERS: ".
            02 TL-XFMR PIC ZZ9.
            02 FILLER PIC X(12) VALUE "   FLAGGED: ".
            02 TL-FLAGGED PIC ZZ9.
            02 FILLER PIC X(24) VALUE "   ACCOUNTS TO INSPECT: ".
            02 TL-INSP PIC ZZ,ZZ9.
            02 FILLER PIC X(26) VALUE "   ACCOUNTS WITH NO XFMR: ".
            02 TL-UNMATCHED PIC ZZZ,ZZ9.
            02 FILLER PIC X(25) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(99) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            MOVE RUN-DATE(1:4) TO RUN-PERIOD.
            OPEN INPUT XFMAST.
            IF XF-STATUS = "35"
                 DISPLAY "NO TRANSFORMER MASTER ON FILE"
                 STOP RUN.
            OPEN INPUT ELECMAST.
            IF EM-STATUS = "35"
                 DISPLAY "NO ELECTRIC ACCOUNT MASTER ON FILE"
                 CLOSE XFMAST
                 STOP RUN.
            OPEN INPUT BILLHIST.
            IF BH-STATUS = "35"
                 DISPLAY "NO BILL HISTORY ON FILE"
                 CLOSE XFMAST
                 CLOSE ELECMAST
                 STOP RUN.
            OPEN INPUT XFRDG.
            MOVE 0 TO EOFSW.
            MOVE LOW-VALUES TO XF-ID.
            START XFMAST KEY IS NOT LESS THAN XF-ID
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM LOAD-XFMR-RTN THRU LOAD-XFMR-END UNTIL EOFSW = 1.
            MOVE 0 TO EOFSW.
            MOVE LOW-VALUES TO EM-ANO.
            START ELECMAST KEY IS NOT LESS THAN EM-ANO
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM ACCOUNT-RTN THRU ACCOUNT-END UNTIL EOFSW = 1.
            PERFORM LOSS-RTN VARYING XT-I FROM 1 BY 1
                 UNTIL XT-I > XT-COUNT.
            PERFORM SORT-PASS-RTN VARYING XT-I FROM 1 BY 1
                 UNTIL XT-I NOT < XT-COUNT.
            OPEN EXTEND RPTFILE.
            MOVE RUN-PERIOD TO HD-PERIOD.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            PERFORM PRINT-RTN VARYING XT-I FROM 1 BY 1
                 UNTIL XT-I > XT-COUNT.
            WRITE RPTREC FROM INSP-HEAD AFTER 3.
            WRITE RPTREC FROM INSP-SUB AFTER 1.
            PERFORM INSP-XFMR-RTN VARYING XT-I FROM 1 BY 1
                 UNTIL XT-I > XT-COUNT.
            MOVE XT-COUNT TO TL-XFMR.
            MOVE FLAG-CTR TO TL-FLAGGED.
            MOVE INSP-CTR TO TL-INSP.
            MOVE UNMATCHED-CTR TO TL-UNMATCHED.
            WRITE RPTREC FROM TOTAL-LINE AFTER 2.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE RPTFILE.
            CLOSE XFMAST.
            CLOSE ELECMAST.
            CLOSE BILLHIST.
            IF XR-STATUS NOT = "35"
                 CLOSE XFRDG.
            DISPLAY "TRANSFORMER LOSS ANALYSIS PRINTED, FLAGGED: "
                 FLAG-CTR.
            STOP RUN.
       LOAD-XFMR-RTN.
            READ XFMAST NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO LOAD-XFMR-END.
            IF XF-ACTIVE NOT = 'Y'
                 GO TO LOAD-XFMR-END.
            IF XT-COUNT NOT < 200
                 DISPLAY "WARNING: TRANSFORMER TABLE FULL"
                 MOVE 1 TO EOFSW
                 GO TO LOAD-XFMR-END.
            ADD 1 TO XT-COUNT.
            MOVE XF-ID TO XT-ID(XT-COUNT).
            MOVE XF-DESC TO XT-DESC(XT-COUNT).
            MOVE XF-FEEDER TO XT-FEEDER(XT-COUNT).
            MOVE XF-KVA TO XT-KVA(XT-COUNT).
            MOVE XF-LOSS-PCT TO XT-LOSS-LIM(XT-COUNT).
            MOVE 0 TO XT-ACCTS(XT-COUNT).
            MOVE 0 TO XT-BILLED(XT-COUNT).
            MOVE 0 TO XT-DELIV(XT-COUNT).
            MOVE 0 TO XT-RDG-SW(XT-COUNT).
            MOVE 0 TO XT-LOSS(XT-COUNT).
            MOVE 0 TO XT-LOSS-PCT(XT-COUNT).
            MOVE SPACE TO XT-LOSS-FLAG(XT-COUNT).
            MOVE SPACE TO XT-OVL-FLAG(XT-COUNT).
            IF XR-STATUS NOT = "35"
                 MOVE XF-ID TO XR-ID
                 MOVE RUN-PERIOD TO XR-PERIOD
                 READ XFRDG
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           MOVE XR-KWH TO XT-DELIV(XT-COUNT)
                           MOVE 1 TO XT-RDG-SW(XT-COUNT)
                 END-READ.
       LOAD-XFMR-END.
      * ADDS EACH ACCOUNT'S BILLED KWH TO ITS TRANSFORMER AND KEEPS
      * THE ZERO, UNBILLED AND SHARPLY DROPPED ACCOUNTS AS CANDIDATES
      * FOR INSPECTION.
       ACCOUNT-RTN.
            READ ELECMAST NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO ACCOUNT-END.
            IF EM-XFMR = SPACES
                 ADD 1 TO UNMATCHED-CTR
                 GO TO ACCOUNT-END.
            MOVE 0 TO XT-MATCH.
            SET XT-IDX TO 1.
            SEARCH XT-ENTRY
                 WHEN XT-IDX > XT-COUNT
                      MOVE 0 TO XT-MATCH
                 WHEN XT-ID(XT-IDX) = EM-XFMR
                      SET XT-MATCH TO XT-IDX.
            IF XT-MATCH = 0
                 ADD 1 TO UNMATCHED-CTR
                 GO TO ACCOUNT-END.
            ADD 1 TO XT-ACCTS(XT-MATCH).
            MOVE 0 TO CUR-KWH.
            MOVE 0 TO CUR-FOUND-SW.
            MOVE EM-ANO TO BH-ANO.
            MOVE RUN-PERIOD TO BH-PERIOD.
            READ BILLHIST
                 INVALID KEY
                      MOVE 0 TO CUR-FOUND-SW
                 NOT INVALID KEY
                      MOVE 1 TO CUR-FOUND-SW
                      MOVE BH-KWH TO CUR-KWH.
            ADD CUR-KWH TO XT-BILLED(XT-MATCH).
            MOVE 0 TO PRIOR-SUM.
            MOVE 0 TO PRIOR-CNT.
            MOVE 0 TO PRIOR-AVG.
            MOVE RUN-PERIOD TO PER-WORK.
            PERFORM PRIOR-RTN VARYING PRIOR-I FROM 1 BY 1
                 UNTIL PRIOR-I > 3.
            IF PRIOR-CNT > 0
                 COMPUTE PRIOR-AVG = PRIOR-SUM / PRIOR-CNT.
            MOVE SPACES TO INSP-REASON.
            IF CUR-FOUND-SW = 0
                 MOVE "NOT BILLED" TO INSP-REASON
            ELSE
            IF CUR-KWH = 0
                 MOVE "ZERO KWH" TO INSP-REASON
            ELSE
            IF PRIOR-AVG > 0
                 AND CUR-KWH * 100 < PRIOR-AVG * DROP-PCT
                 MOVE "SHARP DROP" TO INSP-REASON.
            IF INSP-REASON = SPACES
                 GO TO ACCOUNT-END.
            IF IN-COUNT NOT < 500
                 DISPLAY "WARNING: INSPECTION TABLE FULL"
                 GO TO ACCOUNT-END.
            ADD 1 TO IN-COUNT.
            MOVE XT-MATCH TO IN-XT(IN-COUNT).
            MOVE EM-ANO TO IN-ANO(IN-COUNT).
            MOVE EM-NAME TO IN-NAME(IN-COUNT).
            MOVE CUR-KWH TO IN-CUR(IN-COUNT).
            MOVE PRIOR-AVG TO IN-AVG(IN-COUNT).
            MOVE INSP-REASON TO IN-REASON(IN-COUNT).
       ACCOUNT-END.
       PRIOR-RTN.
            IF PW-MM = 1
                 MOVE 12 TO PW-MM
                 IF PW-YY = 0
                      MOVE 99 TO PW-YY
                 ELSE
                      SUBTRACT 1 FROM PW-YY
                 END-IF
            ELSE
                 SUBTRACT 1 FROM PW-MM.
            MOVE EM-ANO TO BH-ANO.
            MOVE PER-WORK TO BH-PERIOD.
            READ BILLHIST
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      ADD BH-KWH TO PRIOR-SUM
                      ADD 1 TO PRIOR-CNT.
       LOSS-RTN.
            IF XT-RDG-SW(XT-I) = 1
                 COMPUTE XT-LOSS(XT-I) = XT-DELIV(XT-I)
                      - XT-BILLED(XT-I)
                 IF XT-DELIV(XT-I) > 0
                      COMPUTE XT-LOSS-PCT(XT-I) ROUNDED =
                           XT-LOSS(XT-I) * 100 / XT-DELIV(XT-I)
                 END-IF
                 MOVE XT-LOSS-PCT(XT-I) TO XT-SORT-KEY(XT-I)
                 IF XT-LOSS-PCT(XT-I) > XT-LOSS-LIM(XT-I)
                      MOVE 'Y' TO XT-LOSS-FLAG(XT-I)
                 END-IF
            ELSE
                 MOVE -99999 TO XT-SORT-KEY(XT-I).
            IF XT-BILLED(XT-I) > XT-KVA(XT-I) * HOURS-PER-MONTH
                 MOVE 'Y' TO XT-OVL-FLAG(XT-I).
            IF XT-LOSS-FLAG(XT-I) = 'Y' OR XT-OVL-FLAG(XT-I) = 'Y'
                 ADD 1 TO FLAG-CTR.
      * RANKS THE TRANSFORMERS BY LOSS PERCENTAGE, HIGHEST FIRST.
      * TRANSFORMERS WITH NO TOTALIZER READING GO TO THE BOTTOM.
       SORT-PASS-RTN.
            COMPUTE XT-J1 = XT-COUNT - XT-I.
            PERFORM SORT-CMP-RTN VARYING XT-J FROM 1 BY 1
                 UNTIL XT-J > XT-J1.
       SORT-CMP-RTN.
            IF XT-SORT-KEY(XT-J) < XT-SORT-KEY(XT-J + 1)
                 MOVE XT-ENTRY(XT-J) TO XT-HOLD
                 MOVE XT-ENTRY(XT-J + 1) TO XT-ENTRY(XT-J)
                 MOVE XT-HOLD TO XT-ENTRY(XT-J + 1)
                 PERFORM SORT-FIX-RTN VARYING IN-I FROM 1 BY 1
                      UNTIL IN-I > IN-COUNT.
       SORT-FIX-RTN.
            IF IN-XT(IN-I) = XT-J
                 COMPUTE IN-XT(IN-I) = XT-J + 1
            ELSE
            IF IN-XT(IN-I) = XT-J + 1
                 MOVE XT-J TO IN-XT(IN-I).
       PRINT-RTN.
            ADD 1 TO RANK-NO.
            MOVE RANK-NO TO DL-RANK.
            MOVE XT-ID(XT-I) TO DL-ID.
            MOVE XT-DESC(XT-I) TO DL-DESC.
            MOVE XT-FEEDER(XT-I) TO DL-FEEDER.
            MOVE XT-ACCTS(XT-I) TO DL-ACCTS.
            MOVE XT-DELIV(XT-I) TO DL-DELIV.
            MOVE XT-BILLED(XT-I) TO DL-BILLED.
            MOVE SPACES TO DL-FLAG1.
            MOVE SPACES TO DL-FLAG2.
            IF XT-RDG-SW(XT-I) = 1
                 MOVE XT-LOSS(XT-I) TO DL-LOSS
                 MOVE XT-LOSS-PCT(XT-I) TO DL-PCT
            ELSE
                 MOVE SPACES TO DL-LOSS-X
                 MOVE SPACES TO DL-PCT-X
                 MOVE "NO READING" TO DL-FLAG1.
            IF XT-LOSS-FLAG(XT-I) = 'Y'
                 MOVE "HIGH LOSS" TO DL-FLAG1.
            IF XT-OVL-FLAG(XT-I) = 'Y'
                 MOVE "OVERLOAD" TO DL-FLAG2.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            ADD 1 TO REC-CTR.
       INSP-XFMR-RTN.
            IF XT-LOSS-FLAG(XT-I) = 'Y' OR XT-OVL-FLAG(XT-I) = 'Y'
                 PERFORM INSP-PRINT-RTN VARYING IN-I FROM 1 BY 1
                      UNTIL IN-I > IN-COUNT.
       INSP-PRINT-RTN.
            IF IN-XT(IN-I) = XT-I
                 MOVE XT-ID(XT-I) TO IL-ID
                 MOVE IN-ANO(IN-I) TO IL-ANO
                 MOVE IN-NAME(IN-I) TO IL-NAME
                 MOVE IN-CUR(IN-I) TO IL-CUR
                 MOVE IN-AVG(IN-I) TO IL-AVG
                 MOVE IN-REASON(IN-I) TO IL-REASON
                 WRITE RPTREC FROM INSP-LINE AFTER 1
                 ADD 1 TO INSP-CTR
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
