       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVC-AGING.
      *AUTHOR. JEI MOND.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. AGING OF OPEN SERVICE APPLICATIONS BY THE STAGE EACH IS
      *         WAITING AT. DAYS AT STAGE RUN FROM THE DATE THE PRESENT
      *         STAGE WAS REACHED; DAYS OPEN FROM THE APPLICATION DATE.
      *         ENERGIZED APPLICATIONS ARE NOT LISTED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SVCAPP ASSIGN TO "SVCAPP.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SA-ANO
                 FILE STATUS IS SA-STATUS.
            SELECT RPTFILE ASSIGN TO "SVCAGE".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
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
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(100).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   SA-STATUS PIC XX VALUE "00".
       01   EOFSW PIC 9 VALUE 0.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   DATE-PARTS.
            02 DP-YY PIC 99.
            02 DP-MM PIC 99.
            02 DP-DD PIC 99.
            02 FILLER PIC XX.
       01   DAYNO PIC 9(6) VALUE 0.
       01   RUN-DAYNO PIC 9(6) VALUE 0.
       01   DAYS-AT PIC S9(5) VALUE 0.
       01   DAYS-OPEN PIC S9(5) VALUE 0.
       01   STAGE-DATE PIC X(8) VALUE SPACES.
       01   BUCKET PIC 9 VALUE 0.
       01   BX PIC 9 VALUE 0.
       01   SX PIC 9 VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   STAGE-VALUES.
            02 FILLER PIC X(15) VALUE "AAPPLIED".
            02 FILLER PIC X(15) VALUE "IINSPECTED".
            02 FILLER PIC X(15) VALUE "DDEPOSIT PAID".
            02 FILLER PIC X(15) VALUE "MMETER ASSIGNED".
       01   STAGE-TABLE REDEFINES STAGE-VALUES.
            02 ST-ENTRY OCCURS 4 TIMES.
               03 ST-CODE PIC X.
               03 ST-NAME PIC X(14).
       01   STAGE-COUNTS.
            02 SC-CNT PIC 9(5) OCCURS 4 TIMES VALUE 0.
       01   GRAND-COUNTS.
            02 GC-CNT PIC 9(5) OCCURS 4 TIMES VALUE 0.
       01   STAGE-CTR PIC 9(5) VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(37) VALUE SPACES.
            02 FILLER PIC X(25)
               VALUE "BROWNOUT ELECTRIC COMPANY".
            02 FILLER PIC X(38) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(28) VALUE SPACES.
            02 FILLER PIC X(36)
               VALUE "SERVICE APPLICATION AGING AS OF ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(28) VALUE SPACES.
       01   STAGE-HEAD.
            02 FILLER PIC X(7) VALUE "STAGE: ".
            02 SH-NAME PIC X(14).
            02 FILLER PIC X(79) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(12) VALUE "ACCOUNT".
            02 FILLER PIC X(27) VALUE "APPLICANT".
            02 FILLER PIC X(10) VALUE "APPLIED".
            02 FILLER PIC X(10) VALUE "REACHED".
            02 FILLER PIC X(8) VALUE "AT STAGE".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "DAYS OPEN".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(20) VALUE "AGE".
       01   DETAIL-LINE.
            02 DL-ANO PIC X(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-NAME PIC X(25).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-APPLIED PIC X(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-REACHED PIC X(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-DAYS-AT PIC -ZZZZ9.
            02 FILLER PIC X(4) VALUE SPACES.
            02 DL-DAYS-OPEN PIC -ZZZZ9.
            02 FILLER PIC X(5) VALUE SPACES.
            02 DL-AGE PIC X(20).
       01   TOTAL-LINE.
            02 TL-LABEL PIC X(24).
            02 FILLER PIC X(8) VALUE " 0 - 7: ".
            02 TL-CNT1 PIC ZZZZ9.
            02 FILLER PIC X(10) VALUE "   8 - 15:".
            02 TL-CNT2 PIC ZZZZ9.
            02 FILLER PIC X(10) VALUE "  16 - 30:".
            02 TL-CNT3 PIC ZZZZ9.
            02 FILLER PIC X(11) VALUE "  OVER 30: ".
            02 TL-CNT4 PIC ZZZZ9.
            02 FILLER PIC X(9) VALUE "  TOTAL: ".
            02 TL-TOTAL PIC ZZZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(79) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN INPUT SVCAPP.
            IF SA-STATUS = "35"
                 DISPLAY "NO SERVICE APPLICATION FILE"
                 STOP RUN.
            MOVE RUN-DATE TO DATE-PARTS.
            COMPUTE RUN-DAYNO = DP-YY * 360 + DP-MM * 30 + DP-DD.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            PERFORM STAGE-RTN VARYING SX FROM 1 BY 1 UNTIL SX > 4.
            MOVE "ALL OPEN APPLICATIONS" TO TL-LABEL.
            MOVE GC-CNT(1) TO TL-CNT1.
            MOVE GC-CNT(2) TO TL-CNT2.
            MOVE GC-CNT(3) TO TL-CNT3.
            MOVE GC-CNT(4) TO TL-CNT4.
            MOVE REC-CTR TO TL-TOTAL.
            WRITE RPTREC FROM TOTAL-LINE AFTER 2.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE RPTFILE.
            CLOSE SVCAPP.
            DISPLAY "SERVICE APPLICATION AGING PRINTED, OPEN: " REC-CTR.
            STOP RUN.
      * ONE PASS OF THE APPLICATION FILE FOR EACH STAGE, SO EACH STAGE
      * PRINTS AS ITS OWN GROUP IN ACCOUNT ORDER.
       STAGE-RTN.
            MOVE ST-NAME(SX) TO SH-NAME.
            WRITE RPTREC FROM STAGE-HEAD AFTER 2.
            WRITE RPTREC FROM SUB-1 AFTER 1.
            MOVE 0 TO STAGE-CTR.
            PERFORM CLEAR-RTN VARYING BX FROM 1 BY 1 UNTIL BX > 4.
            MOVE 0 TO EOFSW.
            MOVE LOW-VALUES TO SA-ANO.
            START SVCAPP KEY NOT LESS THAN SA-ANO
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM SCAN-RTN THRU SCAN-END UNTIL EOFSW = 1.
            MOVE SPACES TO TL-LABEL.
            STRING "   " ST-NAME(SX) " TOTAL" DELIMITED BY SIZE
                 INTO TL-LABEL.
            MOVE SC-CNT(1) TO TL-CNT1.
            MOVE SC-CNT(2) TO TL-CNT2.
            MOVE SC-CNT(3) TO TL-CNT3.
            MOVE SC-CNT(4) TO TL-CNT4.
            MOVE STAGE-CTR TO TL-TOTAL.
            WRITE RPTREC FROM TOTAL-LINE AFTER 2.
       CLEAR-RTN.
            MOVE 0 TO SC-CNT(BX).
       SCAN-RTN.
            READ SVCAPP NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO SCAN-END.
            IF SA-STAGE NOT = ST-CODE(SX)
                 GO TO SCAN-END.
            IF SA-STAGE = 'A'
                 MOVE SA-APPLY-DATE TO STAGE-DATE
            ELSE
            IF SA-STAGE = 'I'
                 MOVE SA-INSP-DATE TO STAGE-DATE
            ELSE
            IF SA-STAGE = 'D'
                 MOVE SA-DEP-DATE TO STAGE-DATE
            ELSE
                 MOVE SA-MTR-DATE TO STAGE-DATE.
            MOVE STAGE-DATE TO DATE-PARTS.
            COMPUTE DAYNO = DP-YY * 360 + DP-MM * 30 + DP-DD.
            COMPUTE DAYS-AT = RUN-DAYNO - DAYNO.
            MOVE SA-APPLY-DATE TO DATE-PARTS.
            COMPUTE DAYNO = DP-YY * 360 + DP-MM * 30 + DP-DD.
            COMPUTE DAYS-OPEN = RUN-DAYNO - DAYNO.
            IF DAYS-AT < 8
                 MOVE 1 TO BUCKET
                 MOVE SPACES TO DL-AGE
            ELSE
            IF DAYS-AT < 16
                 MOVE 2 TO BUCKET
                 MOVE "OVER A WEEK" TO DL-AGE
            ELSE
            IF DAYS-AT < 31
                 MOVE 3 TO BUCKET
                 MOVE "OVER TWO WEEKS" TO DL-AGE
            ELSE
                 MOVE 4 TO BUCKET
                 MOVE "** STALLED" TO DL-AGE.
            MOVE SA-ANO TO DL-ANO.
            MOVE SA-NAME TO DL-NAME.
            MOVE SA-APPLY-DATE TO DL-APPLIED.
            MOVE STAGE-DATE TO DL-REACHED.
            MOVE DAYS-AT TO DL-DAYS-AT.
            MOVE DAYS-OPEN TO DL-DAYS-OPEN.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            ADD 1 TO SC-CNT(BUCKET).
            ADD 1 TO GC-CNT(BUCKET).
            ADD 1 TO STAGE-CTR.
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
