       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-DUPCHECK.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. DUPLICATE EXAMINEE IDENTITY CHECK. THE LIST FUNCTION
      *         PRINTS EXAMINEES ON EXAMHIST.DAT UNDER MORE THAN ONE
      *         EXAMINEE NUMBER (SAME NAME, DATE OF BIRTH AND COURSE)
      *         WITH THEIR SESSIONS, RESULTS AND LICENSES FOR REVIEW.
      *         THE MERGE FUNCTION (SUPERVISOR ONLY) FOLDS THE
      *         DUPLICATE NUMBER'S SITTINGS, SCORES, ROOM ASSIGNMENTS,
      *         APPLICATIONS, RE-CHECKS AND CONDITIONAL RECORD INTO THE
      *         SURVIVING NUMBER AND RECORDS THE MERGE IN EXAMMRG.DAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EXAMHIST ASSIGN TO "EXAMHIST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS EH-ENO
                 FILE STATUS IS HIST-STATUS.
            SELECT SCORES ASSIGN TO "SCORES.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SR-KEY
                 FILE STATUS IS SR-STATUS.
            SELECT ROOMASGN ASSIGN TO "ROOMASGN.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS RA-KEY
                 FILE STATUS IS RA-STATUS.
            SELECT APPLFILE ASSIGN TO "APPLFILE.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AP-KEY
                 FILE STATUS IS AP-STATUS.
            SELECT RECHECK ASSIGN TO "RECHECK.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS RC-KEY
                 FILE STATUS IS RC-STATUS.
            SELECT CONDEXAM ASSIGN TO "CONDEXAM.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CD-ENO
                 FILE STATUS IS CD-STATUS.
            SELECT LICREG ASSIGN TO "LICREG.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS LR-LICNO
                 FILE STATUS IS LR-STATUS.
            SELECT EXAMMRG ASSIGN TO "EXAMMRG.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS MG-DUP-ENO
                 FILE STATUS IS MG-STATUS.
            SELECT USERMAST ASSIGN TO "USERMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS UM-ID
                 FILE STATUS IS UM-STATUS.
            SELECT RPTFILE ASSIGN TO "EXAMDUP".
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
            SELECT CHGHIST ASSIGN TO "CHGHIST.DAT".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   EXAMHIST.
       01   HIST-REC.
            02 EH-ENO PIC 9(10).
            02 EH-SITTINGS PIC 99.
            02 EH-LAST-TRS PIC 999.
            02 EH-LAST-RMK PIC X(6).
            02 EH-SESSION PIC X(10).
            02 EH-ENA PIC X(25).
            02 EH-DOB PIC X(20).
            02 EH-UNA PIC X(5).
            02 EH-CNA PIC X(4).
            02 EH-TNI PIC 9(3).
            02 EH-DEC PIC 9V99.
       FD   SCORES.
       01   SCORE-REC.
            02 SR-KEY.
                 03 SR-SESSION PIC X(10).
                 03 SR-ENO PIC 9(10).
                 03 SR-SUBJ PIC 9.
            02 SR-SCORE PIC 999.
       FD   ROOMASGN.
       01   ASGN-REC.
            02 RA-KEY.
                 03 RA-SESSION PIC X(10).
                 03 RA-ENO PIC 9(10).
            02 RA-ROOM PIC X(4).
            02 RA-SEAT PIC 999.
       FD   APPLFILE.
       01   APPL-REC.
            02 AP-KEY.
                 03 AP-SESSION PIC X(10).
                 03 AP-ENO PIC 9(10).
            02 AP-ENA PIC X(25).
            02 AP-UNC PIC 9.
            02 AP-CRC PIC 9.
            02 AP-APP-DATE PIC X(8).
            02 AP-FEE PIC 9(5)V99.
            02 AP-PAY-STAT PIC X.
            02 AP-ORNO PIC X(10).
            02 AP-PAY-DATE PIC X(8).
       FD   RECHECK.
       01   RECHECK-REC.
            02 RC-KEY.
                 03 RC-SESSION PIC X(10).
                 03 RC-ENO PIC 9(10).
            02 RC-ENA PIC X(25).
            02 RC-UNA PIC X(5).
            02 RC-CNA PIC X(4).
            02 RC-CC PIC 9.
            02 RC-FILE-DATE PIC X(8).
            02 RC-FEE PIC 9(5)V99.
            02 RC-ORNO PIC X(10).
            02 RC-STATUS-CODE PIC X.
            02 RC-ORIG-TRS PIC 999.
            02 RC-ORIG-DEC PIC 9V99.
            02 RC-ORIG-RMK PIC X(6).
            02 RC-NEW-TRS PIC 999.
            02 RC-NEW-DEC PIC 9V99.
            02 RC-NEW-RMK PIC X(6).
            02 RC-SUBJ-COUNT PIC 9.
            02 RC-SUBJ-ENTRY OCCURS 9 TIMES.
               03 RC-SUBJ PIC 9.
               03 RC-CONTEST PIC X.
               03 RC-ORIG-SCORE PIC 999.
               03 RC-NEW-SCORE PIC 999.
               03 RC-REASON PIC X(20).
            02 RC-DECIDE-DATE PIC X(8).
            02 RC-EXAMINER PIC X(10).
            02 RC-OPERATOR PIC X(10).
       FD   CONDEXAM.
       01   COND-REC.
            02 CD-ENO PIC 9(10).
            02 CD-SESSION PIC X(10).
            02 CD-ENA PIC X(25).
            02 CD-UNA PIC X(5).
            02 CD-CNA PIC X(4).
            02 CD-CC PIC 9.
            02 CD-COND-DATE PIC X(8).
            02 CD-DEADLINE PIC X(8).
            02 CD-STATUS-CODE PIC X.
            02 CD-ORIG-TRS PIC 999.
            02 CD-ORIG-DEC PIC 9V99.
            02 CD-ATTEMPTS PIC 9.
            02 CD-REM-SESSION PIC X(10).
            02 CD-REM-APPLIED PIC X.
            02 CD-SUBJ-COUNT PIC 9.
            02 CD-SUBJ-ENTRY OCCURS 9 TIMES.
               03 CD-SUBJ PIC 9.
               03 CD-FAIL-FLAG PIC X.
               03 CD-ORIG-SCORE PIC 999.
               03 CD-REM-SCORE PIC 999.
            02 CD-FINAL-TRS PIC 999.
            02 CD-FINAL-DEC PIC 9V99.
            02 CD-CLOSE-DATE PIC X(8).
            02 CD-OPERATOR PIC X(10).
       FD   LICREG.
       01   LIC-REC.
            02 LR-LICNO PIC 9(8).
            02 LR-ENO PIC 9(10).
            02 LR-ENA PIC X(25).
            02 LR-CNA PIC X(4).
            02 LR-SESSION PIC X(10).
            02 LR-ISSUE-DATE PIC X(8).
            02 LR-CLAIM-STATUS PIC X.
            02 LR-CLAIM-DATE PIC X(8).
            02 LR-VALID-FROM PIC X(8).
            02 LR-VALID-UNTIL PIC X(8).
            02 LR-RENEW-CTR PIC 99.
            02 LR-LAST-RENEW PIC X(8).
            02 LR-NOTICE-FOR PIC X(8).
       FD   EXAMMRG.
       01   MERGE-REC.
            02 MG-DUP-ENO PIC 9(10).
            02 MG-SURV-ENO PIC 9(10).
            02 MG-ENA PIC X(25).
            02 MG-DOB PIC X(20).
            02 MG-CNA PIC X(4).
            02 MG-SITTINGS PIC 99.
            02 MG-APPL-CTR PIC 999.
            02 MG-SCORE-CTR PIC 999.
            02 MG-ROOM-CTR PIC 999.
            02 MG-RECHK-CTR PIC 999.
            02 MG-COND-SW PIC X.
            02 MG-LICNO PIC 9(8).
            02 MG-DATE PIC X(8).
            02 MG-TIME PIC X(8).
            02 MG-OPERATOR PIC X(10).
       FD   USERMAST.
       01   UM-REC.
            02 UM-ID PIC X(10).
            02 UM-NAME PIC X(25).
            02 UM-PASSWORD PIC X(10).
            02 UM-ROLE PIC X.
            02 UM-STATUS-CODE PIC X.
            02 UM-PWD-DATE PIC X(8).
            02 UM-FAIL-CTR PIC 9.
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(80).
       FD   SIGNON.
       01   SG-REC.
            02 SG-OPERATOR PIC X(10).
            02 SG-DATE PIC X(8).
            02 SG-TIME PIC X(8).
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
       01   HIST-STATUS PIC XX VALUE "00".
       01   SR-STATUS PIC XX VALUE "00".
       01   RA-STATUS PIC XX VALUE "00".
       01   AP-STATUS PIC XX VALUE "00".
       01   RC-STATUS PIC XX VALUE "00".
       01   CD-STATUS PIC XX VALUE "00".
       01   LR-STATUS PIC XX VALUE "00".
       01   MG-STATUS PIC XX VALUE "00".
       01   UM-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   CHG-FILE PIC X(8) VALUE SPACES.
       01   CHG-KEY PIC X(20) VALUE SPACES.
       01   CN-FIELD PIC X(15) VALUE SPACES.
       01   CN-OLD PIC X(25) VALUE SPACES.
       01   CN-NEW PIC X(25) VALUE SPACES.
       01   CHG-CTR PIC 99 VALUE 0.
       01   CHG-IX PIC 99 VALUE 0.
       01   CHG-TABLE.
            02 CHG-ENTRY OCCURS 20 TIMES.
               03 CHG-FIELD PIC X(15).
               03 CHG-OLD PIC X(25).
               03 CHG-NEW PIC X(25).
       01   SUPERVISOR-SW PIC 9 VALUE 0.
       01   EOFSW PIC 9 VALUE 0.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   REFUSE-SW PIC 9 VALUE 0.
       01   FOUND-SW PIC 9 VALUE 0.
       01   TABLE-FULL-SW PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   CONFIRM-IN PIC X VALUE SPACE.
       01   ADD-FILE-CODE PIC X VALUE SPACE.
       01   ADD-SUBJ PIC 9 VALUE 0.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   SURV-ENO PIC 9(10) VALUE 0.
       01   DUP-ENO PIC 9(10) VALUE 0.
       01   LOOK-ENO PIC 9(10) VALUE 0.
       01   LOOK-LICNO PIC 9(8) VALUE 0.
       01   SURV-LICNO PIC 9(8) VALUE 0.
       01   DUP-LICNO PIC 9(8) VALUE 0.
       01   SURV-LAST-DATE PIC X(8) VALUE SPACES.
       01   DUP-LAST-DATE PIC X(8) VALUE SPACES.
       01   SURV-COND-DATE PIC X(8) VALUE SPACES.
       01   SURV-COND-SESS PIC X(10) VALUE SPACES.
       01   SURV-COND-SW PIC 9 VALUE 0.
       01   DUP-COND-SW PIC 9 VALUE 0.
       01   MATCH-ENA PIC X(25) VALUE SPACES.
       01   MATCH-DUP-ENA PIC X(25) VALUE SPACES.
       01   MATCH-DOB PIC X(20) VALUE SPACES.
       01   CONFLICT-SESSION PIC X(10) VALUE SPACES.
       01   FIND-SESSION PIC X(10) VALUE SPACES.
       01   OLD-SITTINGS PIC 99 VALUE 0.
       01   OLD-SESSION PIC X(10) VALUE SPACES.
       01   HIST-CTR PIC 9(6) VALUE 0.
       01   PAIR-CTR PIC 9(5) VALUE 0.
       01   DBL-LIC-CTR PIC 9(5) VALUE 0.
       01   PAIR-LIC-CTR PIC 9 VALUE 0.
       01   APPL-MOVED PIC 999 VALUE 0.
       01   SCORE-MOVED PIC 999 VALUE 0.
       01   ROOM-MOVED PIC 999 VALUE 0.
       01   RECHK-MOVED PIC 999 VALUE 0.
       01   HT-COUNT PIC 9(4) VALUE 0.
       01   OUT-IX PIC 9(4) VALUE 0.
       01   IN-IX PIC 9(4) VALUE 0.
       01   NEXT-IX PIC 9(4) VALUE 0.
       01   HIST-TABLE.
            02 HT-ENTRY OCCURS 2000 TIMES.
               03 HT-ENO PIC 9(10).
               03 HT-ENA PIC X(25).
               03 HT-DOB PIC X(20).
               03 HT-CNA PIC X(4).
       01   LS-COUNT PIC 99 VALUE 0.
       01   LS-IX PIC 99 VALUE 0.
       01   LOOK-SESS-TABLE.
            02 LS-ENTRY OCCURS 20 TIMES.
               03 LS-SESSION PIC X(10).
               03 LS-APP-DATE PIC X(8).
               03 LS-SCORED PIC 9.
               03 LS-TOTAL PIC 9(4).
       01   DK-COUNT PIC 999 VALUE 0.
       01   DK-IX PIC 999 VALUE 0.
       01   DUP-KEY-TABLE.
            02 DK-ENTRY OCCURS 200 TIMES.
               03 DK-FILE PIC X.
               03 DK-SESSION PIC X(10).
               03 DK-SUBJ PIC 9.
       01   SS-COUNT PIC 999 VALUE 0.
       01   SS-IX PIC 999 VALUE 0.
       01   SURV-SESS-TABLE.
            02 SS-SESSION PIC X(10) OCCURS 200 TIMES.
       01   DUP-SAVE.
            02 DS-ENO PIC 9(10).
            02 DS-SITTINGS PIC 99.
            02 DS-LAST-TRS PIC 999.
            02 DS-LAST-RMK PIC X(6).
            02 DS-SESSION PIC X(10).
            02 DS-ENA PIC X(25).
            02 DS-DOB PIC X(20).
            02 DS-UNA PIC X(5).
            02 DS-CNA PIC X(4).
            02 DS-TNI PIC 9(3).
            02 DS-DEC PIC 9V99.
       01   RPT-HEAD-1.
            02 FILLER PIC X(34)
               VALUE "PROFESSIONAL REGULATION COMMISSION".
            02 FILLER PIC X(46) VALUE SPACES.
       01   RPT-HEAD-2.
            02 FILLER PIC X(40)
               VALUE "PROBABLE DUPLICATE EXAMINEES            ".
            02 FILLER PIC X(10) VALUE "RUN DATE: ".
            02 RH-DATE PIC X(8).
            02 FILLER PIC X(22) VALUE SPACES.
       01   PAIR-LINE.
            02 FILLER PIC X(6) VALUE "NAME: ".
            02 PR-ENA PIC X(25).
            02 FILLER PIC X(7) VALUE "  DOB: ".
            02 PR-DOB PIC X(20).
            02 FILLER PIC X(9) VALUE " COURSE: ".
            02 PR-CNA PIC X(4).
            02 FILLER PIC X(9) VALUE SPACES.
       01   ENO-LINE.
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(12) VALUE "EXAMINEE NO ".
            02 EL-ENO PIC 9(10).
            02 FILLER PIC X(11) VALUE "  SITTINGS ".
            02 EL-SITTINGS PIC Z9.
            02 FILLER PIC X(7) VALUE "  LAST ".
            02 EL-SESSION PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 EL-TRS PIC ZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 EL-RMK PIC X(6).
            02 FILLER PIC X VALUE SPACE.
            02 EL-LICENSE.
                 03 EL-LIC-LABEL PIC X(4).
                 03 EL-LICNO PIC 9(8).
       01   SESS-LINE.
            02 FILLER PIC X(8) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "SESSION ".
            02 SL-SESSION PIC X(10).
            02 FILLER PIC X(9) VALUE " APPLIED ".
            02 SL-APP-DATE PIC X(8).
            02 FILLER PIC X(6) VALUE " ROOM ".
            02 SL-ROOM PIC X(4).
            02 FILLER PIC X(6) VALUE " SUBJ ".
            02 SL-SCORED PIC 9.
            02 FILLER PIC X(7) VALUE " TOTAL ".
            02 SL-TOTAL PIC ZZZ9.
            02 FILLER PIC X(9) VALUE SPACES.
       01   DBL-LIC-LINE.
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(40)
               VALUE "*** LICENSED UNDER BOTH NUMBERS - REFER ".
            02 FILLER PIC X(20) VALUE "FOR REVOCATION ***  ".
            02 FILLER PIC X(16) VALUE SPACES.
       01   TOTAL-LINE.
            02 TL-TEXT PIC X(40).
            02 TL-COUNT PIC ZZ,ZZZ,ZZ9.
            02 FILLER PIC X(30) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(59) VALUE SPACES.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN I-O EXAMHIST.
            IF HIST-STATUS = "35"
                 DISPLAY "NO EXAM HISTORY ON FILE" LINE 1 COLUMN 1
                 STOP RUN.
            OPEN I-O SCORES.
            IF SR-STATUS = "35"
                 OPEN OUTPUT SCORES
                 CLOSE SCORES
                 OPEN I-O SCORES.
            OPEN I-O ROOMASGN.
            IF RA-STATUS = "35"
                 OPEN OUTPUT ROOMASGN
                 CLOSE ROOMASGN
                 OPEN I-O ROOMASGN.
            OPEN I-O APPLFILE.
            IF AP-STATUS = "35"
                 OPEN OUTPUT APPLFILE
                 CLOSE APPLFILE
                 OPEN I-O APPLFILE.
            OPEN I-O RECHECK.
            IF RC-STATUS = "35"
                 OPEN OUTPUT RECHECK
                 CLOSE RECHECK
                 OPEN I-O RECHECK.
            OPEN I-O CONDEXAM.
            IF CD-STATUS = "35"
                 OPEN OUTPUT CONDEXAM
                 CLOSE CONDEXAM
                 OPEN I-O CONDEXAM.
            OPEN I-O LICREG.
            IF LR-STATUS = "35"
                 OPEN OUTPUT LICREG
                 CLOSE LICREG
                 OPEN I-O LICREG.
            OPEN I-O EXAMMRG.
            IF MG-STATUS = "35"
                 OPEN OUTPUT EXAMMRG
                 CLOSE EXAMMRG
                 OPEN I-O EXAMMRG.
            OPEN EXTEND AUDITLOG.
            OPEN EXTEND CHGHIST.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM SUPERVISOR-RTN THRU SUPERVISOR-END.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE EXAMHIST.
            CLOSE SCORES.
            CLOSE ROOMASGN.
            CLOSE APPLFILE.
            CLOSE RECHECK.
            CLOSE CONDEXAM.
            CLOSE LICREG.
            CLOSE EXAMMRG.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
      * ONLY AN ACTIVE SUPERVISOR OR ADMINISTRATOR MAY MERGE EXAMINEES.
       SUPERVISOR-RTN.
            MOVE 0 TO SUPERVISOR-SW.
            IF OPERATOR-ID = SPACES
                 GO TO SUPERVISOR-END.
            OPEN INPUT USERMAST.
            IF UM-STATUS = "35"
                 GO TO SUPERVISOR-END.
            MOVE OPERATOR-ID TO UM-ID.
            READ USERMAST
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      IF (UM-ROLE = 'V' OR UM-ROLE = 'A')
                           AND UM-STATUS-CODE = 'A'
                           MOVE 1 TO SUPERVISOR-SW
                      END-IF
            END-READ.
            CLOSE USERMAST.
       SUPERVISOR-END.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "PROFESSIONAL REGULATION COMMISSION"
            LINE 1 COLUMN 23.
            DISPLAY "DUPLICATE EXAMINEE CHECK" LINE 2 COLUMN 28.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (L=LIST MATCHES, M=MERGE):"
                 LINE 4 COLUMN 1.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'L'
                 PERFORM LIST-RTN THRU LIST-END
            ELSE
                 PERFORM MERGE-RTN THRU MERGE-END.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 4 COLUMN 45.
            IF FUNC-CODE = 'L' OR FUNC-CODE = 'l'
                 MOVE 'L' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'M' OR FUNC-CODE = 'm'
                 MOVE 'M' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
      *****************************************************************
      * LIST RUN - EXAMINEES WITH A DATE OF BIRTH ON FILE ARE LOADED
      * WITH THEIR NAMES IN CAPITALS, AND EVERY PAIR WITH THE SAME
      * NAME, DATE OF BIRTH AND COURSE IS PRINTED FOR REVIEW.
      *****************************************************************
       LIST-RTN.
            MOVE 0 TO HT-COUNT.
            MOVE 0 TO HIST-CTR.
            MOVE 0 TO PAIR-CTR.
            MOVE 0 TO DBL-LIC-CTR.
            MOVE 0 TO TABLE-FULL-SW.
            MOVE 0 TO EOFSW.
            MOVE 0 TO EH-ENO.
            START EXAMHIST KEY NOT LESS THAN EH-ENO
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM LOAD-HIST-RTN THRU LOAD-HIST-END UNTIL EOFSW = 1.
            IF TABLE-FULL-SW = 1
                 DISPLAY "WARNING: EXAMINEE TABLE FULL - RUN PARTIAL"
                 LINE 15 COLUMN 1.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO RH-DATE.
            WRITE RPTREC FROM RPT-HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM RPT-HEAD-2 AFTER 1.
            PERFORM PAIR-OUTER-RTN VARYING OUT-IX FROM 1 BY 1
                 UNTIL OUT-IX > HT-COUNT.
            MOVE "EXAMINEES ON HISTORY FILE" TO TL-TEXT.
            MOVE HIST-CTR TO TL-COUNT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 2.
            MOVE "PROBABLE DUPLICATE PAIRS" TO TL-TEXT.
            MOVE PAIR-CTR TO TL-COUNT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 1.
            MOVE "  OF WHICH LICENSED UNDER BOTH NUMBERS" TO TL-TEXT.
            MOVE DBL-LIC-CTR TO TL-COUNT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 1.
            MOVE PAIR-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE RPTFILE.
            DISPLAY "PROBABLE DUPLICATE PAIRS:" LINE 8 COLUMN 1.
            DISPLAY PAIR-CTR LINE 8 COLUMN 40.
            DISPLAY "LICENSED UNDER BOTH NUMBERS:" LINE 9 COLUMN 1.
            DISPLAY DBL-LIC-CTR LINE 9 COLUMN 40.
            DISPLAY "LISTING PRINTED TO EXAMDUP" LINE 11 COLUMN 1.
       LIST-END.
       LOAD-HIST-RTN.
            READ EXAMHIST NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO LOAD-HIST-END.
            ADD 1 TO HIST-CTR.
            IF EH-DOB = SPACES OR EH-ENA = SPACES
                 GO TO LOAD-HIST-END.
            IF HT-COUNT = 2000
                 MOVE 1 TO TABLE-FULL-SW
                 GO TO LOAD-HIST-END.
            ADD 1 TO HT-COUNT.
            MOVE EH-ENO TO HT-ENO(HT-COUNT).
            MOVE EH-ENA TO HT-ENA(HT-COUNT).
            INSPECT HT-ENA(HT-COUNT) CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            MOVE EH-DOB TO HT-DOB(HT-COUNT).
            INSPECT HT-DOB(HT-COUNT) CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            MOVE EH-CNA TO HT-CNA(HT-COUNT).
       LOAD-HIST-END.
       PAIR-OUTER-RTN.
            COMPUTE NEXT-IX = OUT-IX + 1.
            PERFORM PAIR-INNER-RTN THRU PAIR-INNER-END
                 VARYING IN-IX FROM NEXT-IX BY 1
                 UNTIL IN-IX > HT-COUNT.
       PAIR-INNER-RTN.
            IF HT-ENA(IN-IX) NOT = HT-ENA(OUT-IX)
                 GO TO PAIR-INNER-END.
            IF HT-DOB(IN-IX) NOT = HT-DOB(OUT-IX)
                 GO TO PAIR-INNER-END.
            IF HT-CNA(IN-IX) NOT = HT-CNA(OUT-IX)
                 GO TO PAIR-INNER-END.
            ADD 1 TO PAIR-CTR.
            MOVE HT-ENA(OUT-IX) TO PR-ENA.
            MOVE HT-DOB(OUT-IX) TO PR-DOB.
            MOVE HT-CNA(OUT-IX) TO PR-CNA.
            WRITE RPTREC FROM PAIR-LINE AFTER 2.
            MOVE 0 TO PAIR-LIC-CTR.
            MOVE HT-ENO(OUT-IX) TO LOOK-ENO.
            PERFORM PRINT-ENO-RTN THRU PRINT-ENO-END.
            MOVE HT-ENO(IN-IX) TO LOOK-ENO.
            PERFORM PRINT-ENO-RTN THRU PRINT-ENO-END.
            IF PAIR-LIC-CTR > 1
                 ADD 1 TO DBL-LIC-CTR
                 WRITE RPTREC FROM DBL-LIC-LINE AFTER 1.
       PAIR-INNER-END.
      * ONE EXAMINEE NUMBER - HISTORY, LICENSE AND EVERY SESSION THE
      * NUMBER APPLIED FOR OR WAS SCORED IN.
       PRINT-ENO-RTN.
            MOVE LOOK-ENO TO EH-ENO.
            READ EXAMHIST
                 INVALID KEY
                      GO TO PRINT-ENO-END.
            MOVE LOOK-ENO TO EL-ENO.
            MOVE EH-SITTINGS TO EL-SITTINGS.
            MOVE EH-SESSION TO EL-SESSION.
            MOVE EH-LAST-TRS TO EL-TRS.
            MOVE EH-LAST-RMK TO EL-RMK.
            PERFORM FIND-LICENSE-RTN THRU FIND-LICENSE-END.
            IF LOOK-LICNO = 0
                 MOVE SPACES TO EL-LICENSE
            ELSE
                 ADD 1 TO PAIR-LIC-CTR
                 MOVE "LIC " TO EL-LIC-LABEL
                 MOVE LOOK-LICNO TO EL-LICNO.
            WRITE RPTREC FROM ENO-LINE AFTER 1.
            MOVE 0 TO LS-COUNT.
            MOVE 0 TO EOFSW.
            MOVE LOW-VALUES TO AP-KEY.
            START APPLFILE KEY NOT LESS THAN AP-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM LOOK-APPL-RTN THRU LOOK-APPL-END UNTIL EOFSW = 1.
            MOVE 0 TO EOFSW.
            MOVE LOW-VALUES TO SR-KEY.
            START SCORES KEY NOT LESS THAN SR-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM LOOK-SCORE-RTN THRU LOOK-SCORE-END UNTIL EOFSW = 1.
            PERFORM PRINT-SESS-RTN VARYING LS-IX FROM 1 BY 1
                 UNTIL LS-IX > LS-COUNT.
       PRINT-ENO-END.
       FIND-LICENSE-RTN.
            MOVE 0 TO LOOK-LICNO.
            MOVE 0 TO EOFSW.
            MOVE 0 TO LR-LICNO.
            START LICREG KEY NOT LESS THAN LR-LICNO
                 INVALID KEY
                      GO TO FIND-LICENSE-END.
            PERFORM LICENSE-SCAN-RTN THRU LICENSE-SCAN-END
                 UNTIL EOFSW = 1.
       FIND-LICENSE-END.
       LICENSE-SCAN-RTN.
            READ LICREG NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO LICENSE-SCAN-END.
            IF LR-ENO = LOOK-ENO
                 MOVE LR-LICNO TO LOOK-LICNO
                 MOVE 1 TO EOFSW.
       LICENSE-SCAN-END.
       LOOK-APPL-RTN.
            READ APPLFILE NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO LOOK-APPL-END.
            IF AP-ENO NOT = LOOK-ENO
                 GO TO LOOK-APPL-END.
            MOVE AP-SESSION TO FIND-SESSION.
            PERFORM FIND-LOOK-SESS-RTN THRU FIND-LOOK-SESS-END.
            IF LS-IX > 0
                 MOVE AP-APP-DATE TO LS-APP-DATE(LS-IX).
       LOOK-APPL-END.
       LOOK-SCORE-RTN.
            READ SCORES NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO LOOK-SCORE-END.
            IF SR-ENO NOT = LOOK-ENO
                 GO TO LOOK-SCORE-END.
            MOVE SR-SESSION TO FIND-SESSION.
            PERFORM FIND-LOOK-SESS-RTN THRU FIND-LOOK-SESS-END.
            IF LS-IX > 0
                 ADD 1 TO LS-SCORED(LS-IX)
                 ADD SR-SCORE TO LS-TOTAL(LS-IX).
       LOOK-SCORE-END.
      * FINDS FIND-SESSION IN THE SESSION TABLE, ADDING IT IF NEW.
      * LS-IX IS LEFT AT ZERO WHEN THE TABLE IS FULL.
       FIND-LOOK-SESS-RTN.
            MOVE 0 TO FOUND-SW.
            PERFORM LOOK-SESS-MATCH-RTN VARYING LS-IX FROM 1 BY 1
                 UNTIL LS-IX > LS-COUNT OR FOUND-SW = 1.
            IF FOUND-SW = 1
                 SUBTRACT 1 FROM LS-IX
                 GO TO FIND-LOOK-SESS-END.
            IF LS-COUNT = 20
                 MOVE 0 TO LS-IX
                 GO TO FIND-LOOK-SESS-END.
            ADD 1 TO LS-COUNT.
            MOVE LS-COUNT TO LS-IX.
            MOVE FIND-SESSION TO LS-SESSION(LS-IX).
            MOVE "NONE" TO LS-APP-DATE(LS-IX).
            MOVE 0 TO LS-SCORED(LS-IX).
            MOVE 0 TO LS-TOTAL(LS-IX).
       FIND-LOOK-SESS-END.
       LOOK-SESS-MATCH-RTN.
            IF LS-SESSION(LS-IX) = FIND-SESSION
                 MOVE 1 TO FOUND-SW.
       PRINT-SESS-RTN.
            MOVE LS-SESSION(LS-IX) TO SL-SESSION.
            MOVE LS-APP-DATE(LS-IX) TO SL-APP-DATE.
            MOVE LS-SCORED(LS-IX) TO SL-SCORED.
            MOVE LS-TOTAL(LS-IX) TO SL-TOTAL.
            MOVE LS-SESSION(LS-IX) TO RA-SESSION.
            MOVE LOOK-ENO TO RA-ENO.
            READ ROOMASGN
                 INVALID KEY
                      MOVE "----" TO SL-ROOM
                 NOT INVALID KEY
                      MOVE RA-ROOM TO SL-ROOM
            END-READ.
            WRITE RPTREC FROM SESS-LINE AFTER 1.
      *****************************************************************
      * MERGE - THE DUPLICATE NUMBER'S RECORDS ARE RE-KEYED TO THE
      * SURVIVING NUMBER. NOTHING IS MOVED UNTIL EVERY FILE HAS BEEN
      * SCANNED AND NO SESSION IS HELD UNDER BOTH NUMBERS.
      *****************************************************************
       MERGE-RTN.
            IF SUPERVISOR-SW = 0
                 DISPLAY "MERGE REQUIRES A SUPERVISOR SIGN-ON"
                 LINE 15 COLUMN 1
                 MOVE "MERGEDENIED" TO AL-FIELD
                 MOVE OPERATOR-ID TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO MERGE-END.
            DISPLAY "SURVIVING EXAMINEE NO:" LINE 6 COLUMN 1.
            ACCEPT SURV-ENO LINE 6 COLUMN 35.
            DISPLAY "DUPLICATE EXAMINEE NO:" LINE 7 COLUMN 1.
            ACCEPT DUP-ENO LINE 7 COLUMN 35.
            IF SURV-ENO = 0 OR DUP-ENO = 0 OR SURV-ENO = DUP-ENO
                 DISPLAY "TWO DIFFERENT EXAMINEE NUMBERS REQUIRED"
                 LINE 15 COLUMN 1
                 GO TO MERGE-END.
            MOVE SURV-ENO TO MG-DUP-ENO.
            READ EXAMMRG
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      DISPLAY "SURVIVOR WAS ITSELF MERGED INTO"
                      LINE 15 COLUMN 1
                      DISPLAY MG-SURV-ENO LINE 15 COLUMN 33
                      GO TO MERGE-END
            END-READ.
            MOVE DUP-ENO TO EH-ENO.
            READ EXAMHIST
                 INVALID KEY
                      DISPLAY "DUPLICATE NUMBER NOT ON EXAM HISTORY"
                      LINE 15 COLUMN 1
                      GO TO MERGE-END
            END-READ.
            MOVE HIST-REC TO DUP-SAVE.
            MOVE SURV-ENO TO EH-ENO.
            READ EXAMHIST
                 INVALID KEY
                      DISPLAY "SURVIVING NUMBER NOT ON EXAM HISTORY"
                      LINE 15 COLUMN 1
                      GO TO MERGE-END
            END-READ.
            IF DS-CNA NOT = EH-CNA
                 DISPLAY "COURSES DIFFER - NOT THE SAME EXAMINEE"
                 LINE 15 COLUMN 1
                 GO TO MERGE-END.
            DISPLAY "SURVIVOR :" LINE 9 COLUMN 1.
            DISPLAY EH-ENA LINE 9 COLUMN 12.
            DISPLAY EH-DOB LINE 9 COLUMN 38.
            DISPLAY EH-SITTINGS LINE 9 COLUMN 60.
            DISPLAY EH-SESSION LINE 9 COLUMN 64.
            DISPLAY "DUPLICATE:" LINE 10 COLUMN 1.
            DISPLAY DS-ENA LINE 10 COLUMN 12.
            DISPLAY DS-DOB LINE 10 COLUMN 38.
            DISPLAY DS-SITTINGS LINE 10 COLUMN 60.
            DISPLAY DS-SESSION LINE 10 COLUMN 64.
            MOVE EH-ENA TO MATCH-ENA.
            MOVE DS-ENA TO MATCH-DUP-ENA.
            INSPECT MATCH-ENA CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            INSPECT MATCH-DUP-ENA CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            MOVE EH-DOB TO MATCH-DOB.
            IF MATCH-ENA NOT = MATCH-DUP-ENA OR MATCH-DOB NOT = DS-DOB
                 DISPLAY "NAME OR BIRTH DATE DIFFERS - CHECK PAPERS"
                 LINE 11 COLUMN 1.
            PERFORM COLLECT-RTN THRU COLLECT-END.
            IF REFUSE-SW = 1
                 GO TO MERGE-END.
            DISPLAY "RECORDS TO MOVE:" LINE 12 COLUMN 1.
            DISPLAY DK-COUNT LINE 12 COLUMN 35.
            DISPLAY "MERGE DUPLICATE INTO SURVIVOR (Y/N)?"
                 LINE 13 COLUMN 1.
            ACCEPT CONFIRM-IN LINE 13 COLUMN 40.
            IF CONFIRM-IN NOT = 'Y' AND CONFIRM-IN NOT = 'y'
                 DISPLAY "MERGE CANCELLED" LINE 15 COLUMN 1
                 GO TO MERGE-END.
            MOVE 0 TO APPL-MOVED.
            MOVE 0 TO SCORE-MOVED.
            MOVE 0 TO ROOM-MOVED.
            MOVE 0 TO RECHK-MOVED.
            PERFORM MOVE-KEY-RTN VARYING DK-IX FROM 1 BY 1
                 UNTIL DK-IX > DK-COUNT.
            PERFORM MOVE-COND-RTN THRU MOVE-COND-END.
            PERFORM MOVE-LICENSE-RTN THRU MOVE-LICENSE-END.
            PERFORM MOVE-HIST-RTN THRU MOVE-HIST-END.
            PERFORM WRITE-MERGE-RTN.
            DISPLAY "MERGED - APPLICATIONS:" LINE 15 COLUMN 1.
            DISPLAY APPL-MOVED LINE 15 COLUMN 24.
            DISPLAY "SCORES:" LINE 15 COLUMN 29.
            DISPLAY SCORE-MOVED LINE 15 COLUMN 37.
            DISPLAY "ROOMS:" LINE 15 COLUMN 42.
            DISPLAY ROOM-MOVED LINE 15 COLUMN 49.
            DISPLAY "RE-CHECKS:" LINE 15 COLUMN 54.
            DISPLAY RECHK-MOVED LINE 15 COLUMN 65.
       MERGE-END.
      * EVERY FILE IS SCANNED FOR THE TWO NUMBERS. THE DUPLICATE'S KEYS
      * ARE TABLED FOR THE MOVE AND THE SURVIVOR'S SESSIONS ARE TABLED
      * TO CATCH A SESSION SAT UNDER BOTH NUMBERS.
       COLLECT-RTN.
            MOVE 0 TO REFUSE-SW.
            MOVE 0 TO TABLE-FULL-SW.
            MOVE 0 TO DK-COUNT.
            MOVE 0 TO SS-COUNT.
            MOVE SPACES TO SURV-LAST-DATE.
            MOVE SPACES TO DUP-LAST-DATE.
            MOVE 0 TO SURV-LICNO.
            MOVE 0 TO DUP-LICNO.
            MOVE 0 TO EOFSW.
            MOVE LOW-VALUES TO AP-KEY.
            START APPLFILE KEY NOT LESS THAN AP-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM COLLECT-APPL-RTN THRU COLLECT-APPL-END
                 UNTIL EOFSW = 1.
            MOVE 0 TO EOFSW.
            MOVE LOW-VALUES TO SR-KEY.
            START SCORES KEY NOT LESS THAN SR-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM COLLECT-SCORE-RTN THRU COLLECT-SCORE-END
                 UNTIL EOFSW = 1.
            MOVE 0 TO EOFSW.
            MOVE LOW-VALUES TO RA-KEY.
            START ROOMASGN KEY NOT LESS THAN RA-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM COLLECT-ROOM-RTN THRU COLLECT-ROOM-END
                 UNTIL EOFSW = 1.
            MOVE 0 TO EOFSW.
            MOVE LOW-VALUES TO RC-KEY.
            START RECHECK KEY NOT LESS THAN RC-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM COLLECT-RECHK-RTN THRU COLLECT-RECHK-END
                 UNTIL EOFSW = 1.
            MOVE 0 TO EOFSW.
            MOVE 0 TO LR-LICNO.
            START LICREG KEY NOT LESS THAN LR-LICNO
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM COLLECT-LIC-RTN THRU COLLECT-LIC-END
                 UNTIL EOFSW = 1.
            IF TABLE-FULL-SW = 1
                 DISPLAY "TOO MANY RECORDS FOR ONE MERGE - REFUSED"
                 LINE 15 COLUMN 1
                 MOVE 1 TO REFUSE-SW
                 GO TO COLLECT-END.
            MOVE SPACES TO CONFLICT-SESSION.
            PERFORM CONFLICT-RTN VARYING DK-IX FROM 1 BY 1
                 UNTIL DK-IX > DK-COUNT
                 OR CONFLICT-SESSION NOT = SPACES.
            IF CONFLICT-SESSION NOT = SPACES
                 DISPLAY "BOTH NUMBERS HOLD SESSION" LINE 15 COLUMN 1
                 DISPLAY CONFLICT-SESSION LINE 15 COLUMN 27
                 DISPLAY "- RESOLVE BEFORE MERGING" LINE 15 COLUMN 38
                 MOVE "MERGECONFLICT" TO AL-FIELD
                 MOVE CONFLICT-SESSION TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 MOVE 1 TO REFUSE-SW.
       COLLECT-END.
       COLLECT-APPL-RTN.
            READ APPLFILE NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO COLLECT-APPL-END.
            IF AP-ENO = SURV-ENO
                 MOVE AP-SESSION TO FIND-SESSION
                 PERFORM ADD-SURV-SESS-RTN THRU ADD-SURV-SESS-END
                 IF AP-APP-DATE > SURV-LAST-DATE
                      MOVE AP-APP-DATE TO SURV-LAST-DATE
                 END-IF
                 GO TO COLLECT-APPL-END.
            IF AP-ENO NOT = DUP-ENO
                 GO TO COLLECT-APPL-END.
            IF AP-APP-DATE > DUP-LAST-DATE
                 MOVE AP-APP-DATE TO DUP-LAST-DATE.
            MOVE AP-SESSION TO FIND-SESSION.
            MOVE 0 TO ADD-SUBJ.
            MOVE 'A' TO ADD-FILE-CODE.
            PERFORM ADD-DUP-KEY-RTN THRU ADD-DUP-KEY-END.
       COLLECT-APPL-END.
       COLLECT-SCORE-RTN.
            READ SCORES NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO COLLECT-SCORE-END.
            IF SR-ENO = SURV-ENO
                 MOVE SR-SESSION TO FIND-SESSION
                 PERFORM ADD-SURV-SESS-RTN THRU ADD-SURV-SESS-END
                 GO TO COLLECT-SCORE-END.
            IF SR-ENO NOT = DUP-ENO
                 GO TO COLLECT-SCORE-END.
            MOVE SR-SESSION TO FIND-SESSION.
            MOVE SR-SUBJ TO ADD-SUBJ.
            MOVE 'S' TO ADD-FILE-CODE.
            PERFORM ADD-DUP-KEY-RTN THRU ADD-DUP-KEY-END.
       COLLECT-SCORE-END.
       COLLECT-ROOM-RTN.
            READ ROOMASGN NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO COLLECT-ROOM-END.
            IF RA-ENO = SURV-ENO
                 MOVE RA-SESSION TO FIND-SESSION
                 PERFORM ADD-SURV-SESS-RTN THRU ADD-SURV-SESS-END
                 GO TO COLLECT-ROOM-END.
            IF RA-ENO NOT = DUP-ENO
                 GO TO COLLECT-ROOM-END.
            MOVE RA-SESSION TO FIND-SESSION.
            MOVE 0 TO ADD-SUBJ.
            MOVE 'R' TO ADD-FILE-CODE.
            PERFORM ADD-DUP-KEY-RTN THRU ADD-DUP-KEY-END.
       COLLECT-ROOM-END.
       COLLECT-RECHK-RTN.
            READ RECHECK NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO COLLECT-RECHK-END.
            IF RC-ENO = SURV-ENO
                 MOVE RC-SESSION TO FIND-SESSION
                 PERFORM ADD-SURV-SESS-RTN THRU ADD-SURV-SESS-END
                 GO TO COLLECT-RECHK-END.
            IF RC-ENO NOT = DUP-ENO
                 GO TO COLLECT-RECHK-END.
            MOVE RC-SESSION TO FIND-SESSION.
            MOVE 0 TO ADD-SUBJ.
            MOVE 'C' TO ADD-FILE-CODE.
            PERFORM ADD-DUP-KEY-RTN THRU ADD-DUP-KEY-END.
       COLLECT-RECHK-END.
       COLLECT-LIC-RTN.
            READ LICREG NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO COLLECT-LIC-END.
            IF LR-ENO = SURV-ENO AND SURV-LICNO = 0
                 MOVE LR-LICNO TO SURV-LICNO.
            IF LR-ENO = DUP-ENO AND DUP-LICNO = 0
                 MOVE LR-LICNO TO DUP-LICNO.
       COLLECT-LIC-END.
      * TABLES ONE KEY OF THE DUPLICATE NUMBER. ADD-FILE-CODE IS
      * A=APPLFILE S=SCORES R=ROOMASGN C=RECHECK.
       ADD-DUP-KEY-RTN.
            IF DK-COUNT = 200
                 MOVE 1 TO TABLE-FULL-SW
                 GO TO ADD-DUP-KEY-END.
            ADD 1 TO DK-COUNT.
            MOVE ADD-FILE-CODE TO DK-FILE(DK-COUNT).
            MOVE FIND-SESSION TO DK-SESSION(DK-COUNT).
            MOVE ADD-SUBJ TO DK-SUBJ(DK-COUNT).
       ADD-DUP-KEY-END.
       ADD-SURV-SESS-RTN.
            MOVE 0 TO FOUND-SW.
            PERFORM SURV-SESS-MATCH-RTN VARYING SS-IX FROM 1 BY 1
                 UNTIL SS-IX > SS-COUNT OR FOUND-SW = 1.
            IF FOUND-SW = 1
                 GO TO ADD-SURV-SESS-END.
            IF SS-COUNT = 200
                 MOVE 1 TO TABLE-FULL-SW
                 GO TO ADD-SURV-SESS-END.
            ADD 1 TO SS-COUNT.
            MOVE FIND-SESSION TO SS-SESSION(SS-COUNT).
       ADD-SURV-SESS-END.
       SURV-SESS-MATCH-RTN.
            IF SS-SESSION(SS-IX) = FIND-SESSION
                 MOVE 1 TO FOUND-SW.
       CONFLICT-RTN.
            MOVE DK-SESSION(DK-IX) TO FIND-SESSION.
            MOVE 0 TO FOUND-SW.
            PERFORM SURV-SESS-MATCH-RTN VARYING SS-IX FROM 1 BY 1
                 UNTIL SS-IX > SS-COUNT OR FOUND-SW = 1.
            IF FOUND-SW = 1
                 MOVE FIND-SESSION TO CONFLICT-SESSION.
      * RE-KEYS ONE TABLED RECORD - WRITTEN UNDER THE SURVIVOR, THEN
      * DELETED FROM UNDER THE DUPLICATE.
       MOVE-KEY-RTN.
            IF DK-FILE(DK-IX) = 'A'
                 PERFORM MOVE-APPL-RTN
            ELSE
            IF DK-FILE(DK-IX) = 'S'
                 PERFORM MOVE-SCORE-RTN
            ELSE
            IF DK-FILE(DK-IX) = 'R'
                 PERFORM MOVE-ROOM-RTN
            ELSE
                 PERFORM MOVE-RECHK-RTN.
       MOVE-APPL-RTN.
            MOVE DK-SESSION(DK-IX) TO AP-SESSION.
            MOVE DUP-ENO TO AP-ENO.
            READ APPLFILE.
            IF AP-STATUS NOT = "00"
                 MOVE "APPLFILE" TO FC-FILENAME
                 MOVE AP-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE SURV-ENO TO AP-ENO.
            WRITE APPL-REC.
            IF AP-STATUS NOT = "00"
                 MOVE "APPLFILE" TO FC-FILENAME
                 MOVE AP-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE DUP-ENO TO AP-ENO.
            DELETE APPLFILE.
            ADD 1 TO APPL-MOVED.
       MOVE-SCORE-RTN.
            MOVE DK-SESSION(DK-IX) TO SR-SESSION.
            MOVE DUP-ENO TO SR-ENO.
            MOVE DK-SUBJ(DK-IX) TO SR-SUBJ.
            READ SCORES.
            IF SR-STATUS NOT = "00"
                 MOVE "SCORES" TO FC-FILENAME
                 MOVE SR-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE SURV-ENO TO SR-ENO.
            WRITE SCORE-REC.
            IF SR-STATUS NOT = "00"
                 MOVE "SCORES" TO FC-FILENAME
                 MOVE SR-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE DUP-ENO TO SR-ENO.
            DELETE SCORES.
            ADD 1 TO SCORE-MOVED.
       MOVE-ROOM-RTN.
            MOVE DK-SESSION(DK-IX) TO RA-SESSION.
            MOVE DUP-ENO TO RA-ENO.
            READ ROOMASGN.
            IF RA-STATUS NOT = "00"
                 MOVE "ROOMASGN" TO FC-FILENAME
                 MOVE RA-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE SURV-ENO TO RA-ENO.
            WRITE ASGN-REC.
            IF RA-STATUS NOT = "00"
                 MOVE "ROOMASGN" TO FC-FILENAME
                 MOVE RA-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE DUP-ENO TO RA-ENO.
            DELETE ROOMASGN.
            ADD 1 TO ROOM-MOVED.
       MOVE-RECHK-RTN.
            MOVE DK-SESSION(DK-IX) TO RC-SESSION.
            MOVE DUP-ENO TO RC-ENO.
            READ RECHECK.
            IF RC-STATUS NOT = "00"
                 MOVE "RECHECK" TO FC-FILENAME
                 MOVE RC-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE SURV-ENO TO RC-ENO.
            WRITE RECHECK-REC.
            IF RC-STATUS NOT = "00"
                 MOVE "RECHECK" TO FC-FILENAME
                 MOVE RC-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE DUP-ENO TO RC-ENO.
            DELETE RECHECK.
            ADD 1 TO RECHK-MOVED.
      * ONE CONDITIONAL RECORD PER EXAMINEE. WHEN BOTH NUMBERS HAVE ONE
      * THE LATER CONDITIONING IS KEPT UNDER THE SURVIVOR.
       MOVE-COND-RTN.
            MOVE 0 TO SURV-COND-SW.
            MOVE 0 TO DUP-COND-SW.
            MOVE SPACES TO SURV-COND-DATE.
            MOVE SURV-ENO TO CD-ENO.
            READ CONDEXAM
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 1 TO SURV-COND-SW
                      MOVE CD-COND-DATE TO SURV-COND-DATE
                      MOVE CD-SESSION TO SURV-COND-SESS
            END-READ.
            MOVE DUP-ENO TO CD-ENO.
            READ CONDEXAM
                 INVALID KEY
                      GO TO MOVE-COND-END
            END-READ.
            MOVE 1 TO DUP-COND-SW.
            MOVE "CONDEXAM" TO CHG-FILE.
            IF SURV-COND-SW = 1 AND CD-COND-DATE NOT > SURV-COND-DATE
                 MOVE DUP-ENO TO CHG-KEY
                 MOVE "CD-DROPPED" TO CN-FIELD
                 MOVE CD-SESSION TO CN-OLD
                 MOVE SPACES TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN
                 GO TO MOVE-COND-DELETE.
            MOVE SURV-ENO TO CHG-KEY.
            MOVE "CD-SESSION" TO CN-FIELD.
            MOVE SPACES TO CN-OLD.
            MOVE CD-SESSION TO CN-NEW.
            MOVE SURV-ENO TO CD-ENO.
            IF SURV-COND-SW = 0
                 WRITE COND-REC
            ELSE
                 MOVE SURV-COND-SESS TO CN-OLD
                 REWRITE COND-REC.
            IF CD-STATUS NOT = "00"
                 MOVE "CONDEXAM" TO FC-FILENAME
                 MOVE CD-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM NOTE-CHANGE-RTN.
       MOVE-COND-DELETE.
            MOVE DUP-ENO TO CD-ENO.
            DELETE CONDEXAM.
            PERFORM WRITE-CHANGES-RTN.
       MOVE-COND-END.
      * A LICENSE HELD ONLY UNDER THE DUPLICATE MOVES TO THE SURVIVOR.
      * ONE HELD UNDER BOTH IS LEFT WHERE IT IS AND REFERRED.
       MOVE-LICENSE-RTN.
            IF DUP-LICNO = 0
                 GO TO MOVE-LICENSE-END.
            IF SURV-LICNO NOT = 0
                 DISPLAY "LICENSED UNDER BOTH NUMBERS - REFER LICENSE"
                 LINE 16 COLUMN 1
                 DISPLAY DUP-LICNO LINE 16 COLUMN 45
                 MOVE "DOUBLELICENSE" TO AL-FIELD
                 MOVE DUP-LICNO TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO MOVE-LICENSE-END.
            MOVE DUP-LICNO TO LR-LICNO.
            READ LICREG
                 INVALID KEY
                      GO TO MOVE-LICENSE-END
            END-READ.
            MOVE SURV-ENO TO LR-ENO.
            REWRITE LIC-REC.
            IF LR-STATUS NOT = "00"
                 MOVE "LICREG" TO FC-FILENAME
                 MOVE LR-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE "LICREG" TO CHG-FILE.
            MOVE DUP-LICNO TO CHG-KEY.
            MOVE "LR-ENO" TO CN-FIELD.
            MOVE DUP-ENO TO CN-OLD.
            MOVE SURV-ENO TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            PERFORM WRITE-CHANGES-RTN.
       MOVE-LICENSE-END.
      * THE SURVIVOR TAKES THE DUPLICATE'S SITTINGS, AND ITS LAST
      * RESULT WHEN THE DUPLICATE APPLIED MORE RECENTLY. THE DUPLICATE
      * HISTORY RECORD IS THEN DROPPED.
       MOVE-HIST-RTN.
            MOVE SURV-ENO TO EH-ENO.
            READ EXAMHIST.
            IF HIST-STATUS NOT = "00"
                 MOVE "EXAMHIST" TO FC-FILENAME
                 MOVE HIST-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE EH-SITTINGS TO OLD-SITTINGS.
            MOVE EH-SESSION TO OLD-SESSION.
            ADD DS-SITTINGS TO EH-SITTINGS
                 ON SIZE ERROR
                      MOVE 99 TO EH-SITTINGS.
            IF DUP-LAST-DATE > SURV-LAST-DATE
                 MOVE DS-LAST-TRS TO EH-LAST-TRS
                 MOVE DS-LAST-RMK TO EH-LAST-RMK
                 MOVE DS-SESSION TO EH-SESSION
                 MOVE DS-UNA TO EH-UNA
                 MOVE DS-TNI TO EH-TNI
                 MOVE DS-DEC TO EH-DEC.
            REWRITE HIST-REC.
            IF HIST-STATUS NOT = "00"
                 MOVE "EXAMHIST" TO FC-FILENAME
                 MOVE HIST-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE "EXAMHIST" TO CHG-FILE.
            MOVE SURV-ENO TO CHG-KEY.
            MOVE "EH-SITTINGS" TO CN-FIELD.
            MOVE OLD-SITTINGS TO CN-OLD.
            MOVE EH-SITTINGS TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            IF EH-SESSION NOT = OLD-SESSION
                 MOVE "EH-SESSION" TO CN-FIELD
                 MOVE OLD-SESSION TO CN-OLD
                 MOVE EH-SESSION TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            PERFORM WRITE-CHANGES-RTN.
            MOVE DUP-ENO TO EH-ENO.
            DELETE EXAMHIST.
            IF HIST-STATUS NOT = "00"
                 MOVE "EXAMHIST" TO FC-FILENAME
                 MOVE HIST-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE DUP-ENO TO CHG-KEY.
            MOVE "MERGED-INTO" TO CN-FIELD.
            MOVE DUP-ENO TO CN-OLD.
            MOVE SURV-ENO TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            PERFORM WRITE-CHANGES-RTN.
       MOVE-HIST-END.
       WRITE-MERGE-RTN.
            MOVE DUP-ENO TO MG-DUP-ENO.
            MOVE SURV-ENO TO MG-SURV-ENO.
            MOVE DS-ENA TO MG-ENA.
            MOVE DS-DOB TO MG-DOB.
            MOVE DS-CNA TO MG-CNA.
            MOVE DS-SITTINGS TO MG-SITTINGS.
            MOVE APPL-MOVED TO MG-APPL-CTR.
            MOVE SCORE-MOVED TO MG-SCORE-CTR.
            MOVE ROOM-MOVED TO MG-ROOM-CTR.
            MOVE RECHK-MOVED TO MG-RECHK-CTR.
            IF DUP-COND-SW = 1
                 MOVE 'Y' TO MG-COND-SW
            ELSE
                 MOVE 'N' TO MG-COND-SW.
            MOVE DUP-LICNO TO MG-LICNO.
            MOVE RUN-DATE TO MG-DATE.
            ACCEPT MG-TIME FROM TIME.
            MOVE OPERATOR-ID TO MG-OPERATOR.
            WRITE MERGE-REC.
            IF MG-STATUS NOT = "00"
                 MOVE "EXAMMRG" TO FC-FILENAME
                 MOVE MG-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE "EXAMINEEMERGE" TO AL-FIELD.
            MOVE DUP-ENO TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "EXAM-DUPCHECK" TO AL-PROGRAM.
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
            DISPLAY "RUN ENDED - MERGE INCOMPLETE, SEE CHANGE HISTORY.".
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
      * FIELD CHANGES ARE NOTED BEFORE THEY ARE WRITTEN AND GO TO THE
      * CHANGE HISTORY ONLY ONCE THE RECORD HAS BEEN REWRITTEN.
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
            MOVE "EXAM-DUPCHECK" TO CH-PROGRAM.
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
