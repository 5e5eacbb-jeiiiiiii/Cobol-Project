       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMOVAL-EXAM.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. REMOVAL EXAMINATIONS FOR CONDITIONED EXAMINEES. THE
      *         RESULT RUN RECORDS ON CONDEXAM AN EXAMINEE WHOSE
      *         AVERAGE PASSED BUT WHO HAD A SUBJECT BELOW THE FLOOR,
      *         WITH THE SUBJECTS TO BE REMOVED AND A DEADLINE ONE YEAR
      *         OUT (THE NEXT TWO SESSIONS). THE EXAMINEE MAY APPLY FOR
      *         REMOVAL TWICE AND SITS ONLY THE FAILED SUBJECTS. THE
      *         FINAL AVERAGE USES THE ORIGINAL PASSING SCORES AND THE
      *         REMOVAL SCORES. A CONDITIONED EXAMINEE STILL OPEN AT
      *         THE DEADLINE IS CLOSED AS FAILED BY THE EXPIRY RUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONDEXAM ASSIGN TO "CONDEXAM.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CD-ENO
                 FILE STATUS IS CD-STATUS.
            SELECT SCORES ASSIGN TO "SCORES.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SR-KEY
                 FILE STATUS IS SR-STATUS.
            SELECT EXAMHIST ASSIGN TO "EXAMHIST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS EH-ENO
                 FILE STATUS IS HIST-STATUS.
            SELECT SUBJWGT ASSIGN TO "SUBJWGT.DAT"
                 FILE STATUS IS SW-FILE-STATUS.
            SELECT PASSMARK ASSIGN TO "PASSMARK.DAT"
                 FILE STATUS IS PM-FILE-STATUS.
            SELECT RPTFILE ASSIGN TO "CONDRPT".
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
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
       FD   SCORES.
       01   SCORE-REC.
            02 SR-KEY.
                 03 SR-SESSION PIC X(10).
                 03 SR-ENO PIC 9(10).
                 03 SR-SUBJ PIC 9.
            02 SR-SCORE PIC 999.
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
       FD   SUBJWGT.
       01   SUBJWGT-REC.
            02 SW-CC PIC 9.
            02 SW-SUBJ PIC 9.
            02 SW-NAME PIC X(10).
            02 SW-WEIGHT PIC 999.
       FD   PASSMARK.
       01   PASSMARK-REC.
            02 PM-CODE PIC 9.
            02 PM-CUTOFF PIC 9V99.
            02 PM-EFFDATE PIC X(8).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(100).
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
       01   CD-STATUS PIC XX VALUE "00".
       01   SR-STATUS PIC XX VALUE "00".
       01   HIST-STATUS PIC XX VALUE "00".
       01   SW-FILE-STATUS PIC XX VALUE "00".
       01   PM-FILE-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   EOFSW PIC 9 VALUE 0.
       01   SESSION-IN PIC X(10) VALUE SPACES.
       01   ENO-IN PIC 9(10) VALUE 0.
       01   MAX-ATTEMPTS PIC 9 VALUE 2.
       01   LIST-LINE PIC 99 VALUE 0.
       01   SUBJ-FLOOR PIC 999 VALUE 50.
       01   SUBJ-FAIL-SW PIC 9 VALUE 0.
       01   WEIGHTED-SUM PIC 9(7)V99 VALUE 0.
       01   WEIGHT-SUM PIC 9(5) VALUE 0.
       01   GA-PCT PIC 999V99 VALUE 0.
       01   GA-TRS PIC 999 VALUE 0.
       01   GA-DEC PIC 9V99 VALUE 0.
       01   GA-RMK PIC X(6) VALUE SPACES.
       01   CUTOFF PIC 9V99 VALUE 0.
       01   CUTOFF-EFF PIC X(8) VALUE SPACES.
       01   SCORE-IN PIC 999 VALUE 0.
       01   SCORE-OUT PIC ZZ9.
       01   DEC-OUT PIC 9.99.
       01   USE-SCORE PIC 999 VALUE 0.
       01   SUBJ-NAME PIC X(10) VALUE SPACES.
       01   SUBJ-WEIGHT PIC 999 VALUE 0.
       01   OPEN-CTR PIC 999 VALUE 0.
       01   EXPIRE-CTR PIC 999 VALUE 0.
       01   WGT-COUNT PIC 99 VALUE 0.
       01   WGT-TABLE.
            02 WGT-ENTRY OCCURS 45 TIMES.
               03 WT-CC PIC 9.
               03 WT-SUBJ PIC 9.
               03 WT-NAME PIC X(10).
               03 WT-WEIGHT PIC 999.
       01   WGT-I PIC 99 VALUE 0.
       01   CD-I PIC 99 VALUE 0.
       01   RPT-PTR PIC 999 VALUE 0.
       01   RPT-HEAD-1.
            02 FILLER PIC X(34)
               VALUE "PROFESSIONAL REGULATION COMMISSION".
            02 FILLER PIC X(66) VALUE SPACES.
       01   RPT-HEAD-2.
            02 RH-TITLE PIC X(40).
            02 FILLER PIC X(10) VALUE "RUN DATE: ".
            02 RH-DATE PIC X(8).
            02 FILLER PIC X(42) VALUE SPACES.
       01   RPT-SUB.
            02 FILLER PIC X(12) VALUE "EXAMINEE NO.".
            02 FILLER PIC X(27) VALUE "NAME".
            02 FILLER PIC X(6) VALUE "COURSE".
            02 FILLER PIC X(12) VALUE "  SESSION".
            02 FILLER PIC X(10) VALUE "DEADLINE".
            02 FILLER PIC X(9) VALUE "ATTEMPTS".
            02 FILLER PIC X(24) VALUE "APPLIED FOR".
       01   RPT-LINE.
            02 RL-ENO PIC 9(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 RL-ENA PIC X(25).
            02 FILLER PIC X(2) VALUE SPACES.
            02 RL-CNA PIC X(4).
            02 FILLER PIC X(4) VALUE SPACES.
            02 RL-SESSION PIC X(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 RL-DEADLINE PIC X(8).
            02 FILLER PIC X(5) VALUE SPACES.
            02 RL-ATTEMPTS PIC 9.
            02 FILLER PIC X(4) VALUE SPACES.
            02 RL-REMSESS PIC X(10).
            02 FILLER PIC X(13) VALUE SPACES.
       01   RPT-SUBJ-LINE.
            02 FILLER PIC X(12) VALUE SPACES.
            02 FILLER PIC X(18) VALUE "SUBJECTS TO REMOVE".
            02 FILLER PIC X(2) VALUE SPACES.
            02 RS-SUBJECTS PIC X(68).
       01   RPT-TOTAL.
            02 RT-LABEL PIC X(30).
            02 RT-COUNT PIC ZZ9.
            02 FILLER PIC X(67) VALUE SPACES.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN I-O CONDEXAM.
            IF CD-STATUS = "35"
                 DISPLAY "NO CONDITIONED EXAMINEES ON FILE"
                 LINE 1 COLUMN 1
                 STOP RUN.
            OPEN I-O SCORES.
            IF SR-STATUS = "35"
                 OPEN OUTPUT SCORES
                 CLOSE SCORES
                 OPEN I-O SCORES.
            OPEN I-O EXAMHIST.
            IF HIST-STATUS = "35"
                 DISPLAY "NO EXAM HISTORY ON FILE" LINE 1 COLUMN 1
                 CLOSE CONDEXAM
                 CLOSE SCORES
                 STOP RUN.
            PERFORM LOAD-TABLES-RTN.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE CONDEXAM.
            CLOSE SCORES.
            CLOSE EXAMHIST.
            CLOSE AUDITLOG.
            STOP RUN.
       LOAD-TABLES-RTN.
            MOVE 0 TO WGT-COUNT.
            OPEN INPUT SUBJWGT.
            IF SW-FILE-STATUS NOT = "35"
                 PERFORM LOAD-WGT-RTN
                      UNTIL SW-FILE-STATUS = "10" OR WGT-COUNT = 45
                 CLOSE SUBJWGT.
       LOAD-WGT-RTN.
            READ SUBJWGT
                 AT END MOVE "10" TO SW-FILE-STATUS
                 NOT AT END
                      ADD 1 TO WGT-COUNT
                      MOVE SW-CC TO WT-CC(WGT-COUNT)
                      MOVE SW-SUBJ TO WT-SUBJ(WGT-COUNT)
                      MOVE SW-NAME TO WT-NAME(WGT-COUNT)
                      MOVE SW-WEIGHT TO WT-WEIGHT(WGT-COUNT)
            END-READ.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "PROFESSIONAL REGULATION COMMISSION"
            LINE 1 COLUMN 23.
            DISPLAY "REMOVAL EXAMINATIONS" LINE 2 COLUMN 30.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (A=APPLY, S=SCORES, X=EXPIRE, R=REPORT):"
                 LINE 4 COLUMN 1.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'A'
                 PERFORM APPLY-RTN THRU APPLY-END
            ELSE
            IF FUNC-CODE = 'S'
                 PERFORM REMSCORE-RTN THRU REMSCORE-END
            ELSE
            IF FUNC-CODE = 'X'
                 PERFORM EXPIRE-RTN THRU EXPIRE-END
            ELSE
                 PERFORM REPORT-RTN THRU REPORT-END.
       PROCESS-ASK.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 4 COLUMN 52.
            IF FUNC-CODE = 'A' OR FUNC-CODE = 'a'
                 MOVE 'A' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'S' OR FUNC-CODE = 's'
                 MOVE 'S' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'X' OR FUNC-CODE = 'x'
                 MOVE 'X' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'R' OR FUNC-CODE = 'r'
                 MOVE 'R' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       KEY-RTN.
            DISPLAY "REMOVAL SESSION ID:" LINE 6 COLUMN 1.
            MOVE SPACES TO SESSION-IN.
            ACCEPT SESSION-IN LINE 6 COLUMN 35.
            DISPLAY "EXAMINEE NUMBER:" LINE 7 COLUMN 1.
            MOVE 0 TO ENO-IN.
            ACCEPT ENO-IN LINE 7 COLUMN 35.
       APPLY-RTN.
            PERFORM KEY-RTN.
            IF SESSION-IN = SPACES
                 DISPLAY "SESSION ID REQUIRED" LINE 20 COLUMN 1
                 GO TO APPLY-END.
            MOVE ENO-IN TO CD-ENO.
            READ CONDEXAM
                 INVALID KEY
                      DISPLAY "EXAMINEE IS NOT CONDITIONED"
                      LINE 20 COLUMN 1
                      GO TO APPLY-END.
            DISPLAY CD-ENA LINE 7 COLUMN 48.
            IF CD-STATUS-CODE NOT = 'C'
                 DISPLAY "CONDITIONAL STATUS ALREADY CLOSED"
                 LINE 20 COLUMN 1
                 GO TO APPLY-END.
            IF CD-DEADLINE < RUN-DATE
                 DISPLAY "REMOVAL DEADLINE HAS PASSED" LINE 20 COLUMN 1
                 MOVE "REMDEADLINE" TO AL-FIELD
                 MOVE ENO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO APPLY-END.
            IF CD-SESSION = SESSION-IN
                 DISPLAY "REMOVAL MUST BE IN A LATER SESSION"
                 LINE 20 COLUMN 1
                 GO TO APPLY-END.
            IF CD-REM-APPLIED = 'Y'
                 DISPLAY "ALREADY APPLIED FOR SESSION" LINE 20 COLUMN 1
                 DISPLAY CD-REM-SESSION LINE 20 COLUMN 30
                 GO TO APPLY-END.
            IF CD-ATTEMPTS NOT < MAX-ATTEMPTS
                 DISPLAY "REMOVAL ATTEMPTS USED UP" LINE 20 COLUMN 1
                 GO TO APPLY-END.
            DISPLAY "CONDITIONED IN SESSION:" LINE 8 COLUMN 1.
            DISPLAY CD-SESSION LINE 8 COLUMN 35.
            DISPLAY "REMOVAL DEADLINE:" LINE 9 COLUMN 1.
            DISPLAY CD-DEADLINE LINE 9 COLUMN 35.
            DISPLAY "SUBJECTS TO BE TAKEN:" LINE 10 COLUMN 1.
            MOVE 10 TO LIST-LINE.
            PERFORM APPLY-SUBJ-RTN
                 VARYING CD-I FROM 1 BY 1 UNTIL CD-I > CD-SUBJ-COUNT.
            DISPLAY "RECORD REMOVAL APPLICATION (Y/N)?"
                 LINE 19 COLUMN 1.
            MOVE SPACE TO ANS.
            ACCEPT ANS LINE 19 COLUMN 35.
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 DISPLAY "APPLICATION NOT RECORDED" LINE 20 COLUMN 1
                 GO TO APPLY-END.
            MOVE SESSION-IN TO CD-REM-SESSION.
            MOVE 'Y' TO CD-REM-APPLIED.
            MOVE OPERATOR-ID TO CD-OPERATOR.
            REWRITE COND-REC.
            IF CD-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON CONDEXAM - STATUS " CD-STATUS
                 LINE 20 COLUMN 1
                 GO TO APPLY-END.
            MOVE "REMAPPLY" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING SESSION-IN ENO-IN DELIMITED BY SIZE INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "REMOVAL APPLICATION RECORDED" LINE 20 COLUMN 1.
       APPLY-END.
       APPLY-SUBJ-RTN.
            IF CD-FAIL-FLAG(CD-I) = 'Y'
                 PERFORM SUBJ-LOOKUP-RTN
                 ADD 1 TO LIST-LINE
                 MOVE CD-ORIG-SCORE(CD-I) TO SCORE-OUT
                 DISPLAY SUBJ-NAME LINE LIST-LINE COLUMN 5
                 DISPLAY SCORE-OUT LINE LIST-LINE COLUMN 17.
       REMSCORE-RTN.
            PERFORM KEY-RTN.
            MOVE ENO-IN TO CD-ENO.
            READ CONDEXAM
                 INVALID KEY
                      DISPLAY "EXAMINEE IS NOT CONDITIONED"
                      LINE 20 COLUMN 1
                      GO TO REMSCORE-END.
            DISPLAY CD-ENA LINE 7 COLUMN 48.
            IF CD-STATUS-CODE NOT = 'C' OR CD-REM-APPLIED NOT = 'Y'
            OR CD-REM-SESSION NOT = SESSION-IN
                 DISPLAY "NO REMOVAL APPLICATION FOR THIS SESSION"
                 LINE 20 COLUMN 1
                 GO TO REMSCORE-END.
            DISPLAY "SUBJECT     ORIG  REMOVAL" LINE 8 COLUMN 1.
            MOVE 8 TO LIST-LINE.
            PERFORM REM-SUBJ-RTN THRU REM-SUBJ-END
                 VARYING CD-I FROM 1 BY 1 UNTIL CD-I > CD-SUBJ-COUNT.
            PERFORM FINAL-GA-RTN.
            MOVE GA-DEC TO DEC-OUT.
            DISPLAY "FINAL AVERAGE:" LINE 18 COLUMN 1.
            DISPLAY DEC-OUT LINE 18 COLUMN 20.
            DISPLAY GA-RMK LINE 18 COLUMN 30.
            DISPLAY "POST REMOVAL RESULT (Y/N)?" LINE 19 COLUMN 1.
            MOVE SPACE TO ANS.
            ACCEPT ANS LINE 19 COLUMN 35.
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 DISPLAY "NOTHING POSTED" LINE 20 COLUMN 1
                 GO TO REMSCORE-END.
            PERFORM POST-REM-RTN THRU POST-REM-END
                 VARYING CD-I FROM 1 BY 1 UNTIL CD-I > CD-SUBJ-COUNT.
            ADD 1 TO CD-ATTEMPTS.
            MOVE 'N' TO CD-REM-APPLIED.
            MOVE GA-TRS TO CD-FINAL-TRS.
            MOVE GA-DEC TO CD-FINAL-DEC.
            MOVE OPERATOR-ID TO CD-OPERATOR.
            MOVE SPACES TO AL-BADVAL.
            STRING SESSION-IN ENO-IN DELIMITED BY SIZE INTO AL-BADVAL.
            IF GA-RMK = "PASSED"
                 MOVE 'P' TO CD-STATUS-CODE
                 MOVE RUN-DATE TO CD-CLOSE-DATE
                 MOVE "REMPASSED" TO AL-FIELD
            ELSE
            IF SUBJ-FAIL-SW = 0 OR CD-ATTEMPTS NOT < MAX-ATTEMPTS
                 MOVE 'F' TO CD-STATUS-CODE
                 MOVE RUN-DATE TO CD-CLOSE-DATE
                 MOVE "REMFAILED" TO AL-FIELD
            ELSE
                 MOVE "REMRETAKE" TO AL-FIELD.
            REWRITE COND-REC.
            IF CD-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON CONDEXAM - STATUS " CD-STATUS
                 LINE 20 COLUMN 1
                 GO TO REMSCORE-END.
            PERFORM WRITE-AUDIT-RTN.
            IF CD-STATUS-CODE = 'C'
                 DISPLAY "STILL CONDITIONED - ONE REMOVAL ATTEMPT LEFT"
                 LINE 20 COLUMN 1
                 GO TO REMSCORE-END.
            PERFORM HIST-CLOSE-RTN THRU HIST-CLOSE-END.
            IF CD-STATUS-CODE = 'P'
                 DISPLAY "REMOVAL PASSED - RESULT POSTED AS PASSED"
                 LINE 20 COLUMN 1
            ELSE
                 DISPLAY "REMOVAL FAILED - RESULT POSTED AS FAILED"
                 LINE 20 COLUMN 1.
       REMSCORE-END.
       REM-SUBJ-RTN.
            IF CD-FAIL-FLAG(CD-I) NOT = 'Y'
                 GO TO REM-SUBJ-END.
            PERFORM SUBJ-LOOKUP-RTN.
            ADD 1 TO LIST-LINE.
            MOVE CD-ORIG-SCORE(CD-I) TO SCORE-OUT.
            DISPLAY SUBJ-NAME LINE LIST-LINE COLUMN 1.
            DISPLAY SCORE-OUT LINE LIST-LINE COLUMN 13.
            MOVE 0 TO VALID-SW.
            PERFORM REM-ACCEPT-RTN THRU REM-ACCEPT-END
                 UNTIL VALID-SW = 1.
            MOVE SCORE-IN TO CD-REM-SCORE(CD-I).
       REM-SUBJ-END.
       REM-ACCEPT-RTN.
            MOVE 0 TO SCORE-IN.
            ACCEPT SCORE-IN LINE LIST-LINE COLUMN 19.
            IF SCORE-IN IS NUMERIC AND SCORE-IN NOT > 100
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "REMSCORE" TO AL-FIELD
                 MOVE SCORE-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       REM-ACCEPT-END.
       POST-REM-RTN.
            IF CD-FAIL-FLAG(CD-I) NOT = 'Y'
                 GO TO POST-REM-END.
            MOVE SESSION-IN TO SR-SESSION.
            MOVE ENO-IN TO SR-ENO.
            MOVE CD-SUBJ(CD-I) TO SR-SUBJ.
            READ SCORES
                 INVALID KEY
                      MOVE CD-REM-SCORE(CD-I) TO SR-SCORE
                      WRITE SCORE-REC
                 NOT INVALID KEY
                      MOVE CD-REM-SCORE(CD-I) TO SR-SCORE
                      REWRITE SCORE-REC
            END-READ.
            IF SR-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON SCORES - STATUS " SR-STATUS
                 LINE 20 COLUMN 1.
            IF CD-REM-SCORE(CD-I) NOT < SUBJ-FLOOR
                 MOVE 'R' TO CD-FAIL-FLAG(CD-I).
       POST-REM-END.
       FINAL-GA-RTN.
            MOVE 0 TO WEIGHTED-SUM.
            MOVE 0 TO WEIGHT-SUM.
            MOVE 0 TO SUBJ-FAIL-SW.
            PERFORM FINAL-ONE-RTN
                 VARYING CD-I FROM 1 BY 1 UNTIL CD-I > CD-SUBJ-COUNT.
            IF WEIGHT-SUM = 0
                 MOVE 0 TO GA-PCT
            ELSE
                 COMPUTE GA-PCT = WEIGHTED-SUM / WEIGHT-SUM.
            COMPUTE GA-TRS ROUNDED = GA-PCT.
            COMPUTE GA-DEC = GA-TRS / 100.
            PERFORM CUTOFF-RTN.
            IF GA-DEC > CUTOFF AND SUBJ-FAIL-SW = 0
                 MOVE "PASSED" TO GA-RMK
            ELSE
                 MOVE "FAILED" TO GA-RMK.
       FINAL-ONE-RTN.
            PERFORM SUBJ-LOOKUP-RTN.
            IF CD-FAIL-FLAG(CD-I) = 'N'
                 MOVE CD-ORIG-SCORE(CD-I) TO USE-SCORE
            ELSE
                 MOVE CD-REM-SCORE(CD-I) TO USE-SCORE.
            COMPUTE WEIGHTED-SUM = WEIGHTED-SUM
                 + USE-SCORE * SUBJ-WEIGHT.
            ADD SUBJ-WEIGHT TO WEIGHT-SUM.
            IF USE-SCORE < SUBJ-FLOOR
                 MOVE 1 TO SUBJ-FAIL-SW.
       SUBJ-LOOKUP-RTN.
            MOVE SPACES TO SUBJ-NAME.
            MOVE 0 TO SUBJ-WEIGHT.
            PERFORM SUBJ-MATCH-RTN
                 VARYING WGT-I FROM 1 BY 1 UNTIL WGT-I > WGT-COUNT.
       SUBJ-MATCH-RTN.
            IF WT-CC(WGT-I) = CD-CC AND WT-SUBJ(WGT-I) = CD-SUBJ(CD-I)
                 MOVE WT-NAME(WGT-I) TO SUBJ-NAME
                 MOVE WT-WEIGHT(WGT-I) TO SUBJ-WEIGHT.
       CUTOFF-RTN.
            MOVE 0 TO CUTOFF.
            MOVE SPACES TO CUTOFF-EFF.
            OPEN INPUT PASSMARK.
            IF PM-FILE-STATUS = "35"
                 MOVE 0 TO CUTOFF
            ELSE
                 PERFORM CUTOFF-READ-RTN
                      UNTIL PM-FILE-STATUS = "10"
                 CLOSE PASSMARK.
       CUTOFF-READ-RTN.
            READ PASSMARK
                 AT END MOVE "10" TO PM-FILE-STATUS
                 NOT AT END
                      IF PM-CODE = CD-CC
                      AND PM-EFFDATE NOT > RUN-DATE
                      AND PM-EFFDATE NOT < CUTOFF-EFF
                           MOVE PM-CUTOFF TO CUTOFF
                           MOVE PM-EFFDATE TO CUTOFF-EFF
                      END-IF
            END-READ.
       HIST-CLOSE-RTN.
            MOVE CD-ENO TO EH-ENO.
            READ EXAMHIST
                 INVALID KEY
                      GO TO HIST-CLOSE-END.
            IF EH-LAST-RMK NOT = "CONDTL"
                 DISPLAY "LATER SITTING ON FILE - HISTORY KEPT"
                 LINE 21 COLUMN 1
                 GO TO HIST-CLOSE-END.
            IF CD-STATUS-CODE = 'P'
                 MOVE "PASSED" TO EH-LAST-RMK
                 MOVE CD-FINAL-TRS TO EH-LAST-TRS
                 MOVE CD-FINAL-DEC TO EH-DEC
                 MOVE 100 TO EH-TNI
                 MOVE CD-REM-SESSION TO EH-SESSION
            ELSE
                 MOVE "FAILED" TO EH-LAST-RMK.
            REWRITE HIST-REC.
            IF HIST-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON EXAMHIST - STATUS " HIST-STATUS
                 LINE 21 COLUMN 1.
       HIST-CLOSE-END.
       EXPIRE-RTN.
            MOVE 0 TO EXPIRE-CTR.
            OPEN EXTEND RPTFILE.
            MOVE "CONDITIONAL STATUS EXPIRED - FAILED" TO RH-TITLE.
            PERFORM RPT-HEAD-RTN.
            MOVE 0 TO EOFSW.
            MOVE 0 TO CD-ENO.
            START CONDEXAM KEY NOT LESS THAN CD-ENO
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM EXPIRE-SCAN-RTN THRU EXPIRE-SCAN-END
                 UNTIL EOFSW = 1.
            MOVE "CONDITIONED EXAMINEES EXPIRED:" TO RT-LABEL.
            MOVE EXPIRE-CTR TO RT-COUNT.
            WRITE RPTREC FROM RPT-TOTAL AFTER 2.
            CLOSE RPTFILE.
            DISPLAY "CONDITIONED EXAMINEES EXPIRED:" LINE 20 COLUMN 1.
            DISPLAY EXPIRE-CTR LINE 20 COLUMN 35.
       EXPIRE-END.
       EXPIRE-SCAN-RTN.
            READ CONDEXAM NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO EXPIRE-SCAN-END.
            IF CD-STATUS-CODE NOT = 'C' OR CD-DEADLINE NOT < RUN-DATE
                 GO TO EXPIRE-SCAN-END.
            MOVE 'F' TO CD-STATUS-CODE.
            MOVE 'N' TO CD-REM-APPLIED.
            MOVE RUN-DATE TO CD-CLOSE-DATE.
            MOVE OPERATOR-ID TO CD-OPERATOR.
            REWRITE COND-REC.
            IF CD-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON CONDEXAM - STATUS " CD-STATUS
                 LINE 21 COLUMN 1
                 GO TO EXPIRE-SCAN-END.
            PERFORM HIST-CLOSE-RTN THRU HIST-CLOSE-END.
            MOVE "REMEXPIRED" TO AL-FIELD.
            MOVE CD-ENO TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            ADD 1 TO EXPIRE-CTR.
            PERFORM RPT-DETAIL-RTN.
       EXPIRE-SCAN-END.
       REPORT-RTN.
            MOVE 0 TO OPEN-CTR.
            OPEN EXTEND RPTFILE.
            MOVE "CONDITIONED EXAMINEES AND DEADLINES" TO RH-TITLE.
            PERFORM RPT-HEAD-RTN.
            MOVE 0 TO EOFSW.
            MOVE 0 TO CD-ENO.
            START CONDEXAM KEY NOT LESS THAN CD-ENO
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM REPORT-SCAN-RTN THRU REPORT-SCAN-END
                 UNTIL EOFSW = 1.
            MOVE "CONDITIONED EXAMINEES OPEN:" TO RT-LABEL.
            MOVE OPEN-CTR TO RT-COUNT.
            WRITE RPTREC FROM RPT-TOTAL AFTER 2.
            CLOSE RPTFILE.
            DISPLAY "CONDITIONED EXAMINEES OPEN:" LINE 20 COLUMN 1.
            DISPLAY OPEN-CTR LINE 20 COLUMN 35.
       REPORT-END.
       REPORT-SCAN-RTN.
            READ CONDEXAM NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO REPORT-SCAN-END.
            IF CD-STATUS-CODE NOT = 'C'
                 GO TO REPORT-SCAN-END.
            ADD 1 TO OPEN-CTR.
            PERFORM RPT-DETAIL-RTN.
       REPORT-SCAN-END.
       RPT-HEAD-RTN.
            MOVE RUN-DATE TO RH-DATE.
            WRITE RPTREC FROM RPT-HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM RPT-HEAD-2 AFTER 1.
            WRITE RPTREC FROM RPT-SUB AFTER 2.
       RPT-DETAIL-RTN.
            MOVE CD-ENO TO RL-ENO.
            MOVE CD-ENA TO RL-ENA.
            MOVE CD-CNA TO RL-CNA.
            MOVE CD-SESSION TO RL-SESSION.
            MOVE CD-DEADLINE TO RL-DEADLINE.
            MOVE CD-ATTEMPTS TO RL-ATTEMPTS.
            IF CD-REM-APPLIED = 'Y'
                 MOVE CD-REM-SESSION TO RL-REMSESS
            ELSE
                 MOVE SPACES TO RL-REMSESS.
            WRITE RPTREC FROM RPT-LINE AFTER 1.
            MOVE SPACES TO RS-SUBJECTS.
            MOVE 1 TO RPT-PTR.
            PERFORM RPT-SUBJ-RTN
                 VARYING CD-I FROM 1 BY 1 UNTIL CD-I > CD-SUBJ-COUNT.
            WRITE RPTREC FROM RPT-SUBJ-LINE AFTER 1.
       RPT-SUBJ-RTN.
            IF CD-FAIL-FLAG(CD-I) = 'Y' AND RPT-PTR < 60
                 PERFORM SUBJ-LOOKUP-RTN
                 STRING SUBJ-NAME " " DELIMITED BY SIZE
                      INTO RS-SUBJECTS WITH POINTER RPT-PTR.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "REMOVAL-EXAM" TO AL-PROGRAM.
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
