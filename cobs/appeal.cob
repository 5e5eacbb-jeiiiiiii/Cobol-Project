       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORE-APPEAL.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. RE-CHECKING OF BOARD EXAM SCORES ON APPEAL. INTAKE
      *         RECORDS THE SUBJECTS CONTESTED AND THE FEE PAID. THE
      *         EXAMINER ENTERS THE RE-CHECKED SCORES WITH A REASON AND
      *         THE WEIGHTED GENERAL AVERAGE IS RECOMPUTED FROM SUBJWGT
      *         THE SAME WAY AS THE RESULT RUN. A CHANGED RESULT IS
      *         POSTED TO SCORES AND EXAMHIST AND AN AMENDED RATING
      *         SLIP IS PRINTED. FAILED-TO-PASSED CHANGES PRINT ON THE
      *         GAZETTE ADDENDUM. RECHECK KEEPS THE ORIGINAL AND
      *         REVISED SCORES OF EVERY APPEAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RECHECK ASSIGN TO "RECHECK.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS RC-KEY
                 FILE STATUS IS RC-STATUS.
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
            SELECT COURSEFILE ASSIGN TO "COURSE.DAT"
                 FILE STATUS IS COURSE-FILE-STATUS.
            SELECT PASSMARK ASSIGN TO "PASSMARK.DAT"
                 FILE STATUS IS PM-FILE-STATUS.
            SELECT SLIPFILE ASSIGN TO "RATESLIP".
            SELECT GAZFILE ASSIGN TO "GAZETTE".
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
            SELECT CONDEXAM ASSIGN TO "CONDEXAM.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CD-ENO
                 FILE STATUS IS CD-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
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
       FD   COURSEFILE.
       01   COURSE-FILE-REC.
            02 CF-CODE PIC 9.
            02 CF-NAME PIC X(4).
            02 CF-ACTIVE PIC X.
       FD   PASSMARK.
       01   PASSMARK-REC.
            02 PM-CODE PIC 9.
            02 PM-CUTOFF PIC 9V99.
            02 PM-EFFDATE PIC X(8).
       FD   SLIPFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS SLIPREC.
       01   SLIPREC.
            02 FILLER PIC X(70).
       FD   GAZFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS GAZREC.
       01   GAZREC.
            02 FILLER PIC X(60).
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
       01   RC-STATUS PIC XX VALUE "00".
       01   SR-STATUS PIC XX VALUE "00".
       01   HIST-STATUS PIC XX VALUE "00".
       01   CD-STATUS PIC XX VALUE "00".
       01   HIST-DONE-SW PIC 9 VALUE 0.
       01   DATE-WORK.
            02 DW-YY PIC 99.
            02 DW-MM PIC 99.
            02 DW-DD PIC 99.
            02 FILLER PIC XX.
       01   SW-FILE-STATUS PIC XX VALUE "00".
       01   COURSE-FILE-STATUS PIC XX VALUE "00".
       01   PM-FILE-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   EOFSW PIC 9 VALUE 0.
       01   SESSION-IN PIC X(10) VALUE SPACES.
       01   ENO-IN PIC 9(10) VALUE 0.
       01   FEE-IN PIC 9(5)V99 VALUE 0.
       01   FEE-OUT PIC ZZZZ9.99.
       01   ORNO-IN PIC X(10) VALUE SPACES.
       01   CC-IN PIC 9 VALUE 0.
       01   CONTEST-CTR PIC 9 VALUE 0.
       01   CHANGE-CTR PIC 9 VALUE 0.
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
       01   GAZ-CTR PIC 999 VALUE 0.
       01   WGT-COUNT PIC 99 VALUE 0.
       01   WGT-TABLE.
            02 WGT-ENTRY OCCURS 45 TIMES.
               03 WT-CC PIC 9.
               03 WT-SUBJ PIC 9.
               03 WT-NAME PIC X(10).
               03 WT-WEIGHT PIC 999.
       01   WGT-I PIC 99 VALUE 0.
       01   COURSE-COUNT PIC 9 VALUE 0.
       01   COURSE-TABLE.
            02 COURSE-ENTRY OCCURS 9 TIMES.
               03 CT-CODE PIC 9.
               03 CT-NAME PIC X(4).
       01   CT-I PIC 99 VALUE 0.
       01   WK-COUNT PIC 9 VALUE 0.
       01   WORK-TABLE.
            02 WK-ENTRY OCCURS 9 TIMES.
               03 WK-SUBJ PIC 9.
               03 WK-NAME PIC X(10).
               03 WK-WEIGHT PIC 999.
               03 WK-SCORE PIC 999.
       01   WK-I PIC 99 VALUE 0.
       01   SLIP-HEAD-1.
            02 FILLER PIC X(18) VALUE SPACES.
            02 FILLER PIC X(34)
               VALUE "PROFESSIONAL REGULATION COMMISSION".
            02 FILLER PIC X(18) VALUE SPACES.
       01   SLIP-HEAD-2.
            02 FILLER PIC X(20) VALUE SPACES.
            02 FILLER PIC X(29)
               VALUE "AMENDED EXAMINEE RATING SLIP".
            02 FILLER PIC X(2) VALUE SPACES.
            02 SH-DATE PIC X(8).
            02 FILLER PIC X(11) VALUE SPACES.
       01   SLIP-LINE.
            02 SL-LABEL PIC X(22).
            02 SL-VALUE PIC X(25).
            02 FILLER PIC X(23) VALUE SPACES.
       01   SLIP-SUB.
            02 FILLER PIC X(22) VALUE "SUBJECT".
            02 FILLER PIC X(10) VALUE "ORIGINAL".
            02 FILLER PIC X(10) VALUE "RE-CHECKED".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "REASON".
            02 FILLER PIC X(20) VALUE SPACES.
       01   SLIP-SUBJ-LINE.
            02 SS-NAME PIC X(22).
            02 FILLER PIC X(3) VALUE SPACES.
            02 SS-ORIG PIC ZZ9.
            02 FILLER PIC X(7) VALUE SPACES.
            02 SS-NEW PIC ZZ9.
            02 FILLER PIC X(8) VALUE SPACES.
            02 SS-REASON PIC X(20).
            02 FILLER PIC X(4) VALUE SPACES.
       01   SLIP-NOTE.
            02 FILLER PIC X(36)
               VALUE "THIS SLIP SUPERSEDES THE RATING SLIP".
            02 FILLER PIC X(34) VALUE " EARLIER ISSUED".
       01   GAZ-HEAD-1.
            02 FILLER PIC X(34)
               VALUE "ADDENDUM - LIST OF PASSERS        ".
            02 FILLER PIC X(2) VALUE SPACES.
            02 GZH-SESSION PIC X(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 GZH-DATE PIC X(8).
            02 FILLER PIC X(4) VALUE SPACES.
       01   GAZ-HEAD-2.
            02 FILLER PIC X(40)
               VALUE "PASSED ON RE-CHECKING OF SCORES".
            02 FILLER PIC X(20) VALUE SPACES.
       01   GAZ-LINE.
            02 GL-SEQ PIC ZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 GL-ENA PIC X(25).
            02 FILLER PIC X(2) VALUE SPACES.
            02 GL-UNA PIC X(5).
            02 FILLER PIC X(2) VALUE SPACES.
            02 GL-CNA PIC X(4).
            02 FILLER PIC X(17) VALUE SPACES.
       01   GAZ-CERT.
            02 FILLER PIC X(25)
               VALUE "ADDITIONAL PASSERS:      ".
            02 GC-COUNT PIC ZZ9.
            02 FILLER PIC X(32) VALUE SPACES.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN I-O RECHECK.
            IF RC-STATUS = "35"
                 OPEN OUTPUT RECHECK
                 CLOSE RECHECK
                 OPEN I-O RECHECK.
            OPEN I-O SCORES.
            IF SR-STATUS = "35"
                 DISPLAY "NO SUBJECT SCORES ON FILE" LINE 1 COLUMN 1
                 CLOSE RECHECK
                 STOP RUN.
            OPEN I-O EXAMHIST.
            IF HIST-STATUS = "35"
                 DISPLAY "NO EXAM HISTORY ON FILE" LINE 1 COLUMN 1
                 CLOSE RECHECK
                 CLOSE SCORES
                 STOP RUN.
            OPEN I-O CONDEXAM.
            IF CD-STATUS = "35"
                 OPEN OUTPUT CONDEXAM
                 CLOSE CONDEXAM
                 OPEN I-O CONDEXAM.
            PERFORM LOAD-TABLES-RTN.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE RECHECK.
            CLOSE SCORES.
            CLOSE EXAMHIST.
            CLOSE CONDEXAM.
            CLOSE AUDITLOG.
            STOP RUN.
       LOAD-TABLES-RTN.
            MOVE 0 TO WGT-COUNT.
            OPEN INPUT SUBJWGT.
            IF SW-FILE-STATUS NOT = "35"
                 PERFORM LOAD-WGT-RTN
                      UNTIL SW-FILE-STATUS = "10" OR WGT-COUNT = 45
                 CLOSE SUBJWGT.
            MOVE 0 TO COURSE-COUNT.
            OPEN INPUT COURSEFILE.
            IF COURSE-FILE-STATUS NOT = "35"
                 PERFORM LOAD-COURSE-RTN
                      UNTIL COURSE-FILE-STATUS = "10"
                      OR COURSE-COUNT = 9
                 CLOSE COURSEFILE.
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
       LOAD-COURSE-RTN.
            READ COURSEFILE
                 AT END MOVE "10" TO COURSE-FILE-STATUS
                 NOT AT END
                      ADD 1 TO COURSE-COUNT
                      MOVE CF-CODE TO CT-CODE(COURSE-COUNT)
                      MOVE CF-NAME TO CT-NAME(COURSE-COUNT)
            END-READ.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "PROFESSIONAL REGULATION COMMISSION"
            LINE 1 COLUMN 23.
            DISPLAY "RE-CHECKING OF SCORES" LINE 2 COLUMN 30.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (F=FILE APPEAL, R=RE-CHECK, G=ADDENDUM):"
                 LINE 4 COLUMN 1.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'F'
                 PERFORM FILE-RTN THRU FILE-END
            ELSE
            IF FUNC-CODE = 'R'
                 PERFORM RECHECK-RTN THRU RECHECK-END
            ELSE
                 PERFORM ADDENDUM-RTN THRU ADDENDUM-END.
       PROCESS-ASK.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 4 COLUMN 52.
            IF FUNC-CODE = 'F' OR FUNC-CODE = 'f'
                 MOVE 'F' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'R' OR FUNC-CODE = 'r'
                 MOVE 'R' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'G' OR FUNC-CODE = 'g'
                 MOVE 'G' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       KEY-RTN.
            DISPLAY "EXAM SESSION ID:" LINE 6 COLUMN 1.
            MOVE SPACES TO SESSION-IN.
            ACCEPT SESSION-IN LINE 6 COLUMN 35.
            DISPLAY "EXAMINEE NUMBER:" LINE 7 COLUMN 1.
            MOVE 0 TO ENO-IN.
            ACCEPT ENO-IN LINE 7 COLUMN 35.
       FILE-RTN.
            PERFORM KEY-RTN.
            IF SESSION-IN = SPACES
                 DISPLAY "SESSION ID REQUIRED" LINE 20 COLUMN 1
                 GO TO FILE-END.
            MOVE SESSION-IN TO RC-SESSION.
            MOVE ENO-IN TO RC-ENO.
            READ RECHECK
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      DISPLAY "APPEAL ALREADY FILED FOR THIS SESSION"
                      LINE 20 COLUMN 1
                      GO TO FILE-END.
            MOVE ENO-IN TO EH-ENO.
            READ EXAMHIST
                 INVALID KEY
                      DISPLAY "NO RESULT ON FILE FOR EXAMINEE"
                      LINE 20 COLUMN 1
                      GO TO FILE-END.
            DISPLAY EH-ENA LINE 7 COLUMN 48.
            PERFORM COURSE-CODE-RTN.
            IF CC-IN = 0
                 DISPLAY "COURSE NOT ON COURSE FILE" LINE 20 COLUMN 1
                 GO TO FILE-END.
            PERFORM LOAD-WORK-RTN.
            IF WK-COUNT = 0
                 DISPLAY "NO SUBJECT SCORES FOR THIS SESSION"
                 LINE 20 COLUMN 1
                 GO TO FILE-END.
            MOVE SPACES TO RECHECK-REC.
            MOVE SESSION-IN TO RC-SESSION.
            MOVE ENO-IN TO RC-ENO.
            MOVE EH-ENA TO RC-ENA.
            MOVE EH-UNA TO RC-UNA.
            MOVE EH-CNA TO RC-CNA.
            MOVE CC-IN TO RC-CC.
            MOVE WK-COUNT TO RC-SUBJ-COUNT.
            PERFORM GA-RTN.
            MOVE GA-TRS TO RC-ORIG-TRS.
            MOVE GA-DEC TO RC-ORIG-DEC.
            MOVE GA-RMK TO RC-ORIG-RMK.
            MOVE GA-TRS TO RC-NEW-TRS.
            MOVE GA-DEC TO RC-NEW-DEC.
            MOVE GA-RMK TO RC-NEW-RMK.
            DISPLAY "SUBJECT     SCORE  CONTEST (Y/N)" LINE 8 COLUMN 1.
            MOVE 0 TO CONTEST-CTR.
            PERFORM CONTEST-RTN THRU CONTEST-END
                 VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-COUNT.
            IF CONTEST-CTR = 0
                 DISPLAY "NO SUBJECT CONTESTED - APPEAL NOT FILED"
                 LINE 20 COLUMN 1
                 GO TO FILE-END.
            DISPLAY "RE-CHECK FEE PAID:" LINE 18 COLUMN 1.
            MOVE 0 TO VALID-SW.
            PERFORM FEE-RTN THRU FEE-END UNTIL VALID-SW = 1.
            DISPLAY "OFFICIAL RECEIPT NO:" LINE 19 COLUMN 1.
            MOVE SPACES TO ORNO-IN.
            ACCEPT ORNO-IN LINE 19 COLUMN 35.
            MOVE FEE-IN TO RC-FEE.
            MOVE ORNO-IN TO RC-ORNO.
            MOVE RUN-DATE TO RC-FILE-DATE.
            MOVE 'F' TO RC-STATUS-CODE.
            MOVE OPERATOR-ID TO RC-OPERATOR.
            MOVE SPACES TO RC-EXAMINER.
            MOVE SPACES TO RC-DECIDE-DATE.
            WRITE RECHECK-REC.
            IF RC-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON RECHECK - STATUS " RC-STATUS
                 LINE 20 COLUMN 1
                 GO TO FILE-END.
            MOVE "APPEALFILED" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING SESSION-IN ENO-IN DELIMITED BY SIZE INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "APPEAL FILED" LINE 20 COLUMN 1.
       FILE-END.
       CONTEST-RTN.
            COMPUTE LIST-LINE = 8 + WK-I.
            MOVE WK-SUBJ(WK-I) TO RC-SUBJ(WK-I).
            MOVE WK-SCORE(WK-I) TO RC-ORIG-SCORE(WK-I).
            MOVE WK-SCORE(WK-I) TO RC-NEW-SCORE(WK-I).
            MOVE SPACES TO RC-REASON(WK-I).
            MOVE WK-SCORE(WK-I) TO SCORE-OUT.
            DISPLAY WK-NAME(WK-I) LINE LIST-LINE COLUMN 1.
            DISPLAY SCORE-OUT LINE LIST-LINE COLUMN 13.
            MOVE SPACE TO ANS.
            ACCEPT ANS LINE LIST-LINE COLUMN 20.
            IF ANS = 'Y' OR ANS = 'y'
                 MOVE 'Y' TO RC-CONTEST(WK-I)
                 ADD 1 TO CONTEST-CTR
            ELSE
                 MOVE 'N' TO RC-CONTEST(WK-I).
       CONTEST-END.
       FEE-RTN.
            MOVE 0 TO FEE-IN.
            ACCEPT FEE-IN LINE 18 COLUMN 35.
            IF FEE-IN > 0
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "APPEALFEE" TO AL-FIELD
                 MOVE FEE-IN TO FEE-OUT
                 MOVE FEE-OUT TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       FEE-END.
       RECHECK-RTN.
            PERFORM KEY-RTN.
            MOVE SESSION-IN TO RC-SESSION.
            MOVE ENO-IN TO RC-ENO.
            READ RECHECK
                 INVALID KEY
                      DISPLAY "NO APPEAL ON FILE" LINE 20 COLUMN 1
                      GO TO RECHECK-END.
            IF RC-STATUS-CODE NOT = 'F'
                 DISPLAY "APPEAL ALREADY DECIDED" LINE 20 COLUMN 1
                 GO TO RECHECK-END.
            DISPLAY RC-ENA LINE 7 COLUMN 48.
            MOVE RC-CC TO CC-IN.
            PERFORM LOAD-WORK-RTN.
            DISPLAY "SUBJECT     ORIG  RE-CHECKED  REASON" LINE 8
                 COLUMN 1.
            MOVE 0 TO CHANGE-CTR.
            PERFORM RESCORE-RTN THRU RESCORE-END
                 VARYING WK-I FROM 1 BY 1 UNTIL WK-I > RC-SUBJ-COUNT.
            PERFORM GA-RTN.
            MOVE GA-TRS TO RC-NEW-TRS.
            MOVE GA-DEC TO RC-NEW-DEC.
            MOVE GA-RMK TO RC-NEW-RMK.
            MOVE GA-DEC TO DEC-OUT.
            DISPLAY "REVISED AVERAGE:" LINE 18 COLUMN 1.
            DISPLAY DEC-OUT LINE 18 COLUMN 20.
            DISPLAY GA-RMK LINE 18 COLUMN 30.
            DISPLAY "POST RE-CHECKED SCORES (Y/N)?" LINE 19 COLUMN 1.
            MOVE SPACE TO ANS.
            ACCEPT ANS LINE 19 COLUMN 35.
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 DISPLAY "NOTHING POSTED" LINE 20 COLUMN 1
                 GO TO RECHECK-END.
            IF CHANGE-CTR > 0
                 PERFORM POST-SCORE-RTN THRU POST-SCORE-END
                      VARYING WK-I FROM 1 BY 1
                      UNTIL WK-I > RC-SUBJ-COUNT.
            IF RC-NEW-TRS = RC-ORIG-TRS AND RC-NEW-RMK = RC-ORIG-RMK
                 MOVE 'D' TO RC-STATUS-CODE
            ELSE
                 MOVE 'A' TO RC-STATUS-CODE.
            MOVE RUN-DATE TO RC-DECIDE-DATE.
            MOVE OPERATOR-ID TO RC-EXAMINER.
            REWRITE RECHECK-REC.
            IF RC-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON RECHECK - STATUS " RC-STATUS
                 LINE 20 COLUMN 1
                 GO TO RECHECK-END.
            MOVE SPACES TO AL-BADVAL.
            STRING SESSION-IN ENO-IN DELIMITED BY SIZE INTO AL-BADVAL.
            IF RC-STATUS-CODE = 'D'
                 MOVE "APPEALNOCHG" TO AL-FIELD
                 PERFORM WRITE-AUDIT-RTN
                 DISPLAY "RESULT UNCHANGED" LINE 20 COLUMN 1
                 GO TO RECHECK-END.
            MOVE "APPEALAMEND" TO AL-FIELD.
            PERFORM WRITE-AUDIT-RTN.
            PERFORM HIST-UPDATE-RTN THRU HIST-UPDATE-END.
            IF HIST-DONE-SW = 1
                 PERFORM COND-UPDATE-RTN THRU COND-UPDATE-END.
            PERFORM AMENDED-SLIP-RTN.
            DISPLAY "RESULT AMENDED - AMENDED SLIP PRINTED"
                 LINE 20 COLUMN 1.
       RECHECK-END.
       RESCORE-RTN.
            COMPUTE LIST-LINE = 8 + WK-I.
            MOVE RC-ORIG-SCORE(WK-I) TO SCORE-OUT.
            DISPLAY WK-NAME(WK-I) LINE LIST-LINE COLUMN 1.
            DISPLAY SCORE-OUT LINE LIST-LINE COLUMN 13.
            IF RC-CONTEST(WK-I) NOT = 'Y'
                 DISPLAY "NOT CONTESTED" LINE LIST-LINE COLUMN 19
                 GO TO RESCORE-END.
            MOVE 0 TO VALID-SW.
            PERFORM NEW-SCORE-RTN THRU NEW-SCORE-END
                 UNTIL VALID-SW = 1.
            MOVE SCORE-IN TO RC-NEW-SCORE(WK-I).
            MOVE SCORE-IN TO WK-SCORE(WK-I).
            IF SCORE-IN = RC-ORIG-SCORE(WK-I)
                 MOVE "NO ERROR FOUND" TO RC-REASON(WK-I)
                 DISPLAY RC-REASON(WK-I) LINE LIST-LINE COLUMN 31
                 GO TO RESCORE-END.
            ADD 1 TO CHANGE-CTR.
            MOVE SPACES TO RC-REASON(WK-I).
            PERFORM REASON-RTN UNTIL RC-REASON(WK-I) NOT = SPACES.
       RESCORE-END.
       NEW-SCORE-RTN.
            MOVE 0 TO SCORE-IN.
            ACCEPT SCORE-IN LINE LIST-LINE COLUMN 19.
            IF SCORE-IN IS NUMERIC AND SCORE-IN NOT > 100
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "APPEALSCORE" TO AL-FIELD
                 MOVE SCORE-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       NEW-SCORE-END.
       REASON-RTN.
            ACCEPT RC-REASON(WK-I) LINE LIST-LINE COLUMN 31.
       POST-SCORE-RTN.
            IF RC-NEW-SCORE(WK-I) = RC-ORIG-SCORE(WK-I)
                 GO TO POST-SCORE-END.
            MOVE SESSION-IN TO SR-SESSION.
            MOVE ENO-IN TO SR-ENO.
            MOVE RC-SUBJ(WK-I) TO SR-SUBJ.
            READ SCORES
                 INVALID KEY
                      MOVE RC-NEW-SCORE(WK-I) TO SR-SCORE
                      WRITE SCORE-REC
                 NOT INVALID KEY
                      MOVE RC-NEW-SCORE(WK-I) TO SR-SCORE
                      REWRITE SCORE-REC
            END-READ.
            IF SR-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON SCORES - STATUS " SR-STATUS
                 LINE 20 COLUMN 1.
       POST-SCORE-END.
       HIST-UPDATE-RTN.
            MOVE 0 TO HIST-DONE-SW.
            MOVE ENO-IN TO EH-ENO.
            READ EXAMHIST
                 INVALID KEY
                      GO TO HIST-UPDATE-END.
            IF EH-SESSION NOT = SESSION-IN
                 DISPLAY "LATER SITTING ON FILE - HISTORY KEPT"
                 LINE 21 COLUMN 1
                 GO TO HIST-UPDATE-END.
            MOVE RC-NEW-TRS TO EH-LAST-TRS.
            MOVE RC-NEW-DEC TO EH-DEC.
            MOVE RC-NEW-RMK TO EH-LAST-RMK.
            MOVE 100 TO EH-TNI.
            REWRITE HIST-REC.
            IF HIST-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON EXAMHIST - STATUS " HIST-STATUS
                 LINE 21 COLUMN 1
            ELSE
                 MOVE 1 TO HIST-DONE-SW.
       HIST-UPDATE-END.
       COND-UPDATE-RTN.
            MOVE ENO-IN TO CD-ENO.
            READ CONDEXAM
                 INVALID KEY
                      IF RC-NEW-RMK NOT = "CONDTL"
                           GO TO COND-UPDATE-END
                      END-IF
                      MOVE SPACES TO COND-REC
                      MOVE ENO-IN TO CD-ENO
            END-READ.
            IF RC-NEW-RMK NOT = "CONDTL"
                 IF CD-STATUS-CODE = 'C'
                      MOVE 'S' TO CD-STATUS-CODE
                      MOVE 'N' TO CD-REM-APPLIED
                      MOVE RUN-DATE TO CD-CLOSE-DATE
                      MOVE OPERATOR-ID TO CD-OPERATOR
                      REWRITE COND-REC
                 END-IF
                 GO TO COND-UPDATE-END.
            MOVE SESSION-IN TO CD-SESSION.
            MOVE RC-ENA TO CD-ENA.
            MOVE RC-UNA TO CD-UNA.
            MOVE RC-CNA TO CD-CNA.
            MOVE RC-CC TO CD-CC.
            MOVE RUN-DATE TO CD-COND-DATE.
            MOVE RUN-DATE TO DATE-WORK.
            ADD 1 TO DW-YY.
            MOVE DATE-WORK TO CD-DEADLINE.
            MOVE 'C' TO CD-STATUS-CODE.
            MOVE RC-NEW-TRS TO CD-ORIG-TRS.
            MOVE RC-NEW-DEC TO CD-ORIG-DEC.
            MOVE 0 TO CD-ATTEMPTS.
            MOVE SPACES TO CD-REM-SESSION.
            MOVE 'N' TO CD-REM-APPLIED.
            MOVE RC-SUBJ-COUNT TO CD-SUBJ-COUNT.
            PERFORM COND-SUBJ-RTN
                 VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 9.
            MOVE 0 TO CD-FINAL-TRS.
            MOVE 0 TO CD-FINAL-DEC.
            MOVE SPACES TO CD-CLOSE-DATE.
            MOVE OPERATOR-ID TO CD-OPERATOR.
            IF CD-STATUS = "23"
                 WRITE COND-REC
            ELSE
                 REWRITE COND-REC.
            IF CD-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON CONDEXAM - STATUS " CD-STATUS
                 LINE 21 COLUMN 1.
       COND-UPDATE-END.
       COND-SUBJ-RTN.
            IF WK-I > RC-SUBJ-COUNT
                 MOVE 0 TO CD-SUBJ(WK-I)
                 MOVE SPACE TO CD-FAIL-FLAG(WK-I)
                 MOVE 0 TO CD-ORIG-SCORE(WK-I)
                 MOVE 0 TO CD-REM-SCORE(WK-I)
            ELSE
                 MOVE RC-SUBJ(WK-I) TO CD-SUBJ(WK-I)
                 MOVE RC-NEW-SCORE(WK-I) TO CD-ORIG-SCORE(WK-I)
                 MOVE 0 TO CD-REM-SCORE(WK-I)
                 IF RC-NEW-SCORE(WK-I) < SUBJ-FLOOR
                      MOVE 'Y' TO CD-FAIL-FLAG(WK-I)
                 ELSE
                      MOVE 'N' TO CD-FAIL-FLAG(WK-I).
       COURSE-CODE-RTN.
            MOVE 0 TO CC-IN.
            PERFORM COURSE-MATCH-RTN
                 VARYING CT-I FROM 1 BY 1 UNTIL CT-I > COURSE-COUNT.
       COURSE-MATCH-RTN.
            IF CT-NAME(CT-I) = EH-CNA
                 MOVE CT-CODE(CT-I) TO CC-IN.
       LOAD-WORK-RTN.
            MOVE 0 TO WK-COUNT.
            PERFORM LOAD-WORK-ONE-RTN THRU LOAD-WORK-ONE-END
                 VARYING WGT-I FROM 1 BY 1 UNTIL WGT-I > WGT-COUNT.
       LOAD-WORK-ONE-RTN.
            IF WT-CC(WGT-I) NOT = CC-IN OR WK-COUNT = 9
                 GO TO LOAD-WORK-ONE-END.
            MOVE SESSION-IN TO SR-SESSION.
            MOVE ENO-IN TO SR-ENO.
            MOVE WT-SUBJ(WGT-I) TO SR-SUBJ.
            READ SCORES
                 INVALID KEY
                      GO TO LOAD-WORK-ONE-END.
            ADD 1 TO WK-COUNT.
            MOVE WT-SUBJ(WGT-I) TO WK-SUBJ(WK-COUNT).
            MOVE WT-NAME(WGT-I) TO WK-NAME(WK-COUNT).
            MOVE WT-WEIGHT(WGT-I) TO WK-WEIGHT(WK-COUNT).
            MOVE SR-SCORE TO WK-SCORE(WK-COUNT).
       LOAD-WORK-ONE-END.
       GA-RTN.
            MOVE 0 TO WEIGHTED-SUM.
            MOVE 0 TO WEIGHT-SUM.
            MOVE 0 TO SUBJ-FAIL-SW.
            PERFORM GA-ONE-RTN
                 VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-COUNT.
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
            IF GA-DEC > CUTOFF
                 MOVE "CONDTL" TO GA-RMK
            ELSE
                 MOVE "FAILED" TO GA-RMK.
       GA-ONE-RTN.
            COMPUTE WEIGHTED-SUM = WEIGHTED-SUM
                 + WK-SCORE(WK-I) * WK-WEIGHT(WK-I).
            ADD WK-WEIGHT(WK-I) TO WEIGHT-SUM.
            IF WK-SCORE(WK-I) < SUBJ-FLOOR
                 MOVE 1 TO SUBJ-FAIL-SW.
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
                      IF PM-CODE = CC-IN
                      AND PM-EFFDATE NOT > RUN-DATE
                      AND PM-EFFDATE NOT < CUTOFF-EFF
                           MOVE PM-CUTOFF TO CUTOFF
                           MOVE PM-EFFDATE TO CUTOFF-EFF
                      END-IF
            END-READ.
       AMENDED-SLIP-RTN.
            OPEN EXTEND SLIPFILE.
            MOVE RUN-DATE TO SH-DATE.
            WRITE SLIPREC FROM SLIP-HEAD-1 AFTER PAGE.
            WRITE SLIPREC FROM SLIP-HEAD-2 AFTER 1.
            MOVE SPACES TO SLIP-LINE.
            MOVE "EXAMINEE NUMBER:" TO SL-LABEL.
            MOVE RC-ENO TO SL-VALUE.
            WRITE SLIPREC FROM SLIP-LINE AFTER 2.
            MOVE SPACES TO SLIP-LINE.
            MOVE "EXAMINEE NAME:" TO SL-LABEL.
            MOVE RC-ENA TO SL-VALUE.
            WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            MOVE SPACES TO SLIP-LINE.
            MOVE "UNIVERSITY:" TO SL-LABEL.
            MOVE RC-UNA TO SL-VALUE.
            WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            MOVE SPACES TO SLIP-LINE.
            MOVE "COURSE:" TO SL-LABEL.
            MOVE RC-CNA TO SL-VALUE.
            WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            MOVE SPACES TO SLIP-LINE.
            MOVE "EXAM SESSION:" TO SL-LABEL.
            MOVE RC-SESSION TO SL-VALUE.
            WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            WRITE SLIPREC FROM SLIP-SUB AFTER 2.
            PERFORM SLIP-SUBJ-RTN
                 VARYING WK-I FROM 1 BY 1 UNTIL WK-I > RC-SUBJ-COUNT.
            MOVE RC-ORIG-DEC TO DEC-OUT.
            MOVE SPACES TO SLIP-LINE.
            MOVE "ORIGINAL PERCENTAGE:" TO SL-LABEL.
            STRING DEC-OUT "  " RC-ORIG-RMK
                 DELIMITED BY SIZE INTO SL-VALUE.
            WRITE SLIPREC FROM SLIP-LINE AFTER 2.
            MOVE RC-NEW-DEC TO DEC-OUT.
            MOVE SPACES TO SLIP-LINE.
            MOVE "AMENDED PERCENTAGE:" TO SL-LABEL.
            STRING DEC-OUT "  " RC-NEW-RMK
                 DELIMITED BY SIZE INTO SL-VALUE.
            WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            WRITE SLIPREC FROM SLIP-NOTE AFTER 2.
            CLOSE SLIPFILE.
       SLIP-SUBJ-RTN.
            MOVE WK-NAME(WK-I) TO SS-NAME.
            MOVE RC-ORIG-SCORE(WK-I) TO SS-ORIG.
            MOVE RC-NEW-SCORE(WK-I) TO SS-NEW.
            MOVE RC-REASON(WK-I) TO SS-REASON.
            WRITE SLIPREC FROM SLIP-SUBJ-LINE AFTER 1.
       ADDENDUM-RTN.
            DISPLAY "EXAM SESSION ID:" LINE 6 COLUMN 1.
            MOVE SPACES TO SESSION-IN.
            ACCEPT SESSION-IN LINE 6 COLUMN 35.
            IF SESSION-IN = SPACES
                 DISPLAY "SESSION ID REQUIRED" LINE 20 COLUMN 1
                 GO TO ADDENDUM-END.
            MOVE 0 TO GAZ-CTR.
            OPEN EXTEND GAZFILE.
            MOVE SESSION-IN TO GZH-SESSION.
            MOVE RUN-DATE TO GZH-DATE.
            WRITE GAZREC FROM GAZ-HEAD-1 AFTER PAGE.
            WRITE GAZREC FROM GAZ-HEAD-2 AFTER 1.
            MOVE 0 TO EOFSW.
            MOVE SESSION-IN TO RC-SESSION.
            MOVE 0 TO RC-ENO.
            START RECHECK KEY NOT LESS THAN RC-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM ADDENDUM-SCAN-RTN THRU ADDENDUM-SCAN-END
                 UNTIL EOFSW = 1.
            MOVE GAZ-CTR TO GC-COUNT.
            WRITE GAZREC FROM GAZ-CERT AFTER 2.
            CLOSE GAZFILE.
            DISPLAY "ADDITIONAL PASSERS:" LINE 20 COLUMN 1.
            DISPLAY GAZ-CTR LINE 20 COLUMN 35.
       ADDENDUM-END.
       ADDENDUM-SCAN-RTN.
            READ RECHECK NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO ADDENDUM-SCAN-END.
            IF RC-SESSION NOT = SESSION-IN
                 MOVE 1 TO EOFSW
                 GO TO ADDENDUM-SCAN-END.
            IF RC-STATUS-CODE NOT = 'A' OR RC-ORIG-RMK = "PASSED"
            OR RC-NEW-RMK NOT = "PASSED"
                 GO TO ADDENDUM-SCAN-END.
            ADD 1 TO GAZ-CTR.
            MOVE GAZ-CTR TO GL-SEQ.
            MOVE RC-ENA TO GL-ENA.
            MOVE RC-UNA TO GL-UNA.
            MOVE RC-CNA TO GL-CNA.
            WRITE GAZREC FROM GAZ-LINE AFTER 1.
       ADDENDUM-SCAN-END.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "SCORE-APPEAL" TO AL-PROGRAM.
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
