                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AP-KEY
                 FILE STATUS IS AP-STATUS.
            SELECT CONDEXAM ASSIGN TO "CONDEXAM.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CD-ENO
                 FILE STATUS IS CD-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
            02 AP-UNC PIC 9.
            02 AP-CRC PIC 9.
            02 AP-APP-DATE PIC X(8).
            02 AP-FEE PIC 9(5)V99.
            02 AP-PAY-STAT PIC X.
            02 AP-ORNO PIC X(10).
            02 AP-PAY-DATE PIC X(8).
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
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   SG-STATUS PIC XX VALUE "00".
       01   SW-FILE-STATUS PIC XX VALUE "00".
       01   SR-STATUS PIC XX VALUE "00".
       01   AP-STATUS PIC XX VALUE "00".
       01   CD-STATUS PIC XX VALUE "00".
       01   TNC PIC 99 VALUE 0.
       01   SIT-COUNT PIC 9 VALUE 0.
       01   SIT-TABLE.
            02 SIT-ENTRY OCCURS 9 TIMES.
               03 ST-SUBJ PIC 9.
               03 ST-SCORE PIC 999.
       01   SIT-I PIC 99 VALUE 0.
       01   DATE-WORK.
            02 DW-YY PIC 99.
            02 DW-MM PIC 99.
            02 DW-DD PIC 99.
            02 FILLER PIC XX.
       01   APPL-AVAILABLE-SW PIC 9 VALUE 0.
       01   APPL-EOF-SW PIC 9 VALUE 0.
       01   WALKIN-CTR PIC 999 VALUE 0.
                 OPEN OUTPUT SCORES
                 CLOSE SCORES
                 OPEN I-O SCORES.
            OPEN I-O CONDEXAM.
            IF CD-STATUS = "35"
                 OPEN OUTPUT CONDEXAM
                 CLOSE CONDEXAM
                 OPEN I-O CONDEXAM.
            OPEN INPUT APPLFILE.
            IF AP-STATUS = "35"
                 MOVE 0 TO APPL-AVAILABLE-SW
            CLOSE AUDITLOG.
            CLOSE SEQCTR.
            CLOSE SCORES.
            CLOSE CONDEXAM.
            IF APPL-AVAILABLE-SW = 1
                 CLOSE APPLFILE.
            STOP RUN.
                           MOVE ENO TO AL-BADVAL
                           PERFORM WRITE-AUDIT-RTN
                      NOT INVALID KEY
                           IF AP-PAY-STAT = 'U'
                                DISPLAY "** ON LIST - FEE UNPAID "
                                LINE 4 COLUMN 48
                                MOVE "FEEUNPAID" TO AL-FIELD
                                MOVE ENO TO AL-BADVAL
                                PERFORM WRITE-AUDIT-RTN
                           ELSE
                                DISPLAY "ON APPLICATION LIST     "
                                LINE 4 COLUMN 48
                           END-IF
                 END-READ.

            DISPLAY "EXAMINEE NAME:" LINE 5 COLUMN 1.
            DISPLAY CNA LINE 10 COLUMN 35.
            
            MOVE 0 TO SUBJ-FAIL-SW.
            MOVE 0 TO SIT-COUNT.
            PERFORM COUNT-SUBJ-RTN.
            IF SUBJ-FOR-COURSE > 0
                 PERFORM SUBJ-SCORE-RTN THRU SUBJ-SCORE-END
            MOVE RMK TO P-RMK.
            PERFORM CORRECT-RTN THRU CORRECT-END.
            PERFORM HIST-RTN.
            PERFORM COND-RTN THRU COND-END.
            DISPLAY "PRIOR SITTINGS:" LINE 14 COLUMN 1.
            DISPLAY PRIOR-SITTINGS LINE 14 COLUMN 35.
            PERFORM SEQ-RTN.
            COMPUTE WEIGHTED-SUM = WEIGHTED-SUM
                 + SUBJ-SCORE * WT-WEIGHT(WGT-IDX).
            ADD WT-WEIGHT(WGT-IDX) TO WEIGHT-SUM.
            IF SIT-COUNT < 9
                 ADD 1 TO SIT-COUNT
                 MOVE WT-SUBJ(WGT-IDX) TO ST-SUBJ(SIT-COUNT)
                 MOVE SUBJ-SCORE TO ST-SCORE(SIT-COUNT).
            IF SUBJ-SCORE < SUBJ-FLOOR
                 MOVE 1 TO SUBJ-FAIL-SW.
       SUBJ-ONE-END.
                 ADD 1 TO TNP
                 ADD 1 TO UT-PASS(UNC-MATCH)
                 ADD 1 TO CT-PASS(CRC-MATCH)
            ELSE
            IF DEC > CT-CUTOFF(CRC-MATCH)
                 MOVE "CONDTL" TO RMK
                 ADD 1 TO TNC
                 ADD 1 TO UT-FAIL(UNC-MATCH)
                 ADD 1 TO CT-FAIL(CRC-MATCH)
            ELSE
                 MOVE "FAILED" TO RMK
                 ADD 1 TO TNF
                 SUBTRACT 1 FROM TNP
                 SUBTRACT 1 FROM UT-PASS(UNC-MATCH)
                 SUBTRACT 1 FROM CT-PASS(CRC-MATCH)
            ELSE
            IF RMK = "CONDTL"
                 SUBTRACT 1 FROM TNC
                 SUBTRACT 1 FROM UT-FAIL(UNC-MATCH)
                 SUBTRACT 1 FROM CT-FAIL(CRC-MATCH)
            ELSE
                 SUBTRACT 1 FROM TNF
                 SUBTRACT 1 FROM UT-FAIL(UNC-MATCH)
                 MOVE "EXAMHIST" TO FC-FILENAME
                 MOVE HIST-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       COND-RTN.
            MOVE ENO TO CD-ENO.
            READ CONDEXAM
                 INVALID KEY
                      IF RMK NOT = "CONDTL"
                           GO TO COND-END
                      END-IF
                      MOVE SPACES TO COND-REC
                      MOVE ENO TO CD-ENO
                 NOT INVALID KEY
                      IF RMK NOT = "CONDTL"
                           IF CD-STATUS-CODE = 'C'
                                MOVE 'S' TO CD-STATUS-CODE
                                MOVE RUN-DATE TO CD-CLOSE-DATE
                                REWRITE COND-REC
                           END-IF
                           GO TO COND-END
                      END-IF
            END-READ.
            MOVE SESSION-ID TO CD-SESSION.
            MOVE ENA TO CD-ENA.
            MOVE UNA TO CD-UNA.
            MOVE CNA TO CD-CNA.
            MOVE CRC TO CD-CC.
            MOVE RUN-DATE TO CD-COND-DATE.
            MOVE RUN-DATE TO DATE-WORK.
            ADD 1 TO DW-YY.
            MOVE DATE-WORK TO CD-DEADLINE.
            MOVE 'C' TO CD-STATUS-CODE.
            MOVE TRS TO CD-ORIG-TRS.
            MOVE DEC TO CD-ORIG-DEC.
            MOVE 0 TO CD-ATTEMPTS.
            MOVE SPACES TO CD-REM-SESSION.
            MOVE 'N' TO CD-REM-APPLIED.
            MOVE SIT-COUNT TO CD-SUBJ-COUNT.
            PERFORM COND-SUBJ-RTN
                 VARYING SIT-I FROM 1 BY 1 UNTIL SIT-I > 9.
            MOVE 0 TO CD-FINAL-TRS.
            MOVE 0 TO CD-FINAL-DEC.
            MOVE SPACES TO CD-CLOSE-DATE.
            MOVE OPERATOR-ID TO CD-OPERATOR.
            IF CD-STATUS = "23"
                 WRITE COND-REC
            ELSE
                 REWRITE COND-REC.
            IF CD-STATUS NOT = "00"
                 MOVE "CONDEXAM" TO FC-FILENAME
                 MOVE CD-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            DISPLAY "CONDITIONED - REMOVAL DUE BY" LINE 13 COLUMN 45.
            DISPLAY CD-DEADLINE LINE 14 COLUMN 45.
       COND-END.
       COND-SUBJ-RTN.
            IF SIT-I > SIT-COUNT
                 MOVE 0 TO CD-SUBJ(SIT-I)
                 MOVE SPACE TO CD-FAIL-FLAG(SIT-I)
                 MOVE 0 TO CD-ORIG-SCORE(SIT-I)
                 MOVE 0 TO CD-REM-SCORE(SIT-I)
            ELSE
                 MOVE ST-SUBJ(SIT-I) TO CD-SUBJ(SIT-I)
                 MOVE ST-SCORE(SIT-I) TO CD-ORIG-SCORE(SIT-I)
                 MOVE 0 TO CD-REM-SCORE(SIT-I)
                 IF ST-SCORE(SIT-I) < SUBJ-FLOOR
                      MOVE 'Y' TO CD-FAIL-FLAG(SIT-I)
                 ELSE
                      MOVE 'N' TO CD-FAIL-FLAG(SIT-I).
       CORRECT-RTN.
            MOVE 0 TO CORR-FIELD.
            DISPLAY "CORRECT A FIELD BEFORE SAVING (0=NONE,1=NAME,"
            DISPLAY TNP LINE 17 COLUMN 35.
            DISPLAY "TOTAL NO. OF FAILED:" LINE 18 COLUMN 1.
            DISPLAY TNF LINE 18 COLUMN 35.
            DISPLAY "TOTAL NO. OF CONDITIONED:" LINE 19 COLUMN 1.
            DISPLAY TNC LINE 19 COLUMN 35.
            PERFORM UNIV-RATE-RPT-RTN.
            PERFORM COURSE-RATE-RPT-RTN.
            PERFORM HIGH-SCORE-RPT-RTN.
