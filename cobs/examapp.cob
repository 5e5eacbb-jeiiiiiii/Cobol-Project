      *DATE-COMPILED. 09/02/26.
      *SECURITY. ONLY ME.
      *REMARKS. EXAM APPLICATION INTAKE WITH ELIGIBILITY CHECKING
      *         AND EXAMINATION PERMIT PRINTING. AN APPLICANT WHOSE
      *         NAME, DATE OF BIRTH AND COURSE MATCH AN EXAMINEE ON
      *         FILE UNDER ANOTHER NUMBER IS FLAGGED AT INTAKE, AND A
      *         NUMBER MERGED AWAY BY EXAM-DUPCHECK IS REFUSED.
      *         THE APPLICATION CARRIES THE EXAMINATION FEE FOR THE
      *         COURSE FROM THE FEE SCHEDULE; WHERE A FEE IS DUE THE
      *         PERMIT IS HELD UNTIL EXAM-FEES RECORDS THE PAYMENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS EH-ENO
                 FILE STATUS IS HIST-STATUS.
            SELECT EXAMMRG ASSIGN TO "EXAMMRG.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS MG-DUP-ENO
                 FILE STATUS IS MG-STATUS.
            SELECT EXAMFEE ASSIGN TO "EXAMFEE.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS XF-CRC
                 FILE STATUS IS XF-STATUS.
            SELECT UNIVFILE ASSIGN TO "UNIV.DAT"
                 FILE STATUS IS UNIV-FILE-STATUS.
            SELECT COURSEFILE ASSIGN TO "COURSE.DAT"
            02 AP-UNC PIC 9.
            02 AP-CRC PIC 9.
            02 AP-APP-DATE PIC X(8).
            02 AP-FEE PIC 9(5)V99.
            02 AP-PAY-STAT PIC X.
            02 AP-ORNO PIC X(10).
            02 AP-PAY-DATE PIC X(8).
       FD   EXAMHIST.
       01   HIST-REC.
            02 EH-ENO PIC 9(10).
            02 EH-CNA PIC X(4).
            02 EH-TNI PIC 9(3).
            02 EH-DEC PIC 9V99.
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
       FD   EXAMFEE.
       01   FEE-REC.
            02 XF-CRC PIC 9.
            02 XF-FEE PIC 9(5)V99.
       FD   UNIVFILE.
       01   UNIV-FILE-REC.
            02 UF-CODE PIC 9.
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   AP-STATUS PIC XX VALUE "00".
       01   HIST-STATUS PIC XX VALUE "00".
       01   MG-STATUS PIC XX VALUE "00".
       01   MERGE-FILE-SW PIC 9 VALUE 0.
       01   XF-STATUS PIC XX VALUE "00".
       01   FEE-FILE-SW PIC 9 VALUE 0.
       01   FEE-DUE PIC 9(5)V99 VALUE 0.
       01   FEE-DISP PIC ZZ,ZZ9.99.
       01   HIST-EOF-SW PIC 9 VALUE 0.
       01   DUP-MATCH-ENO PIC 9(10) VALUE 0.
       01   DUP-MATCH-SESSION PIC X(10) VALUE SPACES.
       01   MATCH-ENA PIC X(25) VALUE SPACES.
       01   MATCH-DOB PIC X(20) VALUE SPACES.
       01   FILE-ENA PIC X(25) VALUE SPACES.
       01   FILE-DOB PIC X(20) VALUE SPACES.
       01   UNIV-FILE-STATUS PIC XX VALUE "00".
       01   COURSE-FILE-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   SESSION-IN PIC X(10) VALUE SPACES.
       01   ENO-IN PIC 9(10) VALUE 0.
       01   ENA-IN PIC X(25) VALUE SPACES.
       01   DOB-IN PIC X(20) VALUE SPACES.
       01   UNC-IN PIC 9 VALUE 0.
       01   CRC-IN PIC 9 VALUE 0.
       01   UNC-MATCH PIC 9 VALUE 0.
                 OPEN OUTPUT EXAMHIST
                 CLOSE EXAMHIST
                 OPEN I-O EXAMHIST.
            OPEN INPUT EXAMMRG.
            IF MG-STATUS = "00"
                 MOVE 1 TO MERGE-FILE-SW.
            OPEN INPUT EXAMFEE.
            IF XF-STATUS = "00"
                 MOVE 1 TO FEE-FILE-SW.
            PERFORM INIT-TABLES-RTN.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE APPLFILE.
            CLOSE EXAMHIST.
            IF MERGE-FILE-SW = 1
                 CLOSE EXAMMRG.
            IF FEE-FILE-SW = 1
                 CLOSE EXAMFEE.
            CLOSE AUDITLOG.
            CLOSE PERMITFILE.
            STOP RUN.
                 GO TO PROCESS-ASK.
            DISPLAY "EXAMINEE NUMBER:" LINE 5 COLUMN 1.
            ACCEPT ENO-IN LINE 5 COLUMN 35.
            IF MERGE-FILE-SW = 1
                 MOVE ENO-IN TO MG-DUP-ENO
                 READ EXAMMRG
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           DISPLAY "NUMBER MERGED INTO EXAMINEE NO"
                           LINE 12 COLUMN 1
                           DISPLAY MG-SURV-ENO LINE 12 COLUMN 32
                           MOVE "MERGEDENO" TO AL-FIELD
                           MOVE ENO-IN TO AL-BADVAL
                           PERFORM WRITE-AUDIT-RTN
                           GO TO PROCESS-ASK
                 END-READ.
            DISPLAY "EXAMINEE NAME:" LINE 6 COLUMN 1.
            ACCEPT ENA-IN LINE 6 COLUMN 35.
            DISPLAY "DATE OF BIRTH:" LINE 7 COLUMN 1.
            ACCEPT DOB-IN LINE 7 COLUMN 35.
            DISPLAY "UNIVERSITY CODE:" LINE 8 COLUMN 1.
            ACCEPT UNC-IN LINE 8 COLUMN 35.
            MOVE 0 TO UNC-MATCH.
            PERFORM VARYING UNIV-IDX FROM 1 BY 1
                    UNTIL UNIV-IDX > UNIV-COUNT
                 MOVE UNC-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO PROCESS-ASK.
            DISPLAY "COURSE CODE:" LINE 9 COLUMN 1.
            ACCEPT CRC-IN LINE 9 COLUMN 35.
            MOVE 0 TO CRC-MATCH.
            PERFORM VARYING COURSE-IDX FROM 1 BY 1
                    UNTIL COURSE-IDX > COURSE-COUNT
                           GO TO PROCESS-ASK
                      END-IF
            END-READ.
            PERFORM DUP-MATCH-RTN THRU DUP-MATCH-END.
            IF DUP-MATCH-ENO NOT = 0
                 DISPLAY "WARNING: SAME NAME, BIRTH DATE AND COURSE AS"
                 LINE 13 COLUMN 1
                 DISPLAY "EXAMINEE NO" LINE 14 COLUMN 1
                 DISPLAY DUP-MATCH-ENO LINE 14 COLUMN 13
                 DISPLAY "LAST SESSION" LINE 14 COLUMN 25
                 DISPLAY DUP-MATCH-SESSION LINE 14 COLUMN 38
                 MOVE "DUPMATCH" TO AL-FIELD
                 MOVE DUP-MATCH-ENO TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 DISPLAY "PROCEED UNDER THIS NUMBER (Y/N)?"
                 LINE 15 COLUMN 1
                 ACCEPT ANS LINE 15 COLUMN 35
                 IF ANS NOT = 'Y' AND ANS NOT = 'y'
                      DISPLAY "APPLICATION NOT RECORDED"
                      LINE 12 COLUMN 1
                      GO TO PROCESS-ASK.
            MOVE SESSION-IN TO AP-SESSION.
            MOVE ENO-IN TO AP-ENO.
            READ APPLFILE
            MOVE UNC-IN TO AP-UNC.
            MOVE CRC-IN TO AP-CRC.
            MOVE RUN-DATE TO AP-APP-DATE.
            PERFORM FEE-LOOKUP-RTN.
            MOVE FEE-DUE TO AP-FEE.
            MOVE SPACES TO AP-ORNO.
            MOVE SPACES TO AP-PAY-DATE.
            IF FEE-DUE > 0
                 MOVE 'U' TO AP-PAY-STAT
            ELSE
                 MOVE 'N' TO AP-PAY-STAT.
            WRITE APPL-REC.
            IF AP-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON APPLFILE - STATUS " AP-STATUS
                 LINE 12 COLUMN 1
                 GO TO PROCESS-ASK.
            ADD 1 TO APPL-CTR.
            IF FEE-DUE > 0
                 MOVE FEE-DUE TO FEE-DISP
                 DISPLAY "APPLICATION RECORDED - FEE DUE"
                 LINE 12 COLUMN 1
                 DISPLAY FEE-DISP LINE 12 COLUMN 32
                 DISPLAY "PERMIT PRINTS ON PAYMENT" LINE 13 COLUMN 1
                 GO TO PROCESS-ASK.
            PERFORM PERMIT-RTN.
            DISPLAY "APPLICATION RECORDED - PERMIT PRINTED"
                 LINE 12 COLUMN 1.
       PROCESS-ASK.
            DISPLAY "ANOTHER APPLICATION (Y/N)?" LINE 18 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
      * LOOKS FOR THE APPLICANT ON THE EXAM HISTORY UNDER ANOTHER
      * NUMBER - SAME NAME AND DATE OF BIRTH (IGNORING CASE) AND THE
      * SAME COURSE. NO DATE OF BIRTH GIVEN, NO CHECK.
       DUP-MATCH-RTN.
            MOVE 0 TO DUP-MATCH-ENO.
            IF DOB-IN = SPACES
                 GO TO DUP-MATCH-END.
            MOVE ENA-IN TO MATCH-ENA.
            INSPECT MATCH-ENA CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            MOVE DOB-IN TO MATCH-DOB.
            INSPECT MATCH-DOB CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            MOVE 0 TO HIST-EOF-SW.
            MOVE 0 TO EH-ENO.
            START EXAMHIST KEY NOT LESS THAN EH-ENO
                 INVALID KEY
                      MOVE 1 TO HIST-EOF-SW.
            PERFORM DUP-SCAN-RTN THRU DUP-SCAN-END
                 UNTIL HIST-EOF-SW = 1.
       DUP-MATCH-END.
       DUP-SCAN-RTN.
            READ EXAMHIST NEXT RECORD
                 AT END
                      MOVE 1 TO HIST-EOF-SW
                      GO TO DUP-SCAN-END.
            IF EH-ENO = ENO-IN OR EH-CNA NOT = CT-NAME(CRC-MATCH)
                 GO TO DUP-SCAN-END.
            MOVE EH-ENA TO FILE-ENA.
            INSPECT FILE-ENA CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            MOVE EH-DOB TO FILE-DOB.
            INSPECT FILE-DOB CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            IF FILE-ENA = MATCH-ENA AND FILE-DOB = MATCH-DOB
                 MOVE EH-ENO TO DUP-MATCH-ENO
                 MOVE EH-SESSION TO DUP-MATCH-SESSION
                 MOVE 1 TO HIST-EOF-SW.
       DUP-SCAN-END.
      * NO FEE SCHEDULE ON FILE, OR NO FEE SET FOR THE COURSE, MEANS
      * NO FEE IS DUE AND THE PERMIT IS RELEASED AT INTAKE.
       FEE-LOOKUP-RTN.
            MOVE 0 TO FEE-DUE.
            IF FEE-FILE-SW = 1
                 MOVE CRC-IN TO XF-CRC
                 READ EXAMFEE
                      INVALID KEY
                           MOVE 0 TO FEE-DUE
                      NOT INVALID KEY
                           MOVE XF-FEE TO FEE-DUE
                 END-READ.
       PERMIT-RTN.
            WRITE PERMITREC FROM PERMIT-HEAD-1 AFTER PAGE.
            WRITE PERMITREC FROM PERMIT-HEAD-2 AFTER 1.
