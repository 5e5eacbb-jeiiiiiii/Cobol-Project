       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-ENTRY.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. GRADE ENCODING PER SUBJECT-SECTION FROM THE SECROST
      *         CLASS LIST, WITH INC/DRP CODES AND 5.00 FOR FAILED.
      *         A SECTION IS SUBMITTED, THEN APPROVED, AFTER WHICH ITS
      *         GRADES ARE LOCKED. THE TERM-END RUN COMPUTES EACH
      *         STUDENT'S GENERAL WEIGHTED AVERAGE FROM APPROVED
      *         SECTIONS ONLY AND PRINTS THE TERM GRADE REPORT; THE
      *         TRANSCRIPT OF RECORDS IS PRINTED ON REQUEST. BOTH ARE
      *         WITHHELD WITH A PRINTED REASON WHILE THE STUDENT
      *         CARRIES A BALANCE IN STUBAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT GRADES ASSIGN TO "GRADES.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS GR-KEY
                 FILE STATUS IS GR-STATUS.
            SELECT GRSECT ASSIGN TO "GRSECT.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS GS-KEY
                 FILE STATUS IS GS-STATUS.
            SELECT TERMGWA ASSIGN TO "TERMGWA.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS TG-KEY
                 FILE STATUS IS TG-STATUS.
            SELECT LOADFILE ASSIGN TO "FACLOAD.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS FL-KEY
                 FILE STATUS IS FL-STATUS.
            SELECT SECROST ASSIGN TO "SECROST.DAT"
                 FILE STATUS IS RS-FILE-STATUS.
            SELECT STUMAST ASSIGN TO "STUMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS ST-SNO
                 FILE STATUS IS ST-STATUS.
            SELECT STUBAL ASSIGN TO "STUBAL.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SB-SNO
                 FILE STATUS IS SB-STATUS.
            SELECT RPTFILE ASSIGN TO "GRADERPT".
            SELECT TORFILE ASSIGN TO "TRANSCPT".
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
       FD   GRADES.
       01   GRADE-REC.
            02 GR-KEY.
                 03 GR-TERM PIC X(6).
                 03 GR-SNO PIC 9(10).
                 03 GR-SUBJ PIC X(7).
                 03 GR-SECT PIC X(4).
            02 GR-SNA PIC X(25).
            02 GR-UNITS PIC 99.
            02 GR-GRADE PIC 9V99.
            02 GR-CODE PIC X.
            02 GR-ENCODE-DATE PIC X(8).
            02 GR-OPERATOR PIC X(10).
       FD   GRSECT.
       01   GS-REC.
            02 GS-KEY.
                 03 GS-TERM PIC X(6).
                 03 GS-SUBJ PIC X(7).
                 03 GS-SECT PIC X(4).
            02 GS-CC PIC 9.
            02 GS-RSECT PIC 9.
            02 GS-FNO PIC 9(10).
            02 GS-UNITS PIC 99.
            02 GS-STATUS-CODE PIC X.
            02 GS-COUNT PIC 999.
            02 GS-ENC-DATE PIC X(8).
            02 GS-SUBMIT-DATE PIC X(8).
            02 GS-SUBMIT-BY PIC X(10).
            02 GS-APPROVE-DATE PIC X(8).
            02 GS-APPROVE-BY PIC X(10).
       FD   TERMGWA.
       01   TG-REC.
            02 TG-KEY.
                 03 TG-TERM PIC X(6).
                 03 TG-SNO PIC 9(10).
            02 TG-SNA PIC X(25).
            02 TG-UNITS PIC 999.
            02 TG-GWA PIC 9V9(4).
            02 TG-INC-CTR PIC 99.
            02 TG-FAIL-CTR PIC 99.
            02 TG-RUN-DATE PIC X(8).
       FD   LOADFILE.
       01   LOAD-REC.
            02 FL-KEY.
                 03 FL-FNO PIC 9(10).
                 03 FL-SUBJ PIC X(7).
                 03 FL-SECT PIC X(4).
            02 FL-UNITS PIC 99.
            02 FL-SCHED PIC X(15).
       FD   SECROST.
       01   ROST-REC.
            02 RS-CC PIC 9.
            02 RS-SECT PIC 9.
            02 RS-SNO PIC 9(10).
            02 RS-SNA PIC X(25).
            02 RS-FLAG PIC X.
       FD   STUMAST.
       01   STU-MASTER-REC.
            02 ST-SNO PIC 9(10).
            02 ST-SNAME PIC X(25).
            02 ST-CC PIC 9.
            02 ST-YEAR PIC 9.
            02 ST-ESTAT PIC X.
            02 ST-BANK-ACCNO PIC 9(10).
       FD   STUBAL.
       01   STUBAL-REC.
            02 SB-SNO PIC 9(10).
            02 SB-BALANCE PIC S9(6)V99.
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(80).
       FD   TORFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS TORREC.
       01   TORREC.
            02 FILLER PIC X(80).
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
       01   GR-STATUS PIC XX VALUE "00".
       01   GS-STATUS PIC XX VALUE "00".
       01   TG-STATUS PIC XX VALUE "00".
       01   FL-STATUS PIC XX VALUE "00".
       01   RS-FILE-STATUS PIC XX VALUE "00".
       01   ST-STATUS PIC XX VALUE "00".
       01   SB-STATUS PIC XX VALUE "00".
       01   STU-AVAILABLE-SW PIC 9 VALUE 0.
       01   BAL-AVAILABLE-SW PIC 9 VALUE 0.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   EOFSW PIC 9 VALUE 0.
       01   FOUND-SW PIC 9 VALUE 0.
       01   HOLD-SW PIC 9 VALUE 0.
       01   TERM-IN PIC X(6) VALUE SPACES.
       01   SUBJ-IN PIC X(7) VALUE SPACES.
       01   SECT-IN PIC X(4) VALUE SPACES.
       01   CC-IN PIC 9 VALUE 0.
       01   RSECT-IN PIC 9 VALUE 0.
       01   SNO-IN PIC 9(10) VALUE 0.
       01   GRADE-IN PIC X(4) VALUE SPACES.
       01   GRADE-PARTS REDEFINES GRADE-IN.
            02 GP-INT PIC X.
            02 GP-DOT PIC X.
            02 GP-DEC PIC XX.
       01   GRADE-DIGITS.
            02 GD-INT PIC X.
            02 GD-DEC PIC XX.
       01   GRADE-VAL REDEFINES GRADE-DIGITS PIC 9V99.
       01   TX-GRADE PIC 9V99 VALUE 0.
       01   TX-CODE PIC X VALUE SPACE.
       01   GRADE-OUT PIC 9.99.
       01   GWA-OUT PIC 9.9999.
       01   BAL-OUT PIC ZZZ,ZZ9.99.
       01   LIST-LINE PIC 99 VALUE 0.
       01   MISSING-CTR PIC 999 VALUE 0.
       01   STU-CTR PIC 9(5) VALUE 0.
       01   HELD-CTR PIC 9(5) VALUE 0.
       01   ROSTER-COUNT PIC 999 VALUE 0.
       01   ROSTER-TABLE.
            02 ROSTER-ENTRY OCCURS 99 TIMES.
               03 RT-SNO PIC 9(10).
               03 RT-SNA PIC X(25).
               03 RT-ACTIVE PIC 9.
       01   RT-I PIC 999 VALUE 0.
       01   RT-J PIC 999 VALUE 0.
       01   PREV-SNO PIC 9(10) VALUE 0.
       01   PREV-SNA PIC X(25) VALUE SPACES.
       01   PREV-TERM PIC X(6) VALUE SPACES.
       01   SUM-POINTS PIC 9(5)V99 VALUE 0.
       01   SUM-UNITS PIC 999 VALUE 0.
       01   CUM-POINTS PIC 9(6)V99 VALUE 0.
       01   CUM-UNITS PIC 9(4) VALUE 0.
       01   TERM-GWA PIC 9V9(4) VALUE 0.
       01   INC-CTR PIC 99 VALUE 0.
       01   FAIL-CTR PIC 99 VALUE 0.
       01   LINE-CTR PIC 99 VALUE 0.
       01   LINE-TABLE.
            02 LINE-ENTRY OCCURS 20 TIMES.
               03 LT-SUBJ PIC X(7).
               03 LT-SECT PIC X(4).
               03 LT-UNITS PIC 99.
               03 LT-GRADE PIC 9V99.
               03 LT-CODE PIC X.
       01   LT-I PIC 99 VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(19) VALUE SPACES.
            02 FILLER PIC X(41)
               VALUE "POLYTECHNIC UNIVERSITY OF THE PHILIPPINES".
            02 FILLER PIC X(20) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(25) VALUE SPACES.
            02 HD-TITLE PIC X(22).
            02 FILLER PIC X(6) VALUE "TERM: ".
            02 HD-TERM PIC X(6).
            02 FILLER PIC X(2) VALUE SPACES.
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(11) VALUE SPACES.
       01   STU-LINE.
            02 FILLER PIC X(13) VALUE "STUDENT NO.: ".
            02 SL-SNO PIC 9(10).
            02 FILLER PIC X(3) VALUE SPACES.
            02 SL-SNA PIC X(25).
            02 FILLER PIC X(29) VALUE SPACES.
       01   SUB-LINE.
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "SUBJECT".
            02 FILLER PIC X(8) VALUE "SECTION".
            02 FILLER PIC X(7) VALUE "UNITS".
            02 FILLER PIC X(8) VALUE "GRADE".
            02 FILLER PIC X(43) VALUE "REMARKS".
       01   GRADE-LINE.
            02 FILLER PIC X(4) VALUE SPACES.
            02 GL-SUBJ PIC X(7).
            02 FILLER PIC X(3) VALUE SPACES.
            02 GL-SECT PIC X(4).
            02 FILLER PIC X(5) VALUE SPACES.
            02 GL-UNITS PIC Z9.
            02 FILLER PIC X(4) VALUE SPACES.
            02 GL-GRADE PIC X(4).
            02 FILLER PIC X(4) VALUE SPACES.
            02 GL-REMARK PIC X(10).
            02 FILLER PIC X(33) VALUE SPACES.
       01   GWA-LINE.
            02 FILLER PIC X(4) VALUE SPACES.
            02 GW-LABEL PIC X(24).
            02 GW-UNITS PIC ZZZ9.
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(5) VALUE "GWA: ".
            02 GW-GWA PIC 9.9999.
            02 FILLER PIC X(33) VALUE SPACES.
       01   HOLD-LINE.
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(30)
               VALUE "*** WITHHELD - UNPAID BALANCE ".
            02 HL-BAL PIC ZZZ,ZZ9.99.
            02 FILLER PIC X(36) VALUE SPACES.
       01   HOLD-LINE-2.
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(48)
               VALUE "SETTLE THE ACCOUNT AT THE CASHIER FOR RELEASE.".
            02 FILLER PIC X(28) VALUE SPACES.
       01   TOTAL-LINE.
            02 TL-LABEL PIC X(30).
            02 TL-COUNT PIC ZZ,ZZ9.
            02 FILLER PIC X(44) VALUE SPACES.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN I-O GRADES.
            IF GR-STATUS = "35"
                 OPEN OUTPUT GRADES
                 CLOSE GRADES
                 OPEN I-O GRADES.
            OPEN I-O GRSECT.
            IF GS-STATUS = "35"
                 OPEN OUTPUT GRSECT
                 CLOSE GRSECT
                 OPEN I-O GRSECT.
            OPEN I-O TERMGWA.
            IF TG-STATUS = "35"
                 OPEN OUTPUT TERMGWA
                 CLOSE TERMGWA
                 OPEN I-O TERMGWA.
            OPEN INPUT LOADFILE.
            OPEN INPUT STUMAST.
            IF ST-STATUS = "35"
                 MOVE 0 TO STU-AVAILABLE-SW
            ELSE
                 MOVE 1 TO STU-AVAILABLE-SW.
            OPEN INPUT STUBAL.
            IF SB-STATUS = "35"
                 MOVE 0 TO BAL-AVAILABLE-SW
            ELSE
                 MOVE 1 TO BAL-AVAILABLE-SW.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE GRADES.
            CLOSE GRSECT.
            CLOSE TERMGWA.
            CLOSE LOADFILE.
            IF STU-AVAILABLE-SW = 1
                 CLOSE STUMAST.
            IF BAL-AVAILABLE-SW = 1
                 CLOSE STUBAL.
            CLOSE AUDITLOG.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "POLYTECHNIC UNIVERSITY OF THE PHILIPPINES"
            LINE 1 COLUMN 20.
            DISPLAY "GRADE ENCODING AND RECORDS" LINE 2 COLUMN 28.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (E=ENCODE, S=SUBMIT, A=APPROVE,"
                 LINE 4 COLUMN 1.
            DISPLAY "T=TERM-END RUN, R=TRANSCRIPT):" LINE 4 COLUMN 42.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'E'
                 PERFORM ENCODE-RTN THRU ENCODE-END
            ELSE
            IF FUNC-CODE = 'S'
                 PERFORM SUBMIT-RTN THRU SUBMIT-END
            ELSE
            IF FUNC-CODE = 'A'
                 PERFORM APPROVE-RTN THRU APPROVE-END
            ELSE
            IF FUNC-CODE = 'T'
                 PERFORM TERMRUN-RTN THRU TERMRUN-END
            ELSE
                 PERFORM TOR-RTN THRU TOR-END.
       PROCESS-ASK.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 4 COLUMN 73.
            IF FUNC-CODE = 'E' OR FUNC-CODE = 'e'
                 MOVE 'E' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'S' OR FUNC-CODE = 's'
                 MOVE 'S' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'A' OR FUNC-CODE = 'a'
                 MOVE 'A' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'T' OR FUNC-CODE = 't'
                 MOVE 'T' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'R' OR FUNC-CODE = 'r'
                 MOVE 'R' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       SECTION-KEY-RTN.
            DISPLAY "TERM (E.G. 2026-1):" LINE 6 COLUMN 1.
            MOVE SPACES TO TERM-IN.
            ACCEPT TERM-IN LINE 6 COLUMN 30.
            DISPLAY "SUBJECT CODE:" LINE 7 COLUMN 1.
            MOVE SPACES TO SUBJ-IN.
            ACCEPT SUBJ-IN LINE 7 COLUMN 30.
            DISPLAY "SECTION:" LINE 8 COLUMN 1.
            MOVE SPACES TO SECT-IN.
            ACCEPT SECT-IN LINE 8 COLUMN 30.
            MOVE TERM-IN TO GS-TERM.
            MOVE SUBJ-IN TO GS-SUBJ.
            MOVE SECT-IN TO GS-SECT.
            READ GRSECT
                 INVALID KEY
                      MOVE 0 TO FOUND-SW
                 NOT INVALID KEY
                      MOVE 1 TO FOUND-SW
            END-READ.
       ENCODE-RTN.
            PERFORM SECTION-KEY-RTN.
            IF TERM-IN = SPACES OR SUBJ-IN = SPACES
                 DISPLAY "TERM AND SUBJECT REQUIRED" LINE 20 COLUMN 1
                 GO TO ENCODE-END.
            IF FOUND-SW = 1
                 IF GS-STATUS-CODE NOT = 'E'
                      DISPLAY "GRADES SUBMITTED - SECTION IS LOCKED"
                      LINE 20 COLUMN 1
                      MOVE "GRADELOCKED" TO AL-FIELD
                      MOVE SUBJ-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO ENCODE-END
                 END-IF
                 MOVE GS-CC TO CC-IN
                 MOVE GS-RSECT TO RSECT-IN
            ELSE
                 PERFORM NEW-SECTION-RTN THRU NEW-SECTION-END
                 IF FOUND-SW = 0
                      GO TO ENCODE-END
                 END-IF.
            PERFORM LOAD-ROSTER-RTN THRU LOAD-ROSTER-EXIT.
            IF ROSTER-COUNT = 0
                 DISPLAY "NO STUDENTS ON THE CLASS LIST"
                 LINE 20 COLUMN 1
                 GO TO ENCODE-END.
            MOVE 0 TO LIST-LINE.
            PERFORM ENCODE-ONE-RTN THRU ENCODE-ONE-END
                 VARYING RT-I FROM 1 BY 1 UNTIL RT-I > ROSTER-COUNT.
            PERFORM COUNT-GRADES-RTN.
            MOVE RUN-DATE TO GS-ENC-DATE.
            REWRITE GS-REC.
            DISPLAY SCRE.
            DISPLAY "GRADES ENCODED FOR SECTION:" LINE 20 COLUMN 1.
            DISPLAY GS-COUNT LINE 20 COLUMN 30.
            DISPLAY "STILL MISSING:" LINE 21 COLUMN 1.
            DISPLAY MISSING-CTR LINE 21 COLUMN 30.
       ENCODE-END.
       NEW-SECTION-RTN.
            MOVE 0 TO FOUND-SW.
            MOVE 0 TO EOFSW.
            MOVE 0 TO FL-FNO.
            MOVE LOW-VALUES TO FL-SUBJ.
            MOVE LOW-VALUES TO FL-SECT.
            START LOADFILE KEY NOT LESS THAN FL-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM LOAD-SCAN-RTN UNTIL EOFSW = 1.
            IF FOUND-SW = 0
                 DISPLAY "SUBJECT-SECTION NOT ON FACULTY LOAD"
                 LINE 20 COLUMN 1
                 GO TO NEW-SECTION-END.
            DISPLAY "CLASS LIST COURSE CODE:" LINE 9 COLUMN 1.
            MOVE 0 TO CC-IN.
            ACCEPT CC-IN LINE 9 COLUMN 30.
            DISPLAY "CLASS LIST SECTION NO:" LINE 10 COLUMN 1.
            MOVE 0 TO RSECT-IN.
            ACCEPT RSECT-IN LINE 10 COLUMN 30.
            MOVE TERM-IN TO GS-TERM.
            MOVE SUBJ-IN TO GS-SUBJ.
            MOVE SECT-IN TO GS-SECT.
            MOVE CC-IN TO GS-CC.
            MOVE RSECT-IN TO GS-RSECT.
            MOVE FL-FNO TO GS-FNO.
            MOVE FL-UNITS TO GS-UNITS.
            MOVE 'E' TO GS-STATUS-CODE.
            MOVE 0 TO GS-COUNT.
            MOVE RUN-DATE TO GS-ENC-DATE.
            MOVE SPACES TO GS-SUBMIT-DATE.
            MOVE SPACES TO GS-SUBMIT-BY.
            MOVE SPACES TO GS-APPROVE-DATE.
            MOVE SPACES TO GS-APPROVE-BY.
            WRITE GS-REC.
            IF GS-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON GRSECT - STATUS " GS-STATUS
                 LINE 20 COLUMN 1
                 MOVE 0 TO FOUND-SW.
       NEW-SECTION-END.
       LOAD-SCAN-RTN.
            READ LOADFILE NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                 NOT AT END
                      IF FL-SUBJ = SUBJ-IN AND FL-SECT = SECT-IN
                           MOVE 1 TO FOUND-SW
                           MOVE 1 TO EOFSW
                      END-IF
            END-READ.
       LOAD-ROSTER-RTN.
            MOVE 0 TO ROSTER-COUNT.
            OPEN INPUT SECROST.
            IF RS-FILE-STATUS = "35"
                 GO TO LOAD-ROSTER-EXIT.
            MOVE 0 TO EOFSW.
            PERFORM ROSTER-READ-RTN THRU ROSTER-READ-END
                 UNTIL EOFSW = 1.
            CLOSE SECROST.
            PERFORM ROSTER-PACK-RTN.
       LOAD-ROSTER-EXIT.
            EXIT.
       ROSTER-READ-RTN.
            READ SECROST
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO ROSTER-READ-END.
            IF RS-CC NOT = CC-IN OR RS-SECT NOT = RSECT-IN
                 GO TO ROSTER-READ-END.
            IF RS-FLAG = 'A'
                 IF ROSTER-COUNT < 99
                      ADD 1 TO ROSTER-COUNT
                      MOVE RS-SNO TO RT-SNO(ROSTER-COUNT)
                      MOVE RS-SNA TO RT-SNA(ROSTER-COUNT)
                      MOVE 1 TO RT-ACTIVE(ROSTER-COUNT)
                 END-IF
            ELSE
                 PERFORM ROSTER-RELEASE-RTN
                      VARYING RT-I FROM 1 BY 1
                      UNTIL RT-I > ROSTER-COUNT.
       ROSTER-READ-END.
       ROSTER-RELEASE-RTN.
            IF RT-SNO(RT-I) = RS-SNO AND RT-ACTIVE(RT-I) = 1
                 MOVE 0 TO RT-ACTIVE(RT-I).
       ROSTER-PACK-RTN.
            MOVE ROSTER-COUNT TO RT-I.
            MOVE 0 TO ROSTER-COUNT.
            PERFORM ROSTER-PACK-ONE-RTN
                 VARYING RT-J FROM 1 BY 1 UNTIL RT-J > RT-I.
       ROSTER-PACK-ONE-RTN.
            IF RT-ACTIVE(RT-J) = 1
                 ADD 1 TO ROSTER-COUNT
                 MOVE ROSTER-ENTRY(RT-J)
                      TO ROSTER-ENTRY(ROSTER-COUNT).
       ENCODE-ONE-RTN.
            IF LIST-LINE = 0 OR LIST-LINE > 18
                 PERFORM ENCODE-PAGE-RTN.
            ADD 1 TO LIST-LINE.
            MOVE TERM-IN TO GR-TERM.
            MOVE RT-SNO(RT-I) TO GR-SNO.
            MOVE SUBJ-IN TO GR-SUBJ.
            MOVE SECT-IN TO GR-SECT.
            READ GRADES
                 INVALID KEY
                      MOVE 0 TO FOUND-SW
                      MOVE SPACES TO GRADE-IN
                 NOT INVALID KEY
                      MOVE 1 TO FOUND-SW
                      MOVE GR-GRADE TO TX-GRADE
                      MOVE GR-CODE TO TX-CODE
                      PERFORM GRADE-TEXT-RTN
                      MOVE GL-GRADE TO GRADE-IN
            END-READ.
            DISPLAY RT-SNO(RT-I) LINE LIST-LINE COLUMN 1.
            DISPLAY RT-SNA(RT-I) LINE LIST-LINE COLUMN 13.
            DISPLAY GRADE-IN LINE LIST-LINE COLUMN 40.
            MOVE 0 TO VALID-SW.
            PERFORM GRADE-ACCEPT-RTN THRU GRADE-ACCEPT-END
                 UNTIL VALID-SW = 1.
            IF GRADE-IN = SPACES
                 GO TO ENCODE-ONE-END.
            MOVE TERM-IN TO GR-TERM.
            MOVE RT-SNO(RT-I) TO GR-SNO.
            MOVE SUBJ-IN TO GR-SUBJ.
            MOVE SECT-IN TO GR-SECT.
            MOVE RT-SNA(RT-I) TO GR-SNA.
            MOVE GS-UNITS TO GR-UNITS.
            PERFORM GRADE-SET-RTN.
            MOVE RUN-DATE TO GR-ENCODE-DATE.
            MOVE OPERATOR-ID TO GR-OPERATOR.
            IF FOUND-SW = 1
                 REWRITE GRADE-REC
            ELSE
                 WRITE GRADE-REC.
            IF GR-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON GRADES - STATUS " GR-STATUS
                 LINE 21 COLUMN 1.
       ENCODE-ONE-END.
       ENCODE-PAGE-RTN.
            DISPLAY SCRE.
            DISPLAY "ENCODE GRADES -" LINE 1 COLUMN 1.
            DISPLAY SUBJ-IN LINE 1 COLUMN 17.
            DISPLAY SECT-IN LINE 1 COLUMN 25.
            DISPLAY TERM-IN LINE 1 COLUMN 31.
            DISPLAY "GRADE 1.00-3.00 (BY .25), 5.00, INC, DRP;"
                 LINE 2 COLUMN 1.
            DISPLAY "BLANK TO SKIP" LINE 2 COLUMN 43.
            DISPLAY "STUDENT NO. NAME" LINE 3 COLUMN 1.
            DISPLAY "GRADE" LINE 3 COLUMN 40.
            MOVE 3 TO LIST-LINE.
       GRADE-ACCEPT-RTN.
            ACCEPT GRADE-IN LINE LIST-LINE COLUMN 40.
            IF GRADE-IN = SPACES OR GRADE-IN = "INC" OR GRADE-IN = "DRP"
                 MOVE 1 TO VALID-SW
                 GO TO GRADE-ACCEPT-END.
            IF GP-INT IS NOT NUMERIC OR GP-DOT NOT = "."
            OR GP-DEC IS NOT NUMERIC
                 GO TO GRADE-ACCEPT-BAD.
            MOVE GP-INT TO GD-INT.
            MOVE GP-DEC TO GD-DEC.
            IF GRADE-VAL = 5.00
                 MOVE 1 TO VALID-SW
                 GO TO GRADE-ACCEPT-END.
            IF GRADE-VAL < 1.00 OR GRADE-VAL > 3.00
                 GO TO GRADE-ACCEPT-BAD.
            IF GP-DEC = "00" OR GP-DEC = "25" OR GP-DEC = "50"
            OR GP-DEC = "75"
                 MOVE 1 TO VALID-SW
                 GO TO GRADE-ACCEPT-END.
       GRADE-ACCEPT-BAD.
            DISPLAY "INVALID GRADE" LINE 21 COLUMN 1.
            MOVE "GRADE" TO AL-FIELD.
            MOVE GRADE-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       GRADE-ACCEPT-END.
       GRADE-SET-RTN.
            IF GRADE-IN = "INC"
                 MOVE 'I' TO GR-CODE
                 MOVE 0 TO GR-GRADE
            ELSE
            IF GRADE-IN = "DRP"
                 MOVE 'D' TO GR-CODE
                 MOVE 0 TO GR-GRADE
            ELSE
                 MOVE GP-INT TO GD-INT
                 MOVE GP-DEC TO GD-DEC
                 MOVE GRADE-VAL TO GR-GRADE
                 IF GRADE-VAL = 5.00
                      MOVE 'F' TO GR-CODE
                 ELSE
                      MOVE 'P' TO GR-CODE.
       GRADE-TEXT-RTN.
            IF TX-CODE = 'I'
                 MOVE "INC" TO GL-GRADE
                 MOVE "INCOMPLETE" TO GL-REMARK
            ELSE
            IF TX-CODE = 'D'
                 MOVE "DRP" TO GL-GRADE
                 MOVE "DROPPED" TO GL-REMARK
            ELSE
                 MOVE TX-GRADE TO GRADE-OUT
                 MOVE GRADE-OUT TO GL-GRADE
                 IF TX-CODE = 'F'
                      MOVE "FAILED" TO GL-REMARK
                 ELSE
                      MOVE "PASSED" TO GL-REMARK.
       COUNT-GRADES-RTN.
            MOVE 0 TO GS-COUNT.
            MOVE 0 TO MISSING-CTR.
            PERFORM COUNT-ONE-RTN
                 VARYING RT-I FROM 1 BY 1 UNTIL RT-I > ROSTER-COUNT.
       COUNT-ONE-RTN.
            MOVE TERM-IN TO GR-TERM.
            MOVE RT-SNO(RT-I) TO GR-SNO.
            MOVE SUBJ-IN TO GR-SUBJ.
            MOVE SECT-IN TO GR-SECT.
            READ GRADES
                 INVALID KEY
                      ADD 1 TO MISSING-CTR
                 NOT INVALID KEY
                      ADD 1 TO GS-COUNT
            END-READ.
       SUBMIT-RTN.
            PERFORM SECTION-KEY-RTN.
            IF FOUND-SW = 0
                 DISPLAY "NO GRADES ENCODED FOR SECTION"
                 LINE 20 COLUMN 1
                 GO TO SUBMIT-END.
            IF GS-STATUS-CODE NOT = 'E'
                 DISPLAY "SECTION ALREADY SUBMITTED" LINE 20 COLUMN 1
                 GO TO SUBMIT-END.
            MOVE GS-CC TO CC-IN.
            MOVE GS-RSECT TO RSECT-IN.
            PERFORM LOAD-ROSTER-RTN THRU LOAD-ROSTER-EXIT.
            PERFORM COUNT-GRADES-RTN.
            IF MISSING-CTR > 0
                 DISPLAY "CANNOT SUBMIT - STUDENTS WITHOUT GRADE:"
                 LINE 20 COLUMN 1
                 DISPLAY MISSING-CTR LINE 20 COLUMN 42
                 GO TO SUBMIT-END.
            MOVE 'S' TO GS-STATUS-CODE.
            MOVE RUN-DATE TO GS-SUBMIT-DATE.
            MOVE OPERATOR-ID TO GS-SUBMIT-BY.
            REWRITE GS-REC.
            IF GS-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON GRSECT - STATUS " GS-STATUS
                 LINE 20 COLUMN 1
                 GO TO SUBMIT-END.
            MOVE "GRADESUBMIT" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING TERM-IN SUBJ-IN SECT-IN DELIMITED BY SIZE
                 INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "GRADES SUBMITTED FOR APPROVAL" LINE 20 COLUMN 1.
       SUBMIT-END.
       APPROVE-RTN.
            PERFORM SECTION-KEY-RTN.
            IF FOUND-SW = 0
                 DISPLAY "NO GRADES ENCODED FOR SECTION"
                 LINE 20 COLUMN 1
                 GO TO APPROVE-END.
            IF GS-STATUS-CODE = 'A'
                 DISPLAY "SECTION ALREADY APPROVED AND LOCKED"
                 LINE 20 COLUMN 1
                 GO TO APPROVE-END.
            IF GS-STATUS-CODE NOT = 'S'
                 DISPLAY "SECTION NOT YET SUBMITTED" LINE 20 COLUMN 1
                 GO TO APPROVE-END.
            DISPLAY "SUBMITTED BY:" LINE 10 COLUMN 1.
            DISPLAY GS-SUBMIT-BY LINE 10 COLUMN 30.
            DISPLAY GS-SUBMIT-DATE LINE 10 COLUMN 42.
            DISPLAY "A=APPROVE AND LOCK, R=RETURN FOR CORRECTION:"
                 LINE 12 COLUMN 1.
            MOVE SPACE TO ANS.
            ACCEPT ANS LINE 12 COLUMN 47.
            MOVE SPACES TO AL-BADVAL.
            STRING TERM-IN SUBJ-IN SECT-IN DELIMITED BY SIZE
                 INTO AL-BADVAL.
            IF ANS = 'A' OR ANS = 'a'
                 MOVE 'A' TO GS-STATUS-CODE
                 MOVE RUN-DATE TO GS-APPROVE-DATE
                 MOVE OPERATOR-ID TO GS-APPROVE-BY
                 MOVE "GRADEAPPROVE" TO AL-FIELD
            ELSE
            IF ANS = 'R' OR ANS = 'r'
                 MOVE 'E' TO GS-STATUS-CODE
                 MOVE SPACES TO GS-SUBMIT-DATE
                 MOVE SPACES TO GS-SUBMIT-BY
                 MOVE "GRADERETURN" TO AL-FIELD
            ELSE
                 DISPLAY "NO ACTION TAKEN" LINE 20 COLUMN 1
                 GO TO APPROVE-END.
            REWRITE GS-REC.
            IF GS-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON GRSECT - STATUS " GS-STATUS
                 LINE 20 COLUMN 1
                 GO TO APPROVE-END.
            PERFORM WRITE-AUDIT-RTN.
            IF GS-STATUS-CODE = 'A'
                 DISPLAY "GRADES APPROVED - SECTION LOCKED"
                 LINE 20 COLUMN 1
            ELSE
                 DISPLAY "GRADES RETURNED TO ENCODER" LINE 20 COLUMN 1.
       APPROVE-END.
       TERMRUN-RTN.
            DISPLAY "TERM (E.G. 2026-1):" LINE 6 COLUMN 1.
            MOVE SPACES TO TERM-IN.
            ACCEPT TERM-IN LINE 6 COLUMN 30.
            IF TERM-IN = SPACES
                 DISPLAY "TERM REQUIRED" LINE 20 COLUMN 1
                 GO TO TERMRUN-END.
            MOVE 0 TO STU-CTR.
            MOVE 0 TO HELD-CTR.
            MOVE 0 TO PREV-SNO.
            MOVE 0 TO LINE-CTR.
            OPEN EXTEND RPTFILE.
            MOVE 0 TO EOFSW.
            MOVE TERM-IN TO GR-TERM.
            MOVE 0 TO GR-SNO.
            MOVE LOW-VALUES TO GR-SUBJ.
            MOVE LOW-VALUES TO GR-SECT.
            START GRADES KEY NOT LESS THAN GR-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM TERM-SCAN-RTN THRU TERM-SCAN-END
                 UNTIL EOFSW = 1.
            IF PREV-SNO NOT = 0
                 PERFORM TERM-STUDENT-RTN THRU TERM-STUDENT-END.
            MOVE SPACES TO TOTAL-LINE.
            MOVE "STUDENTS GRADED:" TO TL-LABEL.
            MOVE STU-CTR TO TL-COUNT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 2.
            MOVE "REPORTS WITHHELD (BALANCE):" TO TL-LABEL.
            MOVE HELD-CTR TO TL-COUNT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 1.
            CLOSE RPTFILE.
            DISPLAY "STUDENTS GRADED:" LINE 18 COLUMN 1.
            DISPLAY STU-CTR LINE 18 COLUMN 35.
            DISPLAY "REPORTS WITHHELD (BALANCE):" LINE 19 COLUMN 1.
            DISPLAY HELD-CTR LINE 19 COLUMN 35.
       TERMRUN-END.
       TERM-SCAN-RTN.
            READ GRADES NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO TERM-SCAN-END.
            IF GR-TERM NOT = TERM-IN
                 MOVE 1 TO EOFSW
                 GO TO TERM-SCAN-END.
            MOVE GR-TERM TO GS-TERM.
            MOVE GR-SUBJ TO GS-SUBJ.
            MOVE GR-SECT TO GS-SECT.
            READ GRSECT
                 INVALID KEY
                      MOVE SPACE TO GS-STATUS-CODE.
            IF GS-STATUS-CODE NOT = 'A'
                 GO TO TERM-SCAN-END.
            IF GR-SNO NOT = PREV-SNO
                 IF PREV-SNO NOT = 0
                      PERFORM TERM-STUDENT-RTN THRU TERM-STUDENT-END
                 END-IF
                 MOVE GR-SNO TO PREV-SNO
                 MOVE GR-SNA TO PREV-SNA
                 MOVE 0 TO LINE-CTR.
            IF LINE-CTR < 20
                 ADD 1 TO LINE-CTR
                 MOVE GR-SUBJ TO LT-SUBJ(LINE-CTR)
                 MOVE GR-SECT TO LT-SECT(LINE-CTR)
                 MOVE GR-UNITS TO LT-UNITS(LINE-CTR)
                 MOVE GR-GRADE TO LT-GRADE(LINE-CTR)
                 MOVE GR-CODE TO LT-CODE(LINE-CTR).
       TERM-SCAN-END.
       TERM-STUDENT-RTN.
            MOVE 0 TO SUM-POINTS.
            MOVE 0 TO SUM-UNITS.
            MOVE 0 TO INC-CTR.
            MOVE 0 TO FAIL-CTR.
            PERFORM TERM-SUM-RTN
                 VARYING LT-I FROM 1 BY 1 UNTIL LT-I > LINE-CTR.
            IF SUM-UNITS = 0
                 MOVE 0 TO TERM-GWA
            ELSE
                 COMPUTE TERM-GWA ROUNDED = SUM-POINTS / SUM-UNITS.
            MOVE TERM-IN TO TG-TERM.
            MOVE PREV-SNO TO TG-SNO.
            READ TERMGWA
                 INVALID KEY
                      CONTINUE
            END-READ.
            MOVE PREV-SNA TO TG-SNA.
            MOVE SUM-UNITS TO TG-UNITS.
            MOVE TERM-GWA TO TG-GWA.
            MOVE INC-CTR TO TG-INC-CTR.
            MOVE FAIL-CTR TO TG-FAIL-CTR.
            MOVE RUN-DATE TO TG-RUN-DATE.
            IF TG-STATUS = "23"
                 WRITE TG-REC
            ELSE
                 REWRITE TG-REC.
            ADD 1 TO STU-CTR.
            MOVE "TERM GRADE REPORT" TO HD-TITLE.
            MOVE TERM-IN TO HD-TERM.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            MOVE PREV-SNO TO SL-SNO.
            MOVE PREV-SNA TO SL-SNA.
            WRITE RPTREC FROM STU-LINE AFTER 2.
            MOVE PREV-SNO TO SNO-IN.
            PERFORM BALANCE-RTN THRU BALANCE-EXIT.
            IF HOLD-SW = 1
                 ADD 1 TO HELD-CTR
                 MOVE SB-BALANCE TO HL-BAL
                 WRITE RPTREC FROM HOLD-LINE AFTER 2
                 WRITE RPTREC FROM HOLD-LINE-2 AFTER 1
                 GO TO TERM-STUDENT-END.
            WRITE RPTREC FROM SUB-LINE AFTER 2.
            PERFORM TERM-PRINT-RTN
                 VARYING LT-I FROM 1 BY 1 UNTIL LT-I > LINE-CTR.
            MOVE "UNITS CREDITED TO GWA:" TO GW-LABEL.
            MOVE SUM-UNITS TO GW-UNITS.
            MOVE TERM-GWA TO GW-GWA.
            WRITE RPTREC FROM GWA-LINE AFTER 2.
       TERM-STUDENT-END.
       TERM-SUM-RTN.
            IF LT-CODE(LT-I) = 'P' OR LT-CODE(LT-I) = 'F'
                 COMPUTE SUM-POINTS = SUM-POINTS
                      + LT-GRADE(LT-I) * LT-UNITS(LT-I)
                 ADD LT-UNITS(LT-I) TO SUM-UNITS.
            IF LT-CODE(LT-I) = 'I'
                 ADD 1 TO INC-CTR.
            IF LT-CODE(LT-I) = 'F'
                 ADD 1 TO FAIL-CTR.
       TERM-PRINT-RTN.
            MOVE LT-SUBJ(LT-I) TO GL-SUBJ.
            MOVE LT-SECT(LT-I) TO GL-SECT.
            MOVE LT-UNITS(LT-I) TO GL-UNITS.
            MOVE LT-GRADE(LT-I) TO TX-GRADE.
            MOVE LT-CODE(LT-I) TO TX-CODE.
            PERFORM GRADE-TEXT-RTN.
            WRITE RPTREC FROM GRADE-LINE AFTER 1.
       BALANCE-RTN.
            MOVE 0 TO HOLD-SW.
            IF BAL-AVAILABLE-SW = 0
                 GO TO BALANCE-EXIT.
            MOVE SNO-IN TO SB-SNO.
            READ STUBAL
                 INVALID KEY
                      MOVE 0 TO SB-BALANCE.
            IF SB-BALANCE > 0
                 MOVE 1 TO HOLD-SW.
       BALANCE-EXIT.
            EXIT.
       TOR-RTN.
            DISPLAY "STUDENT NUMBER:" LINE 6 COLUMN 1.
            MOVE 0 TO SNO-IN.
            ACCEPT SNO-IN LINE 6 COLUMN 30.
            MOVE SPACES TO PREV-SNA.
            IF STU-AVAILABLE-SW = 1
                 MOVE SNO-IN TO ST-SNO
                 READ STUMAST
                      INVALID KEY
                           MOVE SPACES TO ST-SNAME
                 END-READ
                 MOVE ST-SNAME TO PREV-SNA.
            OPEN EXTEND TORFILE.
            MOVE "TRANSCRIPT OF RECORDS" TO HD-TITLE.
            MOVE SPACES TO HD-TERM.
            MOVE RUN-DATE TO HD-DATE.
            WRITE TORREC FROM HEAD-1 AFTER PAGE.
            WRITE TORREC FROM HEAD-2 AFTER 1.
            MOVE SNO-IN TO SL-SNO.
            MOVE PREV-SNA TO SL-SNA.
            WRITE TORREC FROM STU-LINE AFTER 2.
            PERFORM BALANCE-RTN THRU BALANCE-EXIT.
            IF HOLD-SW = 1
                 MOVE SB-BALANCE TO HL-BAL
                 WRITE TORREC FROM HOLD-LINE AFTER 2
                 WRITE TORREC FROM HOLD-LINE-2 AFTER 1
                 CLOSE TORFILE
                 MOVE SB-BALANCE TO BAL-OUT
                 DISPLAY "TRANSCRIPT WITHHELD - BALANCE"
                 LINE 20 COLUMN 1
                 DISPLAY BAL-OUT LINE 20 COLUMN 32
                 MOVE "TORWITHHELD" TO AL-FIELD
                 MOVE SNO-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO TOR-END.
            MOVE 0 TO CUM-POINTS.
            MOVE 0 TO CUM-UNITS.
            MOVE SPACES TO PREV-TERM.
            MOVE 0 TO EOFSW.
            MOVE 0 TO LINE-CTR.
            MOVE LOW-VALUES TO GR-KEY.
            START GRADES KEY NOT LESS THAN GR-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM TOR-SCAN-RTN THRU TOR-SCAN-END
                 UNTIL EOFSW = 1.
            IF PREV-TERM NOT = SPACES
                 PERFORM TOR-TERM-RTN.
            IF CUM-UNITS = 0
                 MOVE 0 TO TERM-GWA
            ELSE
                 COMPUTE TERM-GWA ROUNDED = CUM-POINTS / CUM-UNITS.
            MOVE "CUMULATIVE UNITS:" TO GW-LABEL.
            MOVE CUM-UNITS TO GW-UNITS.
            MOVE TERM-GWA TO GW-GWA.
            WRITE TORREC FROM GWA-LINE AFTER 2.
            CLOSE TORFILE.
            MOVE TERM-GWA TO GWA-OUT.
            DISPLAY "TRANSCRIPT PRINTED - CUMULATIVE GWA" LINE 20
                 COLUMN 1.
            DISPLAY GWA-OUT LINE 20 COLUMN 38.
       TOR-END.
       TOR-SCAN-RTN.
            READ GRADES NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO TOR-SCAN-END.
            IF GR-SNO NOT = SNO-IN
                 GO TO TOR-SCAN-END.
            MOVE GR-TERM TO GS-TERM.
            MOVE GR-SUBJ TO GS-SUBJ.
            MOVE GR-SECT TO GS-SECT.
            READ GRSECT
                 INVALID KEY
                      MOVE SPACE TO GS-STATUS-CODE.
            IF GS-STATUS-CODE NOT = 'A'
                 GO TO TOR-SCAN-END.
            IF GR-TERM NOT = PREV-TERM
                 IF PREV-TERM NOT = SPACES
                      PERFORM TOR-TERM-RTN
                 END-IF
                 MOVE GR-TERM TO PREV-TERM
                 MOVE 0 TO LINE-CTR.
            IF LINE-CTR < 20
                 ADD 1 TO LINE-CTR
                 MOVE GR-SUBJ TO LT-SUBJ(LINE-CTR)
                 MOVE GR-SECT TO LT-SECT(LINE-CTR)
                 MOVE GR-UNITS TO LT-UNITS(LINE-CTR)
                 MOVE GR-GRADE TO LT-GRADE(LINE-CTR)
                 MOVE GR-CODE TO LT-CODE(LINE-CTR).
       TOR-SCAN-END.
       TOR-TERM-RTN.
            MOVE SPACES TO TOTAL-LINE.
            STRING "TERM " PREV-TERM DELIMITED BY SIZE INTO TL-LABEL.
            WRITE TORREC FROM TOTAL-LINE AFTER 2.
            WRITE TORREC FROM SUB-LINE AFTER 1.
            MOVE 0 TO SUM-POINTS.
            MOVE 0 TO SUM-UNITS.
            MOVE 0 TO INC-CTR.
            MOVE 0 TO FAIL-CTR.
            PERFORM TERM-SUM-RTN
                 VARYING LT-I FROM 1 BY 1 UNTIL LT-I > LINE-CTR.
            PERFORM TOR-PRINT-RTN
                 VARYING LT-I FROM 1 BY 1 UNTIL LT-I > LINE-CTR.
            IF SUM-UNITS = 0
                 MOVE 0 TO TERM-GWA
            ELSE
                 COMPUTE TERM-GWA ROUNDED = SUM-POINTS / SUM-UNITS.
            MOVE "TERM UNITS:" TO GW-LABEL.
            MOVE SUM-UNITS TO GW-UNITS.
            MOVE TERM-GWA TO GW-GWA.
            WRITE TORREC FROM GWA-LINE AFTER 1.
            ADD SUM-POINTS TO CUM-POINTS.
            ADD SUM-UNITS TO CUM-UNITS.
       TOR-PRINT-RTN.
            MOVE LT-SUBJ(LT-I) TO GL-SUBJ.
            MOVE LT-SECT(LT-I) TO GL-SECT.
            MOVE LT-UNITS(LT-I) TO GL-UNITS.
            MOVE LT-GRADE(LT-I) TO TX-GRADE.
            MOVE LT-CODE(LT-I) TO TX-CODE.
            PERFORM GRADE-TEXT-RTN.
            WRITE TORREC FROM GRADE-LINE AFTER 1.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "GRADE-ENTRY" TO AL-PROGRAM.
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
