       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALARY-SCHEDULE.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. MAINTENANCE OF THE SALARY GRADE AND STEP SCHEDULE.
      *         EACH GRADE/STEP CARRIES ONE MONTHLY RATE PER EFFECTIVE
      *         DATE; THE RATE IN FORCE ON A PAY DATE IS THE ONE WITH
      *         THE LATEST EFFECTIVE DATE NOT AFTER IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SALSCHED ASSIGN TO "SALSCHED.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SS-KEY
                 FILE STATUS IS SS-STATUS.
            SELECT RPTFILE ASSIGN TO "SALSCHRPT".
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
            SELECT CHGHIST ASSIGN TO "CHGHIST.DAT".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   SALSCHED.
       01   SS-REC.
            02 SS-KEY.
                 03 SS-GRADE PIC 99.
                 03 SS-STEP PIC 9.
                 03 SS-EFFDATE PIC X(8).
            02 SS-MONTHLY PIC 9(6)V99.
            02 SS-SET-DATE PIC X(8).
            02 SS-OPERATOR PIC X(10).
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
       01   SS-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   CHG-FILE PIC X(8) VALUE SPACES.
       01   CHG-KEY PIC X(20) VALUE SPACES.
       01   CN-FIELD PIC X(15) VALUE SPACES.
       01   CN-OLD PIC X(25) VALUE SPACES.
       01   CN-NEW PIC X(25) VALUE SPACES.
       01   CN-AMT PIC -(9)9.99.
       01   CN-NUM PIC -(12)9.
       01   CHG-CTR PIC 99 VALUE 0.
       01   CHG-IX PIC 99 VALUE 0.
       01   CHG-TABLE.
            02 CHG-ENTRY OCCURS 20 TIMES.
               03 CHG-FIELD PIC X(15).
               03 CHG-OLD PIC X(25).
               03 CHG-NEW PIC X(25).
       01   VALID-SW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   FUNC-CODE PIC X VALUE SPACE.
       01   EOFSW PIC 9 VALUE 0.
       01   FOUND-SW PIC 9 VALUE 0.
       01   GRADE-IN PIC 99 VALUE 0.
       01   STEP-IN PIC 9 VALUE 0.
       01   EFF-IN PIC X(6) VALUE SPACES.
       01   EFF-PARTS.
            02 EF-YY PIC XX.
            02 EF-MM PIC XX.
            02 EF-DD PIC XX.
       01   RATE-IN PIC 9(6)V99 VALUE 0.
       01   OLD-RATE PIC 9(6)V99 VALUE 0.
       01   RATE-OUT PIC ZZZ,ZZ9.99.
       01   MAX-GRADE PIC 99 VALUE 33.
       01   MAX-STEP PIC 9 VALUE 8.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(30)
               VALUE "COLLEGE OF COMPUTER MANAGEMENT".
            02 FILLER PIC X(25) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(22) VALUE SPACES.
            02 FILLER PIC X(26)
               VALUE "SALARY GRADE/STEP SCHEDULE".
            02 FILLER PIC X(2) VALUE SPACES.
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(22) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(5) VALUE "GRADE".
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "STEP".
            02 FILLER PIC X(3) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "EFFECTIVE".
            02 FILLER PIC X(5) VALUE SPACES.
            02 FILLER PIC X(12) VALUE "MONTHLY RATE".
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "SET ON".
            02 FILLER PIC X(5) VALUE SPACES.
            02 FILLER PIC X(6) VALUE "SET BY".
            02 FILLER PIC X(18) VALUE SPACES.
       01   DETAIL-LINE.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-GRADE PIC Z9.
            02 FILLER PIC X(6) VALUE SPACES.
            02 DL-STEP PIC 9.
            02 FILLER PIC X(6) VALUE SPACES.
            02 DL-EFFDATE PIC X(8).
            02 FILLER PIC X(6) VALUE SPACES.
            02 DL-MONTHLY PIC ZZZ,ZZ9.99.
            02 FILLER PIC X(6) VALUE SPACES.
            02 DL-SET-DATE PIC X(8).
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-OPERATOR PIC X(10).
            02 FILLER PIC X(12) VALUE SPACES.
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
            OPEN EXTEND CHGHIST.
            OPEN I-O SALSCHED.
            IF SS-STATUS = "35"
                 OPEN OUTPUT SALSCHED
                 CLOSE SALSCHED
                 OPEN I-O SALSCHED.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE SALSCHED.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "COLLEGE OF COMPUTER MANAGEMENT" LINE 1 COLUMN 25.
            DISPLAY "SALARY GRADE/STEP SCHEDULE" LINE 2 COLUMN 27.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (S=SET RATE, R=SCHEDULE RPT):"
                 LINE 4 COLUMN 1.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'S'
                 PERFORM SET-RTN THRU SET-END
            ELSE
                 PERFORM REPORT-RTN THRU REPORT-END.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 4 COLUMN 45.
            IF FUNC-CODE = 'S' OR FUNC-CODE = 's'
                 MOVE 'S' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'R' OR FUNC-CODE = 'r'
                 MOVE 'R' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       SET-RTN.
            MOVE 0 TO VALID-SW.
            DISPLAY "SALARY GRADE (1-33):" LINE 6 COLUMN 1.
            PERFORM GRADE-RTN THRU GRADE-END UNTIL VALID-SW = 1.
            MOVE 0 TO VALID-SW.
            DISPLAY "STEP (1-8):" LINE 7 COLUMN 1.
            PERFORM STEP-RTN THRU STEP-END UNTIL VALID-SW = 1.
            MOVE 0 TO VALID-SW.
            DISPLAY "EFFECTIVE DATE (YYMMDD):" LINE 8 COLUMN 1.
            PERFORM EFF-RTN THRU EFF-END UNTIL VALID-SW = 1.
            MOVE GRADE-IN TO SS-GRADE.
            MOVE STEP-IN TO SS-STEP.
            MOVE SPACES TO SS-EFFDATE.
            MOVE EFF-IN TO SS-EFFDATE(1:6).
            MOVE 0 TO OLD-RATE.
            READ SALSCHED
                 INVALID KEY
                      MOVE 0 TO FOUND-SW
                 NOT INVALID KEY
                      MOVE 1 TO FOUND-SW
                      MOVE SS-MONTHLY TO OLD-RATE.
            IF FOUND-SW = 1
                 MOVE OLD-RATE TO RATE-OUT
                 DISPLAY "RATE ON FILE:" LINE 9 COLUMN 1
                 DISPLAY RATE-OUT LINE 9 COLUMN 35.
            MOVE 0 TO VALID-SW.
            DISPLAY "MONTHLY RATE:" LINE 10 COLUMN 1.
            PERFORM RATE-RTN THRU RATE-END UNTIL VALID-SW = 1.
            IF FOUND-SW = 1 AND RATE-IN = OLD-RATE
                 DISPLAY "NO CHANGE" LINE 14 COLUMN 1
                 GO TO SET-END.
            MOVE GRADE-IN TO SS-GRADE.
            MOVE STEP-IN TO SS-STEP.
            MOVE SPACES TO SS-EFFDATE.
            MOVE EFF-IN TO SS-EFFDATE(1:6).
            MOVE RATE-IN TO SS-MONTHLY.
            MOVE RUN-DATE TO SS-SET-DATE.
            MOVE OPERATOR-ID TO SS-OPERATOR.
            MOVE "SALSCHED" TO CHG-FILE.
            MOVE SS-KEY TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF FOUND-SW = 0
                 MOVE "RECORD" TO CN-FIELD
                 MOVE SPACES TO CN-OLD
                 MOVE "ADDED" TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            MOVE "SS-MONTHLY" TO CN-FIELD.
            MOVE OLD-RATE TO CN-AMT.
            MOVE CN-AMT TO CN-OLD.
            MOVE RATE-IN TO CN-AMT.
            MOVE CN-AMT TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            IF FOUND-SW = 1
                 REWRITE SS-REC
            ELSE
                 WRITE SS-REC.
            IF SS-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON SALSCHED - STATUS " SS-STATUS
                 STOP RUN.
            PERFORM WRITE-CHANGES-RTN.
            MOVE "SALSCHED" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            MOVE RATE-IN TO RATE-OUT.
            STRING GRADE-IN "/" STEP-IN " " EFF-IN " " RATE-IN
                 DELIMITED BY SIZE INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "SCHEDULE RATE RECORDED" LINE 14 COLUMN 1.
       SET-END.
       GRADE-RTN.
            MOVE 0 TO GRADE-IN.
            ACCEPT GRADE-IN LINE 6 COLUMN 35.
            IF GRADE-IN > 0 AND GRADE-IN NOT > MAX-GRADE
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "SALGRADE" TO AL-FIELD
                 MOVE GRADE-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       GRADE-END.
       STEP-RTN.
            MOVE 0 TO STEP-IN.
            ACCEPT STEP-IN LINE 7 COLUMN 35.
            IF STEP-IN > 0 AND STEP-IN NOT > MAX-STEP
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "SALSTEP" TO AL-FIELD
                 MOVE STEP-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       STEP-END.
       EFF-RTN.
            MOVE SPACES TO EFF-IN.
            ACCEPT EFF-IN LINE 8 COLUMN 35.
            MOVE EFF-IN TO EFF-PARTS.
            IF EFF-IN NOT NUMERIC
                 OR EF-MM < "01" OR EF-MM > "12"
                 OR EF-DD < "01" OR EF-DD > "31"
                 MOVE "SALEFFDATE" TO AL-FIELD
                 MOVE EFF-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO EFF-END.
            MOVE 1 TO VALID-SW.
       EFF-END.
       RATE-RTN.
            MOVE 0 TO RATE-IN.
            ACCEPT RATE-IN LINE 10 COLUMN 35.
            IF RATE-IN IS NUMERIC AND RATE-IN > 0
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "SALRATE" TO AL-FIELD
                 MOVE RATE-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       RATE-END.
       REPORT-RTN.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            MOVE 0 TO REC-CTR.
            MOVE 0 TO EOFSW.
            MOVE LOW-VALUES TO SS-KEY.
            START SALSCHED KEY NOT LESS THAN SS-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM RPT-SCAN-RTN THRU RPT-SCAN-END UNTIL EOFSW = 1.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE RPTFILE.
            DISPLAY "SALARY SCHEDULE REPORT PRINTED" LINE 6 COLUMN 1.
       REPORT-END.
       RPT-SCAN-RTN.
            READ SALSCHED NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO RPT-SCAN-END.
            MOVE SS-GRADE TO DL-GRADE.
            MOVE SS-STEP TO DL-STEP.
            MOVE SS-EFFDATE TO DL-EFFDATE.
            MOVE SS-MONTHLY TO DL-MONTHLY.
            MOVE SS-SET-DATE TO DL-SET-DATE.
            MOVE SS-OPERATOR TO DL-OPERATOR.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            ADD 1 TO REC-CTR.
       RPT-SCAN-END.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "SALARY-SCHEDULE" TO AL-PROGRAM.
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
      * FIELD CHANGES ARE NOTED BEFORE THE MASTER IS REWRITTEN AND
      * GO TO THE CHANGE HISTORY ONLY ONCE THE REWRITE HAS BEEN DONE.
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
            MOVE "SALARY-SCHEDULE" TO CH-PROGRAM.
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
