       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END-REPORT.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. MONTH-END CONTROL REPORT. LISTS EACH STEP OF THE
      *         MONTH-END JOB STREAM FOR THE BUSINESS MONTH FROM THE
      *         STEP LOG WITH ITS STATUS, RETURN CODE AND RECORD COUNT.
      *         A STEP RUN MORE THAN ONCE (A RESTART) SHOWS ITS LATEST
      *         RUN. THE JOB STREAM PASSES C WHEN EVERY STEP HAS
      *         COMPLETED AND F WHEN IT STOPPED ON A FAILED STEP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MESTEPS ASSIGN TO "MESTEPS.DAT"
                 FILE STATUS IS MS-STATUS.
            SELECT RPTFILE ASSIGN TO "MECTL".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   MESTEPS.
       01   MS-REC.
            02 MS-YYMM PIC X(4).
            02 MS-STEP PIC X(8).
            02 MS-PROGRAM PIC X(15).
            02 MS-STEP-STAT PIC X(10).
            02 MS-RC PIC X(3).
            02 MS-REPORT PIC X(12).
            02 MS-COUNT PIC 9(6).
            02 MS-OUTPUT-SW PIC X.
            02 MS-DATE PIC X(8).
            02 MS-TIME PIC X(8).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(100).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   MS-STATUS PIC XX VALUE "00".
       01   EOFSW PIC 9 VALUE 0.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   END-FLAG PIC X VALUE SPACE.
       01   ST-COUNT PIC 99 VALUE 0.
       01   ST-MATCH PIC 99 VALUE 0.
       01   ST-I PIC 99 VALUE 0.
       01   STEP-TABLE.
            02 ST-ENTRY OCCURS 20 TIMES.
               03 ST-REC PIC X(75).
       01   DONE-CTR PIC 99 VALUE 0.
       01   FAIL-CTR PIC 99 VALUE 0.
       01   TIME-OUT.
            02 TO-HH PIC XX.
            02 FILLER PIC X VALUE ":".
            02 TO-MM PIC XX.
            02 FILLER PIC X VALUE ":".
            02 TO-SS PIC XX.
       01   HEAD-1.
            02 FILLER PIC X(36) VALUE SPACES.
            02 FILLER PIC X(27)
               VALUE "PUP-MANILA REPORTING SYSTEM".
            02 FILLER PIC X(37) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(31) VALUE SPACES.
            02 FILLER PIC X(29)
               VALUE "MONTH-END CONTROL REPORT FOR ".
            02 HD-YYMM PIC X(4).
            02 FILLER PIC X(4) VALUE " AS ".
            02 FILLER PIC X(3) VALUE "OF ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(21) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(10) VALUE "STEP".
            02 FILLER PIC X(17) VALUE "PROGRAM".
            02 FILLER PIC X(12) VALUE "STATUS".
            02 FILLER PIC X(5) VALUE "RC".
            02 FILLER PIC X(10) VALUE "RECORDS".
            02 FILLER PIC X(14) VALUE "REPORT".
            02 FILLER PIC X(18) VALUE "RUN".
            02 FILLER PIC X(14) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-STEP PIC X(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-PROGRAM PIC X(15).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-STAT PIC X(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-RC PIC X(3).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-COUNT PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-REPORT PIC X(12).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-DATE PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 DL-TIME PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 DL-NOTE PIC X(14).
       01   TOTAL-LINE.
            02 FILLER PIC X(17) VALUE "STEPS COMPLETED: ".
            02 TL-DONE PIC Z9.
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(14) VALUE "STEPS FAILED: ".
            02 TL-FAIL PIC Z9.
            02 FILLER PIC X(61) VALUE SPACES.
       01   FINAL-LINE.
            02 FN-TEXT PIC X(60).
            02 FILLER PIC X(40) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(79) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            ACCEPT END-FLAG.
            OPEN INPUT MESTEPS.
            IF MS-STATUS NOT = "35"
                 PERFORM SCAN-RTN THRU SCAN-END UNTIL EOFSW = 1
                 CLOSE MESTEPS.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE(1:4) TO HD-YYMM.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            WRITE RPTREC FROM SUB-1 AFTER 2.
            PERFORM LINE-RTN
                 VARYING ST-I FROM 1 BY 1 UNTIL ST-I > ST-COUNT.
            MOVE DONE-CTR TO TL-DONE.
            MOVE FAIL-CTR TO TL-FAIL.
            WRITE RPTREC FROM TOTAL-LINE AFTER 2.
            IF END-FLAG = 'C' OR END-FLAG = 'c'
                 MOVE "MONTH-END STREAM COMPLETE" TO FN-TEXT
            ELSE
                 MOVE
                 "*** STREAM STOPPED - CORRECT AND RERUN TO RESTART ***"
                      TO FN-TEXT.
            WRITE RPTREC FROM FINAL-LINE AFTER 1.
            MOVE ST-COUNT TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE RPTFILE.
            DISPLAY "MONTH-END CONTROL REPORT PRINTED, STEPS: "
                 ST-COUNT.
            STOP RUN.
      * STEPS KEEP THE ORDER IN WHICH THEY FIRST RAN; A LATER RUN OF THE
      * SAME STEP REPLACES THE EARLIER ONE.
       SCAN-RTN.
            READ MESTEPS
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO SCAN-END.
            IF MS-YYMM NOT = RUN-DATE(1:4)
                 GO TO SCAN-END.
            MOVE 0 TO ST-MATCH.
            PERFORM FIND-RTN
                 VARYING ST-I FROM 1 BY 1 UNTIL ST-I > ST-COUNT.
            IF ST-MATCH = 0
                 IF ST-COUNT < 20
                      ADD 1 TO ST-COUNT
                      MOVE ST-COUNT TO ST-MATCH
                 ELSE
                      GO TO SCAN-END.
            MOVE MS-REC TO ST-REC(ST-MATCH).
       SCAN-END.
       FIND-RTN.
            IF ST-REC(ST-I)(5:8) = MS-STEP
                 MOVE ST-I TO ST-MATCH.
       LINE-RTN.
            MOVE ST-REC(ST-I) TO MS-REC.
            MOVE MS-STEP TO DL-STEP.
            MOVE MS-PROGRAM TO DL-PROGRAM.
            MOVE MS-STEP-STAT TO DL-STAT.
            MOVE MS-RC TO DL-RC.
            MOVE MS-COUNT TO DL-COUNT.
            MOVE MS-REPORT TO DL-REPORT.
            MOVE MS-DATE TO DL-DATE.
            MOVE MS-TIME(1:2) TO TO-HH.
            MOVE MS-TIME(3:2) TO TO-MM.
            MOVE MS-TIME(5:2) TO TO-SS.
            MOVE TIME-OUT TO DL-TIME.
            MOVE SPACES TO DL-NOTE.
            IF MS-STEP-STAT = "COMPLETED"
                 ADD 1 TO DONE-CTR
                 IF MS-OUTPUT-SW NOT = 'Y'
                      MOVE "** NO REPORT" TO DL-NOTE
                 END-IF
            ELSE
                 ADD 1 TO FAIL-CTR.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
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
