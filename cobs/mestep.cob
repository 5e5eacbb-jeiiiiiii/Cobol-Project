       IDENTIFICATION DIVISION.
       PROGRAM-ID. ME-STEP-LOG.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. RECORDS ONE STEP OF THE MONTH-END JOB STREAM IN THE
      *         STEP LOG. THE STEP NAME, PROGRAM, RETURN CODE AND
      *         REPORT FILE ARE READ FROM THE JOB STREAM. THE RECORD
      *         COUNT IS TAKEN FROM THE LAST TRAILER ON THE STEP'S
      *         REPORT, AND ONLY WHEN THAT TRAILER CARRIES THE CURRENT
      *         BUSINESS DATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MESTEPS ASSIGN TO "MESTEPS.DAT"
                 FILE STATUS IS MS-STATUS.
            SELECT STEPRPT ASSIGN TO RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS SR-STATUS.
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
       FD   STEPRPT.
       01   SR-REC PIC X(160).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   MS-STATUS PIC XX VALUE "00".
       01   SR-STATUS PIC XX VALUE "00".
       01   EOFSW PIC 9 VALUE 0.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   RPT-PATH PIC X(12) VALUE SPACES.
       01   STEP-IN PIC X(8) VALUE SPACES.
       01   PROGRAM-IN PIC X(15) VALUE SPACES.
       01   RC-IN PIC X(3) VALUE SPACES.
       01   REPORT-IN PIC X(12) VALUE SPACES.
       01   TRAILER-VIEW.
            02 TV-TAG PIC X(7).
            02 TV-COUNT PIC X(6).
            02 TV-RUNDATE PIC X(8).
       01   LAST-COUNT PIC X(6) VALUE SPACES.
       01   LAST-RUNDATE PIC X(8) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            ACCEPT STEP-IN.
            ACCEPT PROGRAM-IN.
            ACCEPT RC-IN.
            ACCEPT REPORT-IN.
            IF STEP-IN = SPACES
                 DISPLAY "NO STEP NAME - NOT LOGGED"
                 STOP RUN.
            MOVE RUN-DATE(1:4) TO MS-YYMM.
            MOVE STEP-IN TO MS-STEP.
            MOVE PROGRAM-IN TO MS-PROGRAM.
            MOVE RC-IN TO MS-RC.
            IF RC-IN = "0" OR RC-IN = "000"
                 MOVE "COMPLETED" TO MS-STEP-STAT
            ELSE
                 MOVE "FAILED" TO MS-STEP-STAT.
            MOVE REPORT-IN TO MS-REPORT.
            MOVE 0 TO MS-COUNT.
            MOVE 'N' TO MS-OUTPUT-SW.
            IF REPORT-IN NOT = SPACES
                 PERFORM TRAILER-RTN THRU TRAILER-END.
            MOVE RUN-DATE TO MS-DATE.
            ACCEPT MS-TIME FROM TIME.
            OPEN EXTEND MESTEPS.
            IF MS-STATUS = "35"
                 OPEN OUTPUT MESTEPS.
            WRITE MS-REC.
            CLOSE MESTEPS.
            DISPLAY "STEP " STEP-IN " LOGGED " MS-STEP-STAT.
            STOP RUN.
      * THE REPORTS ARE APPENDED TO RUN AFTER RUN, SO THE LAST TRAILER
      * ON FILE IS THE ONE THIS STEP WROTE, IF IT WROTE ONE AT ALL.
       TRAILER-RTN.
            MOVE REPORT-IN TO RPT-PATH.
            OPEN INPUT STEPRPT.
            IF SR-STATUS = "35"
                 GO TO TRAILER-END.
            MOVE SPACES TO LAST-COUNT.
            MOVE SPACES TO LAST-RUNDATE.
            MOVE 0 TO EOFSW.
            PERFORM SCAN-RTN THRU SCAN-END UNTIL EOFSW = 1.
            CLOSE STEPRPT.
            IF LAST-RUNDATE = RUN-DATE AND LAST-COUNT NUMERIC
                 MOVE LAST-COUNT TO MS-COUNT
                 MOVE 'Y' TO MS-OUTPUT-SW.
       TRAILER-END.
       SCAN-RTN.
            READ STEPRPT
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO SCAN-END.
            MOVE SR-REC TO TRAILER-VIEW.
            IF TV-TAG = "TRAILER"
                 MOVE TV-COUNT TO LAST-COUNT
                 MOVE TV-RUNDATE TO LAST-RUNDATE.
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
