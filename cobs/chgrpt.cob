       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHG-REPORT.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. MASTER FILE CHANGES BY OPERATOR FOR INTERNAL AUDIT.
      *         EACH OPERATOR STARTS A NEW PAGE WITH THEIR CHANGES IN
      *         DATE AND TIME ORDER, FOLLOWED BY A COUNT OF CHANGES AND
      *         OF RECORDS ADDED. THE PERIOD DEFAULTS TO THE MONTH TO
      *         DATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CHGHIST ASSIGN TO "CHGHIST.DAT"
                 FILE STATUS IS CH-STATUS.
            SELECT SORTFILE ASSIGN TO "SORTWK".
            SELECT SORTEDFILE ASSIGN TO "CHGSORT.TMP".
            SELECT RPTFILE ASSIGN TO "CHGRPT".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
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
       SD   SORTFILE.
       01   SORT-REC.
            02 FILLER PIC X(93).
            02 SRT-OPERATOR PIC X(10).
            02 SRT-DATE PIC X(8).
            02 SRT-TIME PIC X(8).
            02 FILLER PIC X(15).
       FD   SORTEDFILE.
       01   SORTED-REC.
            02 CS-FILE PIC X(8).
            02 CS-KEY PIC X(20).
            02 CS-FIELD PIC X(15).
            02 CS-OLD PIC X(25).
            02 CS-NEW PIC X(25).
            02 CS-OPERATOR PIC X(10).
            02 CS-DATE PIC X(8).
            02 CS-TIME PIC X(8).
            02 CS-PROGRAM PIC X(15).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(132).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   CH-STATUS PIC XX VALUE "00".
       01   EOFSW PIC 9 VALUE 0.
       01   VALIDANS PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   SEL-DATE-FROM PIC X(8) VALUE SPACES.
       01   SEL-DATE-TO PIC X(8) VALUE SPACES.
       01   SEL-OPERATOR PIC X(10) VALUE SPACES.
       01   CUR-OPERATOR PIC X(10) VALUE SPACES.
       01   FIRST-SW PIC 9 VALUE 0.
       01   OP-CHG-CTR PIC 9(6) VALUE 0.
       01   OP-ADD-CTR PIC 9(6) VALUE 0.
       01   OPER-CTR PIC 9(5) VALUE 0.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   ADD-CTR PIC 9(6) VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(52) VALUE SPACES.
            02 FILLER PIC X(27)
               VALUE "PUP-MANILA REPORTING SYSTEM".
            02 FILLER PIC X(53) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(40) VALUE SPACES.
            02 FILLER PIC X(31)
               VALUE "MASTER FILE CHANGES BY OPERATOR".
            02 FILLER PIC X(7) VALUE "  FROM ".
            02 HD-FROM PIC X(8).
            02 FILLER PIC X(4) VALUE " TO ".
            02 HD-TO PIC X(8).
            02 FILLER PIC X(34) VALUE SPACES.
       01   OPER-LINE.
            02 FILLER PIC X(10) VALUE "OPERATOR: ".
            02 OL-OPERATOR PIC X(10).
            02 FILLER PIC X(112) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(9) VALUE "DATE".
            02 FILLER PIC X(9) VALUE "TIME".
            02 FILLER PIC X(9) VALUE "FILE".
            02 FILLER PIC X(21) VALUE "KEY".
            02 FILLER PIC X(16) VALUE "FIELD".
            02 FILLER PIC X(26) VALUE "BEFORE".
            02 FILLER PIC X(26) VALUE "AFTER".
            02 FILLER PIC X(16) VALUE "PROGRAM".
       01   DETAIL-LINE.
            02 DL-DATE PIC X(8).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-HH PIC XX.
            02 FILLER PIC X(1) VALUE ":".
            02 DL-MM PIC XX.
            02 FILLER PIC X(1) VALUE ":".
            02 DL-SS PIC XX.
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-FILE PIC X(8).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-KEY PIC X(20).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-FIELD PIC X(15).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-OLD PIC X(25).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-NEW PIC X(25).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-PROGRAM PIC X(15).
            02 FILLER PIC X(1) VALUE SPACES.
       01   OPER-TOTAL.
            02 FILLER PIC X(10) VALUE SPACES.
            02 FILLER PIC X(14) VALUE "CHANGES MADE: ".
            02 OT-CHANGES PIC ZZZ,ZZ9.
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(15) VALUE "RECORDS ADDED: ".
            02 OT-ADDED PIC ZZZ,ZZ9.
            02 FILLER PIC X(75) VALUE SPACES.
       01   GRAND-TOTAL.
            02 FILLER PIC X(11) VALUE "OPERATORS: ".
            02 GT-OPERS PIC ZZ,ZZ9.
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(14) VALUE "CHANGES MADE: ".
            02 GT-CHANGES PIC ZZZ,ZZ9.
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(15) VALUE "RECORDS ADDED: ".
            02 GT-ADDED PIC ZZZ,ZZ9.
            02 FILLER PIC X(64) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(111) VALUE SPACES.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "PUP-MANILA REPORTING SYSTEM" LINE 1 COLUMN 27.
            DISPLAY "MASTER FILE CHANGES BY OPERATOR" LINE 2 COLUMN 25.
            DISPLAY "DATE FROM (BLANK=MONTH START):" LINE 5 COLUMN 1.
            ACCEPT SEL-DATE-FROM LINE 5 COLUMN 35.
            DISPLAY "DATE TO (BLANK=RUN DATE):" LINE 6 COLUMN 1.
            ACCEPT SEL-DATE-TO LINE 6 COLUMN 35.
            DISPLAY "OPERATOR (BLANK=ALL):" LINE 7 COLUMN 1.
            ACCEPT SEL-OPERATOR LINE 7 COLUMN 35.
            IF SEL-DATE-FROM = SPACES
                 MOVE RUN-DATE TO SEL-DATE-FROM
                 MOVE "01" TO SEL-DATE-FROM(5:2).
            IF SEL-DATE-TO = SPACES
                 MOVE RUN-DATE TO SEL-DATE-TO.
            IF SEL-DATE-FROM > SEL-DATE-TO
                 DISPLAY "DATE FROM IS AFTER DATE TO" LINE 10 COLUMN 1
                 GO TO PROCESS-ASK.
            PERFORM REPORT-RTN THRU REPORT-END.
       PROCESS-ASK.
            DISPLAY "ANOTHER REPORT (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       REPORT-RTN.
            OPEN INPUT CHGHIST.
            IF CH-STATUS = "35"
                 DISPLAY "NO CHANGE HISTORY ON FILE" LINE 10 COLUMN 1
                 GO TO REPORT-END.
            CLOSE CHGHIST.
            SORT SORTFILE ON ASCENDING KEY SRT-OPERATOR SRT-DATE
                 SRT-TIME
                 USING CHGHIST GIVING SORTEDFILE.
            OPEN INPUT SORTEDFILE.
            OPEN EXTEND RPTFILE.
            MOVE SEL-DATE-FROM TO HD-FROM.
            MOVE SEL-DATE-TO TO HD-TO.
            MOVE 0 TO REC-CTR.
            MOVE 0 TO ADD-CTR.
            MOVE 0 TO OPER-CTR.
            MOVE 1 TO FIRST-SW.
            MOVE 0 TO EOFSW.
            PERFORM SCAN-RTN THRU SCAN-END UNTIL EOFSW = 1.
            IF FIRST-SW = 1
                 WRITE RPTREC FROM HEAD-1 AFTER PAGE
                 WRITE RPTREC FROM HEAD-2 AFTER 1
            ELSE
                 PERFORM OPER-TOTAL-RTN.
            MOVE OPER-CTR TO GT-OPERS.
            MOVE REC-CTR TO GT-CHANGES.
            MOVE ADD-CTR TO GT-ADDED.
            WRITE RPTREC FROM GRAND-TOTAL AFTER 2.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE SORTEDFILE.
            CLOSE RPTFILE.
            DISPLAY "CHANGES LISTED:" LINE 10 COLUMN 1.
            DISPLAY REC-CTR LINE 10 COLUMN 35.
            DISPLAY "OPERATORS:" LINE 11 COLUMN 1.
            DISPLAY OPER-CTR LINE 11 COLUMN 35.
       REPORT-END.
       SCAN-RTN.
            READ SORTEDFILE
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO SCAN-END.
            IF CS-DATE < SEL-DATE-FROM OR CS-DATE > SEL-DATE-TO
                 GO TO SCAN-END.
            IF SEL-OPERATOR NOT = SPACES
                 AND CS-OPERATOR NOT = SEL-OPERATOR
                 GO TO SCAN-END.
            IF FIRST-SW = 1
                 MOVE 0 TO FIRST-SW
                 PERFORM OPER-HEAD-RTN
            ELSE
            IF CS-OPERATOR NOT = CUR-OPERATOR
                 PERFORM OPER-TOTAL-RTN
                 PERFORM OPER-HEAD-RTN.
            MOVE CS-DATE TO DL-DATE.
            MOVE CS-TIME(1:2) TO DL-HH.
            MOVE CS-TIME(3:2) TO DL-MM.
            MOVE CS-TIME(5:2) TO DL-SS.
            MOVE CS-FILE TO DL-FILE.
            MOVE CS-KEY TO DL-KEY.
            MOVE CS-FIELD TO DL-FIELD.
            MOVE CS-OLD TO DL-OLD.
            MOVE CS-NEW TO DL-NEW.
            MOVE CS-PROGRAM TO DL-PROGRAM.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            ADD 1 TO OP-CHG-CTR.
            ADD 1 TO REC-CTR.
            IF CS-FIELD = "RECORD" AND CS-NEW = "ADDED"
                 ADD 1 TO OP-ADD-CTR
                 ADD 1 TO ADD-CTR.
       SCAN-END.
      * A CHANGE MADE WITH NO ONE SIGNED ON IS LISTED UNDER A BLANK
      * OPERATOR, WHICH SORTS AHEAD OF EVERYONE ELSE.
       OPER-HEAD-RTN.
            MOVE CS-OPERATOR TO CUR-OPERATOR.
            MOVE 0 TO OP-CHG-CTR.
            MOVE 0 TO OP-ADD-CTR.
            ADD 1 TO OPER-CTR.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            IF CUR-OPERATOR = SPACES
                 MOVE "(NONE)" TO OL-OPERATOR
            ELSE
                 MOVE CUR-OPERATOR TO OL-OPERATOR.
            WRITE RPTREC FROM OPER-LINE AFTER 2.
            WRITE RPTREC FROM SUB-1 AFTER 2.
       OPER-TOTAL-RTN.
            MOVE OP-CHG-CTR TO OT-CHANGES.
            MOVE OP-ADD-CTR TO OT-ADDED.
            WRITE RPTREC FROM OPER-TOTAL AFTER 2.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
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
