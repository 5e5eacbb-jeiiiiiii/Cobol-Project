       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHG-INQUIRY.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. FULL CHANGE HISTORY OF ONE MASTER RECORD, OLDEST
      *         FIRST, FROM THE CHANGE HISTORY WRITTEN BY THE
      *         MAINTENANCE PROGRAMS. THE KEY IS ENTERED AS THE MASTER
      *         HOLDS IT, NUMERIC KEYS WITH THEIR LEADING ZEROS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CHGHIST ASSIGN TO "CHGHIST.DAT"
                 FILE STATUS IS CH-STATUS.
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
       WORKING-STORAGE SECTION.
       01   CH-STATUS PIC XX VALUE "00".
       01   EOFSW PIC 9 VALUE 0.
       01   ANS PIC X VALUE SPACE.
       01   VALIDANS PIC 9 VALUE 0.
       01   FILE-IN PIC X(8) VALUE SPACES.
       01   KEY-IN PIC X(20) VALUE SPACES.
       01   LIST-LINE PIC 99 VALUE 0.
       01   CHANGE-CTR PIC 9(5) VALUE 0.
       01   TIME-OUT.
            02 TO-HH PIC XX.
            02 FILLER PIC X VALUE ":".
            02 TO-MM PIC XX.
            02 FILLER PIC X VALUE ":".
            02 TO-SS PIC XX.
       SCREEN SECTION.
       01   SCRE.
            02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "PUP-MANILA REPORTING SYSTEM" LINE 1 COLUMN 27.
            DISPLAY "MASTER RECORD CHANGE HISTORY" LINE 2 COLUMN 27.
            DISPLAY "FILE (E.G. ELECMAST):" LINE 4 COLUMN 1.
            ACCEPT FILE-IN LINE 4 COLUMN 25.
            INSPECT FILE-IN CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            DISPLAY "RECORD KEY:" LINE 5 COLUMN 1.
            ACCEPT KEY-IN LINE 5 COLUMN 25.
            IF FILE-IN = SPACES OR KEY-IN = SPACES
                 DISPLAY "FILE AND KEY REQUIRED" LINE 20 COLUMN 1
                 GO TO PROCESS-ASK.
            PERFORM INQUIRY-RTN THRU INQUIRY-END.
       PROCESS-ASK.
            DISPLAY "ANOTHER INQUIRY (Y/N)?" LINE 22 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       INQUIRY-RTN.
            MOVE 0 TO CHANGE-CTR.
            OPEN INPUT CHGHIST.
            IF CH-STATUS = "35"
                 DISPLAY "NO CHANGE HISTORY ON FILE" LINE 20 COLUMN 1
                 GO TO INQUIRY-END.
            PERFORM HEADING-RTN.
            MOVE 0 TO EOFSW.
            PERFORM INQ-SCAN-RTN THRU INQ-SCAN-END UNTIL EOFSW = 1.
            CLOSE CHGHIST.
            IF CHANGE-CTR = 0
                 DISPLAY "NO CHANGES RECORDED FOR THIS RECORD"
                      LINE 20 COLUMN 1
            ELSE
                 DISPLAY "CHANGES LISTED:" LINE 20 COLUMN 1
                 DISPLAY CHANGE-CTR LINE 20 COLUMN 17.
       INQUIRY-END.
      * EACH CHANGE TAKES TWO LINES: WHEN AND BY WHOM, THEN THE VALUE
      * BEFORE AND AFTER.
       INQ-SCAN-RTN.
            READ CHGHIST
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO INQ-SCAN-END.
            IF CH-FILE NOT = FILE-IN OR CH-KEY NOT = KEY-IN
                 GO TO INQ-SCAN-END.
            ADD 1 TO CHANGE-CTR.
            IF LIST-LINE > 16
                 DISPLAY "MORE - PRESS ENTER" LINE 20 COLUMN 1
                 ACCEPT ANS LINE 20 COLUMN 20
                 DISPLAY SCRE
                 PERFORM HEADING-RTN.
            MOVE CH-TIME(1:2) TO TO-HH.
            MOVE CH-TIME(3:2) TO TO-MM.
            MOVE CH-TIME(5:2) TO TO-SS.
            ADD 1 TO LIST-LINE.
            DISPLAY CH-DATE LINE LIST-LINE COLUMN 1.
            DISPLAY TIME-OUT LINE LIST-LINE COLUMN 10.
            DISPLAY CH-FIELD LINE LIST-LINE COLUMN 20.
            DISPLAY CH-OPERATOR LINE LIST-LINE COLUMN 37.
            DISPLAY CH-PROGRAM LINE LIST-LINE COLUMN 49.
            ADD 1 TO LIST-LINE.
            DISPLAY "FROM:" LINE LIST-LINE COLUMN 3.
            DISPLAY CH-OLD LINE LIST-LINE COLUMN 9.
            DISPLAY "TO:" LINE LIST-LINE COLUMN 36.
            DISPLAY CH-NEW LINE LIST-LINE COLUMN 40.
       INQ-SCAN-END.
       HEADING-RTN.
            DISPLAY "FILE:" LINE 7 COLUMN 1.
            DISPLAY FILE-IN LINE 7 COLUMN 7.
            DISPLAY "KEY:" LINE 7 COLUMN 17.
            DISPLAY KEY-IN LINE 7 COLUMN 22.
            DISPLAY "DATE     TIME      FIELD            OPERATOR"
                 LINE 8 COLUMN 1.
            DISPLAY "PROGRAM" LINE 8 COLUMN 49.
            MOVE 8 TO LIST-LINE.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
