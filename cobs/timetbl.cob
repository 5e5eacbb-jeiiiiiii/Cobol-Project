       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETABLE.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. CLASS TIMETABLE. EACH SUBJECT-SECTION LOAD IN FACLOAD
      *         GETS UP TO 9 MEETINGS, EACH WITH A DAY PATTERN (MTWHFS),
      *         START AND END TIME AND A ROOM FROM ROOMMAST. A MEETING
      *         IS REFUSED WHEN IT OVERLAPS ANOTHER MEETING IN THE SAME
      *         ROOM, FOR THE SAME FACULTY OR FOR THE SAME SECTION.
      *         PRINTS SCHEDULES BY FACULTY, SECTION AND ROOM, AND THE
      *         ROOM UTILIZATION REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FACULTYF ASSIGN TO "D:\COBOL\FACULTY.TXT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PF-FNO
                 FILE STATUS IS PF-STATUS.
            SELECT LOADFILE ASSIGN TO "FACLOAD.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS FL-KEY
                 FILE STATUS IS FL-STATUS.
            SELECT TIMETBL ASSIGN TO "TIMETBL.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS TT-KEY
                 FILE STATUS IS TT-STATUS.
            SELECT ROOMMAST ASSIGN TO "ROOMMAST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS RM-CODE
                 FILE STATUS IS RM-STATUS.
            SELECT SORTFILE ASSIGN TO "SORTWK".
            SELECT SORTEDFILE ASSIGN TO "TIMESRT.TMP".
            SELECT RPTFILE ASSIGN TO "TIMESCHD".
            SELECT UTILFILE ASSIGN TO "ROOMUTIL".
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
       FD   FACULTYF.
       01   FACULTY-REC.
            02 PF-FNO PIC 9(10).
            02 PF-REFNO PIC X(8).
            02 PF-FNAME PIC X(25).
            02 PF-FTNAME PIC X(20).
            02 PF-DNAME PIC X(22).
            02 PF-HEAN PIC X(15).
            02 PF-UA PIC X(2).
            02 PF-LPE PIC X(17).
            02 PF-PAY PIC X(9).
            02 PF-BANK-ACCNO PIC 9(10).
            02 PF-GRADE PIC 99.
            02 PF-STEP PIC 9.
            02 PF-STEP-DATE PIC X(8).
       FD   LOADFILE.
       01   LOAD-REC.
            02 FL-KEY.
                 03 FL-FNO PIC 9(10).
                 03 FL-SUBJ PIC X(7).
                 03 FL-SECT PIC X(4).
            02 FL-UNITS PIC 99.
            02 FL-SCHED PIC X(15).
       FD   TIMETBL.
       01   TT-REC.
            02 TT-KEY.
                 03 TT-SUBJ PIC X(7).
                 03 TT-SECT PIC X(4).
                 03 TT-MEET PIC 9.
            02 TT-FNO PIC 9(10).
            02 TT-DAYS PIC X(6).
            02 TT-START PIC 9(4).
            02 TT-END PIC 9(4).
            02 TT-ROOM PIC X(4).
            02 TT-SET-DATE PIC X(8).
            02 TT-OPERATOR PIC X(10).
       FD   ROOMMAST.
       01   ROOM-REC.
            02 RM-CODE PIC X(4).
            02 RM-BUILDING PIC X(15).
            02 RM-CAPACITY PIC 999.
       SD   SORTFILE.
       01   SORT-REC.
            02 SRT-SUBJ PIC X(7).
            02 SRT-SECT PIC X(4).
            02 SRT-MEET PIC 9.
            02 SRT-FNO PIC 9(10).
            02 SRT-DAYS PIC X(6).
            02 SRT-START PIC 9(4).
            02 SRT-END PIC 9(4).
            02 SRT-ROOM PIC X(4).
            02 FILLER PIC X(18).
       FD   SORTEDFILE.
       01   SORTED-REC.
            02 SR-SUBJ PIC X(7).
            02 SR-SECT PIC X(4).
            02 SR-MEET PIC 9.
            02 SR-FNO PIC 9(10).
            02 SR-DAYS PIC X(6).
            02 SR-START PIC 9(4).
            02 SR-END PIC 9(4).
            02 SR-ROOM PIC X(4).
            02 FILLER PIC X(18).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(80).
       FD   UTILFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS UTILREC.
       01   UTILREC.
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
       01   PF-STATUS PIC XX VALUE "00".
       01   FL-STATUS PIC XX VALUE "00".
       01   TT-STATUS PIC XX VALUE "00".
       01   RM-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   CHG-FILE PIC X(8) VALUE SPACES.
       01   CHG-KEY PIC X(20) VALUE SPACES.
       01   CN-FIELD PIC X(15) VALUE SPACES.
       01   CN-OLD PIC X(25) VALUE SPACES.
       01   CN-NEW PIC X(25) VALUE SPACES.
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
       01   TT-EOF-SW PIC 9 VALUE 0.
       01   FNO-IN PIC 9(10) VALUE 0.
       01   SUBJ-IN PIC X(7) VALUE SPACES.
       01   SECT-IN PIC X(4) VALUE SPACES.
       01   MEET-IN PIC 9 VALUE 0.
       01   DAYS-IN PIC X(6) VALUE SPACES.
       01   DAYS-NORM PIC X(6) VALUE SPACES.
       01   DAY-LETTERS PIC X(6) VALUE "MTWHFS".
       01   DAY-I PIC 9 VALUE 0.
       01   DAY-J PIC 9 VALUE 0.
       01   DAY-CHAR PIC X VALUE SPACE.
       01   DAY-FOUND-SW PIC 9 VALUE 0.
       01   DAY-BAD-SW PIC 9 VALUE 0.
       01   DAY-CTR PIC 9 VALUE 0.
       01   DAY-OVL-SW PIC 9 VALUE 0.
       01   TIME-IN PIC X(4) VALUE SPACES.
       01   TIME-PARTS.
            02 TM-HH PIC 99.
            02 TM-MM PIC 99.
       01   TIME-NUM REDEFINES TIME-PARTS PIC 9(4).
       01   START-IN PIC 9(4) VALUE 0.
       01   END-IN PIC 9(4) VALUE 0.
       01   ROOM-IN PIC X(4) VALUE SPACES.
       01   CONFLICT-SW PIC 9 VALUE 0.
       01   CONFLICT-TYPE PIC X(7) VALUE SPACES.
       01   CONFLICT-LINE.
            02 FILLER PIC X(9) VALUE "CONFLICT ".
            02 CF-TYPE PIC X(7).
            02 FILLER PIC X(6) VALUE " WITH ".
            02 CF-SUBJ PIC X(7).
            02 FILLER PIC X(1) VALUE SPACES.
            02 CF-SECT PIC X(4).
            02 FILLER PIC X(1) VALUE SPACES.
            02 CF-DAYS PIC X(6).
            02 FILLER PIC X(1) VALUE SPACES.
            02 CF-START PIC 9(4).
            02 FILLER PIC X(1) VALUE "-".
            02 CF-END PIC 9(4).
            02 FILLER PIC X(1) VALUE SPACES.
            02 CF-ROOM PIC X(4).
       01   BREAK-KEY PIC X(10) VALUE SPACES.
       01   SR-BREAK PIC X(10) VALUE SPACES.
       01   REC-CTR PIC 9(6) VALUE 0.
       01   MEET-MINUTES PIC 9(5) VALUE 0.
       01   ROOM-MINUTES PIC 9(6) VALUE 0.
       01   ROOM-MEETINGS PIC 999 VALUE 0.
       01   WEEK-MINUTES PIC 9(5) VALUE 5040.
       01   UTIL-PCT PIC 999V9 VALUE 0.
       01   TOT-MINUTES PIC 9(8) VALUE 0.
       01   ROOM-CTR PIC 999 VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(30)
               VALUE "COLLEGE OF COMPUTER MANAGEMENT".
            02 FILLER PIC X(25) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(25) VALUE SPACES.
            02 HD-TITLE PIC X(20).
            02 FILLER PIC X(2) VALUE SPACES.
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(25) VALUE SPACES.
       01   GROUP-HEAD.
            02 GH-LABEL PIC X(10).
            02 GH-KEY PIC X(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 GH-NAME PIC X(25).
            02 FILLER PIC X(33) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(6) VALUE "DAYS".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "TIME".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(7) VALUE "SUBJECT".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "SECT".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "ROOM".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "FACULTY NO".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "NAME".
            02 FILLER PIC X(24) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-DAYS PIC X(6).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-START PIC 9(4).
            02 FILLER PIC X(1) VALUE "-".
            02 DL-END PIC 9(4).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-SUBJ PIC X(7).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-SECT PIC X(4).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-ROOM PIC X(4).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-FNO PIC 9(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-FNAME PIC X(20).
            02 FILLER PIC X(8) VALUE SPACES.
       01   UTIL-SUB-1.
            02 FILLER PIC X(4) VALUE "ROOM".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(15) VALUE "BUILDING".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "CAPACITY".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "MEETINGS".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(10) VALUE "HOURS/WEEK".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(11) VALUE "UTILIZATION".
            02 FILLER PIC X(14) VALUE SPACES.
       01   UTIL-LINE.
            02 UL-ROOM PIC X(4).
            02 FILLER PIC X(2) VALUE SPACES.
            02 UL-BUILDING PIC X(15).
            02 FILLER PIC X(5) VALUE SPACES.
            02 UL-CAP PIC ZZ9.
            02 FILLER PIC X(7) VALUE SPACES.
            02 UL-MEET PIC ZZ9.
            02 FILLER PIC X(5) VALUE SPACES.
            02 UL-HOURS PIC ZZ9.99.
            02 FILLER PIC X(7) VALUE SPACES.
            02 UL-PCT PIC ZZ9.9.
            02 FILLER PIC X(1) VALUE "%".
            02 FILLER PIC X(17) VALUE SPACES.
       01   UTIL-TOTAL.
            02 FILLER PIC X(7) VALUE "ROOMS: ".
            02 UT-ROOMS PIC ZZ9.
            02 FILLER PIC X(26) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "HOURS:  ".
            02 UT-HOURS PIC ZZ,ZZ9.99.
            02 FILLER PIC X(27) VALUE SPACES.
       01   UTIL-NOTE.
            02 FILLER PIC X(46)
               VALUE "UTILIZATION IS AGAINST 84 HOURS A WEEK (MON TO".
            02 FILLER PIC X(24)
               VALUE " SAT, 0700 TO 2100).".
            02 FILLER PIC X(10) VALUE SPACES.
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
            OPEN INPUT FACULTYF.
            IF PF-STATUS = "35"
                 DISPLAY "NO FACULTY MASTER ON FILE" LINE 1 COLUMN 1
                 STOP RUN.
            OPEN INPUT LOADFILE.
            IF FL-STATUS = "35"
                 DISPLAY "NO TEACHING LOADS ON FILE" LINE 1 COLUMN 1
                 CLOSE FACULTYF
                 STOP RUN.
            OPEN INPUT ROOMMAST.
            IF RM-STATUS = "35"
                 OPEN OUTPUT ROOMMAST
                 CLOSE ROOMMAST
                 OPEN INPUT ROOMMAST.
            OPEN I-O TIMETBL.
            IF TT-STATUS = "35"
                 OPEN OUTPUT TIMETBL
                 CLOSE TIMETBL
                 OPEN I-O TIMETBL.
            OPEN EXTEND AUDITLOG.
            OPEN EXTEND CHGHIST.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE FACULTYF.
            CLOSE LOADFILE.
            CLOSE ROOMMAST.
            CLOSE TIMETBL.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "COLLEGE OF COMPUTER MANAGEMENT" LINE 1 COLUMN 25.
            DISPLAY "CLASS TIMETABLE" LINE 2 COLUMN 32.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (A=ADD MEETING, D=DELETE MEETING,"
                 LINE 4 COLUMN 1.
            DISPLAY "F/S/R=SCHEDULE BY FACULTY/SECTION/ROOM,"
                 LINE 5 COLUMN 1.
            DISPLAY "U=ROOM UTILIZATION): " LINE 6 COLUMN 1.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'A'
                 PERFORM ADD-RTN THRU ADD-END
            ELSE
            IF FUNC-CODE = 'D'
                 PERFORM DELETE-RTN THRU DELETE-END
            ELSE
            IF FUNC-CODE = 'U'
                 PERFORM UTIL-RPT-RTN THRU UTIL-RPT-END
            ELSE
                 PERFORM SCHED-RPT-RTN THRU SCHED-RPT-END.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 20 COLUMN 1.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 6 COLUMN 25.
            IF FUNC-CODE = 'a' MOVE 'A' TO FUNC-CODE.
            IF FUNC-CODE = 'd' MOVE 'D' TO FUNC-CODE.
            IF FUNC-CODE = 'f' MOVE 'F' TO FUNC-CODE.
            IF FUNC-CODE = 's' MOVE 'S' TO FUNC-CODE.
            IF FUNC-CODE = 'r' MOVE 'R' TO FUNC-CODE.
            IF FUNC-CODE = 'u' MOVE 'U' TO FUNC-CODE.
            IF FUNC-CODE = 'A' OR FUNC-CODE = 'D' OR FUNC-CODE = 'F'
            OR FUNC-CODE = 'S' OR FUNC-CODE = 'R' OR FUNC-CODE = 'U'
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       ADD-RTN.
            DISPLAY "FACULTY NO:" LINE 7 COLUMN 1.
            MOVE 0 TO FNO-IN.
            ACCEPT FNO-IN LINE 7 COLUMN 30.
            MOVE FNO-IN TO PF-FNO.
            READ FACULTYF
                 INVALID KEY
                      DISPLAY "NO SUCH FACULTY REC." LINE 16 COLUMN 1
                      GO TO ADD-END.
            DISPLAY PF-FNAME LINE 7 COLUMN 45.
            DISPLAY "SUBJECT CODE:" LINE 8 COLUMN 1.
            MOVE SPACES TO SUBJ-IN.
            ACCEPT SUBJ-IN LINE 8 COLUMN 30.
            DISPLAY "SECTION:" LINE 9 COLUMN 1.
            MOVE SPACES TO SECT-IN.
            ACCEPT SECT-IN LINE 9 COLUMN 30.
            MOVE FNO-IN TO FL-FNO.
            MOVE SUBJ-IN TO FL-SUBJ.
            MOVE SECT-IN TO FL-SECT.
            READ LOADFILE
                 INVALID KEY
                      DISPLAY "SUBJECT/SECTION NOT IN FACULTY'S LOAD"
                           LINE 16 COLUMN 1
                      MOVE "TTLOAD" TO AL-FIELD
                      MOVE FL-KEY TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO ADD-END.
            DISPLAY "MEETING NO (1-9):" LINE 10 COLUMN 1.
            MOVE 0 TO VALID-SW.
            PERFORM MEET-RTN THRU MEET-END UNTIL VALID-SW = 1.
            MOVE SUBJ-IN TO TT-SUBJ.
            MOVE SECT-IN TO TT-SECT.
            MOVE MEET-IN TO TT-MEET.
            READ TIMETBL
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      DISPLAY "MEETING ALREADY ON FILE - DELETE FIRST"
                           LINE 16 COLUMN 1
                      GO TO ADD-END.
            DISPLAY "DAYS (ANY OF MTWHFS):" LINE 11 COLUMN 1.
            MOVE 0 TO VALID-SW.
            PERFORM DAYS-RTN THRU DAYS-END UNTIL VALID-SW = 1.
            DISPLAY "START TIME (HHMM):" LINE 12 COLUMN 1.
            MOVE 0 TO VALID-SW.
            PERFORM START-RTN THRU START-END UNTIL VALID-SW = 1.
            DISPLAY "END TIME (HHMM):" LINE 13 COLUMN 1.
            MOVE 0 TO VALID-SW.
            PERFORM END-RTN THRU END-END UNTIL VALID-SW = 1.
            DISPLAY "ROOM:" LINE 14 COLUMN 1.
            MOVE 0 TO VALID-SW.
            PERFORM ROOM-RTN THRU ROOM-END UNTIL VALID-SW = 1.
            PERFORM CONFLICT-RTN THRU CONFLICT-END.
            IF CONFLICT-SW = 1
                 MOVE CONFLICT-TYPE TO CF-TYPE
                 DISPLAY CONFLICT-LINE LINE 16 COLUMN 1
                 DISPLAY "MEETING NOT SAVED" LINE 17 COLUMN 1
                 MOVE "TTCONFLICT" TO AL-FIELD
                 MOVE SPACES TO AL-BADVAL
                 STRING CONFLICT-TYPE DELIMITED BY SPACE
                      " " SUBJ-IN SECT-IN MEET-IN
                      DELIMITED BY SIZE INTO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO ADD-END.
            MOVE SUBJ-IN TO TT-SUBJ.
            MOVE SECT-IN TO TT-SECT.
            MOVE MEET-IN TO TT-MEET.
            MOVE FNO-IN TO TT-FNO.
            MOVE DAYS-NORM TO TT-DAYS.
            MOVE START-IN TO TT-START.
            MOVE END-IN TO TT-END.
            MOVE ROOM-IN TO TT-ROOM.
            MOVE RUN-DATE TO TT-SET-DATE.
            MOVE OPERATOR-ID TO TT-OPERATOR.
            MOVE "TIMETBL" TO CHG-FILE.
            MOVE TT-KEY TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            MOVE "RECORD" TO CN-FIELD.
            MOVE SPACES TO CN-OLD.
            MOVE "ADDED" TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            WRITE TT-REC
                 INVALID KEY
                      DISPLAY "MEETING ALREADY ON FILE - DELETE FIRST"
                           LINE 16 COLUMN 1
                      GO TO ADD-END.
            PERFORM WRITE-CHANGES-RTN.
            DISPLAY "MEETING SAVED" LINE 16 COLUMN 1.
            MOVE "TTSET" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING SUBJ-IN SECT-IN MEET-IN " " ROOM-IN
                 DELIMITED BY SIZE INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       ADD-END.
       MEET-RTN.
            MOVE 0 TO MEET-IN.
            ACCEPT MEET-IN LINE 10 COLUMN 30.
            IF MEET-IN = 0
                 MOVE "TTMEETING" TO AL-FIELD
                 MOVE MEET-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
            ELSE
                 MOVE 1 TO VALID-SW.
       MEET-END.
       DAYS-RTN.
            MOVE SPACES TO DAYS-IN.
            ACCEPT DAYS-IN LINE 11 COLUMN 30.
            MOVE SPACES TO DAYS-NORM.
            MOVE 0 TO DAY-BAD-SW.
            MOVE 0 TO DAY-CTR.
            PERFORM DAY-CHK-RTN
                 VARYING DAY-I FROM 1 BY 1 UNTIL DAY-I > 6.
            IF DAY-BAD-SW = 1 OR DAY-CTR = 0
                 MOVE "TTDAYS" TO AL-FIELD
                 MOVE DAYS-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO DAYS-END.
            DISPLAY DAYS-NORM LINE 11 COLUMN 45.
            MOVE 1 TO VALID-SW.
       DAYS-END.
       DAY-CHK-RTN.
            MOVE DAYS-IN(DAY-I:1) TO DAY-CHAR.
            IF DAY-CHAR NOT = SPACE
                 MOVE 0 TO DAY-FOUND-SW
                 PERFORM DAY-FIND-RTN
                      VARYING DAY-J FROM 1 BY 1 UNTIL DAY-J > 6
                 IF DAY-FOUND-SW = 0
                      MOVE 1 TO DAY-BAD-SW.
       DAY-FIND-RTN.
            IF DAY-CHAR = DAY-LETTERS(DAY-J:1)
                 MOVE 1 TO DAY-FOUND-SW
                 IF DAYS-NORM(DAY-J:1) = SPACE
                      MOVE DAY-CHAR TO DAYS-NORM(DAY-J:1)
                      ADD 1 TO DAY-CTR.
       START-RTN.
            MOVE SPACES TO TIME-IN.
            ACCEPT TIME-IN LINE 12 COLUMN 30.
            PERFORM TIME-CHK-RTN THRU TIME-CHK-END.
            IF VALID-SW = 1
                 MOVE TIME-NUM TO START-IN.
       START-END.
       END-RTN.
            MOVE SPACES TO TIME-IN.
            ACCEPT TIME-IN LINE 13 COLUMN 30.
            PERFORM TIME-CHK-RTN THRU TIME-CHK-END.
            IF VALID-SW = 1
                 MOVE TIME-NUM TO END-IN
                 IF END-IN NOT > START-IN
                      DISPLAY "END MUST BE AFTER START"
                           LINE 13 COLUMN 45
                      MOVE 0 TO VALID-SW.
       END-END.
       TIME-CHK-RTN.
            IF TIME-IN NOT NUMERIC
                 GO TO TIME-CHK-BAD.
            MOVE TIME-IN TO TIME-PARTS.
            IF TM-HH < 7 OR TM-HH > 21 OR TM-MM > 59
                 GO TO TIME-CHK-BAD.
            IF TM-HH = 21 AND TM-MM > 0
                 GO TO TIME-CHK-BAD.
            MOVE 1 TO VALID-SW.
            GO TO TIME-CHK-END.
       TIME-CHK-BAD.
            MOVE "TTTIME" TO AL-FIELD.
            MOVE TIME-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       TIME-CHK-END.
       ROOM-RTN.
            MOVE SPACES TO ROOM-IN.
            ACCEPT ROOM-IN LINE 14 COLUMN 30.
            MOVE ROOM-IN TO RM-CODE.
            READ ROOMMAST
                 INVALID KEY
                      DISPLAY "ROOM NOT ON ROOM MASTER"
                           LINE 14 COLUMN 45
                      MOVE "TTROOM" TO AL-FIELD
                      MOVE ROOM-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      GO TO ROOM-END.
            DISPLAY RM-BUILDING LINE 14 COLUMN 45.
            MOVE 1 TO VALID-SW.
       ROOM-END.
       CONFLICT-RTN.
            MOVE 0 TO CONFLICT-SW.
            MOVE 0 TO TT-EOF-SW.
            MOVE LOW-VALUES TO TT-KEY.
            START TIMETBL KEY NOT LESS THAN TT-KEY
                 INVALID KEY
                      GO TO CONFLICT-END.
            PERFORM CONFLICT-SCAN-RTN THRU CONFLICT-SCAN-END
                 UNTIL TT-EOF-SW = 1.
       CONFLICT-END.
       CONFLICT-SCAN-RTN.
            READ TIMETBL NEXT RECORD
                 AT END
                      MOVE 1 TO TT-EOF-SW
                      GO TO CONFLICT-SCAN-END.
            IF START-IN NOT < TT-END OR TT-START NOT < END-IN
                 GO TO CONFLICT-SCAN-END.
            MOVE 0 TO DAY-OVL-SW.
            PERFORM DAY-OVL-RTN
                 VARYING DAY-I FROM 1 BY 1 UNTIL DAY-I > 6.
            IF DAY-OVL-SW = 0
                 GO TO CONFLICT-SCAN-END.
            IF TT-ROOM = ROOM-IN
                 MOVE "ROOM" TO CONFLICT-TYPE
            ELSE
            IF TT-FNO = FNO-IN
                 MOVE "FACULTY" TO CONFLICT-TYPE
            ELSE
            IF TT-SECT = SECT-IN
                 MOVE "SECTION" TO CONFLICT-TYPE
            ELSE
                 GO TO CONFLICT-SCAN-END.
            MOVE 1 TO CONFLICT-SW.
            MOVE 1 TO TT-EOF-SW.
            MOVE TT-SUBJ TO CF-SUBJ.
            MOVE TT-SECT TO CF-SECT.
            MOVE TT-DAYS TO CF-DAYS.
            MOVE TT-START TO CF-START.
            MOVE TT-END TO CF-END.
            MOVE TT-ROOM TO CF-ROOM.
       CONFLICT-SCAN-END.
       DAY-OVL-RTN.
            IF TT-DAYS(DAY-I:1) NOT = SPACE
            AND DAYS-NORM(DAY-I:1) NOT = SPACE
                 MOVE 1 TO DAY-OVL-SW.
       DELETE-RTN.
            DISPLAY "SUBJECT CODE:" LINE 8 COLUMN 1.
            MOVE SPACES TO SUBJ-IN.
            ACCEPT SUBJ-IN LINE 8 COLUMN 30.
            DISPLAY "SECTION:" LINE 9 COLUMN 1.
            MOVE SPACES TO SECT-IN.
            ACCEPT SECT-IN LINE 9 COLUMN 30.
            DISPLAY "MEETING NO (1-9):" LINE 10 COLUMN 1.
            MOVE 0 TO VALID-SW.
            PERFORM MEET-RTN THRU MEET-END UNTIL VALID-SW = 1.
            MOVE SUBJ-IN TO TT-SUBJ.
            MOVE SECT-IN TO TT-SECT.
            MOVE MEET-IN TO TT-MEET.
            READ TIMETBL
                 INVALID KEY
                      DISPLAY "NO SUCH MEETING" LINE 16 COLUMN 1
                      GO TO DELETE-END.
            DISPLAY TT-DAYS LINE 11 COLUMN 30.
            DISPLAY TT-START LINE 12 COLUMN 30.
            DISPLAY TT-END LINE 13 COLUMN 30.
            DISPLAY TT-ROOM LINE 14 COLUMN 30.
            DISPLAY "DELETE THIS MEETING (Y/N)?" LINE 16 COLUMN 1.
            ACCEPT ANS LINE 16 COLUMN 30.
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 GO TO DELETE-END.
            MOVE "TIMETBL" TO CHG-FILE.
            MOVE TT-KEY TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            MOVE "RECORD" TO CN-FIELD.
            MOVE SPACES TO CN-OLD.
            MOVE "DELETED" TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            DELETE TIMETBL RECORD.
            PERFORM WRITE-CHANGES-RTN.
            DISPLAY "MEETING DELETED" LINE 17 COLUMN 1.
            MOVE "TTDELETE" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING SUBJ-IN SECT-IN MEET-IN
                 DELIMITED BY SIZE INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       DELETE-END.
       SCHED-RPT-RTN.
            CLOSE TIMETBL.
            IF FUNC-CODE = 'F'
                 SORT SORTFILE ON ASCENDING KEY SRT-FNO SRT-START
                      SRT-DAYS SRT-SUBJ
                      USING TIMETBL GIVING SORTEDFILE
                 MOVE "FACULTY SCHEDULE" TO HD-TITLE
                 MOVE "FACULTY:  " TO GH-LABEL
            ELSE
            IF FUNC-CODE = 'S'
                 SORT SORTFILE ON ASCENDING KEY SRT-SECT SRT-START
                      SRT-DAYS SRT-SUBJ
                      USING TIMETBL GIVING SORTEDFILE
                 MOVE "SECTION SCHEDULE" TO HD-TITLE
                 MOVE "SECTION:  " TO GH-LABEL
            ELSE
                 SORT SORTFILE ON ASCENDING KEY SRT-ROOM SRT-START
                      SRT-DAYS SRT-SUBJ
                      USING TIMETBL GIVING SORTEDFILE
                 MOVE "ROOM SCHEDULE" TO HD-TITLE
                 MOVE "ROOM:     " TO GH-LABEL.
            OPEN I-O TIMETBL.
            OPEN INPUT SORTEDFILE.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            MOVE 0 TO REC-CTR.
            MOVE 0 TO EOFSW.
            MOVE HIGH-VALUES TO BREAK-KEY.
            PERFORM SCHED-LINE-RTN THRU SCHED-LINE-END
                 UNTIL EOFSW = 1.
            MOVE REC-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE SORTEDFILE.
            CLOSE RPTFILE.
            DISPLAY HD-TITLE LINE 8 COLUMN 1.
            DISPLAY "PRINTED" LINE 8 COLUMN 22.
       SCHED-RPT-END.
       SCHED-LINE-RTN.
            READ SORTEDFILE
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO SCHED-LINE-END.
            MOVE SR-FNO TO PF-FNO.
            READ FACULTYF
                 INVALID KEY
                      MOVE "** NOT ON FACULTY FILE" TO PF-FNAME.
            IF FUNC-CODE = 'F'
                 MOVE SR-FNO TO SR-BREAK
            ELSE
            IF FUNC-CODE = 'S'
                 MOVE SR-SECT TO SR-BREAK
            ELSE
                 MOVE SR-ROOM TO SR-BREAK.
            IF SR-BREAK NOT = BREAK-KEY
                 PERFORM GROUP-HEAD-RTN.
            MOVE SR-DAYS TO DL-DAYS.
            MOVE SR-START TO DL-START.
            MOVE SR-END TO DL-END.
            MOVE SR-SUBJ TO DL-SUBJ.
            MOVE SR-SECT TO DL-SECT.
            MOVE SR-ROOM TO DL-ROOM.
            MOVE SR-FNO TO DL-FNO.
            MOVE PF-FNAME TO DL-FNAME.
            WRITE RPTREC FROM DETAIL-LINE AFTER 1.
            ADD 1 TO REC-CTR.
       SCHED-LINE-END.
       GROUP-HEAD-RTN.
            MOVE SR-BREAK TO BREAK-KEY.
            MOVE SR-BREAK TO GH-KEY.
            MOVE SPACES TO GH-NAME.
            IF FUNC-CODE = 'F'
                 MOVE PF-FNAME TO GH-NAME.
            IF FUNC-CODE = 'R'
                 MOVE SR-ROOM TO RM-CODE
                 READ ROOMMAST
                      INVALID KEY
                           MOVE SPACES TO RM-BUILDING
                 END-READ
                 MOVE RM-BUILDING TO GH-NAME.
            WRITE RPTREC FROM GROUP-HEAD AFTER 2.
            WRITE RPTREC FROM SUB-1 AFTER 1.
       UTIL-RPT-RTN.
            OPEN EXTEND UTILFILE.
            MOVE "ROOM UTILIZATION" TO HD-TITLE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE UTILREC FROM HEAD-1 AFTER PAGE.
            WRITE UTILREC FROM HEAD-2 AFTER 1.
            WRITE UTILREC FROM UTIL-SUB-1 AFTER 2.
            MOVE 0 TO ROOM-CTR.
            MOVE 0 TO TOT-MINUTES.
            MOVE 0 TO EOFSW.
            MOVE LOW-VALUES TO RM-CODE.
            START ROOMMAST KEY NOT LESS THAN RM-CODE
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM UTIL-ROOM-RTN THRU UTIL-ROOM-END UNTIL EOFSW = 1.
            MOVE ROOM-CTR TO UT-ROOMS.
            COMPUTE UT-HOURS = TOT-MINUTES / 60.
            WRITE UTILREC FROM UTIL-TOTAL AFTER 2.
            WRITE UTILREC FROM UTIL-NOTE AFTER 1.
            MOVE ROOM-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE UTILREC FROM TRAILER-REC AFTER 2.
            CLOSE UTILFILE.
            DISPLAY "ROOM UTILIZATION REPORT PRINTED" LINE 8 COLUMN 1.
       UTIL-RPT-END.
       UTIL-ROOM-RTN.
            READ ROOMMAST NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO UTIL-ROOM-END.
            MOVE 0 TO ROOM-MINUTES.
            MOVE 0 TO ROOM-MEETINGS.
            MOVE 0 TO TT-EOF-SW.
            MOVE LOW-VALUES TO TT-KEY.
            START TIMETBL KEY NOT LESS THAN TT-KEY
                 INVALID KEY
                      MOVE 1 TO TT-EOF-SW.
            PERFORM UTIL-SCAN-RTN THRU UTIL-SCAN-END
                 UNTIL TT-EOF-SW = 1.
            COMPUTE UTIL-PCT ROUNDED =
                 ROOM-MINUTES * 100 / WEEK-MINUTES.
            MOVE RM-CODE TO UL-ROOM.
            MOVE RM-BUILDING TO UL-BUILDING.
            MOVE RM-CAPACITY TO UL-CAP.
            MOVE ROOM-MEETINGS TO UL-MEET.
            COMPUTE UL-HOURS = ROOM-MINUTES / 60.
            MOVE UTIL-PCT TO UL-PCT.
            WRITE UTILREC FROM UTIL-LINE AFTER 1.
            ADD ROOM-MINUTES TO TOT-MINUTES.
            ADD 1 TO ROOM-CTR.
       UTIL-ROOM-END.
       UTIL-SCAN-RTN.
            READ TIMETBL NEXT RECORD
                 AT END
                      MOVE 1 TO TT-EOF-SW
                      GO TO UTIL-SCAN-END.
            IF TT-ROOM NOT = RM-CODE
                 GO TO UTIL-SCAN-END.
            MOVE TT-END TO TIME-NUM.
            COMPUTE MEET-MINUTES = TM-HH * 60 + TM-MM.
            MOVE TT-START TO TIME-NUM.
            COMPUTE MEET-MINUTES = MEET-MINUTES - TM-HH * 60 - TM-MM.
            MOVE 0 TO DAY-CTR.
            INSPECT TT-DAYS TALLYING DAY-CTR FOR ALL SPACE.
            COMPUTE ROOM-MINUTES = ROOM-MINUTES
                 + MEET-MINUTES * (6 - DAY-CTR).
            ADD 1 TO ROOM-MEETINGS.
       UTIL-SCAN-END.
       ANS-RTN.
            ACCEPT ANS LINE 20 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
                 MOVE 1 TO VALIDANS
            ELSE
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "TIMETABLE" TO AL-PROGRAM.
            MOVE RUN-DATE TO AL-DATE.
            ACCEPT AL-TIME FROM TIME.
            MOVE OPERATOR-ID TO AL-OPERATOR.
            WRITE AUDIT-REC.
      * A MEETING ADDED OR DELETED IS NOTED BEFORE THE TIMETABLE IS
      * CHANGED AND GOES TO THE CHANGE HISTORY ONLY ONCE THE CHANGE
      * HAS BEEN MADE.
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
            MOVE "TIMETABLE" TO CH-PROGRAM.
            WRITE CH-REC.
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
