      *DATE-COMPILED. 09/02/26.
      *SECURITY. ONLY ME.
      *REMARKS. EXAM ROOM MASTER, SEAT ASSIGNMENT RUN, ATTENDANCE
      *         SHEETS AND DOOR-LIST UTILIZATION SUMMARY. FACULTY ARE
      *         ASSIGNED AS HEAD WATCHER OR PROCTOR PER SESSION AND
      *         ROOM (ONE ROOM PER SESSION EACH, ONE HEAD WATCHER AND
      *         ONE PROCTOR PER 30 EXAMINEES PER ROOM) AND PRINTED ON
      *         THE ATTENDANCE SHEET. RELEASED HONORARIA ARE PAID BY
      *         THE NEXT PAYROLL RUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS EH-ENO
                 FILE STATUS IS HIST-STATUS.
            SELECT FACULTYF ASSIGN TO "D:\COBOL\FACULTY.TXT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PF-FNO
                 FILE STATUS IS PF-STATUS.
            SELECT PROCASGN ASSIGN TO "PROCASGN.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PA-KEY
                 FILE STATUS IS PA-STATUS.
            SELECT SHEETFILE ASSIGN TO "ATTSHEET".
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
            02 EH-CNA PIC X(4).
            02 EH-TNI PIC 9(3).
            02 EH-DEC PIC 9V99.
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
       FD   PROCASGN.
       01   PROC-REC.
            02 PA-KEY.
                 03 PA-FNO PIC 9(10).
                 03 PA-SESSION PIC X(10).
            02 PA-ROOM PIC X(4).
            02 PA-ROLE PIC X.
            02 PA-HONOR PIC 9(5)V99.
            02 PA-STATUS-CODE PIC X.
            02 PA-PERIOD PIC X(8).
            02 PA-SET-DATE PIC X(8).
            02 PA-OPERATOR PIC X(10).
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
       FD   SHEETFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS SHEETREC.
       01   RM-STATUS PIC XX VALUE "00".
       01   RA-STATUS PIC XX VALUE "00".
       01   HIST-STATUS PIC XX VALUE "00".
       01   PF-STATUS PIC XX VALUE "00".
       01   PA-STATUS PIC XX VALUE "00".
       01   SG-STATUS PIC XX VALUE "00".
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   NOFAC-SW PIC 9 VALUE 0.
       01   PA-FOUND-SW PIC 9 VALUE 0.
       01   PA-EOF-SW PIC 9 VALUE 0.
       01   RA-EOF-SW PIC 9 VALUE 0.
       01   FNO-IN PIC 9(10) VALUE 0.
       01   ROLE-IN PIC X VALUE SPACE.
       01   HONOR-HEAD PIC 9(5)V99 VALUE 1500.00.
       01   HONOR-PROCTOR PIC 9(5)V99 VALUE 1000.00.
       01   PROCTOR-RATIO PIC 99 VALUE 30.
       01   ROOM-SEATED PIC 999 VALUE 0.
       01   ROOM-HEADS PIC 99 VALUE 0.
       01   ROOM-PROCS PIC 99 VALUE 0.
       01   PROCS-NEEDED PIC 99 VALUE 0.
       01   SHORT-CTR PIC 99 VALUE 0.
       01   RELEASE-CTR PIC 999 VALUE 0.
       01   RELEASE-TOT PIC 9(7)V99 VALUE 0.
       01   MATCH-CODE PIC X(4) VALUE SPACES.
       01   RT-MATCH PIC 99 VALUE 0.
       01   RT-J PIC 99 VALUE 0.
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
               03 RT-BUILDING PIC X(15).
               03 RT-CAP PIC 999.
               03 RT-USED PIC 999.
               03 RT-HEADS PIC 99.
               03 RT-PROCS PIC 99.
       01   EX-COUNT PIC 999 VALUE 0.
       01   EX-TABLE.
            02 EX-ENTRY OCCURS 300 TIMES INDEXED BY EX-IDX.
            02 FILLER PIC X(25)
               VALUE "_________________________".
            02 FILLER PIC X(10) VALUE SPACES.
       01   PROC-SHEET-LINE.
            02 PSL-ROLE PIC X(14).
            02 PSL-FNO PIC 9(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 PSL-NAME PIC X(25).
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(25)
               VALUE "_________________________".
            02 FILLER PIC X(2) VALUE SPACES.
       01   COVER-HEAD.
            02 FILLER PIC X(30)
               VALUE "PROCTOR COVERAGE - SESSION    ".
            02 CH-SESSION PIC X(10).
            02 FILLER PIC X(40) VALUE SPACES.
       01   COVER-LINE.
            02 FILLER PIC X(6) VALUE "ROOM: ".
            02 CV-ROOM PIC X(4).
            02 FILLER PIC X(10) VALUE "  SEATED: ".
            02 CV-SEATED PIC ZZ9.
            02 FILLER PIC X(8) VALUE "  HEAD: ".
            02 CV-HEADS PIC Z9.
            02 FILLER PIC X(12) VALUE "  PROCTORS: ".
            02 CV-PROCS PIC Z9.
            02 FILLER PIC X(1) VALUE "/".
            02 CV-NEEDED PIC Z9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 CV-FLAG PIC X(5).
            02 FILLER PIC X(23) VALUE SPACES.
       01   SHORT-LINE.
            02 FILLER PIC X(31)
               VALUE "ROOMS SHORT OF PROCTORS:       ".
            02 SHL-CTR PIC Z9.
            02 FILLER PIC X(47) VALUE SPACES.
       01   HONOR-HEAD-LINE.
            02 FILLER PIC X(30)
               VALUE "HONORARIA RELEASED - SESSION  ".
            02 HH-SESSION PIC X(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 HH-DATE PIC X(8).
            02 FILLER PIC X(30) VALUE SPACES.
       01   HONOR-LINE.
            02 HL-FNO PIC 9(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 HL-NAME PIC X(25).
            02 FILLER PIC X(2) VALUE SPACES.
            02 HL-ROOM PIC X(4).
            02 FILLER PIC X(2) VALUE SPACES.
            02 HL-ROLE PIC X(12).
            02 FILLER PIC X(2) VALUE SPACES.
            02 HL-AMT PIC ZZ,ZZ9.99.
            02 FILLER PIC X(12) VALUE SPACES.
       01   HONOR-TOTAL.
            02 FILLER PIC X(10) VALUE "RELEASED: ".
            02 HT-CTR PIC ZZ9.
            02 FILLER PIC X(44) VALUE SPACES.
            02 HT-TOT PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(11) VALUE SPACES.
       01   DOOR-HEAD.
            02 FILLER PIC X(20) VALUE "DOOR LIST - SESSION ".
            02 DH-SESSION PIC X(10).
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            OPEN I-O ROOMMAST.
            IF RM-STATUS = "35"
                 OPEN OUTPUT ROOMMAST
                 OPEN OUTPUT ROOMASGN
                 CLOSE ROOMASGN
                 OPEN I-O ROOMASGN.
            OPEN I-O PROCASGN.
            IF PA-STATUS = "35"
                 OPEN OUTPUT PROCASGN
                 CLOSE PROCASGN
                 OPEN I-O PROCASGN.
            OPEN INPUT FACULTYF.
            IF PF-STATUS = "35"
                 MOVE 1 TO NOFAC-SW.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE ROOMMAST.
            CLOSE ROOMASGN.
            CLOSE PROCASGN.
            IF NOFAC-SW = 0
                 CLOSE FACULTYF.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "EXAM ROOM AND SEAT ASSIGNMENT" LINE 2 COLUMN 26.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (M=ROOM MAINT, A=ASSIGN SESSION,"
                 LINE 4 COLUMN 1.
            DISPLAY "S=REPRINT SHEETS," LINE 4 COLUMN 43.
            DISPLAY "P=PROCTOR, X=REMOVE PROCTOR, C=COVERAGE,"
                 LINE 5 COLUMN 1.
            DISPLAY "H=RELEASE HONORARIA):" LINE 5 COLUMN 42.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'M'
                 PERFORM MAINT-RTN THRU MAINT-END
            ELSE
            IF FUNC-CODE = 'S'
                 PERFORM REPRINT-RTN THRU REPRINT-END
            ELSE
            IF FUNC-CODE = 'P'
                 PERFORM PROCTOR-RTN THRU PROCTOR-END
            ELSE
            IF FUNC-CODE = 'X'
                 PERFORM REMOVE-RTN THRU REMOVE-END
            ELSE
            IF FUNC-CODE = 'C'
                 PERFORM COVERAGE-RTN THRU COVERAGE-END
            ELSE
            IF FUNC-CODE = 'H'
                 PERFORM RELEASE-RTN THRU RELEASE-END
            ELSE
                 PERFORM ASSIGN-RTN THRU ASSIGN-END.
       PROCESS-ASK.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
       FUNC-RTN.
            ACCEPT FUNC-CODE LINE 5 COLUMN 65.
            IF FUNC-CODE = 'M' OR FUNC-CODE = 'm'
                 MOVE 'M' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'A' OR FUNC-CODE = 'a'
                 MOVE 'A' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'S' OR FUNC-CODE = 's'
                 MOVE 'S' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'P' OR FUNC-CODE = 'p'
                 MOVE 'P' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'X' OR FUNC-CODE = 'x'
                 MOVE 'X' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'C' OR FUNC-CODE = 'c'
                 MOVE 'C' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'H' OR FUNC-CODE = 'h'
                 MOVE 'H' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
       FUNC-END.
       MAINT-RTN.
            DISPLAY "CAPACITY:" LINE 9 COLUMN 1.
            ACCEPT CAP-IN LINE 9 COLUMN 35.
            MOVE CODE-IN TO RM-CODE.
            MOVE "ROOMMAST" TO CHG-FILE.
            MOVE RM-CODE TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF RM-FOUND-SW = 1
                 PERFORM RM-NOTE-RTN
            ELSE
                 MOVE "RECORD" TO CN-FIELD
                 MOVE SPACES TO CN-OLD
                 MOVE "ADDED" TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            MOVE BLDG-IN TO RM-BUILDING.
            MOVE CAP-IN TO RM-CAPACITY.
            IF RM-FOUND-SW = 1
                 DISPLAY "FILE ERROR ON ROOMMAST - STATUS " RM-STATUS
                 LINE 10 COLUMN 1
                 GO TO MAINT-END.
            PERFORM WRITE-CHANGES-RTN.
            DISPLAY "ROOM SAVED" LINE 10 COLUMN 1.
       MAINT-END.
       ASSIGN-RTN.
                 MOVE RM-BUILDING TO RT-BUILDING(ROOM-COUNT)
                 MOVE RM-CAPACITY TO RT-CAP(ROOM-COUNT)
                 MOVE 0 TO RT-USED(ROOM-COUNT)
                 MOVE 0 TO RT-HEADS(ROOM-COUNT)
                 MOVE 0 TO RT-PROCS(ROOM-COUNT)
            ELSE
                 DISPLAY "WARNING: ROOM TABLE FULL" LINE 12 COLUMN 1
                 MOVE 1 TO EOFSW.
            MOVE RT-BUILDING(RT-I) TO SH-BUILDING.
            WRITE SHEETREC FROM SHEET-HEAD-1 AFTER PAGE.
            WRITE SHEETREC FROM SHEET-HEAD-2 AFTER 1.
            MOVE 0 TO PA-EOF-SW.
            MOVE LOW-VALUES TO PA-KEY.
            START PROCASGN KEY NOT LESS THAN PA-KEY
                 INVALID KEY
                      MOVE 1 TO PA-EOF-SW.
            PERFORM SHEET-PROC-RTN THRU SHEET-PROC-END
                 UNTIL PA-EOF-SW = 1.
            WRITE SHEETREC FROM SHEET-SUB AFTER 2.
            MOVE 0 TO EOFSW.
            MOVE SESSION-IN TO RA-SESSION.
            END-PERFORM.
            WRITE SHEETREC FROM SHEET-LINE AFTER 1.
       SHEET-SCAN-END.
       SHEET-PROC-RTN.
            READ PROCASGN NEXT RECORD
                 AT END
                      MOVE 1 TO PA-EOF-SW
                      GO TO SHEET-PROC-END.
            IF PA-SESSION NOT = SESSION-IN
            OR PA-ROOM NOT = RT-CODE(RT-I)
                 GO TO SHEET-PROC-END.
            IF PA-ROLE = 'H'
                 MOVE "HEAD WATCHER: " TO PSL-ROLE
            ELSE
                 MOVE "PROCTOR:      " TO PSL-ROLE.
            MOVE PA-FNO TO PSL-FNO.
            PERFORM FAC-NAME-RTN.
            MOVE PF-FNAME TO PSL-NAME.
            WRITE SHEETREC FROM PROC-SHEET-LINE AFTER 1.
       SHEET-PROC-END.
       FAC-NAME-RTN.
            MOVE SPACES TO PF-FNAME.
            IF NOFAC-SW = 0
                 MOVE PA-FNO TO PF-FNO
                 READ FACULTYF
                      INVALID KEY
                           MOVE SPACES TO PF-FNAME
                 END-READ.
       DOOR-LINE-RTN.
            MOVE RT-CODE(RT-I) TO DO-ROOM.
            MOVE RT-BUILDING(RT-I) TO DO-BUILDING.
            MOVE RT-USED(RT-I) TO DO-USED.
            MOVE RT-CAP(RT-I) TO DO-CAP.
            WRITE SHEETREC FROM DOOR-LINE AFTER 1.
       REPRINT-RTN.
            DISPLAY "EXAM SESSION ID:" LINE 6 COLUMN 1.
            ACCEPT SESSION-IN LINE 6 COLUMN 35.
            IF SESSION-IN = SPACES
                 DISPLAY "SESSION ID REQUIRED" LINE 10 COLUMN 1
                 GO TO REPRINT-END.
            PERFORM LOAD-ROOMS-RTN.
            IF ROOM-COUNT = 0
                 DISPLAY "NO ROOMS ON FILE" LINE 10 COLUMN 1
                 GO TO REPRINT-END.
            PERFORM LOAD-EXAMINEES-RTN.
            PERFORM TALLY-SESSION-RTN.
            IF ASSIGNED-CTR = 0
                 DISPLAY "NO SEATS ASSIGNED FOR SESSION"
                 LINE 10 COLUMN 1
                 GO TO REPRINT-END.
            MOVE 0 TO UNSEATED-CTR.
            IF EX-COUNT > ASSIGNED-CTR
                 COMPUTE UNSEATED-CTR = EX-COUNT - ASSIGNED-CTR.
            PERFORM SHEETS-RTN.
            DISPLAY "ATTENDANCE SHEETS PRINTED" LINE 10 COLUMN 1.
       REPRINT-END.
       PROCTOR-RTN.
            IF NOFAC-SW = 1
                 DISPLAY "NO FACULTY MASTER ON FILE" LINE 10 COLUMN 1
                 GO TO PROCTOR-END.
            DISPLAY "EXAM SESSION ID:" LINE 6 COLUMN 1.
            ACCEPT SESSION-IN LINE 6 COLUMN 35.
            IF SESSION-IN = SPACES
                 DISPLAY "SESSION ID REQUIRED" LINE 10 COLUMN 1
                 GO TO PROCTOR-END.
            DISPLAY "FACULTY NO:" LINE 7 COLUMN 1.
            MOVE 0 TO FNO-IN.
            ACCEPT FNO-IN LINE 7 COLUMN 35.
            MOVE FNO-IN TO PF-FNO.
            READ FACULTYF
                 INVALID KEY
                      MOVE 9999999999 TO PF-FNO.
            IF PF-FNO = 9999999999
                 DISPLAY "NO SUCH FACULTY REC." LINE 10 COLUMN 1
                 GO TO PROCTOR-END.
            DISPLAY PF-FNAME LINE 7 COLUMN 50.
            DISPLAY "ROLE (H=HEAD WATCHER, P=PROCTOR):" LINE 8 COLUMN 1.
            MOVE 0 TO VALID-SW.
            PERFORM ROLE-RTN THRU ROLE-END UNTIL VALID-SW = 1.
            DISPLAY "ROOM CODE:" LINE 9 COLUMN 1.
            ACCEPT CODE-IN LINE 9 COLUMN 35.
            MOVE CODE-IN TO RM-CODE.
            READ ROOMMAST
                 INVALID KEY
                      DISPLAY "ROOM NOT ON FILE" LINE 10 COLUMN 1
                      GO TO PROCTOR-END.
            PERFORM ROOM-COUNT-RTN.
            IF ROOM-SEATED = 0
                 DISPLAY "NO EXAMINEES SEATED IN ROOM FOR SESSION"
                 LINE 10 COLUMN 1
                 GO TO PROCTOR-END.
            MOVE 0 TO PA-FOUND-SW.
            MOVE FNO-IN TO PA-FNO.
            MOVE SESSION-IN TO PA-SESSION.
            READ PROCASGN
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 1 TO PA-FOUND-SW.
            IF PA-FOUND-SW = 1 AND PA-ROOM NOT = CODE-IN
                 DISPLAY "ALREADY ASSIGNED THIS SESSION TO ROOM"
                 LINE 10 COLUMN 1
                 DISPLAY PA-ROOM LINE 10 COLUMN 40
                 MOVE "PROCDOUBLE" TO AL-FIELD
                 MOVE SPACES TO AL-BADVAL
                 STRING SESSION-IN CODE-IN
                      DELIMITED BY SIZE INTO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN
                 GO TO PROCTOR-END.
            IF PA-FOUND-SW = 1 AND PA-STATUS-CODE NOT = 'A'
                 DISPLAY "HONORARIUM ALREADY RELEASED - NO CHANGE"
                 LINE 10 COLUMN 1
                 GO TO PROCTOR-END.
            IF ROLE-IN = 'H' AND ROOM-HEADS > 0
                 DISPLAY "ROOM ALREADY HAS A HEAD WATCHER"
                 LINE 10 COLUMN 1
                 GO TO PROCTOR-END.
            MOVE FNO-IN TO PA-FNO.
            MOVE SESSION-IN TO PA-SESSION.
            MOVE CODE-IN TO PA-ROOM.
            MOVE ROLE-IN TO PA-ROLE.
            IF ROLE-IN = 'H'
                 MOVE HONOR-HEAD TO PA-HONOR
                 ADD 1 TO ROOM-HEADS
            ELSE
                 MOVE HONOR-PROCTOR TO PA-HONOR
                 ADD 1 TO ROOM-PROCS.
            MOVE 'A' TO PA-STATUS-CODE.
            MOVE SPACES TO PA-PERIOD.
            MOVE RUN-DATE TO PA-SET-DATE.
            MOVE OPERATOR-ID TO PA-OPERATOR.
            IF PA-FOUND-SW = 1
                 REWRITE PROC-REC
            ELSE
                 WRITE PROC-REC.
            IF PA-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON PROCASGN - STATUS " PA-STATUS
                 LINE 10 COLUMN 1
                 GO TO PROCTOR-END.
            MOVE "PROCASSIGN" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING SESSION-IN CODE-IN ROLE-IN
                 DELIMITED BY SIZE INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            COMPUTE PROCS-NEEDED =
                 (ROOM-SEATED + PROCTOR-RATIO - 1) / PROCTOR-RATIO.
            DISPLAY "PROCTOR SAVED" LINE 10 COLUMN 1.
            DISPLAY "SEATED:" LINE 11 COLUMN 1.
            DISPLAY ROOM-SEATED LINE 11 COLUMN 9.
            DISPLAY "HEAD WATCHERS:" LINE 11 COLUMN 15.
            DISPLAY ROOM-HEADS LINE 11 COLUMN 30.
            DISPLAY "PROCTORS:" LINE 11 COLUMN 35.
            DISPLAY ROOM-PROCS LINE 11 COLUMN 45.
            DISPLAY "NEEDED:" LINE 11 COLUMN 50.
            DISPLAY PROCS-NEEDED LINE 11 COLUMN 58.
       PROCTOR-END.
       ROLE-RTN.
            ACCEPT ROLE-IN LINE 8 COLUMN 35.
            IF ROLE-IN = 'h'
                 MOVE 'H' TO ROLE-IN.
            IF ROLE-IN = 'p'
                 MOVE 'P' TO ROLE-IN.
            IF ROLE-IN = 'H' OR ROLE-IN = 'P'
                 MOVE 1 TO VALID-SW.
       ROLE-END.
       ROOM-COUNT-RTN.
            MOVE 0 TO ROOM-SEATED.
            MOVE 0 TO ROOM-HEADS.
            MOVE 0 TO ROOM-PROCS.
            MOVE 0 TO RA-EOF-SW.
            MOVE SESSION-IN TO RA-SESSION.
            MOVE 0 TO RA-ENO.
            START ROOMASGN KEY NOT LESS THAN RA-KEY
                 INVALID KEY
                      MOVE 1 TO RA-EOF-SW.
            PERFORM SEATED-SCAN-RTN THRU SEATED-SCAN-END
                 UNTIL RA-EOF-SW = 1.
            MOVE 0 TO PA-EOF-SW.
            MOVE LOW-VALUES TO PA-KEY.
            START PROCASGN KEY NOT LESS THAN PA-KEY
                 INVALID KEY
                      MOVE 1 TO PA-EOF-SW.
            PERFORM STAFF-SCAN-RTN THRU STAFF-SCAN-END
                 UNTIL PA-EOF-SW = 1.
       SEATED-SCAN-RTN.
            READ ROOMASGN NEXT RECORD
                 AT END
                      MOVE 1 TO RA-EOF-SW
                      GO TO SEATED-SCAN-END.
            IF RA-SESSION NOT = SESSION-IN
                 MOVE 1 TO RA-EOF-SW
                 GO TO SEATED-SCAN-END.
            IF RA-ROOM = CODE-IN
                 ADD 1 TO ROOM-SEATED.
       SEATED-SCAN-END.
       STAFF-SCAN-RTN.
            READ PROCASGN NEXT RECORD
                 AT END
                      MOVE 1 TO PA-EOF-SW
                      GO TO STAFF-SCAN-END.
            IF PA-SESSION NOT = SESSION-IN OR PA-ROOM NOT = CODE-IN
            OR PA-FNO = FNO-IN
                 GO TO STAFF-SCAN-END.
            IF PA-ROLE = 'H'
                 ADD 1 TO ROOM-HEADS
            ELSE
                 ADD 1 TO ROOM-PROCS.
       STAFF-SCAN-END.
       REMOVE-RTN.
            DISPLAY "EXAM SESSION ID:" LINE 6 COLUMN 1.
            ACCEPT SESSION-IN LINE 6 COLUMN 35.
            DISPLAY "FACULTY NO:" LINE 7 COLUMN 1.
            MOVE 0 TO FNO-IN.
            ACCEPT FNO-IN LINE 7 COLUMN 35.
            MOVE FNO-IN TO PA-FNO.
            MOVE SESSION-IN TO PA-SESSION.
            READ PROCASGN
                 INVALID KEY
                      DISPLAY "NOT ASSIGNED FOR THIS SESSION"
                      LINE 10 COLUMN 1
                      GO TO REMOVE-END.
            IF PA-STATUS-CODE NOT = 'A'
                 DISPLAY "HONORARIUM ALREADY RELEASED - NO CHANGE"
                 LINE 10 COLUMN 1
                 GO TO REMOVE-END.
            DISPLAY "ROOM:" LINE 8 COLUMN 1.
            DISPLAY PA-ROOM LINE 8 COLUMN 35.
            DISPLAY "ROLE:" LINE 8 COLUMN 45.
            DISPLAY PA-ROLE LINE 8 COLUMN 51.
            DISPLAY "REMOVE THIS ASSIGNMENT (Y/N)?" LINE 9 COLUMN 1.
            ACCEPT ANS LINE 9 COLUMN 35.
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 GO TO REMOVE-END.
            DELETE PROCASGN RECORD.
            IF PA-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON PROCASGN - STATUS " PA-STATUS
                 LINE 10 COLUMN 1
                 GO TO REMOVE-END.
            MOVE "PROCREMOVE" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING SESSION-IN PA-ROOM
                 DELIMITED BY SIZE INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "ASSIGNMENT REMOVED" LINE 10 COLUMN 1.
       REMOVE-END.
       COVERAGE-RTN.
            DISPLAY "EXAM SESSION ID:" LINE 6 COLUMN 1.
            ACCEPT SESSION-IN LINE 6 COLUMN 35.
            IF SESSION-IN = SPACES
                 DISPLAY "SESSION ID REQUIRED" LINE 10 COLUMN 1
                 GO TO COVERAGE-END.
            PERFORM LOAD-ROOMS-RTN.
            IF ROOM-COUNT = 0
                 DISPLAY "NO ROOMS ON FILE" LINE 10 COLUMN 1
                 GO TO COVERAGE-END.
            PERFORM TALLY-SESSION-RTN.
            MOVE 0 TO SHORT-CTR.
            OPEN EXTEND SHEETFILE.
            MOVE SESSION-IN TO CH-SESSION.
            WRITE SHEETREC FROM COVER-HEAD AFTER PAGE.
            PERFORM COVER-LINE-RTN THRU COVER-LINE-END
                 VARYING RT-I FROM 1 BY 1 UNTIL RT-I > ROOM-COUNT.
            MOVE SHORT-CTR TO SHL-CTR.
            WRITE SHEETREC FROM SHORT-LINE AFTER 2.
            CLOSE SHEETFILE.
            DISPLAY "ROOMS SHORT OF PROCTORS:" LINE 10 COLUMN 1.
            DISPLAY SHORT-CTR LINE 10 COLUMN 35.
       COVERAGE-END.
       COVER-LINE-RTN.
            IF RT-USED(RT-I) = 0 AND RT-HEADS(RT-I) = 0
            AND RT-PROCS(RT-I) = 0
                 GO TO COVER-LINE-END.
            COMPUTE PROCS-NEEDED =
                 (RT-USED(RT-I) + PROCTOR-RATIO - 1) / PROCTOR-RATIO.
            MOVE RT-CODE(RT-I) TO CV-ROOM.
            MOVE RT-USED(RT-I) TO CV-SEATED.
            MOVE RT-HEADS(RT-I) TO CV-HEADS.
            MOVE RT-PROCS(RT-I) TO CV-PROCS.
            MOVE PROCS-NEEDED TO CV-NEEDED.
            MOVE SPACES TO CV-FLAG.
            IF RT-USED(RT-I) > 0
                 IF RT-HEADS(RT-I) = 0 OR RT-PROCS(RT-I) < PROCS-NEEDED
                      MOVE "SHORT" TO CV-FLAG
                      ADD 1 TO SHORT-CTR.
            WRITE SHEETREC FROM COVER-LINE AFTER 1.
       COVER-LINE-END.
       TALLY-SESSION-RTN.
            MOVE 0 TO ASSIGNED-CTR.
            MOVE 0 TO RA-EOF-SW.
            MOVE SESSION-IN TO RA-SESSION.
            MOVE 0 TO RA-ENO.
            START ROOMASGN KEY NOT LESS THAN RA-KEY
                 INVALID KEY
                      MOVE 1 TO RA-EOF-SW.
            PERFORM TALLY-SEAT-RTN THRU TALLY-SEAT-END
                 UNTIL RA-EOF-SW = 1.
            MOVE 0 TO PA-EOF-SW.
            MOVE LOW-VALUES TO PA-KEY.
            START PROCASGN KEY NOT LESS THAN PA-KEY
                 INVALID KEY
                      MOVE 1 TO PA-EOF-SW.
            PERFORM TALLY-STAFF-RTN THRU TALLY-STAFF-END
                 UNTIL PA-EOF-SW = 1.
       TALLY-SEAT-RTN.
            READ ROOMASGN NEXT RECORD
                 AT END
                      MOVE 1 TO RA-EOF-SW
                      GO TO TALLY-SEAT-END.
            IF RA-SESSION NOT = SESSION-IN
                 MOVE 1 TO RA-EOF-SW
                 GO TO TALLY-SEAT-END.
            MOVE RA-ROOM TO MATCH-CODE.
            PERFORM FIND-RT-RTN.
            IF RT-MATCH > 0
                 ADD 1 TO RT-USED(RT-MATCH)
                 ADD 1 TO ASSIGNED-CTR.
       TALLY-SEAT-END.
       TALLY-STAFF-RTN.
            READ PROCASGN NEXT RECORD
                 AT END
                      MOVE 1 TO PA-EOF-SW
                      GO TO TALLY-STAFF-END.
            IF PA-SESSION NOT = SESSION-IN
                 GO TO TALLY-STAFF-END.
            MOVE PA-ROOM TO MATCH-CODE.
            PERFORM FIND-RT-RTN.
            IF RT-MATCH = 0
                 GO TO TALLY-STAFF-END.
            IF PA-ROLE = 'H'
                 ADD 1 TO RT-HEADS(RT-MATCH)
            ELSE
                 ADD 1 TO RT-PROCS(RT-MATCH).
       TALLY-STAFF-END.
       FIND-RT-RTN.
            MOVE 0 TO RT-MATCH.
            PERFORM RT-MATCH-RTN
                 VARYING RT-J FROM 1 BY 1 UNTIL RT-J > ROOM-COUNT.
       RT-MATCH-RTN.
            IF RT-CODE(RT-J) = MATCH-CODE
                 MOVE RT-J TO RT-MATCH.
       RELEASE-RTN.
            DISPLAY "EXAM SESSION ID:" LINE 6 COLUMN 1.
            ACCEPT SESSION-IN LINE 6 COLUMN 35.
            IF SESSION-IN = SPACES
                 DISPLAY "SESSION ID REQUIRED" LINE 10 COLUMN 1
                 GO TO RELEASE-END.
            DISPLAY "SESSION HELD - RELEASE HONORARIA (Y/N)?"
                 LINE 7 COLUMN 1.
            ACCEPT ANS LINE 7 COLUMN 45.
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 GO TO RELEASE-END.
            MOVE 0 TO RELEASE-CTR.
            MOVE 0 TO RELEASE-TOT.
            OPEN EXTEND SHEETFILE.
            MOVE SESSION-IN TO HH-SESSION.
            MOVE RUN-DATE TO HH-DATE.
            WRITE SHEETREC FROM HONOR-HEAD-LINE AFTER PAGE.
            MOVE 0 TO PA-EOF-SW.
            MOVE LOW-VALUES TO PA-KEY.
            START PROCASGN KEY NOT LESS THAN PA-KEY
                 INVALID KEY
                      MOVE 1 TO PA-EOF-SW.
            PERFORM RELEASE-SCAN-RTN THRU RELEASE-SCAN-END
                 UNTIL PA-EOF-SW = 1.
            MOVE RELEASE-CTR TO HT-CTR.
            MOVE RELEASE-TOT TO HT-TOT.
            WRITE SHEETREC FROM HONOR-TOTAL AFTER 2.
            CLOSE SHEETFILE.
            MOVE "PROCRELEASE" TO AL-FIELD.
            MOVE SESSION-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "HONORARIA RELEASED TO PAYROLL:" LINE 10 COLUMN 1.
            DISPLAY RELEASE-CTR LINE 10 COLUMN 35.
       RELEASE-END.
       RELEASE-SCAN-RTN.
            READ PROCASGN NEXT RECORD
                 AT END
                      MOVE 1 TO PA-EOF-SW
                      GO TO RELEASE-SCAN-END.
            IF PA-SESSION NOT = SESSION-IN OR PA-STATUS-CODE NOT = 'A'
                 GO TO RELEASE-SCAN-END.
            MOVE 'R' TO PA-STATUS-CODE.
            REWRITE PROC-REC.
            IF PA-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON PROCASGN - STATUS " PA-STATUS
                 LINE 12 COLUMN 1
                 MOVE 1 TO PA-EOF-SW
                 GO TO RELEASE-SCAN-END.
            MOVE PA-FNO TO HL-FNO.
            PERFORM FAC-NAME-RTN.
            MOVE PF-FNAME TO HL-NAME.
            MOVE PA-ROOM TO HL-ROOM.
            IF PA-ROLE = 'H'
                 MOVE "HEAD WATCHER" TO HL-ROLE
            ELSE
                 MOVE "PROCTOR" TO HL-ROLE.
            MOVE PA-HONOR TO HL-AMT.
            WRITE SHEETREC FROM HONOR-LINE AFTER 1.
            ADD 1 TO RELEASE-CTR.
            ADD PA-HONOR TO RELEASE-TOT.
       RELEASE-SCAN-END.
       ANS-RTN.
            ACCEPT ANS LINE 22 COLUMN 30.
            IF ANS = 'N' OR ANS = 'n'
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       WRITE-AUDIT-RTN.
            MOVE "EXAM-ROOMS" TO AL-PROGRAM.
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
       RM-NOTE-RTN.
            IF BLDG-IN NOT = RM-BUILDING
                 MOVE "RM-BUILDING" TO CN-FIELD
                 MOVE RM-BUILDING TO CN-OLD
                 MOVE BLDG-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF CAP-IN NOT = RM-CAPACITY
                 MOVE "RM-CAPACITY" TO CN-FIELD
                 MOVE RM-CAPACITY TO CN-OLD
                 MOVE CAP-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
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
            MOVE "EXAM-ROOMS" TO CH-PROGRAM.
            WRITE CH-REC.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
