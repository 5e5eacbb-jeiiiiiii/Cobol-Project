       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-CLOSE.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. TERM-END CLOSE. ARCHIVES THE TERM'S SECTION ROSTERS,
      *         ENROLLMENT COUNTS AND INSTALLMENT PLANS UNDER THE TERM
      *         CODE, RESETS THE SECTION COUNTS FOR THE NEW TERM, AND
      *         CARRIES EVERY REMAINING STUBAL BALANCE FORWARD AS A
      *         PRIOR-TERM BALANCE. ON THE LAST TERM OF THE SCHOOL
      *         YEAR IT ALSO PROMOTES CONTINUING STUDENTS TO THE NEXT
      *         YEAR LEVEL AND MARKS FOURTH-YEARS AS GRADUATING.
      *         OPEN SECTION WAITLIST ENTRIES ARE CLOSED AND THE SEATS
      *         HELD FOR OUTSTANDING OFFERS ARE RELEASED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TERMCTL ASSIGN TO "TERMCTL.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS TC-TERM
                 FILE STATUS IS TC-STATUS.
            SELECT SECROST ASSIGN TO "SECROST.DAT"
                 FILE STATUS IS RS-FILE-STATUS.
            SELECT SECENR ASSIGN TO "SECENR.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SE-KEY
                 FILE STATUS IS SE-STATUS.
            SELECT WAITLIST ASSIGN TO "WAITLIST.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS WL-KEY
                 FILE STATUS IS WL-STATUS.
            SELECT SECCAP ASSIGN TO "SECCAP.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CP-KEY
                 FILE STATUS IS CP-STATUS.
            SELECT INSTPLAN ASSIGN TO "INSTPLAN.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS IP-SNO
                 FILE STATUS IS IP-STATUS.
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
            SELECT PRIORBAL ASSIGN TO "PRIORBAL.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PB-SNO
                 FILE STATUS IS PB-STATUS.
            SELECT ROSTARC ASSIGN TO "ROSTARC.DAT".
            SELECT SECARC ASSIGN TO "SECARC.DAT".
            SELECT IPARC ASSIGN TO "IPARC.DAT".
            SELECT RPTFILE ASSIGN TO "TERMCLOS".
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
       FD   TERMCTL.
       01   TC-REC.
            02 TC-TERM PIC X(6).
            02 TC-CLOSE-DATE PIC X(8).
            02 TC-OPERATOR PIC X(10).
            02 TC-PROMOTED-SW PIC X.
            02 TC-ROSTER-CTR PIC 9(6).
            02 TC-SECT-CTR PIC 9(4).
            02 TC-PLAN-CTR PIC 9(6).
            02 TC-PROMOTE-CTR PIC 9(6).
            02 TC-GRAD-CTR PIC 9(6).
            02 TC-CARRY-CTR PIC 9(6).
            02 TC-CARRY-AMT PIC S9(9)V99.
       FD   SECROST.
       01   ROST-REC.
            02 RS-CC PIC 9.
            02 RS-SECT PIC 9.
            02 RS-SNO PIC 9(10).
            02 RS-SNA PIC X(25).
            02 RS-FLAG PIC X.
       FD   SECENR.
       01   SE-REC.
            02 SE-KEY.
                 03 SE-CC PIC 9.
                 03 SE-SECT PIC 9.
            02 SE-CNT PIC 999.
       FD   WAITLIST.
       01   WL-REC.
            02 WL-KEY.
                 03 WL-CC PIC 9.
                 03 WL-SECT PIC 9.
                 03 WL-PRIORITY PIC 9.
                 03 WL-REQ-DATE PIC X(8).
                 03 WL-REQ-TIME PIC X(8).
                 03 WL-SNO PIC 9(10).
            02 WL-SNAME PIC X(25).
            02 WL-STAT PIC X.
            02 WL-OFFER-DATE PIC X(8).
            02 WL-EXPIRY PIC X(8).
            02 WL-OPERATOR PIC X(10).
       FD   SECCAP.
       01   CP-REC.
            02 CP-KEY.
                 03 CP-CC PIC 9.
                 03 CP-SECT PIC 9.
            02 CP-CAP PIC 999.
            02 CP-HELD PIC 999.
       FD   INSTPLAN.
       01   IP-REC.
            02 IP-SNO PIC 9(10).
            02 IP-ASSESS-DATE PIC X(8).
            02 IP-DOWN-AMT PIC 9(6)V99.
            02 IP-DOWN-DUE PIC X(8).
            02 IP-INST1-AMT PIC 9(6)V99.
            02 IP-INST1-DUE PIC X(8).
            02 IP-INST2-AMT PIC 9(6)V99.
            02 IP-INST2-DUE PIC X(8).
       FD   STUMAST.
       01   STU-MASTER-REC.
            02 ST-SNO PIC 9(10).
            02 ST-SNAME PIC X(25).
            02 ST-CC PIC 9.
            02 ST-YEAR PIC 9.
            02 ST-ESTAT PIC X.
            02 ST-BANK-ACCNO PIC 9(10).
       FD   STUBAL.
       01   SB-REC.
            02 SB-SNO PIC 9(10).
            02 SB-BALANCE PIC S9(6)V99.
       FD   PRIORBAL.
       01   PB-REC.
            02 PB-SNO PIC 9(10).
            02 PB-TERM PIC X(6).
            02 PB-AMOUNT PIC S9(6)V99.
            02 PB-CLOSE-DATE PIC X(8).
       FD   ROSTARC.
       01   RA-REC.
            02 RA-TERM PIC X(6).
            02 RA-CC PIC 9.
            02 RA-SECT PIC 9.
            02 RA-SNO PIC 9(10).
            02 RA-SNA PIC X(25).
            02 RA-FLAG PIC X.
       FD   SECARC.
       01   SA-REC.
            02 SA-TERM PIC X(6).
            02 SA-CC PIC 9.
            02 SA-SECT PIC 9.
            02 SA-CNT PIC 999.
       FD   IPARC.
       01   IA-REC.
            02 IA-TERM PIC X(6).
            02 IA-SNO PIC 9(10).
            02 IA-ASSESS-DATE PIC X(8).
            02 IA-DOWN-AMT PIC 9(6)V99.
            02 IA-DOWN-DUE PIC X(8).
            02 IA-INST1-AMT PIC 9(6)V99.
            02 IA-INST1-DUE PIC X(8).
            02 IA-INST2-AMT PIC 9(6)V99.
            02 IA-INST2-DUE PIC X(8).
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
       01   TC-STATUS PIC XX VALUE "00".
       01   RS-FILE-STATUS PIC XX VALUE "00".
       01   SE-STATUS PIC XX VALUE "00".
       01   IP-STATUS PIC XX VALUE "00".
       01   ST-STATUS PIC XX VALUE "00".
       01   SB-STATUS PIC XX VALUE "00".
       01   PB-STATUS PIC XX VALUE "00".
       01   WL-STATUS PIC XX VALUE "00".
       01   CP-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   CLOSE-TERM PIC X(6) VALUE SPACES.
       01   PROMOTE-ANS PIC X VALUE SPACE.
       01   EOFSW PIC 9 VALUE 0.
       01   STU-AVAILABLE-SW PIC 9 VALUE 0.
       01   BAL-AVAILABLE-SW PIC 9 VALUE 0.
       01   WAIT-AVAILABLE-SW PIC 9 VALUE 0.
       01   CAP-AVAILABLE-SW PIC 9 VALUE 0.
       01   WAIT-CTR PIC 9(6) VALUE 0.
       01   ROSTER-CTR PIC 9(6) VALUE 0.
       01   SECT-CTR PIC 9(4) VALUE 0.
       01   PLAN-CTR PIC 9(6) VALUE 0.
       01   PROMOTE-CTR PIC 9(6) VALUE 0.
       01   GRAD-CTR PIC 9(6) VALUE 0.
       01   CARRY-CTR PIC 9(6) VALUE 0.
       01   CARRY-AMT PIC S9(9)V99 VALUE 0.
       01   FINAL-YEAR PIC 9 VALUE 4.
       01   HEAD-1.
            02 FILLER PIC X(19) VALUE SPACES.
            02 FILLER PIC X(41)
               VALUE "POLYTECHNIC UNIVERSITY OF THE PHILIPPINES".
            02 FILLER PIC X(20) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(24) VALUE SPACES.
            02 FILLER PIC X(16) VALUE "TERM-END CLOSE  ".
            02 HD-TERM PIC X(6).
            02 FILLER PIC X(2) VALUE SPACES.
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(24) VALUE SPACES.
       01   CARRY-HEAD.
            02 FILLER PIC X(38)
               VALUE "BALANCES CARRIED FORWARD AS PRIOR-TERM".
            02 FILLER PIC X(42) VALUE SPACES.
       01   CARRY-LINE.
            02 FILLER PIC X(4) VALUE SPACES.
            02 CL-SNO PIC 9(10).
            02 FILLER PIC X(4) VALUE SPACES.
            02 CL-AMOUNT PIC -ZZZ,ZZ9.99.
            02 FILLER PIC X(51) VALUE SPACES.
       01   TOTAL-LINE.
            02 TL-LABEL PIC X(36).
            02 TL-COUNT PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 TL-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(19) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            PERFORM LOAD-OPERATOR-RTN.
            DISPLAY "TERM TO CLOSE (E.G. 2026-1): ".
            ACCEPT CLOSE-TERM.
            IF CLOSE-TERM = SPACES
                 DISPLAY "NO TERM GIVEN - RUN CANCELLED"
                 STOP RUN.
            DISPLAY "LAST TERM OF THE SCHOOL YEAR - PROMOTE YEAR LEVELS"
                 " (Y/N): ".
            ACCEPT PROMOTE-ANS.
            IF PROMOTE-ANS = 'y'
                 MOVE 'Y' TO PROMOTE-ANS.
            IF PROMOTE-ANS NOT = 'Y'
                 MOVE 'N' TO PROMOTE-ANS.
            OPEN EXTEND AUDITLOG.
            OPEN I-O TERMCTL.
            IF TC-STATUS = "35"
                 OPEN OUTPUT TERMCTL
                 CLOSE TERMCTL
                 OPEN I-O TERMCTL.
            MOVE CLOSE-TERM TO TC-TERM.
            READ TERMCTL
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      DISPLAY "TERM " CLOSE-TERM
                           " ALREADY CLOSED - RUN REFUSED"
                      MOVE "TERMRECLOSE" TO AL-FIELD
                      MOVE CLOSE-TERM TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                      CLOSE TERMCTL
                      CLOSE AUDITLOG
                      STOP RUN
            END-READ.
            OPEN I-O SECENR.
            IF SE-STATUS = "35"
                 OPEN OUTPUT SECENR
                 CLOSE SECENR
                 OPEN I-O SECENR.
            OPEN I-O INSTPLAN.
            IF IP-STATUS = "35"
                 OPEN OUTPUT INSTPLAN
                 CLOSE INSTPLAN
                 OPEN I-O INSTPLAN.
            OPEN I-O PRIORBAL.
            IF PB-STATUS = "35"
                 OPEN OUTPUT PRIORBAL
                 CLOSE PRIORBAL
                 OPEN I-O PRIORBAL.
            OPEN I-O STUMAST.
            IF ST-STATUS = "35"
                 MOVE 0 TO STU-AVAILABLE-SW
            ELSE
                 MOVE 1 TO STU-AVAILABLE-SW.
            OPEN INPUT STUBAL.
            IF SB-STATUS = "35"
                 MOVE 0 TO BAL-AVAILABLE-SW
            ELSE
                 MOVE 1 TO BAL-AVAILABLE-SW.
            OPEN I-O WAITLIST.
            IF WL-STATUS = "35"
                 MOVE 0 TO WAIT-AVAILABLE-SW
            ELSE
                 MOVE 1 TO WAIT-AVAILABLE-SW.
            OPEN I-O SECCAP.
            IF CP-STATUS = "35"
                 MOVE 0 TO CAP-AVAILABLE-SW
            ELSE
                 MOVE 1 TO CAP-AVAILABLE-SW.
            OPEN EXTEND ROSTARC.
            OPEN EXTEND SECARC.
            OPEN EXTEND IPARC.
            OPEN EXTEND RPTFILE.
            MOVE CLOSE-TERM TO HD-TERM.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            PERFORM ROSTER-ARCHIVE-RTN THRU ROSTER-ARCHIVE-EXIT.
            PERFORM SECENR-ARCHIVE-RTN.
            IF WAIT-AVAILABLE-SW = 1
                 PERFORM WAIT-CLOSE-RTN.
            IF CAP-AVAILABLE-SW = 1
                 PERFORM HELD-RESET-RTN.
            PERFORM PLAN-ARCHIVE-RTN.
            IF PROMOTE-ANS = 'Y' AND STU-AVAILABLE-SW = 1
                 PERFORM PROMOTE-RTN.
            IF BAL-AVAILABLE-SW = 1
                 PERFORM CARRY-RTN.
            PERFORM TERMCTL-RTN.
            PERFORM TOTALS-RTN.
            MOVE "TERMCLOSE" TO AL-FIELD.
            MOVE CLOSE-TERM TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            CLOSE TERMCTL.
            CLOSE SECENR.
            CLOSE INSTPLAN.
            CLOSE PRIORBAL.
            IF STU-AVAILABLE-SW = 1
                 CLOSE STUMAST.
            IF BAL-AVAILABLE-SW = 1
                 CLOSE STUBAL.
            IF WAIT-AVAILABLE-SW = 1
                 CLOSE WAITLIST.
            IF CAP-AVAILABLE-SW = 1
                 CLOSE SECCAP.
            CLOSE ROSTARC.
            CLOSE SECARC.
            CLOSE IPARC.
            CLOSE RPTFILE.
            CLOSE AUDITLOG.
            DISPLAY "TERM " CLOSE-TERM " CLOSED.".
            STOP RUN.
       ROSTER-ARCHIVE-RTN.
            OPEN INPUT SECROST.
            IF RS-FILE-STATUS = "35"
                 GO TO ROSTER-ARCHIVE-EXIT.
            MOVE 0 TO EOFSW.
            PERFORM ROSTER-COPY-RTN THRU ROSTER-COPY-END
                 UNTIL EOFSW = 1.
            CLOSE SECROST.
            OPEN OUTPUT SECROST.
            CLOSE SECROST.
       ROSTER-ARCHIVE-EXIT.
            EXIT.
       ROSTER-COPY-RTN.
            READ SECROST
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO ROSTER-COPY-END.
            MOVE CLOSE-TERM TO RA-TERM.
            MOVE RS-CC TO RA-CC.
            MOVE RS-SECT TO RA-SECT.
            MOVE RS-SNO TO RA-SNO.
            MOVE RS-SNA TO RA-SNA.
            MOVE RS-FLAG TO RA-FLAG.
            WRITE RA-REC.
            ADD 1 TO ROSTER-CTR.
       ROSTER-COPY-END.
       SECENR-ARCHIVE-RTN.
            MOVE 0 TO EOFSW.
            MOVE LOW-VALUES TO SE-KEY.
            START SECENR KEY NOT LESS THAN SE-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM SECENR-COPY-RTN THRU SECENR-COPY-END
                 UNTIL EOFSW = 1.
       SECENR-COPY-RTN.
            READ SECENR NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO SECENR-COPY-END.
            MOVE CLOSE-TERM TO SA-TERM.
            MOVE SE-CC TO SA-CC.
            MOVE SE-SECT TO SA-SECT.
            MOVE SE-CNT TO SA-CNT.
            WRITE SA-REC.
            ADD 1 TO SECT-CTR.
            MOVE 0 TO SE-CNT.
            REWRITE SE-REC.
            IF SE-STATUS NOT = "00"
                 MOVE "SECENR" TO FC-FILENAME
                 MOVE SE-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       SECENR-COPY-END.
       WAIT-CLOSE-RTN.
            MOVE 0 TO EOFSW.
            MOVE LOW-VALUES TO WL-KEY.
            START WAITLIST KEY NOT LESS THAN WL-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM WAIT-CLOSE-ONE-RTN THRU WAIT-CLOSE-ONE-END
                 UNTIL EOFSW = 1.
       WAIT-CLOSE-ONE-RTN.
            READ WAITLIST NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO WAIT-CLOSE-ONE-END.
            IF WL-STAT NOT = 'W' AND WL-STAT NOT = 'O'
                 GO TO WAIT-CLOSE-ONE-END.
            MOVE 'C' TO WL-STAT.
            REWRITE WL-REC.
            IF WL-STATUS NOT = "00"
                 MOVE "WAITLIST" TO FC-FILENAME
                 MOVE WL-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            ADD 1 TO WAIT-CTR.
       WAIT-CLOSE-ONE-END.
       HELD-RESET-RTN.
            MOVE 0 TO EOFSW.
            MOVE LOW-VALUES TO CP-KEY.
            START SECCAP KEY NOT LESS THAN CP-KEY
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM HELD-RESET-ONE-RTN THRU HELD-RESET-ONE-END
                 UNTIL EOFSW = 1.
       HELD-RESET-ONE-RTN.
            READ SECCAP NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO HELD-RESET-ONE-END.
            IF CP-HELD = 0
                 GO TO HELD-RESET-ONE-END.
            MOVE 0 TO CP-HELD.
            REWRITE CP-REC.
            IF CP-STATUS NOT = "00"
                 MOVE "SECCAP" TO FC-FILENAME
                 MOVE CP-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       HELD-RESET-ONE-END.
       PLAN-ARCHIVE-RTN.
            MOVE 0 TO EOFSW.
            MOVE 0 TO IP-SNO.
            START INSTPLAN KEY NOT LESS THAN IP-SNO
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM PLAN-COPY-RTN THRU PLAN-COPY-END
                 UNTIL EOFSW = 1.
       PLAN-COPY-RTN.
            READ INSTPLAN NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO PLAN-COPY-END.
            MOVE CLOSE-TERM TO IA-TERM.
            MOVE IP-SNO TO IA-SNO.
            MOVE IP-ASSESS-DATE TO IA-ASSESS-DATE.
            MOVE IP-DOWN-AMT TO IA-DOWN-AMT.
            MOVE IP-DOWN-DUE TO IA-DOWN-DUE.
            MOVE IP-INST1-AMT TO IA-INST1-AMT.
            MOVE IP-INST1-DUE TO IA-INST1-DUE.
            MOVE IP-INST2-AMT TO IA-INST2-AMT.
            MOVE IP-INST2-DUE TO IA-INST2-DUE.
            WRITE IA-REC.
            ADD 1 TO PLAN-CTR.
            DELETE INSTPLAN RECORD.
            IF IP-STATUS NOT = "00"
                 MOVE "INSTPLAN" TO FC-FILENAME
                 MOVE IP-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       PLAN-COPY-END.
       PROMOTE-RTN.
            MOVE 0 TO EOFSW.
            MOVE 0 TO ST-SNO.
            START STUMAST KEY NOT LESS THAN ST-SNO
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM PROMOTE-ONE-RTN THRU PROMOTE-ONE-END
                 UNTIL EOFSW = 1.
       PROMOTE-ONE-RTN.
            READ STUMAST NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO PROMOTE-ONE-END.
            IF ST-ESTAT NOT = 'E'
                 GO TO PROMOTE-ONE-END.
            IF ST-YEAR NOT < FINAL-YEAR
                 MOVE 'G' TO ST-ESTAT
                 ADD 1 TO GRAD-CTR
            ELSE
                 ADD 1 TO ST-YEAR
                 ADD 1 TO PROMOTE-CTR.
            REWRITE STU-MASTER-REC.
            IF ST-STATUS NOT = "00"
                 MOVE "STUMAST" TO FC-FILENAME
                 MOVE ST-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       PROMOTE-ONE-END.
       CARRY-RTN.
            WRITE RPTREC FROM CARRY-HEAD AFTER 2.
            MOVE 0 TO EOFSW.
            MOVE 0 TO SB-SNO.
            START STUBAL KEY NOT LESS THAN SB-SNO
                 INVALID KEY
                      MOVE 1 TO EOFSW.
            PERFORM CARRY-ONE-RTN THRU CARRY-ONE-END
                 UNTIL EOFSW = 1.
       CARRY-ONE-RTN.
            READ STUBAL NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO CARRY-ONE-END.
            MOVE SB-SNO TO PB-SNO.
            READ PRIORBAL
                 INVALID KEY
                      CONTINUE
            END-READ.
            IF SB-BALANCE = 0
                 IF PB-STATUS = "00"
                      DELETE PRIORBAL RECORD
                 END-IF
                 GO TO CARRY-ONE-END.
            MOVE SB-SNO TO PB-SNO.
            MOVE CLOSE-TERM TO PB-TERM.
            MOVE SB-BALANCE TO PB-AMOUNT.
            MOVE RUN-DATE TO PB-CLOSE-DATE.
            IF PB-STATUS = "23"
                 WRITE PB-REC
            ELSE
                 REWRITE PB-REC.
            IF PB-STATUS NOT = "00"
                 MOVE "PRIORBAL" TO FC-FILENAME
                 MOVE PB-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            ADD 1 TO CARRY-CTR.
            ADD SB-BALANCE TO CARRY-AMT.
            MOVE SB-SNO TO CL-SNO.
            MOVE SB-BALANCE TO CL-AMOUNT.
            WRITE RPTREC FROM CARRY-LINE AFTER 1.
       CARRY-ONE-END.
       TERMCTL-RTN.
            MOVE CLOSE-TERM TO TC-TERM.
            MOVE RUN-DATE TO TC-CLOSE-DATE.
            MOVE OPERATOR-ID TO TC-OPERATOR.
            MOVE PROMOTE-ANS TO TC-PROMOTED-SW.
            MOVE ROSTER-CTR TO TC-ROSTER-CTR.
            MOVE SECT-CTR TO TC-SECT-CTR.
            MOVE PLAN-CTR TO TC-PLAN-CTR.
            MOVE PROMOTE-CTR TO TC-PROMOTE-CTR.
            MOVE GRAD-CTR TO TC-GRAD-CTR.
            MOVE CARRY-CTR TO TC-CARRY-CTR.
            MOVE CARRY-AMT TO TC-CARRY-AMT.
            WRITE TC-REC.
            IF TC-STATUS NOT = "00"
                 MOVE "TERMCTL" TO FC-FILENAME
                 MOVE TC-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
       TOTALS-RTN.
            MOVE SPACES TO TOTAL-LINE.
            MOVE "ROSTER ENTRIES ARCHIVED:" TO TL-LABEL.
            MOVE ROSTER-CTR TO TL-COUNT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 2.
            MOVE "SECTION COUNTS ARCHIVED AND RESET:" TO TL-LABEL.
            MOVE SECT-CTR TO TL-COUNT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 1.
            MOVE "OPEN WAITLIST ENTRIES CLOSED:" TO TL-LABEL.
            MOVE WAIT-CTR TO TL-COUNT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 1.
            MOVE "INSTALLMENT PLANS ARCHIVED:" TO TL-LABEL.
            MOVE PLAN-CTR TO TL-COUNT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 1.
            IF PROMOTE-ANS = 'Y'
                 MOVE "STUDENTS PROMOTED:" TO TL-LABEL
                 MOVE PROMOTE-CTR TO TL-COUNT
                 WRITE RPTREC FROM TOTAL-LINE AFTER 1
                 MOVE "FOURTH-YEARS MARKED GRADUATING:" TO TL-LABEL
                 MOVE GRAD-CTR TO TL-COUNT
                 WRITE RPTREC FROM TOTAL-LINE AFTER 1
            ELSE
                 MOVE SPACES TO TOTAL-LINE
                 MOVE "YEAR LEVELS NOT PROMOTED THIS TERM" TO TL-LABEL
                 WRITE RPTREC FROM TOTAL-LINE AFTER 1.
            MOVE SPACES TO TOTAL-LINE.
            MOVE "BALANCES CARRIED FORWARD:" TO TL-LABEL.
            MOVE CARRY-CTR TO TL-COUNT.
            MOVE CARRY-AMT TO TL-AMOUNT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 1.
            DISPLAY "ROSTER ENTRIES ARCHIVED:    " ROSTER-CTR.
            DISPLAY "SECTION COUNTS RESET:       " SECT-CTR.
            DISPLAY "WAITLIST ENTRIES CLOSED:    " WAIT-CTR.
            DISPLAY "INSTALLMENT PLANS ARCHIVED: " PLAN-CTR.
            DISPLAY "STUDENTS PROMOTED:          " PROMOTE-CTR.
            DISPLAY "MARKED GRADUATING:          " GRAD-CTR.
            DISPLAY "BALANCES CARRIED FORWARD:   " CARRY-CTR.
       WRITE-AUDIT-RTN.
            MOVE "TERM-CLOSE" TO AL-PROGRAM.
            MOVE RUN-DATE TO AL-DATE.
            ACCEPT AL-TIME FROM TIME.
            MOVE OPERATOR-ID TO AL-OPERATOR.
            WRITE AUDIT-REC.
       FILE-ERROR-RTN.
            DISPLAY "FILE ERROR ON " FC-FILENAME " - STATUS "
                 FC-STATUS.
            MOVE "FILESTATUS" TO AL-FIELD.
            MOVE FC-FILENAME TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "RUN ENDED - NOTHING FURTHER POSTED.".
            STOP RUN.
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
