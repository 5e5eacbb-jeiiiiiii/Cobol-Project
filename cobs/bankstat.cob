      *DATE-COMPILED. 08/22/26.
      *SECURITY. ONLY ME.
      *REMARKS. ACCOUNT STATUS MAINTENANCE AND DORMANCY LISTING.
      *         FREEZING OR CLOSING AN ACCOUNT, OR CHANGING ONE THAT IS
      *         FROZEN OR CLOSED, WAITS FOR SUPERVISOR APPROVAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AM-ACCNO-KEY
                 FILE STATUS IS AM-STATUS.
            SELECT PENDAPPR ASSIGN TO "PENDAPPR.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PA-REQNO
                 FILE STATUS IS PA-STATUS.
            SELECT SEQCTR ASSIGN TO "SEQCTR.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SC-PROGRAM
                 FILE STATUS IS SC-STATUS.
            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT BRANCHFILE ASSIGN TO "BRANCH.DAT"
                 FILE STATUS IS BR-FILE-STATUS.
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
            02 AM-STATUS-CODE PIC X.
            02 AM-LASTACT-DATE PIC X(8).
            02 AM-CUSTNO PIC 9(8).
            02 AM-HOME-BRANCH PIC X(3).
       FD   PENDAPPR.
       01   PA-REC.
            02 PA-REQNO PIC 9(6).
            02 PA-TYPE PIC XX.
            02 PA-PROGRAM PIC X(15).
            02 PA-TARGET PIC X(20).
            02 PA-DESC PIC X(40).
            02 PA-DATA PIC X(60).
            02 PA-AS-DATA REDEFINES PA-DATA.
               03 PA-AS-ACCNO PIC 9(10).
               03 PA-AS-OLD PIC X.
               03 PA-AS-NEW PIC X.
               03 PA-AS-REASON PIC X(20).
               03 FILLER PIC X(28).
            02 PA-MAKER PIC X(10).
            02 PA-MAKE-DATE PIC X(8).
            02 PA-MAKE-TIME PIC X(8).
            02 PA-STAT PIC X.
            02 PA-CHECKER PIC X(10).
            02 PA-CHECK-DATE PIC X(8).
       FD   SEQCTR.
       01   SC-REC.
            02 SC-PROGRAM PIC X(15).
            02 SC-NEXT-SEQ PIC 9(8).
       FD   BRANCHFILE.
       01   BRANCH-FILE-REC.
            02 BRF-CODE PIC X(3).
            02 BRF-NAME PIC X(11).
       FD   SIGNON.
       01   SG-REC.
            02 SG-OPERATOR PIC X(10).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   SG-STATUS PIC XX VALUE "00".
       01   BR-FILE-STATUS PIC XX VALUE "00".
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   AM-STATUS PIC XX VALUE "00".
       01   PA-STATUS PIC XX VALUE "00".
       01   SC-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   MASTER-FOUND-SW PIC X VALUE "N".
       01   FUNC-CODE PIC X VALUE SPACE.
       01   ACCNO-IN PIC 9(10) VALUE 0.
       01   NEW-STATUS PIC X VALUE SPACE.
       01   OLD-STATUS PIC X VALUE SPACE.
       01   BRANCH-IN PIC X(3) VALUE SPACES.
       01   BR-COUNT PIC 99 VALUE 0.
       01   BR-MATCH PIC 99 VALUE 0.
       01   BRANCH-TABLE.
            02 BRANCH-ENTRY OCCURS 20 TIMES INDEXED BY BR-IDX.
               03 BR-CODE PIC X(3).
               03 BR-NAME PIC X(11).
       01   REASON PIC X(20) VALUE SPACES.
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
       01   DORM-MONTHS PIC 99 VALUE 0.
       01   DORM-CTR PIC 9(5) VALUE 0.
       01   RUN-YY PIC 99 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            OPEN I-O ACCTMAST.
            IF AM-STATUS = "35"
                 DISPLAY "NO ACCOUNT MASTER ON FILE" LINE 1 COLUMN 1
                 STOP RUN.
            OPEN I-O PENDAPPR.
            IF PA-STATUS = "35"
                 OPEN OUTPUT PENDAPPR
                 CLOSE PENDAPPR
                 OPEN I-O PENDAPPR.
            OPEN I-O SEQCTR.
            IF SC-STATUS = "35"
                 OPEN OUTPUT SEQCTR
                 CLOSE SEQCTR
                 OPEN I-O SEQCTR.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM LOAD-BRANCH-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE ACCTMAST.
            CLOSE PENDAPPR.
            CLOSE SEQCTR.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            DISPLAY "ACCOUNT STATUS MAINTENANCE" LINE 2 COLUMN 27.
            MOVE SPACE TO FUNC-CODE.
            MOVE 0 TO VALID-SW.
            DISPLAY "FUNCTION (M=STATUS, B=HOME BRANCH, D=DORMANCY): "
                 LINE 4 COLUMN 1.
            PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-SW = 1.
            IF FUNC-CODE = 'M'
                 PERFORM MAINT-RTN THRU MAINT-END
            ELSE
            IF FUNC-CODE = 'B'
                 PERFORM HOME-BRANCH-RTN THRU HOME-BRANCH-END
            ELSE
                 PERFORM DORM-LIST-RTN THRU DORM-LIST-END.
            DISPLAY "ANOTHER FUNCTION (Y/N)?" LINE 20 COLUMN 1.
                 MOVE 'M' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'B' OR FUNC-CODE = 'b'
                 MOVE 'B' TO FUNC-CODE
                 MOVE 1 TO VALID-SW
            ELSE
            IF FUNC-CODE = 'D' OR FUNC-CODE = 'd'
                 MOVE 'D' TO FUNC-CODE
                 MOVE 1 TO VALID-SW.
            DISPLAY AM-ACCNAME LINE 7 COLUMN 30.
            DISPLAY "CURRENT STATUS:" LINE 8 COLUMN 1.
            DISPLAY AM-STATUS-CODE LINE 8 COLUMN 30.
            MOVE AM-STATUS-CODE TO OLD-STATUS.
            MOVE 0 TO VALID-SW.
            DISPLAY "NEW STATUS (A/F/D/C):" LINE 9 COLUMN 1.
            PERFORM STATUS-RTN THRU STATUS-END UNTIL VALID-SW = 1.
            DISPLAY "REASON:" LINE 10 COLUMN 1.
            ACCEPT REASON LINE 10 COLUMN 30.
            IF AM-STATUS-CODE NOT = OLD-STATUS
                 AND (AM-STATUS-CODE = 'F' OR AM-STATUS-CODE = 'C'
                 OR OLD-STATUS = 'F' OR OLD-STATUS = 'C')
                 PERFORM STATUS-QUEUE-RTN
                 GO TO MAINT-END.
            MOVE "STATUSCHANGE" TO AL-FIELD.
            MOVE REASON TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            MOVE "ACCTMAST" TO CHG-FILE.
            MOVE AM-ACCNO-KEY TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF AM-STATUS-CODE NOT = OLD-STATUS
                 MOVE "AM-STATUS-CODE" TO CN-FIELD
                 MOVE OLD-STATUS TO CN-OLD
                 MOVE AM-STATUS-CODE TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            REWRITE ACCT-MASTER-REC.
            IF AM-STATUS NOT = "00"
                 MOVE "ACCTMAST" TO FC-FILENAME
                 MOVE AM-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM WRITE-CHANGES-RTN.
            DISPLAY "STATUS UPDATED" LINE 12 COLUMN 1.
       MAINT-END.
       STATUS-QUEUE-RTN.
            MOVE "AS" TO PA-TYPE.
            MOVE SPACES TO PA-DATA.
            MOVE AM-ACCNO-KEY TO PA-AS-ACCNO.
            MOVE OLD-STATUS TO PA-AS-OLD.
            MOVE AM-STATUS-CODE TO PA-AS-NEW.
            MOVE REASON TO PA-AS-REASON.
            MOVE AM-ACCNO-KEY TO PA-TARGET.
            MOVE SPACES TO PA-DESC.
            STRING "STATUS " OLD-STATUS " TO " AM-STATUS-CODE " "
                 REASON DELIMITED BY SIZE INTO PA-DESC.
            PERFORM QUEUE-RTN.
            DISPLAY "SENT FOR SUPERVISOR APPROVAL, REQUEST:"
                 LINE 12 COLUMN 1.
            DISPLAY PA-REQNO LINE 12 COLUMN 40.
      * THE CHANGE IS HELD ON THE PENDING-APPROVAL FILE AND APPLIED ONLY
      * WHEN A SUPERVISOR OTHER THAN THE MAKER APPROVES IT.
       QUEUE-RTN.
            MOVE "APPR-QUEUE" TO SC-PROGRAM.
            READ SEQCTR
                 INVALID KEY
                      MOVE 1 TO SC-NEXT-SEQ
                 NOT INVALID KEY
                      ADD 1 TO SC-NEXT-SEQ.
            IF SC-STATUS = "23"
                 WRITE SC-REC
            ELSE
                 REWRITE SC-REC.
            MOVE SC-NEXT-SEQ TO PA-REQNO.
            MOVE "ACCT-STATUS" TO PA-PROGRAM.
            MOVE OPERATOR-ID TO PA-MAKER.
            MOVE RUN-DATE TO PA-MAKE-DATE.
            ACCEPT PA-MAKE-TIME FROM TIME.
            MOVE 'P' TO PA-STAT.
            MOVE SPACES TO PA-CHECKER.
            MOVE SPACES TO PA-CHECK-DATE.
            WRITE PA-REC.
            IF PA-STATUS NOT = "00"
                 MOVE "PENDAPPR" TO FC-FILENAME
                 MOVE PA-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            MOVE "APPRQUEUED" TO AL-FIELD.
            MOVE PA-TARGET TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
       STATUS-RTN.
            ACCEPT NEW-STATUS LINE 9 COLUMN 30.
            IF NEW-STATUS = 'A' OR NEW-STATUS = 'a'
                 MOVE NEW-STATUS TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       STATUS-END.
       HOME-BRANCH-RTN.
            IF BR-COUNT = 0
                 DISPLAY "NO BRANCH TABLE ON FILE" LINE 6 COLUMN 1
                 GO TO HOME-BRANCH-END.
            DISPLAY "ACCOUNT NUMBER:" LINE 6 COLUMN 1.
            ACCEPT ACCNO-IN LINE 6 COLUMN 30.
            MOVE "N" TO MASTER-FOUND-SW.
            MOVE ACCNO-IN TO AM-ACCNO-KEY.
            READ ACCTMAST RECORD
                 INVALID KEY
                      MOVE "N" TO MASTER-FOUND-SW
                 NOT INVALID KEY
                      MOVE "Y" TO MASTER-FOUND-SW.
            IF MASTER-FOUND-SW = "N"
                 DISPLAY "NO SUCH ACCOUNT ON FILE" LINE 8 COLUMN 1
                 GO TO HOME-BRANCH-END.
            DISPLAY "ACCOUNT NAME:" LINE 7 COLUMN 1.
            DISPLAY AM-ACCNAME LINE 7 COLUMN 30.
            DISPLAY "CURRENT HOME BRANCH:" LINE 8 COLUMN 1.
            DISPLAY AM-HOME-BRANCH LINE 8 COLUMN 30.
            MOVE 0 TO VALID-SW.
            DISPLAY "NEW HOME BRANCH:" LINE 9 COLUMN 1.
            PERFORM BRANCH-RTN THRU BRANCH-END UNTIL VALID-SW = 1.
            DISPLAY BR-NAME(BR-MATCH) LINE 9 COLUMN 40.
            MOVE "HOMEBRANCH" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING AM-ACCNO-KEY " " AM-HOME-BRANCH ">" BRANCH-IN
                 DELIMITED BY SIZE INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            MOVE "ACCTMAST" TO CHG-FILE.
            MOVE AM-ACCNO-KEY TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF BRANCH-IN NOT = AM-HOME-BRANCH
                 MOVE "AM-HOME-BRANCH" TO CN-FIELD
                 MOVE AM-HOME-BRANCH TO CN-OLD
                 MOVE BRANCH-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            MOVE BRANCH-IN TO AM-HOME-BRANCH.
            REWRITE ACCT-MASTER-REC.
            IF AM-STATUS NOT = "00"
                 MOVE "ACCTMAST" TO FC-FILENAME
                 MOVE AM-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM WRITE-CHANGES-RTN.
            DISPLAY "HOME BRANCH UPDATED" LINE 12 COLUMN 1.
       HOME-BRANCH-END.
       BRANCH-RTN.
            ACCEPT BRANCH-IN LINE 9 COLUMN 30.
            INSPECT BRANCH-IN CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            MOVE 0 TO BR-MATCH.
            PERFORM BRANCH-TEST-RTN
                 VARYING BR-IDX FROM 1 BY 1
                 UNTIL BR-IDX > BR-COUNT OR BR-MATCH NOT = 0.
            IF BR-MATCH NOT = 0
                 MOVE 1 TO VALID-SW
            ELSE
                 MOVE "BRANCHCODE" TO AL-FIELD
                 MOVE BRANCH-IN TO AL-BADVAL
                 PERFORM WRITE-AUDIT-RTN.
       BRANCH-END.
       BRANCH-TEST-RTN.
            IF BR-CODE(BR-IDX) = BRANCH-IN
                 SET BR-MATCH TO BR-IDX.
       LOAD-BRANCH-RTN.
            MOVE 0 TO BR-COUNT.
            OPEN INPUT BRANCHFILE.
            IF BR-FILE-STATUS NOT = "35"
                 PERFORM LOAD-BRANCH-ENTRY-RTN
                      UNTIL BR-FILE-STATUS = "10" OR BR-COUNT = 20
                 CLOSE BRANCHFILE.
       LOAD-BRANCH-ENTRY-RTN.
            READ BRANCHFILE
                 AT END
                      MOVE "10" TO BR-FILE-STATUS
                 NOT AT END
                      ADD 1 TO BR-COUNT
                      SET BR-IDX TO BR-COUNT
                      MOVE BRF-CODE TO BR-CODE(BR-IDX)
                      MOVE BRF-NAME TO BR-NAME(BR-IDX)
            END-READ.
       DORM-LIST-RTN.
            DISPLAY "MONTHS WITHOUT MOVEMENT:" LINE 6 COLUMN 1.
            ACCEPT DORM-MONTHS LINE 6 COLUMN 30.
            PERFORM WRITE-AUDIT-RTN.
            DISPLAY "RUN ENDED - NOTHING FURTHER POSTED.".
            STOP RUN.
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
            MOVE "ACCT-STATUS" TO CH-PROGRAM.
            WRITE CH-REC.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
