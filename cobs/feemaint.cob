      *DATE-COMPILED. 08/22/26.
      *SECURITY. ONLY ME.
      *REMARKS. FEE SCHEDULE MAINTENANCE BY COURSE AND YEAR LEVEL.
      *         A CHANGED OR NEW SCHEDULE TAKES EFFECT ONLY WHEN A
      *         SUPERVISOR APPROVES IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS FS-KEY
                 FILE STATUS IS FS-STATUS.
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
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
            02 FS-SCF PIC 9(3)V99.
            02 FS-LF PIC 9(3)V99.
            02 FS-MF PIC 9(4)V99.
       FD   PENDAPPR.
       01   PA-REC.
            02 PA-REQNO PIC 9(6).
            02 PA-TYPE PIC XX.
            02 PA-PROGRAM PIC X(15).
            02 PA-TARGET PIC X(20).
            02 PA-DESC PIC X(40).
            02 PA-DATA PIC X(60).
            02 PA-FS-DATA REDEFINES PA-DATA.
               03 PA-FS-CC PIC 9.
               03 PA-FS-Y PIC 9.
               03 PA-FS-TF PIC 9(4)V99.
               03 PA-FS-SCF PIC 9(3)V99.
               03 PA-FS-LF PIC 9(3)V99.
               03 PA-FS-MF PIC 9(4)V99.
               03 FILLER PIC X(36).
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
       FD   SIGNON.
       01   SG-REC.
            02 SG-OPERATOR PIC X(10).
       01   SG-STATUS PIC XX VALUE "00".
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
       01   FS-STATUS PIC XX VALUE "00".
       01   PA-STATUS PIC XX VALUE "00".
       01   SC-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   FOUND-SW PIC 9 VALUE 0.
                 OPEN OUTPUT FEESCHED
                 CLOSE FEESCHED
                 OPEN I-O FEESCHED.
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
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE FEESCHED.
            CLOSE PENDAPPR.
            CLOSE SEQCTR.
            CLOSE AUDITLOG.
            STOP RUN.
       PROCESS-RTN.
            ACCEPT LF-IN LINE 10 COLUMN 40.
            DISPLAY "MISCELLANEOUS FEE:" LINE 11 COLUMN 3.
            ACCEPT MF-IN LINE 11 COLUMN 40.
            MOVE "FS" TO PA-TYPE.
            MOVE SPACES TO PA-DATA.
            MOVE CC-IN TO PA-FS-CC.
            MOVE Y-IN TO PA-FS-Y.
            MOVE TF-IN TO PA-FS-TF.
            MOVE SCF-IN TO PA-FS-SCF.
            MOVE LF-IN TO PA-FS-LF.
            MOVE MF-IN TO PA-FS-MF.
            MOVE SPACES TO PA-TARGET.
            STRING "COURSE " CC-IN " YEAR " Y-IN DELIMITED BY SIZE
                 INTO PA-TARGET.
            IF FOUND-SW = 1
                 MOVE "FEE SCHEDULE CHANGE" TO PA-DESC
            ELSE
                 MOVE "NEW FEE SCHEDULE ENTRY" TO PA-DESC.
            PERFORM QUEUE-RTN.
            DISPLAY "SENT FOR SUPERVISOR APPROVAL, REQUEST:"
                 LINE 13 COLUMN 3.
            DISPLAY PA-REQNO LINE 13 COLUMN 42.
            DISPLAY "MAINTAIN ANOTHER (Y/N)?" LINE 18 COLUMN 3.
            PERFORM ANS-RTN THRU ANS-END.
       PROCESS-END.
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
            MOVE "FEE-MAINT" TO PA-PROGRAM.
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
       CC-RTN.
            ACCEPT CC-IN LINE 3 COLUMN 40.
            IF CC-IN > 0 AND CC-IN < 7
