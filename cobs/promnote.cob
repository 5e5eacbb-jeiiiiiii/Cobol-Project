            SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
            SELECT STULEDG ASSIGN TO "STULEDG.DAT"
                 FILE STATUS IS LG-STATUS.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   STULEDG.
       01   LEDG-REC.
            02 LG-SNO PIC 9(10).
            02 LG-DATE PIC X(8).
            02 LG-TIME PIC X(8).
            02 LG-TRANTYPE PIC X.
            02 LG-REFNO PIC X(10).
            02 LG-AMOUNT PIC S9(7)V99.
            02 LG-NEW-BAL PIC S9(7)V99.
            02 LG-DESC PIC X(20).
            02 LG-PROGRAM PIC X(15).
            02 LG-OPERATOR PIC X(10).
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
            02 ST-CC PIC 9.
            02 ST-YEAR PIC 9.
            02 ST-ESTAT PIC X.
            02 ST-BANK-ACCNO PIC 9(10).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   PN-STATUS PIC XX VALUE "00".
       01   SB-STATUS PIC XX VALUE "00".
       01   ST-STATUS PIC XX VALUE "00".
       01   LG-STATUS PIC XX VALUE "00".
       01   NOTE-AMT-OUT PIC ZZZZZ9.99.
       01   STU-AVAILABLE-SW PIC 9 VALUE 0.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   VALID-SW PIC 9 VALUE 0.
                 MOVE 0 TO STU-AVAILABLE-SW
            ELSE
                 MOVE 1 TO STU-AVAILABLE-SW.
            OPEN EXTEND STULEDG.
            IF LG-STATUS = "35"
                 OPEN OUTPUT STULEDG.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            PERFORM PROCESS-RTN THRU PROCESS-END UNTIL VALIDANS = 1.
            CLOSE STUBAL.
            IF STU-AVAILABLE-SW = 1
                 CLOSE STUMAST.
            CLOSE STULEDG.
            CLOSE AUDITLOG.
            STOP RUN.
       PROCESS-RTN.
                 DISPLAY "FILE ERROR ON PROMNOTE - STATUS " PN-STATUS
                 LINE 12 COLUMN 1
                 GO TO CAPTURE-END.
            MOVE SNO-IN TO LG-SNO.
            MOVE 'N' TO LG-TRANTYPE.
            MOVE SPACES TO LG-REFNO.
            MOVE 0 TO LG-AMOUNT.
            MOVE SB-BALANCE TO LG-NEW-BAL.
            MOVE AMT-IN TO NOTE-AMT-OUT.
            MOVE SPACES TO LG-DESC.
            STRING "NOTE" NOTE-AMT-OUT " " PROMISED-IN(1:6)
                 DELIMITED BY SIZE INTO LG-DESC.
            PERFORM WRITE-LEDGER-RTN.
            MOVE "PNCAPTURED" TO AL-FIELD.
            MOVE SNO-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
                 DISPLAY "FILE ERROR ON PROMNOTE - STATUS " PN-STATUS
                 LINE 8 COLUMN 1
                 GO TO SETTLE-END.
            MOVE PN-SNO TO SB-SNO.
            READ STUBAL
                 INVALID KEY
                      MOVE 0 TO SB-BALANCE.
            MOVE PN-SNO TO LG-SNO.
            MOVE 'N' TO LG-TRANTYPE.
            MOVE SPACES TO LG-REFNO.
            MOVE 0 TO LG-AMOUNT.
            MOVE SB-BALANCE TO LG-NEW-BAL.
            MOVE "NOTE SETTLED" TO LG-DESC.
            PERFORM WRITE-LEDGER-RTN.
            MOVE "PNSETTLED" TO AL-FIELD.
            MOVE SNO-IN TO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
                           MOVE SG-OPERATOR TO OPERATOR-ID
                 END-READ
                 CLOSE SIGNON.
       WRITE-LEDGER-RTN.
            MOVE RUN-DATE TO LG-DATE.
            ACCEPT LG-TIME FROM TIME.
            MOVE "PROM-NOTE" TO LG-PROGRAM.
            MOVE OPERATOR-ID TO LG-OPERATOR.
            WRITE LEDG-REC.
            IF LG-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON STULEDG - STATUS " LG-STATUS
                 LINE 20 COLUMN 1.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
