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
            02 PF-UA PIC X(2).
            02 PF-LPE PIC X(17).
            02 PF-PAY PIC X(9).
            02 PF-BANK-ACCNO PIC 9(10).
            02 PF-GRADE PIC 99.
            02 PF-STEP PIC 9.
            02 PF-STEP-DATE PIC X(8).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
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
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN EXTEND CHGHIST.
            OPEN I-O LOANMAST.
            IF LN-STATUS = "35"
                 OPEN OUTPUT LOANMAST
            CLOSE LOANMAST.
            CLOSE FACULTYF.
            CLOSE AUDITLOG.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
            MOVE PRIN-IN TO LN-PRINCIPAL.
            MOVE AMORT-IN TO LN-AMORT.
            MOVE PRIN-IN TO LN-BALANCE.
            MOVE "LOANMAST" TO CHG-FILE.
            MOVE LN-KEY TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            MOVE "RECORD" TO CN-FIELD.
            MOVE SPACES TO CN-OLD.
            MOVE "ADDED" TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            MOVE "LN-PRINCIPAL" TO CN-FIELD.
            MOVE SPACES TO CN-OLD.
            MOVE LN-PRINCIPAL TO CN-AMT.
            MOVE CN-AMT TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            MOVE "LN-AMORT" TO CN-FIELD.
            MOVE LN-AMORT TO CN-AMT.
            MOVE CN-AMT TO CN-NEW.
            PERFORM NOTE-CHANGE-RTN.
            WRITE LOAN-REC
                 INVALID KEY
                      DISPLAY "LOAN ALREADY ON FILE FOR TYPE"
                      MOVE TYPE-IN TO AL-BADVAL
                      PERFORM WRITE-AUDIT-RTN
                 NOT INVALID KEY
                      PERFORM WRITE-CHANGES-RTN
                      DISPLAY "LOAN RECORDED" LINE 14 COLUMN 1.
       ADD-END.
       PRIN-RTN.
                           MOVE SG-OPERATOR TO OPERATOR-ID
                 END-READ
                 CLOSE SIGNON.
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
            MOVE "FACULTY-LOANS" TO CH-PROGRAM.
            WRITE CH-REC.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
            IF RD-FILE-STATUS = "35"
