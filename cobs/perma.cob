                SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                        FILE STATUS IS RD-FILE-STATUS.
                SELECT FACARCH ASSIGN TO "FACARCH.DAT".
                SELECT CHGHIST ASSIGN TO "CHGHIST.DAT".
                SELECT SEPREG ASSIGN TO "SEPREG".
                SELECT SEQCTR ASSIGN TO "SEQCTR.DAT"
                        ORGANIZATION INDEXED
                        ACCESS MODE DYNAMIC
                        RECORD KEY IS SC-PROGRAM
                        FILE STATUS IS SC-STATUS.
                SELECT SALSCHED ASSIGN TO "SALSCHED.DAT"
                        ORGANIZATION INDEXED
                        ACCESS MODE DYNAMIC
                        RECORD KEY IS SS-KEY
                        FILE STATUS IS SS-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD OUTFILE.
        01 OUTREC.
                05 OF-FNO PIC 9(10).
                05 FILLER PIC X(139).
        01 TRAILER-OUTREC.
                05 TR-FNO PIC 9(10).
                05 TR-LABEL PIC X(10).
                05 FILLER PIC X(46).
        FD FACARCH.
        01 ARCH-REC.
                05 AR-DETAIL PIC X(149).
                05 AR-SEP-DATE PIC X(8).
                05 AR-SEP-REASON PIC X(20).
        FD SEPREG.
                05 AL-DATE PIC X(8).
                05 AL-TIME PIC X(8).
                05 AL-OPERATOR PIC X(10).
        FD CHGHIST.
        01 CH-REC.
                05 CH-FILE PIC X(8).
                05 CH-KEY PIC X(20).
                05 CH-FIELD PIC X(15).
                05 CH-OLD PIC X(25).
                05 CH-NEW PIC X(25).
                05 CH-OPERATOR PIC X(10).
                05 CH-DATE PIC X(8).
                05 CH-TIME PIC X(8).
                05 CH-PROGRAM PIC X(15).
        FD SEQCTR.
        01 SC-REC.
                05 SC-PROGRAM PIC X(15).
                05 SC-NEXT-SEQ PIC 9(8).
        FD SALSCHED.
        01 SS-REC.
                05 SS-KEY.
                        10 SS-GRADE PIC 99.
                        10 SS-STEP PIC 9.
                        10 SS-EFFDATE PIC X(8).
                05 SS-MONTHLY PIC 9(6)V99.
                05 SS-SET-DATE PIC X(8).
                05 SS-OPERATOR PIC X(10).
        WORKING-STORAGE SECTION.
        01 REC-OUT.
                05 FNO-OUT PIC 9(10).
                05 UA-OUT PIC Z9.
                05 LPE-OUT PIC X(17).
                05 PAY-AMOUNT-OUT PIC Z(5)9.99.
                05 BANK-ACCNO-OUT PIC 9(10).
                05 GRADE-OUT PIC 99.
                05 STEP-OUT PIC 9.
                05 STEP-DATE-OUT PIC X(8).
        01 TOTALS.
                05 PCTR PIC 999 VALUE 0.
                05 TRCTR PIC 999 VALUE 0.
                05 FC-STATUS PIC XX VALUE SPACES.
                05 RD-FILE-STATUS PIC XX VALUE "00".
                05 RUN-DATE PIC X(8) VALUE SPACES.
                05 BANK-ACCNO-IN PIC 9(10) VALUE 0.
                05 SS-STATUS PIC XX VALUE "00".
                05 GRADE-IN PIC 99 VALUE 0.
                05 STEP-IN PIC 9 VALUE 0.
                05 SAL-GRADE PIC 99 VALUE 0.
                05 SAL-STEP PIC 9 VALUE 0.
                05 SAL-RATE PIC 9(6)V99 VALUE 0.
                05 SAL-FOUND-SW PIC 9 VALUE 0.
                05 SAL-EOF-SW PIC 9 VALUE 0.
        01 OLD-REC-OUT.
                05 OLD-FNO PIC 9(10).
                05 OLD-REFNO PIC 9(8).
                05 OLD-FNAME PIC X(25).
                05 OLD-FTNAME PIC X(20).
                05 OLD-DNAME PIC X(22).
                05 OLD-HEAN PIC X(15).
                05 OLD-UA PIC Z9.
                05 OLD-LPE PIC X(17).
                05 OLD-PAY-AMOUNT PIC Z(5)9.99.
                05 OLD-BANK-ACCNO PIC 9(10).
                05 OLD-GRADE PIC 99.
                05 OLD-STEP PIC 9.
                05 OLD-STEP-DATE PIC X(8).
        01 CHANGE-HISTORY.
                05 CHG-FILE PIC X(8) VALUE SPACES.
                05 CHG-KEY PIC X(20) VALUE SPACES.
                05 CN-FIELD PIC X(15) VALUE SPACES.
                05 CN-OLD PIC X(25) VALUE SPACES.
                05 CN-NEW PIC X(25) VALUE SPACES.
                05 CHG-CTR PIC 99 VALUE 0.
                05 CHG-IX PIC 99 VALUE 0.
                05 CHG-ENTRY OCCURS 20 TIMES.
                        10 CHG-FIELD PIC X(15).
                        10 CHG-OLD PIC X(25).
                        10 CHG-NEW PIC X(25).
        01 SEP-LINE.
                05 SP-FNO PIC 9(10).
                05 FILLER PIC X(2) VALUE SPACES.
                OPEN EXTEND AUDITLOG.
                PERFORM LOAD-OPERATOR-RTN.
                OPEN EXTEND FACARCH.
                OPEN EXTEND CHGHIST.
                OPEN EXTEND SEPREG.
                OPEN I-O SEQCTR.
                IF SC-STATUS = "35"
                        OPEN OUTPUT SEQCTR
                        CLOSE SEQCTR
                        OPEN I-O SEQCTR.
                OPEN INPUT SALSCHED.
                IF SS-STATUS = "35"
                        OPEN OUTPUT SALSCHED
                        CLOSE SALSCHED
                        OPEN INPUT SALSCHED.
                PERFORM PROCESS-RTN THRU PROCESS-END
                    UNTIL VALIDANS = 1.
                PERFORM FINISH-RTN THRU FINISH-END.
                CLOSE AUDITLOG.
                CLOSE FACARCH.
                CLOSE CHGHIST.
                CLOSE SEPREG.
                CLOSE SEQCTR.
                CLOSE SALSCHED.
                STOP RUN.
        PROCESS-RTN.
                DISPLAY CLRSCR.
                        INVALID KEY
                                DISPLAY (9 , 1) "NO SUCH FACULTY REC."
                        NOT INVALID KEY
                                MOVE REC-OUT TO OLD-REC-OUT
                                DISPLAY (8 , 1) "FACULTY NAME: "
                                DISPLAY (8 , 40) FNAME
                                DISPLAY (9 , 1) "CURRENT LPE: "
                                DISPLAY (9 , 40) LPE-OUT
                                DISPLAY (10 , 1) "CURRENT PAY: ",
                                        PAY-AMOUNT-OUT
                                DISPLAY (11 , 1) "CURRENT SG/STEP: ",
                                        GRADE-OUT, "/", STEP-OUT
                                DISPLAY (17 , 1)
                                   "LATEST PERFORMANCE EVALUATION: "
                                PERFORM P-RTN
                                PERFORM GRADE-UPD-RTN
                                DISPLAY (18 , 1)
                                   "BANK ACCOUNT NO (0=KEEP): "
                                DISPLAY (18 , 52) BANK-ACCNO-OUT
                                PERFORM BANK-RTN
                                REWRITE OUTREC FROM REC-OUT.
                IF FS-STATUS NOT = "00" AND FS-STATUS NOT = "23"
                        MOVE "FACULTY" TO FC-FILENAME
                        MOVE FS-STATUS TO FC-STATUS
                        PERFORM FILE-ERROR-RTN.
                IF FS-STATUS = "00"
                        PERFORM FAC-NOTE-RTN
                        PERFORM WRITE-CHANGES-RTN.
        UPDATE-END.
        SEPARATE-RTN.
                MOVE 0 TO VALID-SW.
                                ACCEPT (10 , 40) SEP-REASON
                                PERFORM ARCHIVE-RTN
                                DELETE OUTFILE RECORD
                                MOVE "DELETED" TO CN-NEW
                                PERFORM FAC-RECORD-RTN
                                DISPLAY (12 , 1) "FACULTY SEPARATED.".
        SEPARATE-END.
        ARCHIVE-RTN.
                WRITE SEPREC FROM SEP-LINE.
        ADD-RTN.
                MOVE 0 TO VALID-SW.
                MOVE 0 TO GRADE-OUT.
                MOVE 0 TO STEP-OUT.
                MOVE SPACES TO STEP-DATE-OUT.
                DISPLAY (7 , 1) "FACULTY NO: ".
                PERFORM FNO-RTN.
                MOVE FNO TO FNO-OUT.
                DISPLAY (16 , 50) "COMPUTED PAY: ", PAY-AMOUNT-OUT.
                DISPLAY (17 , 1) "LATEST PERFORMANCE EVALUATION: ".
                PERFORM P-RTN.
                IF FTYPE NOT = 'PT'
                        DISPLAY (17 , 44) "SG/STEP (0=UNIT): "
                        MOVE 0 TO VALID-SW
                        PERFORM GRADE-RTN THRU GRADE-END
                        PERFORM GRADE-ADD-RTN.
                MOVE 0 TO BANK-ACCNO-OUT.
                DISPLAY (18 , 1) "BANK ACCOUNT NO (0=NONE): ".
                PERFORM BANK-RTN.
                PERFORM CORRECT-RTN THRU CORRECT-END.
                PERFORM DEPT-TOTALS-RTN.
                PERFORM RATING-TOTALS-RTN.
                                PERFORM WRITE-AUDIT-RTN
                        NOT INVALID KEY
                                ADD 1 TO REC-CTR
                                MOVE "ADDED" TO CN-NEW
                                PERFORM FAC-RECORD-RTN
                END-WRITE.
                IF FS-STATUS NOT = "00" AND FS-STATUS NOT = "22"
                        MOVE "FACULTY" TO FC-FILENAME
                        ELSE
                                MOVE 450.00 TO RATE-PER-UNIT.
                COMPUTE PAY-AMOUNT = UA * RATE-PER-UNIT.
                IF FTYPE = 'PT'
                        MOVE 0 TO GRADE-OUT
                        MOVE 0 TO STEP-OUT
                        MOVE SPACES TO STEP-DATE-OUT.
                IF GRADE-OUT NOT = 0
                        MOVE GRADE-OUT TO SAL-GRADE
                        MOVE STEP-OUT TO SAL-STEP
                        PERFORM SAL-LOOKUP-RTN THRU SAL-LOOKUP-END
                        IF SAL-FOUND-SW = 1
                                MOVE SAL-RATE TO PAY-AMOUNT.
                MOVE PAY-AMOUNT TO PAY-AMOUNT-OUT.
        P-RTN.
                ACCEPT (17 , 40) LPE.
                IF VALID-SW = 0
                        PERFORM P-RTN THRU P-END UNTIL VALID-SW = 1.
        P-END.
        BANK-RTN.
                MOVE 0 TO BANK-ACCNO-IN.
                ACCEPT (18 , 40) BANK-ACCNO-IN.
                IF BANK-ACCNO-IN NOT = 0
                   AND BANK-ACCNO-IN NOT = BANK-ACCNO-OUT
                        MOVE BANK-ACCNO-IN TO BANK-ACCNO-OUT
                        MOVE "BANKACCT" TO AL-FIELD
                        MOVE BANK-ACCNO-IN TO AL-BADVAL
                        PERFORM WRITE-AUDIT-RTN.
        GRADE-RTN.
                MOVE 0 TO GRADE-IN.
                MOVE 0 TO STEP-IN.
                ACCEPT (17 , 63) GRADE-IN.
                IF GRADE-IN = 0
                        MOVE 1 TO VALID-SW
                ELSE
                        ACCEPT (17 , 66) STEP-IN
                        MOVE GRADE-IN TO SAL-GRADE
                        MOVE STEP-IN TO SAL-STEP
                        PERFORM SAL-LOOKUP-RTN THRU SAL-LOOKUP-END
                        IF SAL-FOUND-SW = 1
                                MOVE 1 TO VALID-SW
                        ELSE
                                MOVE "SALGRADE" TO AL-FIELD
                                MOVE SPACES TO AL-BADVAL
                                STRING GRADE-IN "/" STEP-IN
                                        DELIMITED BY SIZE
                                        INTO AL-BADVAL
                                PERFORM WRITE-AUDIT-RTN.
                IF VALID-SW = 0
                        PERFORM GRADE-RTN THRU GRADE-END
                                UNTIL VALID-SW = 1.
        GRADE-END.
        GRADE-ADD-RTN.
                IF GRADE-IN NOT = 0
                        MOVE GRADE-IN TO GRADE-OUT
                        MOVE STEP-IN TO STEP-OUT
                        MOVE RUN-DATE TO STEP-DATE-OUT
                        MOVE SAL-RATE TO PAY-AMOUNT
                        MOVE PAY-AMOUNT TO PAY-AMOUNT-OUT
                        DISPLAY (16 , 50) "COMPUTED PAY: ",
                                PAY-AMOUNT-OUT.
        GRADE-UPD-RTN.
                IF FTNAME NOT = "PART TIMER"
                        DISPLAY (17 , 44) "SG/STEP (0=KEEP): "
                        MOVE 0 TO VALID-SW
                        PERFORM GRADE-RTN THRU GRADE-END
                        IF GRADE-IN NOT = 0
                           AND (GRADE-IN NOT = GRADE-OUT
                           OR STEP-IN NOT = STEP-OUT)
                                MOVE GRADE-IN TO GRADE-OUT
                                MOVE STEP-IN TO STEP-OUT
                                MOVE RUN-DATE TO STEP-DATE-OUT
                                MOVE "SALGRADESET" TO AL-FIELD
                                MOVE SPACES TO AL-BADVAL
                                STRING FNO " " GRADE-IN "/" STEP-IN
                                        DELIMITED BY SIZE
                                        INTO AL-BADVAL
                                PERFORM WRITE-AUDIT-RTN.
                IF GRADE-OUT NOT = 0
                        MOVE GRADE-OUT TO SAL-GRADE
                        MOVE STEP-OUT TO SAL-STEP
                        PERFORM SAL-LOOKUP-RTN THRU SAL-LOOKUP-END
                        IF SAL-FOUND-SW = 1
                                MOVE SAL-RATE TO PAY-AMOUNT
                                MOVE PAY-AMOUNT TO PAY-AMOUNT-OUT.
        SAL-LOOKUP-RTN.
                MOVE 0 TO SAL-FOUND-SW.
                MOVE 0 TO SAL-RATE.
                MOVE 0 TO SAL-EOF-SW.
                MOVE SAL-GRADE TO SS-GRADE.
                MOVE SAL-STEP TO SS-STEP.
                MOVE LOW-VALUES TO SS-EFFDATE.
                START SALSCHED KEY NOT LESS THAN SS-KEY
                        INVALID KEY
                                GO TO SAL-LOOKUP-END.
                PERFORM SAL-SCAN-RTN THRU SAL-SCAN-END
                        UNTIL SAL-EOF-SW = 1.
        SAL-LOOKUP-END.
        SAL-SCAN-RTN.
                READ SALSCHED NEXT RECORD
                        AT END
                                MOVE 1 TO SAL-EOF-SW
                                GO TO SAL-SCAN-END.
                IF SS-GRADE NOT = SAL-GRADE OR SS-STEP NOT = SAL-STEP
                   OR SS-EFFDATE > RUN-DATE
                        MOVE 1 TO SAL-EOF-SW
                        GO TO SAL-SCAN-END.
                MOVE SS-MONTHLY TO SAL-RATE.
                MOVE 1 TO SAL-FOUND-SW.
        SAL-SCAN-END.

        CORRECT-RTN.
                MOVE 0 TO CORR-FIELD.
                        WRITE TRAILER-OUTREC
                ELSE
                        REWRITE TRAILER-OUTREC.
        FAC-NOTE-RTN.
                MOVE "FACULTY" TO CHG-FILE.
                MOVE FNO TO CHG-KEY.
                MOVE 0 TO CHG-CTR.
                IF LPE-OUT NOT = OLD-LPE
                        MOVE "LPE" TO CN-FIELD
                        MOVE OLD-LPE TO CN-OLD
                        MOVE LPE-OUT TO CN-NEW
                        PERFORM NOTE-CHANGE-RTN.
                IF GRADE-OUT NOT = OLD-GRADE OR STEP-OUT NOT = OLD-STEP
                        MOVE "SG/STEP" TO CN-FIELD
                        MOVE SPACES TO CN-OLD
                        MOVE SPACES TO CN-NEW
                        STRING OLD-GRADE "/" OLD-STEP DELIMITED BY SIZE
                                INTO CN-OLD
                        STRING GRADE-OUT "/" STEP-OUT DELIMITED BY SIZE
                                INTO CN-NEW
                        PERFORM NOTE-CHANGE-RTN.
                IF PAY-AMOUNT-OUT NOT = OLD-PAY-AMOUNT
                        MOVE "PAY RATE" TO CN-FIELD
                        MOVE OLD-PAY-AMOUNT TO CN-OLD
                        MOVE PAY-AMOUNT-OUT TO CN-NEW
                        PERFORM NOTE-CHANGE-RTN.
                IF BANK-ACCNO-OUT NOT = OLD-BANK-ACCNO
                        MOVE "BANK ACCNO" TO CN-FIELD
                        MOVE OLD-BANK-ACCNO TO CN-OLD
                        MOVE BANK-ACCNO-OUT TO CN-NEW
                        PERFORM NOTE-CHANGE-RTN.
      * AN ADDED OR SEPARATED FACULTY RECORD IS ONE HISTORY LINE, WITH
      * CN-NEW SET BY THE CALLER.
        FAC-RECORD-RTN.
                MOVE "FACULTY" TO CHG-FILE.
                MOVE FNO TO CHG-KEY.
                MOVE 0 TO CHG-CTR.
                MOVE "RECORD" TO CN-FIELD.
                MOVE SPACES TO CN-OLD.
                PERFORM NOTE-CHANGE-RTN.
                PERFORM WRITE-CHANGES-RTN.
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
                MOVE "FACULTY" TO CH-PROGRAM.
                WRITE CH-REC.
        WRITE-AUDIT-RTN.
                MOVE "FACULTY" TO AL-PROGRAM.
                MOVE RUN-DATE TO AL-DATE.
