       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEP-INCREMENT.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. PERIODIC STEP-INCREMENT RUN. A GRADED FACULTY MEMBER
      *         WITH THE REQUIRED YEARS IN STEP AND A PERFORMANCE
      *         RATING ON FILE MOVES UP ONE STEP AT THE SCHEDULE RATE
      *         IN FORCE ON THE RUN DATE; A NOTICE OF STEP INCREMENT
      *         IS PRINTED FOR EACH ONE ADVANCED.
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
            SELECT SALSCHED ASSIGN TO "SALSCHED.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SS-KEY
                 FILE STATUS IS SS-STATUS.
            SELECT REGFILE ASSIGN TO "STEPREG".
            SELECT NOTCFILE ASSIGN TO "STEPNOTC".
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
       FD   SALSCHED.
       01   SS-REC.
            02 SS-KEY.
                 03 SS-GRADE PIC 99.
                 03 SS-STEP PIC 9.
                 03 SS-EFFDATE PIC X(8).
            02 SS-MONTHLY PIC 9(6)V99.
            02 SS-SET-DATE PIC X(8).
            02 SS-OPERATOR PIC X(10).
       FD   REGFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS REGREC.
       01   REGREC.
            02 FILLER PIC X(100).
       FD   NOTCFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS NOTCREC.
       01   NOTCREC.
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
       01   SS-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   SAL-GRADE PIC 99 VALUE 0.
       01   SAL-STEP PIC 9 VALUE 0.
       01   SAL-RATE PIC 9(6)V99 VALUE 0.
       01   SAL-FOUND-SW PIC 9 VALUE 0.
       01   SAL-EOF-SW PIC 9 VALUE 0.
       01   STEP-YEARS PIC 99 VALUE 3.
       01   MAX-STEP PIC 9 VALUE 8.
       01   YEARS-IN-STEP PIC S999 VALUE 0.
       01   NEW-STEP PIC 9 VALUE 0.
       01   OLD-RATE PIC 9(6)V99 VALUE 0.
       01   NEW-RATE PIC 9(6)V99 VALUE 0.
       01   INCREASE PIC 9(6)V99 VALUE 0.
       01   PAY-EDIT PIC Z(5)9.99.
       01   REMARK PIC X(22) VALUE SPACES.
       01   GRADED-CTR PIC 9(6) VALUE 0.
       01   ADV-CTR PIC 9(6) VALUE 0.
       01   EXC-CTR PIC 9(6) VALUE 0.
       01   INC-TOT PIC 9(8)V99 VALUE 0.
       01   SD-PARTS.
            02 SD-YY PIC 99.
            02 SD-MMDD PIC 9(4).
            02 FILLER PIC X(2).
       01   RN-PARTS.
            02 RN-YY PIC 99.
            02 RN-MMDD PIC 9(4).
            02 FILLER PIC X(2).
       01   HEAD-1.
            02 FILLER PIC X(35) VALUE SPACES.
            02 FILLER PIC X(30)
               VALUE "COLLEGE OF COMPUTER MANAGEMENT".
            02 FILLER PIC X(35) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(33) VALUE SPACES.
            02 FILLER PIC X(23) VALUE "STEP INCREMENT REGISTER".
            02 FILLER PIC X(2) VALUE SPACES.
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(34) VALUE SPACES.
       01   SUB-1.
            02 FILLER PIC X(10) VALUE "FACULTY NO".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "NAME".
            02 FILLER PIC X(22) VALUE SPACES.
            02 FILLER PIC X(2) VALUE "SG".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(4) VALUE "FROM".
            02 FILLER PIC X(1) VALUE SPACES.
            02 FILLER PIC X(2) VALUE "TO".
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "OLD RATE".
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "NEW RATE".
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(7) VALUE "REMARKS".
            02 FILLER PIC X(18) VALUE SPACES.
       01   DETAIL-LINE.
            02 DL-FNO PIC 9(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-FNAME PIC X(25).
            02 FILLER PIC X(1) VALUE SPACES.
            02 DL-GRADE PIC Z9.
            02 FILLER PIC X(4) VALUE SPACES.
            02 DL-OLD-STEP PIC 9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 DL-NEW-STEP PIC 9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-OLD-RATE PIC ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-NEW-RATE PIC ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 DL-REMARK PIC X(22).
            02 FILLER PIC X(3) VALUE SPACES.
       01   TOTAL-1.
            02 FILLER PIC X(20) VALUE "GRADED FACULTY:     ".
            02 TL-GRADED PIC ZZZ,ZZ9.
            02 FILLER PIC X(73) VALUE SPACES.
       01   TOTAL-2.
            02 FILLER PIC X(20) VALUE "ADVANCED ONE STEP:  ".
            02 TL-ADV PIC ZZZ,ZZ9.
            02 FILLER PIC X(4) VALUE SPACES.
            02 FILLER PIC X(18) VALUE "MONTHLY INCREASE: ".
            02 TL-INC PIC ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(38) VALUE SPACES.
       01   TOTAL-3.
            02 FILLER PIC X(20) VALUE "DUE BUT NOT MOVED:  ".
            02 TL-EXC PIC ZZZ,ZZ9.
            02 FILLER PIC X(73) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(79) VALUE SPACES.
       01   NOTC-HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(30)
               VALUE "COLLEGE OF COMPUTER MANAGEMENT".
            02 FILLER PIC X(25) VALUE SPACES.
       01   NOTC-HEAD-2.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(24) VALUE "NOTICE OF STEP INCREMENT".
            02 FILLER PIC X(2) VALUE SPACES.
            02 NH-DATE PIC X(8).
            02 FILLER PIC X(21) VALUE SPACES.
       01   NOTC-TEXT PIC X(80).
       01   NOTC-LINE.
            02 NL-LABEL PIC X(22).
            02 NL-TEXT PIC X(25).
            02 NL-AMT PIC ZZZ,ZZ9.99.
            02 FILLER PIC X(23) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN I-O FACULTYF.
            IF PF-STATUS = "35"
                 DISPLAY "NO FACULTY MASTER ON FILE"
                 STOP RUN.
            OPEN INPUT SALSCHED.
            IF SS-STATUS = "35"
                 DISPLAY "NO SALARY SCHEDULE ON FILE"
                 CLOSE FACULTYF
                 STOP RUN.
            OPEN EXTEND AUDITLOG.
            PERFORM LOAD-OPERATOR-RTN.
            OPEN EXTEND REGFILE.
            OPEN EXTEND NOTCFILE.
            MOVE RUN-DATE TO RN-PARTS.
            PERFORM HEADING-RTN.
            PERFORM INC-RTN THRU INC-END UNTIL EOFSW = 1.
            PERFORM TOTALS-RTN.
            CLOSE FACULTYF.
            CLOSE SALSCHED.
            CLOSE AUDITLOG.
            CLOSE REGFILE.
            CLOSE NOTCFILE.
            STOP RUN.
       HEADING-RTN.
            MOVE RUN-DATE TO HD-DATE.
            WRITE REGREC FROM HEAD-1 AFTER PAGE.
            WRITE REGREC FROM HEAD-2 AFTER 1.
            WRITE REGREC FROM SUB-1 AFTER 2.
       INC-RTN.
            READ FACULTYF NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO INC-END.
            IF PF-FNO = 9999999999
                 GO TO INC-END.
            IF PF-GRADE NOT NUMERIC OR PF-GRADE = 0
                 GO TO INC-END.
            ADD 1 TO GRADED-CTR.
            MOVE PF-STEP TO NEW-STEP.
            MOVE 0 TO OLD-RATE.
            MOVE 0 TO NEW-RATE.
            IF PF-STEP-DATE(1:6) NOT NUMERIC
                 MOVE "NO STEP DATE ON FILE" TO REMARK
                 PERFORM EXCEPTION-RTN
                 GO TO INC-END.
            MOVE PF-STEP-DATE TO SD-PARTS.
            IF RN-YY < SD-YY
                 COMPUTE YEARS-IN-STEP = RN-YY + 100 - SD-YY
            ELSE
                 COMPUTE YEARS-IN-STEP = RN-YY - SD-YY.
            IF RN-MMDD < SD-MMDD
                 SUBTRACT 1 FROM YEARS-IN-STEP.
            IF YEARS-IN-STEP < STEP-YEARS
                 GO TO INC-END.
            IF PF-STEP NOT < MAX-STEP
                 MOVE "AT MAXIMUM STEP" TO REMARK
                 PERFORM EXCEPTION-RTN
                 GO TO INC-END.
            IF PF-LPE = SPACES
                 MOVE "NO PERFORMANCE RATING" TO REMARK
                 PERFORM EXCEPTION-RTN
                 GO TO INC-END.
            MOVE PF-GRADE TO SAL-GRADE.
            MOVE PF-STEP TO SAL-STEP.
            PERFORM SAL-LOOKUP-RTN THRU SAL-LOOKUP-END.
            MOVE SAL-RATE TO OLD-RATE.
            ADD 1 TO PF-STEP GIVING NEW-STEP.
            MOVE NEW-STEP TO SAL-STEP.
            PERFORM SAL-LOOKUP-RTN THRU SAL-LOOKUP-END.
            IF SAL-FOUND-SW = 0
                 MOVE "NO RATE FOR NEW STEP" TO REMARK
                 PERFORM EXCEPTION-RTN
                 GO TO INC-END.
            MOVE SAL-RATE TO NEW-RATE.
            MOVE NEW-STEP TO PF-STEP.
            MOVE RUN-DATE TO PF-STEP-DATE.
            MOVE NEW-RATE TO PAY-EDIT.
            MOVE PAY-EDIT TO PF-PAY.
            REWRITE FACULTY-REC.
            IF PF-STATUS NOT = "00"
                 DISPLAY "FILE ERROR ON FACULTY - STATUS " PF-STATUS
                 DISPLAY "RUN ENDED - NOTHING FURTHER POSTED."
                 STOP RUN.
            IF NEW-RATE > OLD-RATE
                 COMPUTE INCREASE = NEW-RATE - OLD-RATE
            ELSE
                 MOVE 0 TO INCREASE.
            ADD INCREASE TO INC-TOT.
            ADD 1 TO ADV-CTR.
            MOVE "STEPINCR" TO AL-FIELD.
            MOVE SPACES TO AL-BADVAL.
            STRING PF-FNO " " PF-GRADE "/" NEW-STEP
                 DELIMITED BY SIZE INTO AL-BADVAL.
            PERFORM WRITE-AUDIT-RTN.
            MOVE "ADVANCED" TO REMARK.
            PERFORM DETAIL-RTN.
            PERFORM NOTICE-RTN.
       INC-END.
       EXCEPTION-RTN.
            ADD 1 TO EXC-CTR.
            PERFORM DETAIL-RTN.
       DETAIL-RTN.
            MOVE PF-FNO TO DL-FNO.
            MOVE PF-FNAME TO DL-FNAME.
            MOVE PF-GRADE TO DL-GRADE.
            IF REMARK = "ADVANCED"
                 COMPUTE DL-OLD-STEP = NEW-STEP - 1
            ELSE
                 MOVE PF-STEP TO DL-OLD-STEP.
            MOVE NEW-STEP TO DL-NEW-STEP.
            MOVE OLD-RATE TO DL-OLD-RATE.
            MOVE NEW-RATE TO DL-NEW-RATE.
            MOVE REMARK TO DL-REMARK.
            WRITE REGREC FROM DETAIL-LINE AFTER 1.
       NOTICE-RTN.
            MOVE RUN-DATE TO NH-DATE.
            WRITE NOTCREC FROM NOTC-HEAD-1 AFTER PAGE.
            WRITE NOTCREC FROM NOTC-HEAD-2 AFTER 1.
            MOVE SPACES TO NOTC-LINE.
            MOVE "FACULTY NO:" TO NL-LABEL.
            MOVE PF-FNO TO NL-TEXT.
            MOVE 0 TO NL-AMT.
            WRITE NOTCREC FROM NOTC-LINE AFTER 2.
            MOVE SPACES TO NOTC-LINE.
            MOVE "NAME:" TO NL-LABEL.
            MOVE PF-FNAME TO NL-TEXT.
            MOVE 0 TO NL-AMT.
            WRITE NOTCREC FROM NOTC-LINE AFTER 1.
            MOVE SPACES TO NOTC-LINE.
            MOVE "DEPARTMENT:" TO NL-LABEL.
            MOVE PF-DNAME TO NL-TEXT.
            MOVE 0 TO NL-AMT.
            WRITE NOTCREC FROM NOTC-LINE AFTER 1.
            MOVE SPACES TO NOTC-TEXT.
            MOVE "IN VIEW OF YOUR LENGTH OF SERVICE IN STEP,"
                 TO NOTC-TEXT.
            WRITE NOTCREC FROM NOTC-TEXT AFTER 2.
            MOVE SPACES TO NOTC-TEXT.
            MOVE "YOUR SALARY IS ADJUSTED ONE STEP AS FOLLOWS:"
                 TO NOTC-TEXT.
            WRITE NOTCREC FROM NOTC-TEXT AFTER 1.
            MOVE SPACES TO NOTC-LINE.
            MOVE "SALARY GRADE:" TO NL-LABEL.
            MOVE PF-GRADE TO NL-TEXT.
            MOVE 0 TO NL-AMT.
            WRITE NOTCREC FROM NOTC-LINE AFTER 2.
            MOVE SPACES TO NOTC-LINE.
            MOVE "FROM STEP:" TO NL-LABEL.
            MOVE DL-OLD-STEP TO NL-TEXT.
            MOVE OLD-RATE TO NL-AMT.
            WRITE NOTCREC FROM NOTC-LINE AFTER 1.
            MOVE SPACES TO NOTC-LINE.
            MOVE "TO STEP:" TO NL-LABEL.
            MOVE NEW-STEP TO NL-TEXT.
            MOVE NEW-RATE TO NL-AMT.
            WRITE NOTCREC FROM NOTC-LINE AFTER 1.
            MOVE SPACES TO NOTC-LINE.
            MOVE "MONTHLY INCREASE:" TO NL-LABEL.
            MOVE INCREASE TO NL-AMT.
            WRITE NOTCREC FROM NOTC-LINE AFTER 2.
            MOVE SPACES TO NOTC-LINE.
            MOVE "EFFECTIVE:" TO NL-LABEL.
            MOVE RUN-DATE TO NL-TEXT.
            MOVE 0 TO NL-AMT.
            WRITE NOTCREC FROM NOTC-LINE AFTER 1.
            MOVE SPACES TO NOTC-TEXT.
            MOVE "HUMAN RESOURCE MANAGEMENT OFFICE" TO NOTC-TEXT(41:32).
            WRITE NOTCREC FROM NOTC-TEXT AFTER 4.
       TOTALS-RTN.
            MOVE GRADED-CTR TO TL-GRADED.
            WRITE REGREC FROM TOTAL-1 AFTER 3.
            MOVE ADV-CTR TO TL-ADV.
            MOVE INC-TOT TO TL-INC.
            WRITE REGREC FROM TOTAL-2 AFTER 1.
            MOVE EXC-CTR TO TL-EXC.
            WRITE REGREC FROM TOTAL-3 AFTER 1.
            MOVE ADV-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE REGREC FROM TRAILER-REC AFTER 2.
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
       WRITE-AUDIT-RTN.
            MOVE "STEP-INCREMENT" TO AL-PROGRAM.
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
