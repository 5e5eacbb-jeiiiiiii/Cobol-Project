       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNL-INDEX.
      *AUTHOR. JEI.
      *INSTALLATION. PUP-MANILA.
      *DATE-WRITTEN. 10/15/26.
      *DATE-COMPILED. 10/15/26.
      *SECURITY. ONLY ME.
      *REMARKS. REBUILDS THE ACCOUNT-KEYED JOURNAL INDEX (JRNLIDX.DAT)
      *         FROM THE POSTED JOURNAL TRNJRNL.DAT. THE POSTING
      *         PROGRAMS FILE EACH ENTRY IN THE INDEX AS THEY WRITE IT;
      *         THIS RUN LOADS THE HISTORY THAT WAS POSTED BEFORE THE
      *         INDEX EXISTED AND RECOVERS THE INDEX AFTER A RESTORE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       OBJECT-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TRNJRNL ASSIGN TO "TRNJRNL.DAT"
                 FILE STATUS IS TJ-STATUS.
            SELECT JRNLIDX ASSIGN TO "JRNLIDX.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS JX-KEY
                 FILE STATUS IS JX-STATUS.
            SELECT RPTFILE ASSIGN TO "JRNLIDX".
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT"
                 FILE STATUS IS RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   TRNJRNL.
       01   JRNL-REC.
            02 TJ-DATE PIC X(8).
            02 TJ-TIME PIC X(8).
            02 TJ-REFNO PIC 9(8).
            02 TJ-ACCNO PIC 9(10).
            02 TJ-TRANTYPE PIC X.
            02 TJ-AMOUNT PIC S9(7)V99.
            02 TJ-BRANCH PIC X(3).
            02 TJ-NEW-BAL PIC S9(9)V99.
            02 TJ-OPERATOR PIC X(10).
       FD   JRNLIDX.
       01   JRNLIDX-REC.
            02 JX-KEY.
                 03 JX-ACCNO PIC 9(10).
                 03 JX-DATE PIC X(8).
                 03 JX-TIME PIC X(8).
                 03 JX-REFNO PIC 9(8).
                 03 JX-SEQ PIC 99.
            02 JX-JRNL PIC X(68).
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
       01   RPTREC.
            02 FILLER PIC X(80).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   TJ-STATUS PIC XX VALUE "00".
       01   JX-STATUS PIC XX VALUE "00".
       01   FC-FILENAME PIC X(12) VALUE SPACES.
       01   FC-STATUS PIC XX VALUE SPACES.
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   EOFSW PIC 9 VALUE 0.
       01   READ-CTR PIC 9(8) VALUE 0.
       01   INDEX-CTR PIC 9(8) VALUE 0.
       01   SEQ-CTR PIC 9(8) VALUE 0.
       01   HEAD-1.
            02 FILLER PIC X(25) VALUE SPACES.
            02 FILLER PIC X(16) VALUE "China Trust Bank".
            02 FILLER PIC X(39) VALUE SPACES.
       01   HEAD-2.
            02 FILLER PIC X(22) VALUE SPACES.
            02 FILLER PIC X(22) VALUE "JOURNAL INDEX REBUILD ".
            02 HD-DATE PIC X(8).
            02 FILLER PIC X(28) VALUE SPACES.
       01   TOTAL-LINE.
            02 TL-TEXT PIC X(40).
            02 TL-COUNT PIC ZZ,ZZZ,ZZ9.
            02 FILLER PIC X(30) VALUE SPACES.
       01   TRAILER-REC.
            02 FILLER PIC X(7) VALUE "TRAILER".
            02 TR-RECCOUNT PIC 9(6).
            02 TR-RUNDATE PIC X(8).
            02 FILLER PIC X(59) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-RTN.
            PERFORM LOAD-RUNDATE-RTN.
            OPEN INPUT TRNJRNL.
            IF TJ-STATUS = "35"
                 DISPLAY "NO JOURNAL ON FILE - NOTHING TO INDEX"
                 STOP RUN.
            OPEN OUTPUT JRNLIDX.
            IF JX-STATUS NOT = "00"
                 MOVE "JRNLIDX" TO FC-FILENAME
                 MOVE JX-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            PERFORM LOAD-RTN THRU LOAD-END UNTIL EOFSW = 1.
            CLOSE TRNJRNL.
            CLOSE JRNLIDX.
            OPEN EXTEND RPTFILE.
            MOVE RUN-DATE TO HD-DATE.
            WRITE RPTREC FROM HEAD-1 AFTER PAGE.
            WRITE RPTREC FROM HEAD-2 AFTER 1.
            MOVE "JOURNAL ENTRIES READ" TO TL-TEXT.
            MOVE READ-CTR TO TL-COUNT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 2.
            MOVE "ENTRIES FILED IN THE INDEX" TO TL-TEXT.
            MOVE INDEX-CTR TO TL-COUNT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 1.
            MOVE "  OF WHICH SHARED A KEY (SEQUENCED)" TO TL-TEXT.
            MOVE SEQ-CTR TO TL-COUNT.
            WRITE RPTREC FROM TOTAL-LINE AFTER 1.
            MOVE INDEX-CTR TO TR-RECCOUNT.
            MOVE RUN-DATE TO TR-RUNDATE.
            WRITE RPTREC FROM TRAILER-REC AFTER 2.
            CLOSE RPTFILE.
            DISPLAY "JOURNAL INDEX REBUILT - ENTRIES: " INDEX-CTR.
            STOP RUN.
       LOAD-RTN.
            READ TRNJRNL
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO LOAD-END.
            ADD 1 TO READ-CTR.
            MOVE TJ-ACCNO TO JX-ACCNO.
            MOVE TJ-DATE TO JX-DATE.
            MOVE TJ-TIME TO JX-TIME.
            MOVE TJ-REFNO TO JX-REFNO.
            MOVE 0 TO JX-SEQ.
            MOVE JRNL-REC TO JX-JRNL.
       LOAD-WRITE.
            WRITE JRNLIDX-REC.
            IF JX-STATUS = "22" AND JX-SEQ < 99
                 ADD 1 TO JX-SEQ
                 GO TO LOAD-WRITE.
            IF JX-STATUS NOT = "00"
                 MOVE "JRNLIDX" TO FC-FILENAME
                 MOVE JX-STATUS TO FC-STATUS
                 PERFORM FILE-ERROR-RTN.
            ADD 1 TO INDEX-CTR.
            IF JX-SEQ > 0
                 ADD 1 TO SEQ-CTR.
       LOAD-END.
       FILE-ERROR-RTN.
            DISPLAY "FILE ERROR ON " FC-FILENAME " - STATUS "
                 FC-STATUS.
            DISPLAY "RUN ENDED - INDEX INCOMPLETE, RERUN TO REBUILD.".
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
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
