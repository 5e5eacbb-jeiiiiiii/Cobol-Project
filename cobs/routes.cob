                 RECORD KEY IS HS-ANO
                 FILE STATUS IS HS-STATUS.
            SELECT BOOKFILE ASSIGN TO "RDGBOOK".
            SELECT CHGHIST ASSIGN TO "CHGHIST.DAT".
            SELECT SIGNON ASSIGN TO "SIGNON.DAT"
                 FILE STATUS IS SG-STATUS.
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
       FD   SIGNON.
       01   SG-REC.
            02 SG-OPERATOR PIC X(10).
            02 SG-DATE PIC X(8).
            02 SG-TIME PIC X(8).
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
            02 EM-ADDRESS PIC X(30).
            02 EM-CLASS PIC X.
            02 EM-METER PIC X(10).
            02 EM-NETMTR PIC X.
            02 EM-XFMR PIC X(8).
       FD   HISTORY.
       01   HS-REC.
            02 HS-ANO PIC X(10).
       01   EM-STATUS PIC XX VALUE "00".
       01   HS-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
       01   SG-STATUS PIC XX VALUE "00".
       01   OPERATOR-ID PIC X(10) VALUE SPACES.
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
            PERFORM LOAD-OPERATOR-RTN.
            OPEN I-O ROUTEFILE.
            IF RT-STATUS = "35"
                 OPEN OUTPUT ROUTEFILE
            CLOSE ELECMAST.
            IF HS-STATUS NOT = "35"
                 CLOSE HISTORY.
            CLOSE CHGHIST.
            STOP RUN.
       PROCESS-RTN.
            DISPLAY SCRE.
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 1 TO RT-FOUND-SW.
            MOVE "ROUTE" TO CHG-FILE.
            MOVE ANO-IN TO CHG-KEY.
            MOVE 0 TO CHG-CTR.
            IF RT-FOUND-SW = 1
                 PERFORM RT-NOTE-RTN
            ELSE
                 MOVE "RECORD" TO CN-FIELD
                 MOVE SPACES TO CN-OLD
                 MOVE "ADDED" TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            MOVE ANO-IN TO RT-ANO.
            MOVE ROUTE-IN TO RT-ROUTE.
            MOVE SEQ-IN TO RT-SEQ.
                 DISPLAY "FILE ERROR ON ROUTE - STATUS " RT-STATUS
                 LINE 12 COLUMN 1
                 GO TO ASSIGN-END.
            PERFORM WRITE-CHANGES-RTN.
            DISPLAY "ROUTE ASSIGNMENT SAVED" LINE 12 COLUMN 1.
       ASSIGN-END.
       BOOK-RTN.
            IF ANS NOT = 'Y' AND ANS NOT = 'y'
                 PERFORM ANS-RTN THRU ANS-END.
       ANS-END.
       RT-NOTE-RTN.
            IF ROUTE-IN NOT = RT-ROUTE
                 MOVE "RT-ROUTE" TO CN-FIELD
                 MOVE RT-ROUTE TO CN-OLD
                 MOVE ROUTE-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF SEQ-IN NOT = RT-SEQ
                 MOVE "RT-SEQ" TO CN-FIELD
                 MOVE RT-SEQ TO CN-OLD
                 MOVE SEQ-IN TO CN-NEW
                 PERFORM NOTE-CHANGE-RTN.
            IF READER-IN NOT = RT-READER
                 MOVE "RT-READER" TO CN-FIELD
                 MOVE RT-READER TO CN-OLD
                 MOVE READER-IN TO CN-NEW
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
            MOVE "METER-ROUTES" TO CH-PROGRAM.
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
