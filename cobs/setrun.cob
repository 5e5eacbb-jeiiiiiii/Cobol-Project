      *DATE-COMPILED. 08/22/26.
      *SECURITY. ONLY ME.
      *REMARKS. SETS THE BUSINESS PROCESSING DATE FOR ALL PROGRAMS.
      *         WARNS WHEN THE DATE FALLS IN A MONTH FINANCE HAS
      *         CLOSED, SINCE THE POSTING PROGRAMS WILL REFUSE IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GIGABYTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RUNDATE ASSIGN TO "RUNDATE.DAT".
            SELECT PERIODS ASSIGN TO "PERIODS.DAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS PD-KEY
                 FILE STATUS IS PD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   RUNDATE.
       01   RUNDATE-REC.
            02 RD-BUSDATE PIC X(8).
       FD   PERIODS.
       01   PD-REC.
            02 PD-KEY.
                 03 PD-SUBSYS PIC X(4).
                 03 PD-YYMM PIC X(4).
            02 PD-STAT PIC X.
            02 PD-CLOSE-DATE PIC X(8).
            02 PD-CLOSE-OPER PIC X(10).
            02 PD-REOPEN-DATE PIC X(8).
            02 PD-REOPEN-OPER PIC X(10).
            02 PD-REOPEN-REASON PIC X(20).
       WORKING-STORAGE SECTION.
       01   DATE-IN PIC X(8) VALUE SPACES.
       01   PD-STATUS PIC XX VALUE "00".
       01   EOFSW PIC 9 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-RTN.
            DISPLAY "BUSINESS DATE (YYMMDD, BLANK=TODAY): ".
            WRITE RUNDATE-REC.
            CLOSE RUNDATE.
            DISPLAY "BUSINESS DATE SET TO " DATE-IN.
            OPEN INPUT PERIODS.
            IF PD-STATUS NOT = "35"
                 PERFORM PERIOD-SCAN-RTN THRU PERIOD-SCAN-END
                      UNTIL EOFSW = 1
                 CLOSE PERIODS.
            STOP RUN.
       PERIOD-SCAN-RTN.
            READ PERIODS NEXT RECORD
                 AT END
                      MOVE 1 TO EOFSW
                      GO TO PERIOD-SCAN-END.
            IF PD-YYMM = DATE-IN(1:4) AND PD-STAT = 'C'
                 DISPLAY "WARNING: " PD-SUBSYS " PERIOD " PD-YYMM
                      " IS CLOSED - POSTING WILL BE REFUSED".
       PERIOD-SCAN-END.
