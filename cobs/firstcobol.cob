           02 IN-AMT PIC 9(5)V99.
           02 IN-TC PIC X.
           02 IN-REASON PIC X(3).
           02 IN-CUST PIC X(6).
       SD  SORTFILE.
       01  SORT-REC.
           02 SRT-AC PIC X.
           02 SRT-SNO PIC 9(5).
           02 FILLER PIC X(72).
       FD  SORTEDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SORTED-REC.
           02 AMT PIC 9(5)V99.
           02 TC-CODE PIC X.
           02 TC-REASON PIC X(3).
           02 CUST-CODE PIC X(6).
       FD  OUTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS OUTREC.
           02 SM-NAME PIC X(25).
           02 SM-AREA PIC X.
           02 SM-QUOTA PIC 9(7)V99.
           02 SM-BANK-ACCNO PIC 9(10).
       WORKING-STORAGE SECTION.
       01   RD-FILE-STATUS PIC XX VALUE "00".
       01   RUN-DATE PIC X(8) VALUE SPACES.
