            02 SI-AMT PIC 9(5)V99.
            02 SI-TC PIC X.
            02 SI-REASON PIC X(3).
            02 SI-CUST PIC X(6).
       FD   PRODMAST.
       01   PROD-REC.
            02 PR-CODE PIC X(5).
            02 PR-DESC PIC X(20).
            02 PR-ACTIVE PIC X.
            02 PR-ONHAND PIC S9(7).
            02 PR-REORDER-PT PIC 9(7).
            02 PR-REORDER-QTY PIC 9(7).
            02 PR-COUNT-QTY PIC 9(7).
            02 PR-COUNT-DATE PIC X(8).
            02 PR-COUNT-STAT PIC X.
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
