            02 AM-STATUS-CODE PIC X.
            02 AM-LASTACT-DATE PIC X(8).
            02 AM-CUSTNO PIC 9(8).
            02 AM-HOME-BRANCH PIC X(3).
       FD   CUSTMAST.
       01   CUST-MASTER-REC.
            02 CM-CUSTNO PIC 9(8).
            02 CM-NAME PIC X(25).
            02 CM-ADDRESS PIC X(30).
            02 CM-IDDOC PIC X(20).
            02 CM-ID-TYPE PIC XX.
            02 CM-ID-EXPIRY PIC X(8).
            02 CM-RISK-RATING PIC X.
            02 CM-LAST-REVIEW PIC X(8).
       FD   FXRATE.
       01   FXRATE-REC.
            02 FX-DATE PIC X(8).
