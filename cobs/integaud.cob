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
       FD   SECROST.
       01   ROST-REC.
            02 RS-CC PIC 9.
            02 EM-ADDRESS PIC X(30).
            02 EM-CLASS PIC X.
            02 EM-METER PIC X(10).
            02 EM-NETMTR PIC X.
            02 EM-XFMR PIC X(8).
       FD   LOADFILE.
       01   LOAD-REC.
            02 FL-KEY.
            02 PF-UA PIC X(2).
            02 PF-LPE PIC X(17).
            02 PF-PAY PIC X(9).
            02 PF-BANK-ACCNO PIC 9(10).
            02 PF-GRADE PIC 99.
            02 PF-STEP PIC 9.
            02 PF-STEP-DATE PIC X(8).
       FD   SALESIN.
       01   SI-REC.
            02 SI-AC PIC X.
            02 SI-AMT PIC 9(5)V99.
            02 SI-TC PIC X.
            02 SI-REASON PIC X(3).
            02 SI-CUST PIC X(6).
       FD   SALESMAN.
       01   SALESMAN-REC.
            02 SM-SNO PIC 9(5).
            02 SM-NAME PIC X(25).
            02 SM-AREA PIC X.
            02 SM-QUOTA PIC 9(7)V99.
            02 SM-BANK-ACCNO PIC 9(10).
       FD   THRESFILE.
       01   THRES-REC.
            02 TH-LIMIT PIC 9(5).
