            02 PF-UA PIC X(2).
            02 PF-LPE PIC X(17).
            02 PF-PAY PIC X(9).
            02 PF-BANK-ACCNO PIC 9(10).
            02 PF-GRADE PIC 99.
            02 PF-STEP PIC 9.
            02 PF-STEP-DATE PIC X(8).
       FD   LOADFILE.
       01   LOAD-REC.
            02 FL-KEY.
