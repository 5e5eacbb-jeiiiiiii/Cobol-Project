            02 ST-CC PIC 9.
            02 ST-YEAR PIC 9.
            02 ST-ESTAT PIC X.
            02 ST-BANK-ACCNO PIC 9(10).
       FD   PROMNOTE.
       01   PN-REC.
            02 PN-SNO PIC 9(10).
