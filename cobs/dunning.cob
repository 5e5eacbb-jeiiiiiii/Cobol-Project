            02 ST-CC PIC 9.
            02 ST-YEAR PIC 9.
            02 ST-ESTAT PIC X.
            02 ST-BANK-ACCNO PIC 9(10).
       FD   LTRFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS LTRREC.
