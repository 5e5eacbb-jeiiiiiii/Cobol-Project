       FD   ACCTMAST.
       01   M1-REC.
            02 BK1-KEY PIC 9(10).
            02 FILLER PIC X(52).
       FD   BAK1.
       01   B1-REC.
            02 B1-TAG PIC X(7).
            02 FILLER PIC X(55).
       FD   FACULTYF.
       01   M2-REC.
            02 BK2-KEY PIC 9(10).
            02 FILLER PIC X(139).
       FD   BAK2.
       01   B2-REC.
            02 B2-TAG PIC X(7).
            02 FILLER PIC X(142).
       FD   EXAMHIST.
       01   M3-REC.
            02 BK3-KEY PIC 9(10).
       FD   CUSTMAST.
       01   M10-REC.
            02 BK10-KEY PIC 9(8).
            02 FILLER PIC X(94).
       FD   BAK10.
       01   B10-REC.
            02 B10-TAG PIC X(7).
            02 FILLER PIC X(95).
       FD   USERMAST.
       01   M11-REC.
            02 BK11-KEY PIC X(10).
       FD   ELECMAST.
       01   M12-REC.
            02 BK12-KEY PIC X(10).
            02 FILLER PIC X(75).
       FD   BAK12.
       01   B12-REC.
            02 B12-TAG PIC X(7).
            02 FILLER PIC X(78).
       FD   FEESCHED.
       01   M13-REC.
            02 BK13-KEY PIC X(2).
