            02 EM-ADDRESS PIC X(30).
            02 EM-CLASS PIC X.
            02 EM-METER PIC X(10).
            02 EM-NETMTR PIC X.
            02 EM-XFMR PIC X(8).
       FD   ARRANGE.
       01   ARRANGE-REC.
            02 AG-ANO PIC X(10).
