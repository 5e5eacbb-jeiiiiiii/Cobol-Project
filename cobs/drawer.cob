            IF TJ-TRANTYPE = 'D' OR TJ-TRANTYPE = 'd'
                 ADD TJ-AMOUNT TO CASH-IN-TOT.
            IF TJ-TRANTYPE = 'W' OR TJ-TRANTYPE = 'w'
            OR TJ-TRANTYPE = 'E'
                 ADD TJ-AMOUNT TO CASH-OUT-TOT.
       JRNL-READ-END.
       SLIP-RTN.
