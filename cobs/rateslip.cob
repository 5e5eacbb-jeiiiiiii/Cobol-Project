            WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            MOVE SPACES TO SLIP-LINE.
            MOVE "REMARKS:" TO SL-LABEL.
            IF EH-LAST-RMK = "CONDTL"
                 MOVE "CONDITIONED" TO SL-VALUE
            ELSE
                 MOVE EH-LAST-RMK TO SL-VALUE.
            WRITE SLIPREC FROM SLIP-LINE AFTER 1.
            MOVE SPACES TO SLIP-LINE.
            MOVE "NUMBER OF SITTINGS:" TO SL-LABEL.
