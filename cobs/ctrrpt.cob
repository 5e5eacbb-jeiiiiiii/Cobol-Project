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
       FD   RPTFILE
            LABEL RECORD IS OMITTED
            DATA RECORD IS RPTREC.
                      GO TO SCAN-END.
            IF TJ-TRANTYPE = 'I' OR TJ-TRANTYPE = 'X'
            OR TJ-TRANTYPE = 'O' OR TJ-TRANTYPE = 'F'
            OR TJ-TRANTYPE = 'P' OR TJ-TRANTYPE = 'L'
            OR TJ-TRANTYPE = 'M' OR TJ-TRANTYPE = 'Q'
            OR TJ-TRANTYPE = 'V' OR TJ-TRANTYPE = 'Y'
            OR TJ-TRANTYPE = 'C' OR TJ-TRANTYPE = 'Z'
            OR TJ-TRANTYPE = 'A' OR TJ-TRANTYPE = 'U'
                 GO TO SCAN-END.
            ADD 1 TO REC-CTR.
            MOVE 0 TO AD-MATCH.
