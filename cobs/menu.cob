       01  RUNDATE-REC.
           02 RD-BUSDATE PIC X(8).
       WORKING-STORAGE SECTION.
       01  CHOICE PIC 999 VALUE 0.
       01  UM-STATUS PIC XX VALUE "00".
       01  ID-IN PIC X(10) VALUE SPACES.
       01  PASSWORD-IN PIC X(10) VALUE SPACES.
            DISPLAY "69. CHART OF ACCOUNTS" LINE 14 COLUMN 2.
            DISPLAY "70. TRIAL BALANCE" LINE 15 COLUMN 2.
            DISPLAY "71. OPERATOR PRODUCTIVITY" LINE 16 COLUMN 2.
            DISPLAY "72. TIME DEPOSIT MAINT" LINE 17 COLUMN 2.
            DISPLAY "73. CONSUMER LOANS" LINE 18 COLUMN 2.
            DISPLAY "74. LOAN AGING REPORT" LINE 19 COLUMN 2.
            DISPLAY "75. CHECKBOOK/STOP PAYMENT" LINE 20 COLUMN 2.
            DISPLAY "76. ON-US CHECK PAYMENT" LINE 21 COLUMN 2.
            DISPLAY "77. MONTHLY SERVICE FEES" LINE 22 COLUMN 2.
            DISPLAY "78. AML ALERT CASES" LINE 4 COLUMN 29.
            DISPLAY "79. KYC MAINTENANCE" LINE 5 COLUMN 29.
            DISPLAY "80. KYC REVIEW LIST" LINE 6 COLUMN 29.
            DISPLAY "81. PAYOUT/DEPOSITORY ACCTS" LINE 7 COLUMN 29.
            DISPLAY "82. ELEC AUTO-DEBIT ENROLL" LINE 8 COLUMN 29.
            DISPLAY "83. SALARY GRADE/STEP TABLE" LINE 9 COLUMN 29.
            DISPLAY "84. STEP INCREMENT RUN" LINE 10 COLUMN 29.
            DISPLAY "85. SALARY DIFFERENTIAL RUN" LINE 11 COLUMN 29.
            DISPLAY "86. ANNUAL TAX/ALPHALIST" LINE 12 COLUMN 29.
            DISPLAY "87. FINAL PAY" LINE 13 COLUMN 29.
            DISPLAY "88. CLASS TIMETABLE" LINE 14 COLUMN 29.
            DISPLAY "89. SCORE RE-CHECK APPEAL" LINE 15 COLUMN 29.
            DISPLAY "90. REMOVAL EXAMINATION" LINE 16 COLUMN 29.
            DISPLAY "91. LICENSE RENEWAL AND CPD" LINE 17 COLUMN 29.
            DISPLAY "92. GRADE ENCODING AND GWA" LINE 18 COLUMN 29.
            DISPLAY "93. TERM-END CLOSE AND ROLLOVER" LINE 19 COLUMN 29.
            DISPLAY "94. STUDENT LEDGER AND PROOF" LINE 20 COLUMN 29.
            DISPLAY "95. SECTION WAITLIST" LINE 21 COLUMN 29.
            DISPLAY "96. SALES CUSTOMER MASTER" LINE 22 COLUMN 29.
            DISPLAY "97. DEALER COLLECTIONS" LINE 4 COLUMN 56.
            DISPLAY "98. DEALER AR AGING" LINE 5 COLUMN 56.
            DISPLAY "99. EXIT" LINE 23 COLUMN 2.
            DISPLAY "ENTER CHOICE (0=MORE):" LINE 23 COLUMN 12.
            ACCEPT CHOICE LINE 23 COLUMN 36.
            IF CHOICE = 0
                 PERFORM MENU3-RTN.
       MENU3-RTN.
            DISPLAY SCRE.
            DISPLAY "PUP-MANILA REPORTING SYSTEM" LINE 1 COLUMN 25.
            DISPLAY "MAIN MENU - PAGE 3" LINE 2 COLUMN 31.
            DISPLAY "100. PRICE EXCEPTION APPROVAL" LINE 4 COLUMN 2.
            DISPLAY "101. SALES FORECAST RUN" LINE 5 COLUMN 2.
            DISPLAY "102. NET METERING STATEMENT" LINE 6 COLUMN 2.
            DISPLAY "103. TARIFF MAINTENANCE" LINE 7 COLUMN 2.
            DISPLAY "104. RATE SCHEDULE PRINTOUT" LINE 8 COLUMN 2.
            DISPLAY "105. CUSTOMER BILL PRINT" LINE 9 COLUMN 2.
            DISPLAY "106. TRANSFORMER MAINTENANCE" LINE 10 COLUMN 2.
            DISPLAY "107. TRANSFORMER LOSS ANALYSIS" LINE 11 COLUMN 2.
            DISPLAY "108. SERVICE APPLICATIONS" LINE 12 COLUMN 2.
            DISPLAY "109. SERVICE APPLICATION AGING" LINE 13 COLUMN 2.
            DISPLAY "110. SUPERVISOR APPROVAL QUEUE" LINE 14 COLUMN 2.
            DISPLAY "111. CHANGE HISTORY INQUIRY" LINE 15 COLUMN 2.
            DISPLAY "112. CHANGES BY OPERATOR REPORT" LINE 16 COLUMN 2.
            DISPLAY "113. ACCOUNTING PERIOD CLOSE" LINE 17 COLUMN 2.
            DISPLAY "114. FINANCIAL STATEMENTS" LINE 18 COLUMN 2.
            DISPLAY "115. GL YEAR-END CLOSE" LINE 19 COLUMN 2.
            DISPLAY "116. JOURNAL INDEX REBUILD" LINE 20 COLUMN 2.
            DISPLAY "117. JOURNAL YEAR-END ARCHIVE" LINE 21 COLUMN 2.
            DISPLAY "118. DUPLICATE EXAMINEE CHECK" LINE 4 COLUMN 40.
            DISPLAY "119. EXAM FEE COLLECTION" LINE 5 COLUMN 40.
            DISPLAY "99. EXIT" LINE 23 COLUMN 2.
            DISPLAY "ENTER CHOICE:" LINE 23 COLUMN 15.
            ACCEPT CHOICE LINE 23 COLUMN 30.
       DISPATCH-RTN.
            PERFORM AUTH-RTN.
            IF AUTH-SW = 0 AND CHOICE NOT = 99
                 AND CHOICE NOT < 1 AND CHOICE NOT > 119
                 DISPLAY "NOT AUTHORIZED FOR THIS OPTION."
                 LINE 19 COLUMN 10
                 GO TO DISPATCH-END.
            IF CHOICE = 69 CALL "COA-MAINT".
            IF CHOICE = 70 CALL "TRIAL-BALANCE".
            IF CHOICE = 71 CALL "OPERATOR-PRODUCTIVITY".
            IF CHOICE = 72 CALL "TD-MAINT".
            IF CHOICE = 73 CALL "LOAN-MAINT".
            IF CHOICE = 74 CALL "LOAN-AGING".
            IF CHOICE = 75 CALL "CHECKBOOK-MAINT".
            IF CHOICE = 76 CALL "ONUS-CHECK".
            IF CHOICE = 77 CALL "MAINT-FEE-SWEEP".
            IF CHOICE = 78 CALL "AML-ALERTS".
            IF CHOICE = 79 CALL "KYC-MAINT".
            IF CHOICE = 80 CALL "KYC-REVIEW".
            IF CHOICE = 81 CALL "FUND-MAINT".
            IF CHOICE = 82 CALL "AUTODEBIT-MAINT".
            IF CHOICE = 83 CALL "SALARY-SCHEDULE".
            IF CHOICE = 84 CALL "STEP-INCREMENT".
            IF CHOICE = 85 CALL "SALARY-DIFF".
            IF CHOICE = 86 CALL "ANNUAL-TAX".
            IF CHOICE = 87 CALL "FINAL-PAY".
            IF CHOICE = 88 CALL "TIMETABLE".
            IF CHOICE = 89 CALL "SCORE-APPEAL".
            IF CHOICE = 90 CALL "REMOVAL-EXAM".
            IF CHOICE = 91 CALL "LICENSE-RENEW".
            IF CHOICE = 92 CALL "GRADE-ENTRY".
            IF CHOICE = 93 CALL "TERM-CLOSE".
            IF CHOICE = 94 CALL "STUDENT-LEDGER".
            IF CHOICE = 95 CALL "WAITLIST".
            IF CHOICE = 96 CALL "SALES-CUSTOMER".
            IF CHOICE = 97 CALL "AR-COLLECTION".
            IF CHOICE = 98 CALL "AR-AGING".
            IF CHOICE = 100 CALL "PRICE-APPROVE".
            IF CHOICE = 101 CALL "SALES-FORECAST".
            IF CHOICE = 102 CALL "NET-METER-STMT".
            IF CHOICE = 103 CALL "TARIFF-MAINT".
            IF CHOICE = 104 CALL "TARIFF-SCHED".
            IF CHOICE = 105 CALL "ELEC-BILLPRT".
            IF CHOICE = 106 CALL "XFMR-MAINT".
            IF CHOICE = 107 CALL "XFMR-LOSS".
            IF CHOICE = 108 CALL "SVC-APPLY".
            IF CHOICE = 109 CALL "SVC-AGING".
            IF CHOICE = 110 CALL "APPR-QUEUE".
            IF CHOICE = 111 CALL "CHG-INQUIRY".
            IF CHOICE = 112 CALL "CHG-REPORT".
            IF CHOICE = 113 CALL "PERIOD-CLOSE".
            IF CHOICE = 114 CALL "FIN-STATEMENTS".
            IF CHOICE = 115 CALL "YEAR-END-CLOSE".
            IF CHOICE = 116 CALL "JRNL-INDEX".
            IF CHOICE = 117 CALL "JRNL-ARCHIVE".
            IF CHOICE = 118 CALL "EXAM-DUPCHECK".
            IF CHOICE = 119 CALL "EXAM-FEES".
            IF CHOICE < 1 OR CHOICE > 119
                 DISPLAY "INVALID CHOICE, TRY AGAIN." LINE 19 COLUMN 10.
       DISPATCH-END.
       AUTH-RTN.
                 AND (CHOICE = 1 OR CHOICE = 9 OR CHOICE = 10
                 OR CHOICE = 11 OR CHOICE = 28 OR CHOICE = 29
                 OR CHOICE = 30 OR CHOICE = 32 OR CHOICE = 34
                 OR CHOICE = 35 OR CHOICE = 36 OR CHOICE = 72
                 OR CHOICE = 73 OR CHOICE = 74 OR CHOICE = 75
                 OR CHOICE = 76 OR CHOICE = 79)
                 MOVE 1 TO AUTH-SW.
            IF OPERATOR-ROLE = 'S'
                 AND ((CHOICE > 1 AND CHOICE < 6)
                 OR CHOICE = 38 OR CHOICE = 39 OR CHOICE = 40
                 OR CHOICE = 41 OR CHOICE = 42 OR CHOICE = 43
                 OR CHOICE = 44 OR CHOICE = 45 OR CHOICE = 46
                 OR CHOICE = 47 OR CHOICE = 48 OR CHOICE = 49
                 OR CHOICE = 83 OR CHOICE = 84 OR CHOICE = 85
                 OR CHOICE = 86 OR CHOICE = 87 OR CHOICE = 88
                 OR CHOICE = 89 OR CHOICE = 90 OR CHOICE = 91
                 OR CHOICE = 92 OR CHOICE = 93
                 OR CHOICE = 95 OR CHOICE = 118 OR CHOICE = 119)
                 MOVE 1 TO AUTH-SW.
            IF OPERATOR-ROLE = 'C'
                 AND (CHOICE = 16 OR CHOICE = 17 OR CHOICE = 19
                 OR CHOICE = 50 OR CHOICE = 51 OR CHOICE = 52
                 OR CHOICE = 53 OR CHOICE = 54 OR CHOICE = 55
                 OR CHOICE = 56 OR CHOICE = 94 OR CHOICE = 119)
                 MOVE 1 TO AUTH-SW.
            IF OPERATOR-ROLE = 'E'
                 AND (CHOICE = 6 OR CHOICE = 7 OR CHOICE = 8
                 OR CHOICE = 27 OR CHOICE = 57 OR CHOICE = 58
                 OR CHOICE = 59 OR CHOICE = 60 OR CHOICE = 61
                 OR CHOICE = 62 OR CHOICE = 63 OR CHOICE = 64
                 OR CHOICE = 65 OR CHOICE = 66 OR CHOICE = 67
                 OR CHOICE = 82 OR CHOICE = 96 OR CHOICE = 97
                 OR CHOICE = 98 OR CHOICE = 101 OR CHOICE = 102
                 OR CHOICE = 104 OR CHOICE = 105 OR CHOICE = 106
                 OR CHOICE = 107 OR CHOICE = 108 OR CHOICE = 109)
                 MOVE 1 TO AUTH-SW.
            IF OPERATOR-ROLE = 'V'
                 AND (CHOICE = 110 OR CHOICE = 111 OR CHOICE = 112
                 OR CHOICE = 113 OR CHOICE = 114 OR CHOICE = 115
                 OR CHOICE = 116 OR CHOICE = 117
                 OR CHOICE = 118 OR CHOICE = 119)
                 MOVE 1 TO AUTH-SW.
       LOAD-RUNDATE-RTN.
            OPEN INPUT RUNDATE.
