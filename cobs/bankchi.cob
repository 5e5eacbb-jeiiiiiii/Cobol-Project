            Select CsvFile Assign to "bankchi.csv".
            Select TrnJrnl Assign to "TRNJRNL.DAT"
               File Status TJ-Status.
            Select JrnlIdx Assign to "JRNLIDX.DAT"
               Organization Indexed
               Access Mode Dynamic
               Record Key JX-Key
               File Status JX-Status.
            Select CustMast Assign to "CUSTMAST.DAT"
               Organization Indexed
               Access Mode Dynamic
               Record Key CM-CustNo
               File Status CM-Status.
            Select Periods Assign to "PERIODS.DAT"
               Organization Indexed
               Access Mode Dynamic
               Record Key PD-Key
               File Status PD-Status.
            Select RunDate Assign to "RUNDATE.DAT"
               File Status RD-File-Status.
            Select ChekClr Assign to "CHEKCLR.DAT"
               Access Mode Dynamic
               Record Key FX-Date
               File Status FX-Status.
            Select TdMast Assign to "TDMAST.DAT"
               Organization Indexed
               Access Mode Dynamic
               Record Key TD-AccNo
               File Status TD-Status.
            Select TdRate Assign to "TDRATE.DAT"
               Organization Indexed
               Access Mode Dynamic
               Record Key TR-Term
               File Status TR-Status.
            Select TdCert Assign to "TDCERT".
            Select StuMast Assign to "STUMAST.DAT"
               Organization Indexed
               Access Mode Dynamic
               Record Key ST-SNo
               File Status ST-Status.
            Select TuitRem Assign to "TUITREM.DAT"
               File Status RM-Status.
            Select BillRcpt Assign to "BILLRCPT".
        Data Division.
        File Section.
        FD Outfile.
           05 TJ-New-Bal Pic S9(9)v99.
           05 TJ-Operator Pic X(10).

        FD JrnlIdx.
        01 JrnlIdx-Rec.
           05 JX-Key.
              10 JX-AccNo Pic 9(10).
              10 JX-Date Pic X(8).
              10 JX-Time Pic X(8).
              10 JX-RefNo Pic 9(8).
              10 JX-Seq Pic 99.
           05 JX-Jrnl Pic X(68).

        FD Periods.
        01 Pd-Rec.
           05 PD-Key.
              10 PD-Subsys Pic X(4).
              10 PD-YYMM Pic X(4).
           05 PD-Stat Pic X.
           05 PD-Close-Date Pic X(8).
           05 PD-Close-Oper Pic X(10).
           05 PD-Reopen-Date Pic X(8).
           05 PD-Reopen-Oper Pic X(10).
           05 PD-Reopen-Reason Pic X(20).

        FD RunDate.
        01 RunDate-Rec.
           05 RD-BusDate Pic X(8).
           05 FX-Date Pic X(8).
           05 FX-Rate-Val Pic 9(2)v9999.

        FD TdMast.
        01 Td-Rec.
           05 TD-AccNo Pic 9(10).
           05 TD-CustNo Pic 9(8).
           05 TD-Principal Pic 9(9)v99.
           05 TD-Term Pic 9(3).
           05 TD-Rate Pic v9999.
           05 TD-Placed Pic X(8).
           05 TD-Maturity Pic X(8).
           05 TD-Instr Pic X.
           05 TD-Settle-AccNo Pic 9(10).
           05 TD-Branch Pic X(3).
           05 TD-CertNo Pic 9(8).
           05 TD-Roll-Ctr Pic 99.
           05 TD-Status-Code Pic X.
           05 TD-Close-Date Pic X(8).

        FD TdRate.
        01 TdRate-Rec.
           05 TR-Term Pic 9(3).
           05 TR-Rate Pic v9999.
           05 TR-Eff-Date Pic X(8).

        FD TdCert.
        01 Cert-Rec.
           05 Filler Pic X(80).

        FD StuMast.
        01 Stu-Master-Rec.
           05 ST-SNo Pic 9(10).
           05 ST-SName Pic X(25).
           05 ST-CC Pic 9.
           05 ST-Year Pic 9.
           05 ST-EStat Pic X.
           05 ST-Bank-AccNo Pic 9(10).

        FD TuitRem.
        01 Remit-Rec.
           05 RM-Rec-Type Pic X.
           05 RM-RefNo Pic 9(8).
           05 RM-Date Pic X(8).
           05 RM-Time Pic X(8).
           05 RM-Branch Pic X(3).
           05 RM-SNo Pic 9(10).
           05 RM-Amount Pic 9(7)v99.
           05 RM-Tender Pic X.
           05 RM-AccNo Pic 9(10).
           05 RM-Teller Pic X(10).
        01 Remit-Trl-Rec.
           05 RT-Rec-Type Pic X.
           05 RT-Count Pic 9(6).
           05 RT-Total Pic 9(9)v99.
           05 RT-Date Pic X(8).
           05 Filler Pic X(42).

        FD BillRcpt.
        01 Rcpt-Rec.
           05 Filler Pic X(80).

        FD CustMast.
        01 Cust-Master-Rec.
           05 CM-CustNo Pic 9(8).
           05 CM-Name Pic X(25).
           05 CM-Address Pic X(30).
           05 CM-IdDoc Pic X(20).
           05 CM-Id-Type Pic X(2).
           05 CM-Id-Expiry Pic X(8).
           05 CM-Risk-Rating Pic X.
           05 CM-Last-Review Pic X(8).

        FD SignOn.
        01 Sg-Rec.
           05 AM-Status-Code Pic X.
           05 AM-LastAct-Date Pic X(8).
           05 AM-CustNo Pic 9(8).
           05 AM-Home-Branch Pic X(3).

        Working-Storage Section.
        01 Master-Control.
           05 CustNo-In Pic 9(8) Value 0.
           05 Cust-Found-Sw Pic X Value "N".
              88 Cust-Found Value "Y".
           05 KYC-Refused-Sw Pic 9 Value 0.
           05 KYC-Due-Date.
              10 KD-YY Pic 99.
              10 KD-MMDD Pic X(4).
           05 Dest-AccNo Pic 9(10) Value 0.
           05 Dest-New-Bal Pic S9(9)v99 Value 0.
           05 SG-Status Pic X(2) Value "00".
           05 FC-Status Pic X(2) Value Spaces.
           05 RD-File-Status Pic X(2) Value "00".
           05 Run-Date Pic X(8) Value Spaces.
           05 PD-Status Pic X(2) Value "00".
           05 Period-Sw Pic 9 Value 0.
           05 TJ-Status Pic X(2) Value "00".
           05 JX-Status Pic X(2) Value "00".
           05 CK-Status Pic X(2) Value "00".
           05 HD-Status Pic X(2) Value "00".
           05 Hold-Total Pic 9(9)v99 Value 0.
              10 RW-MM Pic 99.
              10 RW-DD Pic 99.
              10 Filler Pic XX.
        01 Td-Control.
           05 TD-Status Pic X(2) Value "00".
           05 TR-Status Pic X(2) Value "00".
           05 TD-Tran-Sw Pic 9 Value 0.
           05 TD-Place-Sw Pic 9 Value 0.
           05 TD-Preterm-Sw Pic 9 Value 0.
           05 TD-Refused-Sw Pic 9 Value 0.
           05 TD-Term-In Pic 9(3) Value 0.
           05 TD-Instr-In Pic X Value Space.
           05 TD-Settle-In Pic 9(10) Value 0.
           05 TD-Rate-In Pic v9999 Value 0.
           05 TD-Penalty-Pct Pic v99 Value .50.
           05 TD-Days-Held Pic S9(5) Value 0.
           05 TD-Int-Amt Pic S9(7)v99 Value 0.
           05 TD-Pen-Amt Pic S9(7)v99 Value 0.
           05 TD-Tax-Amt Pic S9(7)v99 Value 0.
           05 TD-Payout Pic S9(9)v99 Value 0.
           05 TD-Gross-Int Pic S9(7)v99 Value 0.
           05 TD-Run-Days Pic 9(7) Value 0.
           05 TD-Base-Days Pic 9(7) Value 0.
           05 TD-Month-Days Pic 99 Value 0.
           05 TD-Date-Work.
              10 TW-YY Pic 99.
              10 TW-MM Pic 99.
              10 TW-DD Pic 99.
              10 Filler Pic XX.
           05 TD-Mat-Date Pic X(8) Value Spaces.
           05 TD-Rate-Pct Pic 9v99 Value 0.
           05 TD-Quot Pic 9(5) Value 0.
           05 TD-Prev-TypeName Pic X(16) Value Spaces.
           05 TD-Rem-Days Pic 9(3) Value 0.
        01 Bills-Control.
           05 ST-Status Pic X(2) Value "00".
           05 RM-Status Pic X(2) Value "00".
           05 Stu-Avail-Sw Pic 9 Value 0.
           05 Bills-Refused-Sw Pic 9 Value 0.
           05 Bills-SNo Pic 9(10) Value 0.
           05 Bills-Tender Pic X Value Space.
           05 Bills-Max Pic 9(7)v99 Value 999999.99.
           05 Bills-Avail Pic S9(9)v99 Value 0.
           05 Bills-Ctr Pic 9(6) Value 0.
           05 Bills-Tot Pic 9(9)v99 Value 0.
        01 Rcpt-Line-1.
           05 Filler Pic X(32) Value Spaces.
           05 Filler Pic X(16) Value "China Trust Bank".
           05 Filler Pic X(32) Value Spaces.
        01 Rcpt-Line-2.
           05 Filler Pic X(28) Value Spaces.
           05 Filler Pic X(24) Value "BILLS PAYMENT VALIDATION".
           05 Filler Pic X(28) Value Spaces.
        01 Rcpt-Line-3.
           05 Filler Pic X(16) Value "Reference No  : ".
           05 BP-RefNo Pic 9(8).
           05 Filler Pic X(10) Value Spaces.
           05 Filler Pic X(6) Value "Date: ".
           05 BP-Date Pic X(8).
           05 Filler Pic X(1) Value Spaces.
           05 BP-Time Pic X(8).
           05 Filler Pic X(23) Value Spaces.
        01 Rcpt-Line-4.
           05 Filler Pic X(16) Value "Biller        : ".
           05 Filler Pic X(26) Value "PUP TUITION AND FEES".
           05 Filler Pic X(8) Value "Branch: ".
           05 BP-Branch Pic X(3).
           05 Filler Pic X(27) Value Spaces.
        01 Rcpt-Line-5.
           05 Filler Pic X(16) Value "Student No    : ".
           05 BP-SNo Pic 9(10).
           05 Filler Pic X(2) Value Spaces.
           05 BP-SName Pic X(25).
           05 Filler Pic X(27) Value Spaces.
        01 Rcpt-Line-6.
           05 Filler Pic X(16) Value "Amount Paid   : ".
           05 BP-Amount Pic ZZZ,ZZZ,ZZ9.99.
           05 Filler Pic X(50) Value Spaces.
        01 Rcpt-Line-7.
           05 Filler Pic X(16) Value "Tender        : ".
           05 BP-Tender Pic X(18).
           05 BP-AccNo Pic Z(10).
           05 Filler Pic X(36) Value Spaces.
        01 Rcpt-Line-8.
           05 Filler Pic X(16) Value "Paid By       : ".
           05 BP-Payer Pic X(20).
           05 Filler Pic X(10) Value Spaces.
           05 Filler Pic X(8) Value "Teller: ".
           05 BP-Teller Pic X(10).
           05 Filler Pic X(16) Value Spaces.
        01 Rcpt-Line-9.
           05 Filler Pic X(10) Value "VALIDATED ".
           05 BV-RefNo Pic 9(8).
           05 Filler Pic X(1) Value Spaces.
           05 BV-Date Pic X(8).
           05 Filler Pic X(1) Value Spaces.
           05 BV-Branch Pic X(3).
           05 Filler Pic X(1) Value Spaces.
           05 BV-Amount Pic ZZZ,ZZZ,ZZ9.99.
           05 Filler Pic X(34) Value Spaces.
        01 Cert-Line-1.
           05 Filler Pic X(32) Value Spaces.
           05 Filler Pic X(16) Value "China Trust Bank".
           05 Filler Pic X(32) Value Spaces.
        01 Cert-Line-2.
           05 Filler Pic X(26) Value Spaces.
           05 Filler Pic X(28) Value "CERTIFICATE OF TIME DEPOSIT".
           05 Filler Pic X(26) Value Spaces.
        01 Cert-Line-3.
           05 Filler Pic X(16) Value "Certificate No: ".
           05 CT-CertNo Pic 9(8).
           05 Filler Pic X(10) Value Spaces.
           05 Filler Pic X(13) Value "Date Issued: ".
           05 CT-Issued Pic X(8).
           05 Filler Pic X(25) Value Spaces.
        01 Cert-Line-4.
           05 Filler Pic X(16) Value "Account No    : ".
           05 CT-AccNo Pic 9(10).
           05 Filler Pic X(8) Value Spaces.
           05 Filler Pic X(8) Value "Branch: ".
           05 CT-Branch Pic X(3).
           05 Filler Pic X(35) Value Spaces.
        01 Cert-Line-5.
           05 Filler Pic X(16) Value "Depositor     : ".
           05 CT-Name Pic X(20).
           05 Filler Pic X(44) Value Spaces.
        01 Cert-Line-6.
           05 Filler Pic X(16) Value "Principal     : ".
           05 CT-Principal Pic ZZZ,ZZZ,ZZ9.99.
           05 Filler Pic X(50) Value Spaces.
        01 Cert-Line-7.
           05 Filler Pic X(16) Value "Term (days)   : ".
           05 CT-Term Pic ZZ9.
           05 Filler Pic X(15) Value Spaces.
           05 Filler Pic X(11) Value "Rate p.a.: ".
           05 CT-Rate Pic 9.99.
           05 Filler Pic X(1) Value "%".
           05 Filler Pic X(30) Value Spaces.
        01 Cert-Line-8.
           05 Filler Pic X(16) Value "Placement Date: ".
           05 CT-Placed Pic X(8).
           05 Filler Pic X(10) Value Spaces.
           05 Filler Pic X(15) Value "Maturity Date: ".
           05 CT-Maturity Pic X(8).
           05 Filler Pic X(23) Value Spaces.
        01 Cert-Line-9.
           05 Filler Pic X(16) Value "Gross Interest: ".
           05 CT-Interest Pic ZZZ,ZZZ,ZZ9.99.
           05 Filler Pic X(50) Value Spaces.
        01 Cert-Line-10.
           05 Filler Pic X(16) Value "At Maturity   : ".
           05 CT-Instr Pic X(30).
           05 CT-Settle Pic Z(10).
           05 Filler Pic X(24) Value Spaces.
        01 Seq-Control.
           05 SC-Status Pic X(2) Value "00".
           05 RefNo Pic 9(8) Value 0.
           05 TL-WCount Pic ZZZ9.
           05 Filler Pic X(3) Value Spaces.
           05 TL-WAmt Pic ZZZ,ZZZ,ZZ9.99.
        01 Bills-Line.
           05 Filler Pic X(24) Value "Bills Payment (Tuition):".
           05 BL-Count Pic ZZZ9.
           05 Filler Pic X(3) Value Spaces.
           05 BL-Amt Pic ZZZ,ZZZ,ZZ9.99.
        01 Sub-1.
           05 Filler Pic X(9) Value "Reference".
           05 Filler Pic X(1) Value Spaces.
         Main-Rtn.
            Display CLRSCR.
            Perform Load-RunDate-Rtn.
            Perform Check-Period-Rtn.
            Open Extend Outfile.
            Open Extend CsvFile.
            Open I-O AcctMast.
            Open Extend AuditLog.
            Perform Load-Operator-Rtn.
            Open Extend TrnJrnl.
            Open I-O JrnlIdx.
            If JX-Status = "35"
               Open Output JrnlIdx
               Close JrnlIdx
               Open I-O JrnlIdx
            End-If.
            Open I-O CustMast.
            If CM-Status = "35"
               Open Output CustMast
               Close FxRate
               Open Input FxRate
            End-If.
            Open I-O TdMast.
            If TD-Status = "35"
               Open Output TdMast
               Close TdMast
               Open I-O TdMast
            End-If.
            Open Input TdRate.
            If TR-Status = "35"
               Perform Seed-TdRate-Rtn
               Open Input TdRate
            End-If.
            Open Extend TdCert.
            Open Input StuMast.
            If ST-Status = "35"
               Move 0 to Stu-Avail-Sw
            Else
               Move 1 to Stu-Avail-Sw
            End-If.
            Open Extend TuitRem.
            If RM-Status = "35"
               Open Output TuitRem
            End-If.
            Open Extend BillRcpt.
            Perform Init-Branch-Table-Rtn.
            Perform Heading-Rtn thru Heading-end.
            Perform Process-Rtn thru Process-End
               until Validans = 1.
            Perform Totals-Rtn thru Totals-End.
            Perform Trailer-Rtn.
            If Bills-Ctr > 0
               Perform Remit-Trailer-Rtn
            End-If.
            Close AcctMast.
            Close TrnJrnl.
            Close JrnlIdx.
            Close CustMast.
            Close AuditLog.
            Close SeqCtr.
            Close HoldFile.
            Close Signtry.
            Close FxRate.
            Close TdMast.
            Close TdRate.
            Close TdCert.
            If Stu-Avail-Sw = 1
               Close StuMast
            End-If.
            Close TuitRem.
            Close BillRcpt.
            Close CsvFile.
            Stop Run.

            Move 0 to WTax-Amt.
            Move 0 to OD-Actual-Charge.
            Move 0 to Chek-Rej-Sw.
            Move 0 to TD-Tran-Sw.
            Move 0 to TD-Place-Sw.
            Move 0 to TD-Preterm-Sw.
            Display (1 , 32) "China Trust Bank".
            Display (2 , 35) "Makati City".
            Display (3 , 31) "Customer's Account".
            Display (10 , 1) "Transaction Name: ".
            Display (10 , 30) TransactionName-Out.

            If TransactionType = 'B' or TransactionType = 'b'
               Perform Bills-Pay-Rtn thru Bills-Pay-End
               Display (19 , 27) "Input Another Record (Y/N)?"
               Perform Ans-Rtn thru Ans-End
               Go To Process-End
            End-If.

            If WD-Side-Tran and Master-Found
               Perform KYC-Check-Rtn thru KYC-Check-End
               If KYC-Refused-Sw = 1
                  Display (19 , 27) "Input Another Record (Y/N)?"
                  Perform Ans-Rtn thru Ans-End
                  Go To Process-End
               End-If
            End-If.

            If TransactionType = 'T' or TransactionType = 't'
               Perform Transfer-Dest-Rtn thru Transfer-Dest-End
            End-If.
            Display (13 , 1) "Account Type Name: ".
            Display ( 13 , 30 ) AccountTypeName-Out.

            If AccountType = 'T' or AccountType = 't'
               or (Master-Found and AM-AccountType = 'T')
               Perform TD-Check-Rtn thru TD-Check-End
               If TD-Refused-Sw = 1
                  Display (19 , 27) "Input Another Record (Y/N)?"
                  Perform Ans-Rtn thru Ans-End
                  Go To Process-End
               End-If
            End-If.

            If AccountType = 'D' or AccountType = 'd'
               Perform Load-Fx-Rtn thru Load-Fx-End
            Else
                Move Balance-In to Balance-Out
           End-If.

            If TD-Preterm-Sw = 1
               Move 0 to Balance-In
               Move Balance-In to Balance-Out
            End-If.

            If WD-Side-Tran
               Perform Validate-W-Rtn thru Validate-W-End
                  until Balance-In not <
            Display ( 17 , 30) BranchName.

            Perform Correct-Rtn thru Correct-End.
            If WD-Side-Tran and Master-Found
               Perform KYC-Check-Rtn thru KYC-Check-End
               If KYC-Refused-Sw = 1
                  Display (19 , 27) "Input Another Record (Y/N)?"
                  Perform Ans-Rtn thru Ans-End
                  Go To Process-End
               End-If
            End-If.
            Perform Accumulate-Totals-Rtn thru Accumulate-Totals-End.
            Perform Write-Master-Rtn thru Write-Master-End.
            If TD-Place-Sw = 1
               Perform TD-Place-Rtn thru TD-Place-End
            End-If.
            If TD-Preterm-Sw = 1
               Perform TD-Close-Rtn thru TD-Close-End
            End-If.
            If TransactionType = 'T' or TransactionType = 't'
               Perform Transfer-Post-Rtn thru Transfer-Post-End
            End-If.
               Move "Check Dep " to TransactionName-In
               Move TransactionName-In to TransactionName-Out
               Move 1 to Valid-Sw
            Else
            If (TransactionType = 'B' or TransactionType = 'b')
               and Corr-Field = 0
               Move "Bills Pay " to TransactionName-In
               Move TransactionName-In to TransactionName-Out
               Move 1 to Valid-Sw
            Else
               Move "TRANSACTIONTYPE" to AL-Field
               Move TransactionType to AL-BadVal
               Move AccountTypeName-In to AccountTypeName-Out
               Move 0 to Min-Balance-Floor
               Move 1 to Valid-Sw
            Else
            If AccountType = 'T' or AccountType = 't'
               Move "Time Deposit    " to AccountTypeName-In
               Move AccountTypeName-In to AccountTypeName-Out
               Move 0 to Min-Balance-Floor
               Move 1 to Valid-Sw
            Else
               Move "ACCOUNTTYPE" to AL-Field
               Move AccountType to AL-BadVal
            Display (19 , 48)
               "2=Gender,3=TransType,4=Amount,5=AcctType,6=Branch): ".
            Accept (20 , 1) Corr-Field.
            If TD-Tran-Sw = 1
               If Corr-Field = 3 or Corr-Field = 4 or Corr-Field = 5
                  Display (20 , 10) "Not correctable on a time deposit"
                  Go To Correct-Rtn.
            If Corr-Field = 1
               Display (6 , 1) "Account Name: "
               Accept (6 , 30) AccName-In
            Else
            If Corr-Field = 5
               Move AccountType to Prev-AccountType
               Move AccountTypeName-Out to TD-Prev-TypeName
               Perform AccType-Rtn
               Move 0 to Valid-Sw
               If AccountType = 'T' or AccountType = 't'
                  Move Prev-AccountType to AccountType
                  Move TD-Prev-TypeName to AccountTypeName-Out
                  Display (13 , 30) AccountTypeName-Out
                  Display (20 , 10) "Time deposit must be a new entry"
                  Perform TD-Restore-Floor-Rtn
                  Go To Correct-Rtn
               End-If
               If WD-Side-Tran
                  Perform Validate-W-Rtn thru Validate-W-End
                     until Balance-In not <
            Move Balance-In to Balance-Out.
         Validate-W-End.

         Bills-Pay-Rtn.
            Move 0 to Bills-Refused-Sw.
            If Stu-Avail-Sw = 0
               Display (11 , 1)
                  "Student master not available - refused"
               Go To Bills-Pay-End.
            Perform Bills-Student-Rtn thru Bills-Student-End.
            If Bills-Refused-Sw = 1
               Go To Bills-Pay-End.
            Perform Bills-Tender-Rtn thru Bills-Tender-End.
            Perform Bills-Amount-Rtn thru Bills-Amount-End.
            If Bills-Tender = 'A'
               Perform Bills-Funds-Rtn thru Bills-Funds-End
               If Bills-Refused-Sw = 1
                  Go To Bills-Pay-End
               End-If
            End-If.
            Display (16 , 1) "Branch Code: ".
            Perform Branch-Rtn.
            Move 0 to Valid-Sw.
            Display (17 , 1) "Branch Name: ".
            Display (17 , 30) BranchName.
            Perform Seq-Rtn.
            Move RefNo to RefNo-Out.
            If Bills-Tender = 'A'
               Perform Bills-Debit-Rtn thru Bills-Debit-End
            Else
               Move 0 to Balance-In
            End-If.
            Perform Bills-Remit-Rtn.
            Perform Bills-Receipt-Rtn.
            Add 1 to Bills-Ctr.
            Add Amount to Bills-Tot.
            Move "PUP Tuition" to AccountTypeName-Out.
            Move Balance-In to Balance-Out.
            Move 0 to Balance-Peso.
            Move 0 to Balance-Peso-Out.
            Move Operator-Id to Operator-Out.
            Write Outrec from Rec-out after advancing 2 lines.
            Perform Write-Csv-Rtn.
            Add 1 to Rec-Ctr.
            Add 1 to Line-Ctr.
            If Line-Ctr not less than Lines-Per-Page
               Perform Heading-Rtn thru Heading-End
            End-If.
            Display (18 , 1) "Validated - Reference No: ".
            Display (18 , 30) RefNo.
         Bills-Pay-End.

         Bills-Student-Rtn.
            Display (11 , 1) "Student No (0=Cancel): ".
            Accept (11 , 30) Bills-SNo.
            If Bills-SNo = 0
               Move 1 to Bills-Refused-Sw
               Go To Bills-Student-End.
            Move Bills-SNo to ST-SNo.
            Read StuMast Record
               Invalid Key
                  Display (11 , 45) "Not on student master"
                  Move "BILLSSTUDENT" to AL-Field
                  Move Bills-SNo to AL-BadVal
                  Perform Write-Audit-Rtn
                  Go To Bills-Student-Rtn.
            Display (11 , 45) ST-SName.
         Bills-Student-End.

         Bills-Tender-Rtn.
            Display (12 , 1) "Tender (C=Cash/A=Debit Acct): ".
            Accept (12 , 32) Bills-Tender.
            If Bills-Tender = 'c'
               Move 'C' to Bills-Tender.
            If Bills-Tender = 'a'
               Move 'A' to Bills-Tender.
            If Bills-Tender = 'C'
               Go To Bills-Tender-End.
            If Bills-Tender = 'A' and Master-Found
               Go To Bills-Tender-End.
            If Bills-Tender = 'A'
               Display (12 , 40) "No account on file to debit".
            Move "BILLSTENDER" to AL-Field.
            Move Bills-Tender to AL-BadVal.
            Perform Write-Audit-Rtn.
            Go To Bills-Tender-Rtn.
         Bills-Tender-End.

         Bills-Amount-Rtn.
            Display (13 , 1) "Amount: ".
            Accept (13 , 30) Amount.
            If Amount Is Numeric and Amount > 0
               and Amount not > Bills-Max
               Go To Bills-Amount-End.
            Move "AMOUNT" to AL-Field.
            Move Amount to AL-BadVal.
            Perform Write-Audit-Rtn.
            Go To Bills-Amount-Rtn.
         Bills-Amount-End.

         Bills-Funds-Rtn.
            If AM-AccountType = 'T' or AM-AccountType = 'D'
               Display (14 , 1) "Account cannot be debited for bills"
               Move "BILLSACCTTYPE" to AL-Field
               Move AM-AccountType to AL-BadVal
               Perform Write-Audit-Rtn
               Move 1 to Bills-Refused-Sw
               Go To Bills-Funds-End.
            Perform KYC-Check-Rtn thru KYC-Check-End.
            If KYC-Refused-Sw = 1
               Move 1 to Bills-Refused-Sw
               Go To Bills-Funds-End.
            Perform Signatory-Rtn thru Signatory-End.
            If AM-AccountType = 'S'
               Move 500.00 to Min-Balance-Floor
            Else
            If AM-AccountType = 'C'
               Compute Min-Balance-Floor = 0 - OD-Limit
            Else
               Move 0 to Min-Balance-Floor.
            Compute Bills-Avail = AM-Balance - Min-Balance-Floor
               - Hold-Total.
            If Amount > Bills-Avail
               Display (14 , 1)
                  "Insufficient available balance - refused"
               Move "BILLSFUNDS" to AL-Field
               Move Amount to AL-BadVal
               Perform Write-Audit-Rtn
               Move 1 to Bills-Refused-Sw.
         Bills-Funds-End.

         Bills-Debit-Rtn.
            Perform Read-Master-Rtn thru Read-Master-End.
            Move AM-Balance to Prior-Balance.
            Subtract Amount from AM-Balance.
            Move AM-Balance to Balance-In.
            Move Run-Date to AM-LastAct-Date.
            If AM-Status-Code = 'D'
               Move 'A' to AM-Status-Code.
            Rewrite Acct-Master-Rec.
            If AM-Status not = "00"
               Move "ACCTMAST" to FC-FileName
               Move AM-Status to FC-Status
               Perform File-Error-Rtn.
            Move Run-Date to TJ-Date.
            Accept TJ-Time from Time.
            Move Operator-Id to TJ-Operator.
            Move RefNo to TJ-RefNo.
            Move AccNo-In to TJ-AccNo.
            Move 'U' to TJ-TranType.
            Move Amount to TJ-Amount.
            Move BranchCode-Upper to TJ-Branch.
            Move AM-Balance to TJ-New-Bal.
            Write Jrnl-Rec.
            Perform Check-Journal-Rtn.
         Bills-Debit-End.

         Bills-Remit-Rtn.
            Move 'D' to RM-Rec-Type.
            Move RefNo to RM-RefNo.
            Move Run-Date to RM-Date.
            Accept RM-Time from Time.
            Move BranchCode-Upper to RM-Branch.
            Move Bills-SNo to RM-SNo.
            Move Amount to RM-Amount.
            Move Bills-Tender to RM-Tender.
            If Bills-Tender = 'A'
               Move AccNo-In to RM-AccNo
            Else
               Move 0 to RM-AccNo.
            Move Operator-Id to RM-Teller.
            Write Remit-Rec.
            If RM-Status not = "00"
               Move "TUITREM" to FC-FileName
               Move RM-Status to FC-Status
               Perform File-Error-Rtn.

         Bills-Receipt-Rtn.
            Move RefNo to BP-RefNo.
            Move Run-Date to BP-Date.
            Move RM-Time to BP-Time.
            Move BranchCode-Upper to BP-Branch.
            Move Bills-SNo to BP-SNo.
            Move ST-SName to BP-SName.
            Move Amount to BP-Amount.
            If Bills-Tender = 'A'
               Move "DEBIT TO ACCOUNT" to BP-Tender
               Move AccNo-In to BP-AccNo
            Else
               Move "CASH" to BP-Tender
               Move 0 to BP-AccNo.
            Move AccName-In to BP-Payer.
            Move Operator-Id to BP-Teller.
            Move RefNo to BV-RefNo.
            Move Run-Date to BV-Date.
            Move BranchCode-Upper to BV-Branch.
            Move Amount to BV-Amount.
            Write Rcpt-Rec from Rcpt-Line-1 after advancing page.
            Write Rcpt-Rec from Rcpt-Line-2 after advancing 1 line.
            Write Rcpt-Rec from Rcpt-Line-3 after advancing 3 lines.
            Write Rcpt-Rec from Rcpt-Line-4 after advancing 2 lines.
            Write Rcpt-Rec from Rcpt-Line-5 after advancing 1 line.
            Write Rcpt-Rec from Rcpt-Line-6 after advancing 2 lines.
            Write Rcpt-Rec from Rcpt-Line-7 after advancing 1 line.
            Write Rcpt-Rec from Rcpt-Line-8 after advancing 1 line.
            Write Rcpt-Rec from Rcpt-Line-9 after advancing 3 lines.

         Remit-Trailer-Rtn.
            Move Spaces to Remit-Trl-Rec.
            Move 'T' to RT-Rec-Type.
            Move Bills-Ctr to RT-Count.
            Move Bills-Tot to RT-Total.
            Move Run-Date to RT-Date.
            Write Remit-Trl-Rec.
            If RM-Status not = "00"
               Move "TUITREM" to FC-FileName
               Move RM-Status to FC-Status
               Perform File-Error-Rtn.

         Accumulate-Totals-Rtn.
            If TransactionType = 'D' or TransactionType = 'K'
               or TransactionType = 'k'
                  Write Outrec from Totals-Line after advancing 1 line
               End-If
            End-Perform.
            If Bills-Ctr > 0
               Move Bills-Ctr to BL-Count
               Move Bills-Tot to BL-Amt
               Write Outrec from Bills-Line after advancing 2 lines
            End-If.
         Totals-End.

         Trailer-Rtn.
            Move AccNo-In to TJ-AccNo.
            Move BranchCode-Upper to TJ-Branch.
            Move Prior-Balance to Jrnl-Run-Bal.
            If TD-Preterm-Sw = 1
               Perform TD-Journal-Rtn thru TD-Journal-End
               Go To Write-Journal-End
            End-If.
            If TransactionType = 'D' or TransactionType = 'd'
               Add Amount to Jrnl-Run-Bal
            Else
               Accept (18 , 50) CM-Address
               Display (19 , 40) "ID Doc:  "
               Accept (19 , 50) CM-IdDoc
               Move Spaces to CM-Id-Type
               Move Spaces to CM-Id-Expiry
               Move 'N' to CM-Risk-Rating
               Move Run-Date to CM-Last-Review
               Write Cust-Master-Rec
            End-If.
         Customer-End.

         KYC-Check-Rtn.
            Move 0 to KYC-Refused-Sw.
            If AM-CustNo = 0
               Go To KYC-Check-End.
            Move AM-CustNo to CM-CustNo.
            Read CustMast Record
               Invalid Key
                  Go To KYC-Check-End.
            If CM-Id-Expiry not = Spaces
               and CM-Id-Expiry < Run-Date
               Display (6 , 1)
                  "Customer ID has expired - withdrawal refused"
               Move "KYCIDEXPIRED" to AL-Field
               Move 1 to KYC-Refused-Sw
            Else
            If CM-Risk-Rating = 'H'
               If CM-Last-Review (1:6) not numeric
                  Move 1 to KYC-Refused-Sw
               Else
                  Move CM-Last-Review (1:6) to KYC-Due-Date
                  Add 1 to KD-YY
                  If KYC-Due-Date < Run-Date (1:6)
                     Move 1 to KYC-Refused-Sw
                  End-If
               End-If
               If KYC-Refused-Sw = 1
                  Display (6 , 1)
                     "High-risk KYC review overdue - refused"
                  Move "KYCREVIEWDUE" to AL-Field
               End-If
            End-If.
            If KYC-Refused-Sw = 1
               Move Spaces to AL-BadVal
               String CM-CustNo " " AccNo-In
                  Delimited by Size into AL-BadVal
               Perform Write-Audit-Rtn
            End-If.
         KYC-Check-End.

         Read-Master-Rtn.
            Move "N" to Master-Found-Sw.
            Move AccNo-In to AM-AccNo-Key.
               If AM-Status-Code = 'D'
                  Move 'A' to AM-Status-Code
               End-If
               If TD-Preterm-Sw = 1
                  Move 'C' to AM-Status-Code
               End-If
               Rewrite Acct-Master-Rec
            Else
               Move 'A' to AM-Status-Code
               Move CustNo-In to AM-CustNo
               Move BranchCode-Upper to AM-Home-Branch
               Write Acct-Master-Rec
            End-If.
            If AM-Status not = "00"
               Perform File-Error-Rtn.
         Write-Master-End.

         TD-Restore-Floor-Rtn.
            If AccountType = 'S' or AccountType = 's'
               Move 500.00 to Min-Balance-Floor
            Else
            If AccountType = 'C' or AccountType = 'c'
               Compute Min-Balance-Floor = 0 - OD-Limit
            Else
               Move 0 to Min-Balance-Floor.

         TD-Check-Rtn.
            Move 0 to TD-Refused-Sw.
            Move 1 to TD-Tran-Sw.
            Move 'T' to AccountType.
            Move "Time Deposit    " to AccountTypeName-Out.
            Display (13 , 30) AccountTypeName-Out.
            Move 0 to Min-Balance-Floor.
            If TransactionType = 'T' or TransactionType = 't'
               or TransactionType = 'K' or TransactionType = 'k'
               Display (15 , 1) "Not allowed on a time deposit"
               Move "TDTRANTYPE" to AL-Field
               Move TransactionType to AL-BadVal
               Perform Write-Audit-Rtn
               Move 1 to TD-Refused-Sw
               Go To TD-Check-End.
            If Master-Found
               If TransactionType = 'D' or TransactionType = 'd'
                  Display (15 , 1)
                     "No further placement on a time deposit"
                  Move "TDTRANTYPE" to AL-Field
                  Move TransactionType to AL-BadVal
                  Perform Write-Audit-Rtn
                  Move 1 to TD-Refused-Sw
               Else
                  Perform TD-Preterm-Rtn thru TD-Preterm-End
               End-If
               Go To TD-Check-End.
            If TransactionType = 'W' or TransactionType = 'w'
               Display (15 , 1) "No time deposit to withdraw"
               Move "TDTRANTYPE" to AL-Field
               Move TransactionType to AL-BadVal
               Perform Write-Audit-Rtn
               Move 1 to TD-Refused-Sw
               Go To TD-Check-End.
            Perform TD-Terms-Rtn thru TD-Terms-End.
         TD-Check-End.

         TD-Terms-Rtn.
            Display (21 , 1) "Term (days): ".
            Accept (21 , 30) TD-Term-In.
            Move TD-Term-In to TR-Term.
            Read TdRate Record
               Invalid Key
                  Display (21 , 40) "Term not on rate table"
                  Move "TDTERM" to AL-Field
                  Move TD-Term-In to AL-BadVal
                  Perform Write-Audit-Rtn
                  Go To TD-Terms-Rtn.
            Move TR-Rate to TD-Rate-In.
            Compute TD-Rate-Pct = TD-Rate-In * 100.
            Display (21 , 40) "Rate p.a. %:          ".
            Display (21 , 54) TD-Rate-Pct.
         TD-Instr-Rtn.
            Display (22 , 1) "At Maturity (R=Roll/S=Settle): ".
            Accept (22 , 33) TD-Instr-In.
            If TD-Instr-In = 'r'
               Move 'R' to TD-Instr-In.
            If TD-Instr-In = 's'
               Move 'S' to TD-Instr-In.
            If TD-Instr-In not = 'R' and TD-Instr-In not = 'S'
               Move "TDINSTRUCTION" to AL-Field
               Move TD-Instr-In to AL-BadVal
               Perform Write-Audit-Rtn
               Go To TD-Instr-Rtn.
            Move 0 to TD-Settle-In.
            If TD-Instr-In = 'S'
               Perform TD-Settle-Rtn thru TD-Settle-End.
            Move 1 to TD-Place-Sw.
         TD-Terms-End.

         TD-Settle-Rtn.
            Move 0 to Valid-Sw.
            Display (23 , 1) "Settlement Account: ".
            Accept (23 , 30) TD-Settle-In.
            If TD-Settle-In = AccNo-In
               Move "TDSETTLEACCT" to AL-Field
               Move TD-Settle-In to AL-BadVal
               Perform Write-Audit-Rtn
               Go To TD-Settle-Rtn.
            Move TD-Settle-In to AM-AccNo-Key.
            Read AcctMast Record
               Invalid Key
                  Move 0 to Valid-Sw
               Not Invalid Key
                  Move 1 to Valid-Sw.
            If Valid-Sw = 1
               If AM-Status-Code = 'F' or AM-Status-Code = 'C'
                  or AM-AccountType = 'T'
                  Move 0 to Valid-Sw
               End-If
            End-If.
            If Valid-Sw = 0
               Move "TDSETTLEACCT" to AL-Field
               Move TD-Settle-In to AL-BadVal
               Perform Write-Audit-Rtn
               Go To TD-Settle-Rtn.
            Move 0 to Valid-Sw.
            Perform Read-Master-Rtn thru Read-Master-End.
         TD-Settle-End.

         TD-Preterm-Rtn.
            Move AccNo-In to TD-AccNo.
            Read TdMast Record
               Invalid Key
                  Move Spaces to TD-Status-Code.
            If TD-Status-Code not = 'A'
               Display (15 , 1) "No active certificate on file"
               Move "TDCERTIFICATE" to AL-Field
               Move AccNo-In to AL-BadVal
               Perform Write-Audit-Rtn
               Move 1 to TD-Refused-Sw
               Go To TD-Preterm-End.
            If Hold-Total > 0
               Display (15 , 1) "Time deposit is under hold - refused"
               Move "TDHOLD" to AL-Field
               Move Hold-Total to AL-BadVal
               Perform Write-Audit-Rtn
               Move 1 to TD-Refused-Sw
               Go To TD-Preterm-End.
            Move Run-Date to TD-Date-Work.
            Perform TD-Day-Count-Rtn.
            Move TD-Base-Days to TD-Run-Days.
            Move TD-Placed to TD-Date-Work.
            Perform TD-Day-Count-Rtn.
            Compute TD-Days-Held = TD-Run-Days - TD-Base-Days.
            If TD-Days-Held < 0
               Move 0 to TD-Days-Held.
            Compute TD-Int-Amt Rounded =
               TD-Principal * TD-Rate * TD-Days-Held / 360.
            Compute TD-Pen-Amt Rounded = TD-Int-Amt * TD-Penalty-Pct.
            Compute TD-Tax-Amt Rounded =
               (TD-Int-Amt - TD-Pen-Amt) * WTax-Rate.
            Compute TD-Payout = AM-Balance + TD-Int-Amt - TD-Pen-Amt
               - TD-Tax-Amt.
            Move TD-Payout to Amount.
            Display (11 , 30) Amount.
            Display (21 , 1) "Accrued Int: ".
            Display (21 , 14) TD-Int-Amt.
            Display (21 , 30) "Penalty: ".
            Display (21 , 39) TD-Pen-Amt.
            Display (21 , 55) "W/H Tax: ".
            Display (21 , 64) TD-Tax-Amt.
            Display (22 , 1) "Pre-termination payout - account closes".
            Move 1 to TD-Preterm-Sw.
         TD-Preterm-End.

         TD-Day-Count-Rtn.
            If TW-DD > 30
               Move 30 to TW-DD.
            Compute TD-Base-Days = TW-YY * 360 + TW-MM * 30 + TW-DD.

         TD-Mature-Date-Rtn.
            Move Run-Date to TD-Date-Work.
            If TW-DD > 30
               Move 30 to TW-DD.
            Compute TD-Base-Days = TW-YY * 360 + (TW-MM - 1) * 30
               + TW-DD - 1 + TD-Term-In.
            Divide TD-Base-Days by 360 giving TD-Quot
               remainder TD-Rem-Days.
            Move TD-Quot to TW-YY.
            Divide TD-Rem-Days by 30 giving TD-Quot
               remainder TD-Rem-Days.
            Compute TW-MM = TD-Quot + 1.
            Compute TW-DD = TD-Rem-Days + 1.
            If TW-MM = 2
               Move 28 to TD-Month-Days
            Else
               Move 30 to TD-Month-Days.
            If TW-DD > TD-Month-Days
               Move TD-Month-Days to TW-DD.
            Move TD-Date-Work to TD-Mat-Date.

         TD-Cert-Seq-Rtn.
            Move "TDCERT" to SC-Program.
            Read SeqCtr
               Invalid Key
                  Move 1 to SC-Next-Seq
               Not Invalid Key
                  Add 1 to SC-Next-Seq
            End-Read.
            Move SC-Next-Seq to TD-CertNo.
            If SC-Status = "23"
               Write Sc-Rec
            Else
               Rewrite Sc-Rec
            End-If.

         TD-Place-Rtn.
            Perform TD-Cert-Seq-Rtn.
            Move AccNo-In to TD-AccNo.
            Move CustNo-In to TD-CustNo.
            Move Balance-In to TD-Principal.
            Move TD-Term-In to TD-Term.
            Move TD-Rate-In to TD-Rate.
            Move Run-Date to TD-Placed.
            Perform TD-Mature-Date-Rtn.
            Move TD-Mat-Date to TD-Maturity.
            Move TD-Instr-In to TD-Instr.
            Move TD-Settle-In to TD-Settle-AccNo.
            Move BranchCode-Upper to TD-Branch.
            Move 0 to TD-Roll-Ctr.
            Move 'A' to TD-Status-Code.
            Move Spaces to TD-Close-Date.
            Write Td-Rec
               Invalid Key
                  Rewrite Td-Rec
            End-Write.
            If TD-Status not = "00"
               Move "TDMAST" to FC-FileName
               Move TD-Status to FC-Status
               Perform File-Error-Rtn.
            Perform TD-Cert-Print-Rtn.
            Display (23 , 40) "Certificate No: ".
            Display (23 , 57) TD-CertNo.
            Display (23 , 67) TD-Maturity.
         TD-Place-End.

         TD-Cert-Print-Rtn.
            Move TD-CertNo to CT-CertNo.
            Move Run-Date to CT-Issued.
            Move TD-AccNo to CT-AccNo.
            Move TD-Branch to CT-Branch.
            Move AccName-Out to CT-Name.
            Move TD-Principal to CT-Principal.
            Move TD-Term to CT-Term.
            Compute CT-Rate = TD-Rate * 100.
            Move TD-Placed to CT-Placed.
            Move TD-Maturity to CT-Maturity.
            Compute TD-Gross-Int Rounded =
               TD-Principal * TD-Rate * TD-Term / 360.
            Move TD-Gross-Int to CT-Interest.
            If TD-Instr = 'R'
               Move "ROLL OVER AT PREVAILING RATE" to CT-Instr
               Move 0 to CT-Settle
            Else
               Move "CREDIT PROCEEDS TO ACCOUNT" to CT-Instr
               Move TD-Settle-AccNo to CT-Settle
            End-If.
            Write Cert-Rec from Cert-Line-1 after advancing page.
            Write Cert-Rec from Cert-Line-2 after advancing 1 line.
            Write Cert-Rec from Cert-Line-3 after advancing 3 lines.
            Write Cert-Rec from Cert-Line-4 after advancing 2 lines.
            Write Cert-Rec from Cert-Line-5 after advancing 1 line.
            Write Cert-Rec from Cert-Line-6 after advancing 2 lines.
            Write Cert-Rec from Cert-Line-7 after advancing 1 line.
            Write Cert-Rec from Cert-Line-8 after advancing 1 line.
            Write Cert-Rec from Cert-Line-9 after advancing 1 line.
            Write Cert-Rec from Cert-Line-10 after advancing 2 lines.

         TD-Close-Rtn.
            Move 'T' to TD-Status-Code.
            Move Run-Date to TD-Close-Date.
            Rewrite Td-Rec.
            If TD-Status not = "00"
               Move "TDMAST" to FC-FileName
               Move TD-Status to FC-Status
               Perform File-Error-Rtn.
         TD-Close-End.

         TD-Journal-Rtn.
            If TD-Int-Amt not = 0
               Add TD-Int-Amt to Jrnl-Run-Bal
               Move 'I' to TJ-TranType
               Move TD-Int-Amt to TJ-Amount
               Move Jrnl-Run-Bal to TJ-New-Bal
               Write Jrnl-Rec
               Perform Check-Journal-Rtn
            End-If.
            If TD-Pen-Amt not = 0
               Subtract TD-Pen-Amt from Jrnl-Run-Bal
               Move 'P' to TJ-TranType
               Move TD-Pen-Amt to TJ-Amount
               Move Jrnl-Run-Bal to TJ-New-Bal
               Write Jrnl-Rec
               Perform Check-Journal-Rtn
            End-If.
            If TD-Tax-Amt not = 0
               Subtract TD-Tax-Amt from Jrnl-Run-Bal
               Move 'X' to TJ-TranType
               Move TD-Tax-Amt to TJ-Amount
               Move Jrnl-Run-Bal to TJ-New-Bal
               Write Jrnl-Rec
               Perform Check-Journal-Rtn
            End-If.
            Subtract Amount from Jrnl-Run-Bal.
            Move 'W' to TJ-TranType.
            Move Amount to TJ-Amount.
            Move Jrnl-Run-Bal to TJ-New-Bal.
            Write Jrnl-Rec.
            Perform Check-Journal-Rtn.
         TD-Journal-End.

         Seed-TdRate-Rtn.
            Open Output TdRate.
            Move 30 to TR-Term.
            Move .0100 to TR-Rate.
            Move Run-Date to TR-Eff-Date.
            Write TdRate-Rec.
            Move 60 to TR-Term.
            Move .0125 to TR-Rate.
            Write TdRate-Rec.
            Move 90 to TR-Term.
            Move .0150 to TR-Rate.
            Write TdRate-Rec.
            Move 180 to TR-Term.
            Move .0200 to TR-Rate.
            Write TdRate-Rec.
            Move 360 to TR-Term.
            Move .0250 to TR-Rate.
            Write TdRate-Rec.
            Close TdRate.

        Ans-Rtn.
                Accept (20, 40) Ans.
                If ans = 'Y' or ANS = 'y'
               Move "TRNJRNL" to FC-FileName
               Move TJ-Status to FC-Status
               Perform File-Error-Rtn.
            Move TJ-AccNo to JX-AccNo.
            Move TJ-Date to JX-Date.
            Move TJ-Time to JX-Time.
            Move TJ-RefNo to JX-RefNo.
            Move 0 to JX-Seq.
            Move Jrnl-Rec to JX-Jrnl.
            Write JrnlIdx-Rec.
            Perform Next-Index-Seq-Rtn
               until JX-Status not = "22" or JX-Seq = 99.
            If JX-Status not = "00"
               Move "JRNLIDX" to FC-FileName
               Move JX-Status to FC-Status
               Perform File-Error-Rtn.

         Next-Index-Seq-Rtn.
            Add 1 to JX-Seq.
            Write JrnlIdx-Rec.

         Load-Operator-Rtn.
            Open Input SignOn.
            Display "RUN ENDED - NOTHING FURTHER POSTED.".
            Stop Run.

         Check-Period-Rtn.
            Move 0 to Period-Sw.
            Open Input Periods.
            If PD-Status not = "35"
               Move "BANK" to PD-Subsys
               Move Run-Date (1:4) to PD-YYMM
               Read Periods
                  Invalid Key Move Space to PD-Stat
               End-Read
               If PD-Stat = 'C'
                  Move 1 to Period-Sw
               End-If
               Move "GL" to PD-Subsys
               Move Run-Date (1:4) to PD-YYMM
               Read Periods
                  Invalid Key Move Space to PD-Stat
               End-Read
               If PD-Stat = 'C'
                  Move 1 to Period-Sw
               End-If
               Close Periods
            End-If.
            If Period-Sw = 1
               Display "BUSINESS DATE " Run-Date
                  " FALLS IN A CLOSED PERIOD"
               Display "BANK PERIOD " Run-Date (1:4)
                  " IS CLOSED - NO TELLER POSTING."
               Move 8 to Return-Code
               Stop Run
            End-If.

         Load-RunDate-Rtn.
            Open Input RunDate.
            If RD-File-Status = "35"
