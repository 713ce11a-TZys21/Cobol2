       Identification Division.
       Program-id.          LoanDlq.

      *      Description: Loan delinquency aging. For every active loan
      *      on ACCTMAST.DAT, works out the monthly installment due
      *      dates from AM-Open-Date (one per month for AM-Months
      *      months), compares the installments due by the as-of date
      *      (AM-Payment each, or the fully-amortizing payment when
      *      AM-Payment is zero) with the payments posted to
      *      TRNHIST.DAT, and ages the loan by its oldest unpaid
      *      installment into current, 30, 60, 90, or 120+ days past
      *      due. A late fee is assessed once for each unpaid
      *      installment that is more than the grace period past due:
      *      the fee is added to the balance and posted to TRNHIST.DAT
      *      as type F dated with the installment due date, so a rerun
      *      never charges the same installment twice. Produces the
      *      collections report DLQRPT.DAT grouped by aging bucket and
      *      the collection-notice extract DLQNTC.DAT (name and address
      *      from CUSTMAST.DAT) for every loan 30 or more days past due.
      *      A payment reversed by TrnPost is not counted as paid.
      *      Parameters come from DLQPARM.DAT: ASOFDATE=YYYYMMDD
      *      (default run date), LATEFEE=amount (default 25.00, zero
      *      for no fees), and GRACEDAYS=days (default 15).

       Environment division.
       Input-output section.
       File-control.
           select Parm-File assign to "DLQPARM.DAT"
               organization is line sequential
               file status is WS-Parm-File-Status.
           select Account-Master assign to "ACCTMAST.DAT"
               organization is indexed
               access is dynamic
               record key is AM-Key
               file status is WS-Master-File-Status.
           select Customer-Master assign to "CUSTMAST.DAT"
               organization is indexed
               access is random
               record key is CM-Cust-No
               file status is WS-Cust-File-Status.
           select History-File assign to "TRNHIST.DAT"
               organization is line sequential
               file status is WS-History-File-Status.
           select Work-File assign to "DLQWRK.DAT"
               organization is line sequential
               file status is WS-Work-File-Status.
           select Collections-Report-File assign to "DLQRPT.DAT"
               organization is line sequential
               file status is WS-Report-File-Status.
           select Notice-Extract-File assign to "DLQNTC.DAT"
               organization is line sequential
               file status is WS-Notice-File-Status.
           select History-Sort-File assign to "DLQSRT1.TMP".
           select Bucket-Sort-File assign to "DLQSRT2.TMP".
           select Run-Status-File assign to "DLQSTA.DAT"
               organization is line sequential
               file status is WS-Status-File-Status.

       Data division.
       File section.
       FD  Parm-File.
       01  Parm-Record         PIC X(80).

       FD  Account-Master.
       copy ACCTMAST.

       FD  Customer-Master.
       copy CUSTMAST.

       FD  History-File.
       01  History-Record      PIC X(132).

       FD  Work-File.
       01  Work-Record.
           05  DW-Bucket       PIC 9.
           05  DW-Key          PIC X(20).
           05  DW-Cust-No      PIC X(10).
           05  DW-Days         PIC 9(5).
           05  DW-Oldest-Due   PIC 9(8).
           05  DW-Past-Due     PIC 9(10)V99.
           05  DW-Balance      PIC 9(10)V99999.
           05  DW-Fees         PIC 9(8)V99.

       FD  Collections-Report-File.
       01  Collections-Record  PIC X(132).

       FD  Notice-Extract-File.
       01  Notice-Record       PIC X(200).

       FD  Run-Status-File.
       01  Run-Status-Record   PIC X(132).

       SD  History-Sort-File.
       01  Sort-History-Row.
           05  HS-Acct-Key     PIC X(20).
           05  HS-Stamp        PIC X(17).
           05  HS-Tran-Date    PIC 9(8).
           05  HS-Type         PIC X.
           05  HS-Amount       PIC 9(8)V99999.

       SD  Bucket-Sort-File.
       01  Sort-Bucket-Row.
           05  BS-Bucket       PIC 9.
           05  BS-Key          PIC X(20).
           05  BS-Cust-No      PIC X(10).
           05  BS-Days         PIC 9(5).
           05  BS-Oldest-Due   PIC 9(8).
           05  BS-Past-Due     PIC 9(10)V99.
           05  BS-Balance      PIC 9(10)V99999.
           05  BS-Fees         PIC 9(8)V99.

       Working-storage section.

       copy TRNHIST.

       01  WS-Parm-File-Status  PIC XX.
       01  WS-Master-File-Status PIC XX.
       01  WS-Cust-File-Status  PIC XX.
       01  WS-History-File-Status PIC XX.
       01  WS-Work-File-Status  PIC XX.
       01  WS-Report-File-Status PIC XX.
       01  WS-Notice-File-Status PIC XX.

       01  WS-Parm-Eof        PIC X value "N".
           88  WS-Parm-End-Of-File      value "Y".
       01  WS-Parm-Line       PIC X(80).
       01  WS-Parm-Keyword    PIC X(20).
       01  WS-Parm-Value      PIC X(60).
       01  WS-Parm-Error      PIC X value "N".
           88  WS-Parm-In-Error          value "Y".
       01  WS-Parm-Error-Msg  PIC X(80) value spaces.

       01  WS-As-Of-Date      PIC 9(8) value 0.
       01  WS-As-Of-Int       PIC 9(7).
       01  WS-Late-Fee        PIC 9(6)V99 value 25.00.
       01  WS-Grace-Days      PIC 9(3) value 15.

       01  WS-Cust-File-Open  PIC X value "N".
           88  WS-Cust-Lookup-On         value "Y".
       01  WS-History-Eof     PIC X value "N".
           88  WS-History-End-Of-File   value "Y".
       01  WS-History-Line    PIC X(132).
       01  WS-Master-Eof      PIC X value "N".
           88  WS-Master-End-Of-File    value "Y".
       01  WS-Sort-Eof        PIC X value "N".
           88  WS-Sort-End-Of-File      value "Y".
       01  WS-Row-Key         PIC X(20).

       01  WS-Total-Paid      PIC 9(10)V99999.
       01  WS-Fee-Date-Table.
           05  WS-Fee-Date     occurs 500 times PIC 9(8).
       01  WS-Fee-Count       PIC 9(3).
       01  WS-Fee-Sub         PIC 9(3).
       01  WS-Fee-Found       PIC X.
       01  WS-Acct-Fees       PIC 9(8)V99.

       01  WS-Due-Payment     PIC 9(8)V99.
       01  WS-Monthly-Rate    PIC 9(3)V9(9).
       01  WS-Amort-Factor    PIC 9(6)V9(9).
       01  WS-Amort-Numer     PIC 9(9)V9(9).
       01  WS-Amort-Denom     PIC 9(6)V9(9).

       01  WS-Open-Year       PIC 9(4).
       01  WS-Open-Month      PIC 9(2).
       01  WS-Open-Day        PIC 9(2).
       01  WS-Month-Index     PIC 9(6).
       01  WS-Days-In-Month   PIC 9(2).
       01  WS-Due-Date.
           05  WS-Due-Year     PIC 9(4).
           05  WS-Due-Month    PIC 9(2).
           05  WS-Due-Day      PIC 9(2).
       01  WS-Due-Num redefines WS-Due-Date PIC 9(8).
       01  WS-Due-Int         PIC 9(7).
       01  WS-Inst-No         PIC 9(3).
       01  WS-Inst-Due        PIC 9(3).
       01  WS-Inst-Done       PIC X.
       01  WS-Oldest-Inst     PIC 9(3).
       01  WS-Missed          PIC 9(3).
       01  WS-Total-Due       PIC 9(10)V99.
       01  WS-Arrears         PIC S9(10)V99.
       01  WS-Days-Past-Due   PIC 9(5).
       01  WS-Bucket          PIC 9.
       01  WS-Oldest-Due      PIC 9(8).

       01  WS-Report-Date     PIC 9(8).
       01  WS-Post-Time       PIC 9(8).
       01  WS-Last-Post-Time  PIC 9(8) value 0.
       01  WS-Hist-Amt        PIC Z(7)9.99999.
       01  WS-Hist-Balance    PIC Z(8)9.99999.

       01  WS-Bucket-Totals.
           05  WS-Bucket-Entry occurs 5 times.
               10  WS-Bkt-Count    PIC 9(7).
               10  WS-Bkt-Past-Due PIC 9(12)V99.
               10  WS-Bkt-Balance  PIC 9(12)V99.
       01  WS-Bkt-Sub         PIC 9.
       01  WS-Bkt-Label       PIC X(20).
       01  WS-Break-Bucket    PIC 9.
       01  WS-Section-Open    PIC X value "N".

       01  WS-Read-Count      PIC 9(7) value 0.
       01  WS-Loan-Count      PIC 9(7) value 0.
       01  WS-No-Open-Date-Count PIC 9(7) value 0.
       01  WS-Fee-Post-Count  PIC 9(7) value 0.
       01  WS-Fee-Post-Total  PIC 9(12)V99 value 0.
       01  WS-Notice-Count    PIC 9(7) value 0.
       01  WS-No-Cust-Count   PIC 9(7) value 0.
       01  WS-Rewrite-Error-Count PIC 9(7) value 0.

       01  WS-Count-Format    PIC ZZZZZZ9.
       01  WS-Days-Format     PIC ZZZZ9.
       01  WS-Ctl-Line-Label  PIC X(27).
       01  WS-Amt-Format      PIC $$,$$$,$$$,$$9.99.
       01  WS-Amt-Format-2    PIC $$,$$$,$$$,$$9.99.
       01  WS-Amt-Format-3    PIC $$,$$$,$$$,$$9.99.
       01  WS-Ext-Past-Due    PIC Z(9)9.99.
       01  WS-Ext-Balance     PIC Z(9)9.99.
       01  WS-Notice-Name     PIC X(30).
       01  WS-Notice-Addr-1   PIC X(30).
       01  WS-Notice-Addr-2   PIC X(30).

       01  WS-Status-File-Status PIC XX.
       01  WS-Start-Stamp.
           05  WS-Start-Stamp-Date PIC 9(8).
           05  filler          PIC X value "-".
           05  WS-Start-Stamp-Time PIC 9(8).
       01  WS-End-Stamp.
           05  WS-End-Stamp-Date PIC 9(8).
           05  filler          PIC X value "-".
           05  WS-End-Stamp-Time PIC 9(8).
       01  WS-Run-RC           PIC 9 value 0.
       01  WS-Run-Verdict     PIC X(7) value "CLEAN".

       Procedure Division.
       000-main.
           accept WS-Start-Stamp-Date from date yyyymmdd
           accept WS-Start-Stamp-Time from time
           accept WS-Report-Date from date yyyymmdd
           initialize WS-Bucket-Totals

           Perform 100-load-parameters
           if WS-As-Of-Date = 0
              move WS-Report-Date to WS-As-Of-Date
           end-if
           compute WS-As-Of-Int =
               function integer-of-date(WS-As-Of-Date)

           open i-o Account-Master
           if WS-Master-File-Status not = "00"
              Display "Cannot open account master - status "
                  WS-Master-File-Status
              move 8 to WS-Run-RC
              Perform 980-write-run-status
              Stop run
           end-if
           open input Customer-Master
           if WS-Cust-File-Status = "00"
              move "Y" to WS-Cust-File-Open
           else
              Display "Customer master not available - notices "
                  "written without name and address"
           end-if

           open output Collections-Report-File
           Perform 200-write-report-heading

           sort History-Sort-File
               on ascending key HS-Acct-Key HS-Stamp
               input procedure is 300-release-history-rows
               output procedure is 400-age-loans

           open output Notice-Extract-File
           sort Bucket-Sort-File
               on ascending key BS-Bucket BS-Key
               using Work-File
               output procedure is 600-write-collections-report

           Perform 700-write-run-totals

           close Account-Master
           if WS-Cust-Lookup-On
              close Customer-Master
           end-if
           close Collections-Report-File
           close Notice-Extract-File

           if WS-Rewrite-Error-Count > 0
              move 8 to WS-Run-RC
           end-if
           if (WS-No-Open-Date-Count > 0 or WS-No-Cust-Count > 0)
                 and WS-Run-RC = 0
              move 4 to WS-Run-RC
           end-if
           Perform 980-write-run-status
           Stop run.

       100-load-parameters.
           open input Parm-File
           if WS-Parm-File-Status = "35"
              continue
           else
              perform until WS-Parm-End-Of-File or WS-Parm-In-Error
                 read Parm-File into WS-Parm-Line
                    at end
                       set WS-Parm-End-Of-File to true
                    not at end
                       perform 110-apply-parm-record
                 end-read
              end-perform
              close Parm-File
           end-if

           if WS-Parm-In-Error
              Display "PARAMETER ERROR: "
                  function trim(WS-Parm-Error-Msg)
              move 8 to WS-Run-RC
              Perform 980-write-run-status
              Stop run
           end-if.

       110-apply-parm-record.
           if WS-Parm-Line = spaces or WS-Parm-Line(1:1) = "*"
              continue
           else
              move spaces to WS-Parm-Keyword
              move spaces to WS-Parm-Value
              unstring WS-Parm-Line delimited by "="
                 into WS-Parm-Keyword WS-Parm-Value
              end-unstring
              evaluate WS-Parm-Keyword
                 when "ASOFDATE"
                    if WS-Parm-Value(1:8) is numeric
                          and WS-Parm-Value(5:2) >= "01"
                          and WS-Parm-Value(5:2) <= "12"
                       move WS-Parm-Value(1:8) to WS-As-Of-Date
                    else
                       move "Y" to WS-Parm-Error
                       move "ASOFDATE must be a valid YYYYMMDD date"
                           to WS-Parm-Error-Msg
                    end-if
                 when "LATEFEE"
                    if function test-numval(WS-Parm-Value) = 0
                          and function numval(WS-Parm-Value) >= 0
                       compute WS-Late-Fee =
                           function numval(WS-Parm-Value)
                    else
                       move "Y" to WS-Parm-Error
                       move "LATEFEE must be zero or a positive amount"
                           to WS-Parm-Error-Msg
                    end-if
                 when "GRACEDAYS"
                    if WS-Parm-Value not = spaces
                          and function length(
                              function trim(WS-Parm-Value)) <= 3
                          and function trim(WS-Parm-Value) is numeric
                       compute WS-Grace-Days =
                           function numval(WS-Parm-Value)
                    else
                       move "Y" to WS-Parm-Error
                       move "GRACEDAYS must be a number of days"
                           to WS-Parm-Error-Msg
                    end-if
                 when other
                    move "Y" to WS-Parm-Error
                    move spaces to WS-Parm-Error-Msg
                    string "unknown parameter keyword: "
                           delimited by size
                        WS-Parm-Keyword delimited by size
                        into WS-Parm-Error-Msg
                    end-string
              end-evaluate
           end-if.

       200-write-report-heading.
           move spaces to Collections-Record
           string "Loan Collections Report      Run Date: "
                  delimited by size
               WS-Report-Date(5:2) delimited by size
               "/" delimited by size
               WS-Report-Date(7:2) delimited by size
               "/" delimited by size
               WS-Report-Date(1:4) delimited by size
               "   Aged As Of: " delimited by size
               WS-As-Of-Date(5:2) delimited by size
               "/" delimited by size
               WS-As-Of-Date(7:2) delimited by size
               "/" delimited by size
               WS-As-Of-Date(1:4) delimited by size
               into Collections-Record
           end-string
           write Collections-Record.

       300-release-history-rows.
           open input History-File
           if WS-History-File-Status = "35"
              Display "No transaction history found - "
                  "no payments on record"
           else
              perform until WS-History-End-Of-File
                 read History-File into WS-History-Line
                    at end
                       set WS-History-End-Of-File to true
                    not at end
                       perform 310-release-history-row
                 end-read
              end-perform
              close History-File
           end-if.

       310-release-history-row.
           move spaces to History-Fields
           unstring WS-History-Line delimited by ","
              into TH-Stamp TH-Acct-Key TH-Tran-Date TH-Type
                   TH-Amount-Text TH-Balance-Text TH-Rev-Flag
           end-unstring
           if (TH-Payment or TH-Late-Fee)
                 and not TH-Reversed
                 and TH-Tran-Date is numeric
                 and TH-Tran-Date <= WS-As-Of-Date
              move TH-Acct-Key to HS-Acct-Key
              move TH-Stamp to HS-Stamp
              move TH-Tran-Date to HS-Tran-Date
              move TH-Type to HS-Type
              compute HS-Amount = function numval(TH-Amount-Text)
              release Sort-History-Row
           end-if.

       400-age-loans.
           open extend History-File
           if WS-History-File-Status = "35"
              open output History-File
           end-if
           open output Work-File
           move "N" to WS-Sort-Eof
           Perform 410-return-history-row

           move "N" to WS-Master-Eof
           move low-values to AM-Key
           start Account-Master key >= AM-Key
              invalid key
                 set WS-Master-End-Of-File to true
           end-start
           perform until WS-Master-End-Of-File
              read Account-Master next record
                 at end
                    set WS-Master-End-Of-File to true
                 not at end
                    add 1 to WS-Read-Count
                    perform 420-match-master-record
              end-read
           end-perform

           close History-File
           close Work-File.

       410-return-history-row.
           return History-Sort-File
              at end
                 set WS-Sort-End-Of-File to true
                 move high-values to WS-Row-Key
              not at end
                 move HS-Acct-Key to WS-Row-Key
           end-return.

       420-match-master-record.
           move 0 to WS-Total-Paid
           move 0 to WS-Fee-Count
           perform until WS-Row-Key >= AM-Key
              Perform 410-return-history-row
           end-perform
           perform until WS-Row-Key not = AM-Key
              if HS-Type = "P"
                 add HS-Amount to WS-Total-Paid
              else
                 if WS-Fee-Count < 500
                    add 1 to WS-Fee-Count
                    move HS-Tran-Date to WS-Fee-Date(WS-Fee-Count)
                 end-if
              end-if
              Perform 410-return-history-row
           end-perform

           if AM-Loan-Product and AM-Active
              Perform 430-age-loan
           end-if.

       430-age-loan.
           add 1 to WS-Loan-Count
           move 0 to WS-Acct-Fees
           move 0 to WS-Bucket
           move 0 to WS-Days-Past-Due
           move 0 to WS-Arrears
           move 0 to WS-Oldest-Due
           if AM-Open-Date = 0
              add 1 to WS-No-Open-Date-Count
              Display "No open date - loan not aged: " AM-Key
           else
              Perform 440-resolve-payment
              Perform 450-count-installments-due
              compute WS-Total-Due = WS-Inst-Due * WS-Due-Payment
              compute WS-Arrears = WS-Total-Due - WS-Total-Paid
              if AM-Last-Balance > 0 and WS-Due-Payment > 0
                    and WS-Arrears > 0
                 Perform 460-age-oldest-installment
                 if WS-Late-Fee > 0
                    Perform 470-assess-late-fees
                 end-if
              end-if
           end-if

           add 1 to WS-Bkt-Count(WS-Bucket + 1)
           if WS-Bucket > 0
              add WS-Arrears to WS-Bkt-Past-Due(WS-Bucket + 1)
              add AM-Last-Balance to WS-Bkt-Balance(WS-Bucket + 1)
              move WS-Bucket to DW-Bucket
              move AM-Key to DW-Key
              move AM-Cust-No to DW-Cust-No
              move WS-Days-Past-Due to DW-Days
              move WS-Oldest-Due to DW-Oldest-Due
              move WS-Arrears to DW-Past-Due
              move AM-Last-Balance to DW-Balance
              move WS-Acct-Fees to DW-Fees
              write Work-Record
           end-if.

       440-resolve-payment.
           if AM-Payment > 0
              compute WS-Due-Payment rounded = AM-Payment
           else
              if AM-Rate = 0 or AM-Months = 0
                 move 0 to WS-Due-Payment
              else
                 compute WS-Monthly-Rate = AM-Rate / 100 / 12
                 compute WS-Amort-Factor rounded =
                     (1 + WS-Monthly-Rate) ** AM-Months
                 compute WS-Amort-Numer rounded =
                     AM-Principal * WS-Monthly-Rate * WS-Amort-Factor
                 compute WS-Amort-Denom = WS-Amort-Factor - 1
                 compute WS-Due-Payment rounded =
                     WS-Amort-Numer / WS-Amort-Denom
              end-if
           end-if.

       450-count-installments-due.
           move AM-Open-Date(1:4) to WS-Open-Year
           move AM-Open-Date(5:2) to WS-Open-Month
           move AM-Open-Date(7:2) to WS-Open-Day
           move 0 to WS-Inst-Due
           move "N" to WS-Inst-Done
           perform until WS-Inst-Done = "Y"
              if WS-Inst-Due >= AM-Months
                 move "Y" to WS-Inst-Done
              else
                 compute WS-Inst-No = WS-Inst-Due + 1
                 Perform 480-compute-due-date
                 if WS-Due-Num > WS-As-Of-Date
                    move "Y" to WS-Inst-Done
                 else
                    add 1 to WS-Inst-Due
                 end-if
              end-if
           end-perform.

       460-age-oldest-installment.
           compute WS-Missed = WS-Arrears / WS-Due-Payment
           if WS-Missed * WS-Due-Payment < WS-Arrears
              add 1 to WS-Missed
           end-if
           if WS-Missed > WS-Inst-Due
              move WS-Inst-Due to WS-Missed
           end-if
           compute WS-Oldest-Inst = WS-Inst-Due - WS-Missed + 1
           move WS-Oldest-Inst to WS-Inst-No
           Perform 480-compute-due-date
           move WS-Due-Num to WS-Oldest-Due
           compute WS-Days-Past-Due = WS-As-Of-Int - WS-Due-Int
           evaluate true
              when WS-Days-Past-Due >= 120
                 move 4 to WS-Bucket
              when WS-Days-Past-Due >= 90
                 move 3 to WS-Bucket
              when WS-Days-Past-Due >= 60
                 move 2 to WS-Bucket
              when WS-Days-Past-Due >= 30
                 move 1 to WS-Bucket
              when other
                 move 0 to WS-Bucket
           end-evaluate.

       470-assess-late-fees.
           perform varying WS-Inst-No from WS-Oldest-Inst by 1
                  until WS-Inst-No > WS-Inst-Due
              Perform 480-compute-due-date
              if WS-As-Of-Int - WS-Due-Int > WS-Grace-Days
                 Perform 475-check-fee-on-file
                 if WS-Fee-Found = "N"
                    Perform 478-post-late-fee
                 end-if
              end-if
           end-perform
           if WS-Acct-Fees > 0
              rewrite Master-Record
                 invalid key
                    add 1 to WS-Rewrite-Error-Count
                    Display "Could not update master for "
                        AM-Key " - status " WS-Master-File-Status
              end-rewrite
           end-if.

       475-check-fee-on-file.
           move "N" to WS-Fee-Found
           perform varying WS-Fee-Sub from 1 by 1
                  until WS-Fee-Sub > WS-Fee-Count
              if WS-Fee-Date(WS-Fee-Sub) = WS-Due-Num
                 move "Y" to WS-Fee-Found
              end-if
           end-perform.

       478-post-late-fee.
           add WS-Late-Fee to AM-Last-Balance
           add WS-Late-Fee to WS-Acct-Fees
           add WS-Late-Fee to WS-Fee-Post-Total
           add 1 to WS-Fee-Post-Count
           if WS-Fee-Count < 500
              add 1 to WS-Fee-Count
              move WS-Due-Num to WS-Fee-Date(WS-Fee-Count)
           end-if

           accept WS-Post-Time from time
           if WS-Post-Time <= WS-Last-Post-Time
              compute WS-Post-Time = WS-Last-Post-Time + 1
           end-if
           move WS-Post-Time to WS-Last-Post-Time
           move WS-Late-Fee to WS-Hist-Amt
           move AM-Last-Balance to WS-Hist-Balance
           move spaces to History-Record
           string WS-Report-Date delimited by size
               "-" delimited by size
               WS-Post-Time delimited by size
               "," delimited by size
               function trim(AM-Key) delimited by size
               "," delimited by size
               WS-Due-Num delimited by size
               ",F," delimited by size
               WS-Hist-Amt delimited by size
               "," delimited by size
               WS-Hist-Balance delimited by size
               into History-Record
           end-string
           write History-Record.

       480-compute-due-date.
           compute WS-Month-Index =
               WS-Open-Year * 12 + WS-Open-Month - 1 + WS-Inst-No
           compute WS-Due-Year = WS-Month-Index / 12
           compute WS-Due-Month =
               function mod(WS-Month-Index, 12) + 1
           Perform 490-compute-days-in-month
           if WS-Open-Day > WS-Days-In-Month
              move WS-Days-In-Month to WS-Due-Day
           else
              move WS-Open-Day to WS-Due-Day
           end-if
           compute WS-Due-Int =
               function integer-of-date(WS-Due-Num).

       490-compute-days-in-month.
           evaluate WS-Due-Month
              when 4
              when 6
              when 9
              when 11
                 move 30 to WS-Days-In-Month
              when 2
                 if function mod(WS-Due-Year, 400) = 0
                    move 29 to WS-Days-In-Month
                 else
                    if function mod(WS-Due-Year, 100) = 0
                       move 28 to WS-Days-In-Month
                    else
                       if function mod(WS-Due-Year, 4) = 0
                          move 29 to WS-Days-In-Month
                       else
                          move 28 to WS-Days-In-Month
                       end-if
                    end-if
                 end-if
              when other
                 move 31 to WS-Days-In-Month
           end-evaluate.

       600-write-collections-report.
           move "N" to WS-Sort-Eof
           move "N" to WS-Section-Open
           perform until WS-Sort-End-Of-File
              return Bucket-Sort-File
                 at end
                    set WS-Sort-End-Of-File to true
                 not at end
                    perform 610-report-delinquent-loan
              end-return
           end-perform
           if WS-Section-Open = "N"
              move spaces to Collections-Record
              write Collections-Record
              move "  (no loans 30 or more days past due)"
                  to Collections-Record
              write Collections-Record
           end-if.

       610-report-delinquent-loan.
           if WS-Section-Open = "N" or BS-Bucket not = WS-Break-Bucket
              move BS-Bucket to WS-Break-Bucket
              move "Y" to WS-Section-Open
              move BS-Bucket to WS-Bkt-Sub
              Perform 650-set-bucket-label
              move spaces to Collections-Record
              write Collections-Record
              move spaces to Collections-Record
              string WS-Bkt-Label delimited by size
                  " Days Past Due:" delimited by size
                  into Collections-Record
              end-string
              write Collections-Record
              move
                  "  Account               Customer    Oldest Due" &
                  "   Days           Past Due" &
                  "            Balance          Fees Now"
                  to Collections-Record
              write Collections-Record
           end-if

           move BS-Days to WS-Days-Format
           move BS-Past-Due to WS-Amt-Format
           move BS-Balance to WS-Amt-Format-2
           move BS-Fees to WS-Amt-Format-3
           move spaces to Collections-Record
           string "  " delimited by size
               BS-Key delimited by size
               "  " delimited by size
               BS-Cust-No delimited by size
               "  " delimited by size
               BS-Oldest-Due(5:2) delimited by size
               "/" delimited by size
               BS-Oldest-Due(7:2) delimited by size
               "/" delimited by size
               BS-Oldest-Due(1:4) delimited by size
               "  " delimited by size
               WS-Days-Format delimited by size
               "  " delimited by size
               WS-Amt-Format delimited by size
               "  " delimited by size
               WS-Amt-Format-2 delimited by size
               "  " delimited by size
               WS-Amt-Format-3 delimited by size
               into Collections-Record
           end-string
           write Collections-Record

           Perform 620-write-notice-record.

       620-write-notice-record.
           move spaces to WS-Notice-Name
           move spaces to WS-Notice-Addr-1
           move spaces to WS-Notice-Addr-2
           if WS-Cust-Lookup-On
              move BS-Cust-No to CM-Cust-No
              read Customer-Master
                 invalid key
                    add 1 to WS-No-Cust-Count
                    Display "Customer not on master for notice: "
                        BS-Key " " BS-Cust-No
                 not invalid key
                    move CM-Name to WS-Notice-Name
                    move CM-Addr-Line-1 to WS-Notice-Addr-1
                    move CM-Addr-Line-2 to WS-Notice-Addr-2
              end-read
           else
              add 1 to WS-No-Cust-Count
           end-if

           move BS-Bucket to WS-Bkt-Sub
           Perform 650-set-bucket-label
           move BS-Past-Due to WS-Ext-Past-Due
           move BS-Balance to WS-Ext-Balance
           move spaces to Notice-Record
           string function trim(BS-Key) delimited by size
               "," delimited by size
               BS-Cust-No delimited by size
               "," delimited by size
               WS-Notice-Name delimited by size
               "," delimited by size
               WS-Notice-Addr-1 delimited by size
               "," delimited by size
               WS-Notice-Addr-2 delimited by size
               "," delimited by size
               function trim(WS-Bkt-Label) delimited by size
               "," delimited by size
               BS-Days delimited by size
               "," delimited by size
               BS-Oldest-Due delimited by size
               "," delimited by size
               WS-Ext-Past-Due delimited by size
               "," delimited by size
               WS-Ext-Balance delimited by size
               into Notice-Record
           end-string
           write Notice-Record
           add 1 to WS-Notice-Count.

       650-set-bucket-label.
           evaluate WS-Bkt-Sub
              when 0
                 move "Current" to WS-Bkt-Label
              when 1
                 move "30-59" to WS-Bkt-Label
              when 2
                 move "60-89" to WS-Bkt-Label
              when 3
                 move "90-119" to WS-Bkt-Label
              when other
                 move "120+" to WS-Bkt-Label
           end-evaluate.

       700-write-run-totals.
           move spaces to Collections-Record
           write Collections-Record
           move "Aging Summary:" to Collections-Record
           write Collections-Record
           move
               "  Bucket         Loans           Past Due" &
               "            Balance"
               to Collections-Record
           write Collections-Record
           perform varying WS-Bkt-Sub from 0 by 1
                  until WS-Bkt-Sub > 4
              Perform 650-set-bucket-label
              move WS-Bkt-Count(WS-Bkt-Sub + 1) to WS-Count-Format
              move WS-Bkt-Past-Due(WS-Bkt-Sub + 1) to WS-Amt-Format
              move WS-Bkt-Balance(WS-Bkt-Sub + 1) to WS-Amt-Format-2
              move spaces to Collections-Record
              string "  " delimited by size
                  WS-Bkt-Label(1:10) delimited by size
                  WS-Count-Format delimited by size
                  "  " delimited by size
                  WS-Amt-Format delimited by size
                  "  " delimited by size
                  WS-Amt-Format-2 delimited by size
                  into Collections-Record
              end-string
              write Collections-Record
           end-perform

           move spaces to Collections-Record
           write Collections-Record
           Display "Delinquency Control Totals"
           move "  Accounts read            " to WS-Ctl-Line-Label
           move WS-Read-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Active loans aged        " to WS-Ctl-Line-Label
           move WS-Loan-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Loans with no open date  " to WS-Ctl-Line-Label
           move WS-No-Open-Date-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Late fees assessed       " to WS-Ctl-Line-Label
           move WS-Fee-Post-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Collection notices       " to WS-Ctl-Line-Label
           move WS-Notice-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Notices without address  " to WS-Ctl-Line-Label
           move WS-No-Cust-Count to WS-Count-Format
           Perform 750-write-count-line

           move WS-Fee-Post-Total to WS-Amt-Format
           move spaces to Collections-Record
           string "  Late fee amount          " delimited by size
               WS-Amt-Format delimited by size
               into Collections-Record
           end-string
           write Collections-Record
           Display "  Late fee amount          " WS-Amt-Format.

       750-write-count-line.
           move spaces to Collections-Record
           string WS-Ctl-Line-Label delimited by size
               WS-Count-Format delimited by size
               into Collections-Record
           end-string
           write Collections-Record
           Display WS-Ctl-Line-Label WS-Count-Format.

       980-write-run-status.
           accept WS-End-Stamp-Date from date yyyymmdd
           accept WS-End-Stamp-Time from time
           evaluate WS-Run-RC
              when 0
                 move "CLEAN" to WS-Run-Verdict
              when 4
                 move "WARNING" to WS-Run-Verdict
              when other
                 move "FATAL" to WS-Run-Verdict
           end-evaluate
           open output Run-Status-File
           move spaces to Run-Status-Record
           string "LOANDLQ," delimited by size
               WS-Start-Stamp delimited by size
               "," delimited by size
               WS-End-Stamp delimited by size
               ",LOANS=" delimited by size
               WS-Loan-Count delimited by size
               ",FEES=" delimited by size
               WS-Fee-Post-Count delimited by size
               ",NOTICES=" delimited by size
               WS-Notice-Count delimited by size
               "," delimited by size
               function trim(WS-Run-Verdict) delimited by size
               ",RC=" delimited by size
               WS-Run-RC delimited by size
               into Run-Status-Record
           end-string
           write Run-Status-Record
           close Run-Status-File
           move WS-Run-RC to return-code.
