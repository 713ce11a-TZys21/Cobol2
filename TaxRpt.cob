       Identification Division.
       Program-id.          TaxRpt.

      *      Description: Year-end tax information reporting. Totals,
      *      for each customer and across all of the customer's
      *      accounts on ACCTMAST.DAT (owner AM-Cust-No), the interest
      *      earned on investment accounts and the tax withheld from it
      *      (TRNHIST.DAT types I and T dated in the tax year), and the
      *      interest paid on loan accounts. Loan interest paid is
      *      found by replaying the loan's history in date order: each
      *      payment (type P) is applied first to interest charged
      *      (type I) and not yet paid, and the part applied to
      *      interest in the tax year is the interest paid. Postings
      *      reversed by TrnPost are left out. Customers
      *      with reportable status and a valid taxpayer ID produce
      *      1099-INT and 1098 records on the filing extract TAXEXT.DAT
      *      and a print-ready customer copy on TAXCPY.DAT. Exempt
      *      customers are skipped. A missing or invalid taxpayer ID,
      *      a foreign customer, a customer not on CUSTMAST.DAT, and
      *      amounts under the reporting threshold are listed on the
      *      exception report TAXEXC.DAT. Parameters come from
      *      TAXPARM.DAT: TAXYEAR=YYYY (default the year before the run
      *      date), INTMIN=amount (1099-INT threshold, default 10.00),
      *      and MORTMIN=amount (1098 threshold, default 600.00).
      *      A customer copy itemizes up to 200 accounts; any further
      *      accounts are shown together on one "Not itemized" line so
      *      the lines still add up to the form, and are counted in
      *      the control totals.

       Environment division.
       Input-output section.
       File-control.
           select Parm-File assign to "TAXPARM.DAT"
               organization is line sequential
               file status is WS-Parm-File-Status.
           select Account-Master assign to "ACCTMAST.DAT"
               organization is indexed
               access is sequential
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
           select Work-File assign to "TAXWRK.DAT"
               organization is line sequential
               file status is WS-Work-File-Status.
           select Filing-Extract-File assign to "TAXEXT.DAT"
               organization is line sequential
               file status is WS-Extract-File-Status.
           select Customer-Copy-File assign to "TAXCPY.DAT"
               organization is line sequential
               file status is WS-Copy-File-Status.
           select Exception-Report-File assign to "TAXEXC.DAT"
               organization is line sequential
               file status is WS-Exception-File-Status.
           select History-Sort-File assign to "TAXSRT1.TMP".
           select Customer-Sort-File assign to "TAXSRT2.TMP".
           select Run-Status-File assign to "TAXSTA.DAT"
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
           05  TW-Cust-No      PIC X(10).
           05  TW-Key          PIC X(20).
           05  TW-Product      PIC X.
           05  TW-Interest     PIC 9(10)V99.
           05  TW-Withheld     PIC 9(10)V99.
           05  TW-Loan-Int     PIC 9(10)V99.

       FD  Filing-Extract-File.
       01  Filing-Record       PIC X(200).

       FD  Customer-Copy-File.
       01  Copy-Record         PIC X(132).

       FD  Exception-Report-File.
       01  Exception-Record    PIC X(132).

       FD  Run-Status-File.
       01  Run-Status-Record   PIC X(132).

       SD  History-Sort-File.
       01  Sort-History-Row.
           05  HS-Acct-Key     PIC X(20).
           05  HS-Tran-Date    PIC 9(8).
           05  HS-Stamp        PIC X(17).
           05  HS-Type         PIC X.
           05  HS-Amount       PIC 9(8)V99999.

       SD  Customer-Sort-File.
       01  Sort-Customer-Row.
           05  CS-Cust-No      PIC X(10).
           05  CS-Key          PIC X(20).
           05  CS-Product      PIC X.
           05  CS-Interest     PIC 9(10)V99.
           05  CS-Withheld     PIC 9(10)V99.
           05  CS-Loan-Int     PIC 9(10)V99.

       Working-storage section.

       copy TRNHIST.

       01  WS-Parm-File-Status  PIC XX.
       01  WS-Master-File-Status PIC XX.
       01  WS-Cust-File-Status  PIC XX.
       01  WS-History-File-Status PIC XX.
       01  WS-Work-File-Status  PIC XX.
       01  WS-Extract-File-Status PIC XX.
       01  WS-Copy-File-Status  PIC XX.
       01  WS-Exception-File-Status PIC XX.

       01  WS-Parm-Eof        PIC X value "N".
           88  WS-Parm-End-Of-File      value "Y".
       01  WS-Parm-Line       PIC X(80).
       01  WS-Parm-Keyword    PIC X(20).
       01  WS-Parm-Value      PIC X(60).
       01  WS-Parm-Error      PIC X value "N".
           88  WS-Parm-In-Error          value "Y".
       01  WS-Parm-Error-Msg  PIC X(80) value spaces.

       01  WS-Tax-Year        PIC 9(4) value 0.
       01  WS-Year-End-Date   PIC 9(8).
       01  WS-Int-Threshold   PIC 9(6)V99 value 10.00.
       01  WS-Mort-Threshold  PIC 9(6)V99 value 600.00.

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

       01  WS-Acct-Interest   PIC 9(10)V99.
       01  WS-Acct-Withheld   PIC 9(10)V99.
       01  WS-Acct-Loan-Int   PIC 9(10)V99.
       01  WS-Unpaid-Int      PIC 9(10)V99999.
       01  WS-Applied-Int     PIC 9(10)V99999.

       01  WS-Break-Cust-No   PIC X(10).
       01  WS-Cust-Open       PIC X value "N".
       01  WS-Cust-Interest   PIC 9(10)V99.
       01  WS-Cust-Withheld   PIC 9(10)V99.
       01  WS-Cust-Loan-Int   PIC 9(10)V99.
       01  WS-Cust-Acct-Table.
           05  WS-Cust-Acct    occurs 200 times.
               10  WS-CA-Key       PIC X(20).
               10  WS-CA-Product   PIC X.
               10  WS-CA-Interest  PIC 9(10)V99.
               10  WS-CA-Withheld  PIC 9(10)V99.
               10  WS-CA-Loan-Int  PIC 9(10)V99.
       01  WS-Cust-Acct-Count PIC 9(3).
       01  WS-Over-Inv-Count  PIC 9(5).
       01  WS-Over-Loan-Count PIC 9(5).
       01  WS-Over-Interest   PIC 9(10)V99.
       01  WS-Over-Withheld   PIC 9(10)V99.
       01  WS-Over-Loan-Int   PIC 9(10)V99.
       01  WS-Over-Label.
           05  filler          PIC X(14) value "Not itemized (".
           05  WS-Over-Label-Count PIC ZZZZ9.
           05  filler          PIC X(1) value ")".
       01  WS-Acct-Sub        PIC 9(3).
       01  WS-Cust-Found      PIC X.
       01  WS-Tin-Valid       PIC X.
       01  WS-Exception-Reason PIC X(40).
       01  WS-Form-Type       PIC X(8).
       01  WS-Copy-Caption    PIC X(27).

       01  WS-Report-Date     PIC 9(8).
       01  WS-Run-Year        PIC 9(4).

       01  WS-Read-Count      PIC 9(7) value 0.
       01  WS-Cust-Count      PIC 9(7) value 0.
       01  WS-1099-Count      PIC 9(7) value 0.
       01  WS-1098-Count      PIC 9(7) value 0.
       01  WS-Exempt-Count    PIC 9(7) value 0.
       01  WS-Exception-Count PIC 9(7) value 0.
       01  WS-Tin-Error-Count PIC 9(7) value 0.
       01  WS-Not-Itemized-Count PIC 9(7) value 0.
       01  WS-Total-Interest  PIC 9(12)V99 value 0.
       01  WS-Total-Withheld  PIC 9(12)V99 value 0.
       01  WS-Total-Loan-Int  PIC 9(12)V99 value 0.

       01  WS-Count-Format    PIC ZZZZZZ9.
       01  WS-Ctl-Line-Label  PIC X(27).
       01  WS-Amt-Format      PIC $$,$$$,$$$,$$9.99.
       01  WS-Amt-Format-2    PIC $$,$$$,$$$,$$9.99.
       01  WS-Amt-Format-3    PIC $$,$$$,$$$,$$9.99.
       01  WS-Ext-Amount-1    PIC Z(9)9.99.
       01  WS-Ext-Amount-2    PIC Z(9)9.99.

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

           Perform 100-load-parameters
           if WS-Tax-Year = 0
              move WS-Report-Date(1:4) to WS-Run-Year
              compute WS-Tax-Year = WS-Run-Year - 1
           end-if
           compute WS-Year-End-Date = WS-Tax-Year * 10000 + 1231

           open input Account-Master
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
              Display "Customer master not available - status "
                  WS-Cust-File-Status
              close Account-Master
              move 8 to WS-Run-RC
              Perform 980-write-run-status
              Stop run
           end-if

           sort History-Sort-File
               on ascending key HS-Acct-Key HS-Tran-Date HS-Stamp
               input procedure is 300-release-history-rows
               output procedure is 400-total-accounts

           open output Filing-Extract-File
           open output Customer-Copy-File
           open output Exception-Report-File
           Perform 200-write-report-heading

           sort Customer-Sort-File
               on ascending key CS-Cust-No CS-Key
               using Work-File
               output procedure is 500-report-customers

           Perform 700-write-run-totals

           close Account-Master
           close Customer-Master
           close Filing-Extract-File
           close Customer-Copy-File
           close Exception-Report-File

           if WS-Tin-Error-Count > 0 and WS-Run-RC = 0
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
                 when "TAXYEAR"
                    if WS-Parm-Value(1:4) is numeric
                          and WS-Parm-Value(5:1) = space
                       move WS-Parm-Value(1:4) to WS-Tax-Year
                    else
                       move "Y" to WS-Parm-Error
                       move "TAXYEAR must be a four-digit year"
                           to WS-Parm-Error-Msg
                    end-if
                 when "INTMIN"
                    if function test-numval(WS-Parm-Value) = 0
                       compute WS-Int-Threshold =
                           function numval(WS-Parm-Value)
                    else
                       move "Y" to WS-Parm-Error
                       move "INTMIN must be an amount"
                           to WS-Parm-Error-Msg
                    end-if
                 when "MORTMIN"
                    if function test-numval(WS-Parm-Value) = 0
                       compute WS-Mort-Threshold =
                           function numval(WS-Parm-Value)
                    else
                       move "Y" to WS-Parm-Error
                       move "MORTMIN must be an amount"
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
           move spaces to Exception-Record
           string "Tax Reporting Exceptions     Run Date: "
                  delimited by size
               WS-Report-Date(5:2) delimited by size
               "/" delimited by size
               WS-Report-Date(7:2) delimited by size
               "/" delimited by size
               WS-Report-Date(1:4) delimited by size
               "   Tax Year: " delimited by size
               WS-Tax-Year delimited by size
               into Exception-Record
           end-string
           write Exception-Record
           move spaces to Exception-Record
           write Exception-Record
           move
               "  Customer    Reason                      " &
               "              Interest           Withheld" &
               "      Loan Interest"
               to Exception-Record
           write Exception-Record.

       300-release-history-rows.
           open input History-File
           if WS-History-File-Status = "35"
              Display "No transaction history found - "
                  "nothing to report"
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
           if (TH-Interest or TH-Tax-Withheld or TH-Payment)
                 and not TH-Reversed
                 and TH-Tran-Date is numeric
                 and TH-Tran-Date <= WS-Year-End-Date
              move TH-Acct-Key to HS-Acct-Key
              move TH-Tran-Date to HS-Tran-Date
              move TH-Stamp to HS-Stamp
              move TH-Type to HS-Type
              compute HS-Amount = function numval(TH-Amount-Text)
              release Sort-History-Row
           end-if.

       400-total-accounts.
           open output Work-File
           move "N" to WS-Sort-Eof
           Perform 410-return-history-row
           perform until WS-Master-End-Of-File
              read Account-Master next record
                 at end
                    set WS-Master-End-Of-File to true
                 not at end
                    add 1 to WS-Read-Count
                    perform 420-total-account
              end-read
           end-perform
           close Work-File.

       410-return-history-row.
           return History-Sort-File
              at end
                 set WS-Sort-End-Of-File to true
                 move high-values to WS-Row-Key
              not at end
                 move HS-Acct-Key to WS-Row-Key
           end-return.

       420-total-account.
           move 0 to WS-Acct-Interest
           move 0 to WS-Acct-Withheld
           move 0 to WS-Acct-Loan-Int
           move 0 to WS-Unpaid-Int
           perform until WS-Row-Key >= AM-Key
              Perform 410-return-history-row
           end-perform
           perform until WS-Row-Key not = AM-Key
              if AM-Loan-Product
                 Perform 430-replay-loan-row
              else
                 Perform 440-total-investment-row
              end-if
              Perform 410-return-history-row
           end-perform

           if WS-Acct-Interest > 0 or WS-Acct-Withheld > 0
                 or WS-Acct-Loan-Int > 0
              move AM-Cust-No to TW-Cust-No
              move AM-Key to TW-Key
              move AM-Product to TW-Product
              move WS-Acct-Interest to TW-Interest
              move WS-Acct-Withheld to TW-Withheld
              move WS-Acct-Loan-Int to TW-Loan-Int
              write Work-Record
           end-if.

       430-replay-loan-row.
           evaluate HS-Type
              when "I"
                 add HS-Amount to WS-Unpaid-Int
              when "P"
                 if HS-Amount > WS-Unpaid-Int
                    move WS-Unpaid-Int to WS-Applied-Int
                 else
                    move HS-Amount to WS-Applied-Int
                 end-if
                 subtract WS-Applied-Int from WS-Unpaid-Int
                 if HS-Tran-Date(1:4) = WS-Tax-Year
                    add WS-Applied-Int to WS-Acct-Loan-Int
                 end-if
              when other
                 continue
           end-evaluate.

       440-total-investment-row.
           if HS-Tran-Date(1:4) = WS-Tax-Year
              evaluate HS-Type
                 when "I"
                    add HS-Amount to WS-Acct-Interest
                 when "T"
                    add HS-Amount to WS-Acct-Withheld
                 when other
                    continue
              end-evaluate
           end-if.

       500-report-customers.
           move "N" to WS-Sort-Eof
           move "N" to WS-Cust-Open
           perform until WS-Sort-End-Of-File
              return Customer-Sort-File
                 at end
                    set WS-Sort-End-Of-File to true
                 not at end
                    perform 510-accumulate-customer-row
              end-return
           end-perform
           if WS-Cust-Open = "Y"
              Perform 600-finish-customer
           end-if.

       510-accumulate-customer-row.
           if WS-Cust-Open = "Y" and CS-Cust-No not = WS-Break-Cust-No
              Perform 600-finish-customer
           end-if
           if WS-Cust-Open = "N"
              move "Y" to WS-Cust-Open
              move CS-Cust-No to WS-Break-Cust-No
              move 0 to WS-Cust-Interest
              move 0 to WS-Cust-Withheld
              move 0 to WS-Cust-Loan-Int
              move 0 to WS-Cust-Acct-Count
              move 0 to WS-Over-Inv-Count
              move 0 to WS-Over-Loan-Count
              move 0 to WS-Over-Interest
              move 0 to WS-Over-Withheld
              move 0 to WS-Over-Loan-Int
           end-if
           add CS-Interest to WS-Cust-Interest
           add CS-Withheld to WS-Cust-Withheld
           add CS-Loan-Int to WS-Cust-Loan-Int
           if WS-Cust-Acct-Count < 200
              add 1 to WS-Cust-Acct-Count
              move CS-Key to WS-CA-Key(WS-Cust-Acct-Count)
              move CS-Product to WS-CA-Product(WS-Cust-Acct-Count)
              move CS-Interest to WS-CA-Interest(WS-Cust-Acct-Count)
              move CS-Withheld to WS-CA-Withheld(WS-Cust-Acct-Count)
              move CS-Loan-Int to WS-CA-Loan-Int(WS-Cust-Acct-Count)
           else
              add 1 to WS-Not-Itemized-Count
              if CS-Product = "L"
                 add 1 to WS-Over-Loan-Count
                 add CS-Loan-Int to WS-Over-Loan-Int
              else
                 add 1 to WS-Over-Inv-Count
                 add CS-Interest to WS-Over-Interest
                 add CS-Withheld to WS-Over-Withheld
              end-if
           end-if.

       600-finish-customer.
           move "N" to WS-Cust-Open
           add 1 to WS-Cust-Count
           move WS-Break-Cust-No to CM-Cust-No
           read Customer-Master
              invalid key
                 move "N" to WS-Cust-Found
              not invalid key
                 move "Y" to WS-Cust-Found
           end-read

           evaluate true
              when WS-Cust-Found = "N"
                 add 1 to WS-Tin-Error-Count
                 move "customer not on customer master"
                     to WS-Exception-Reason
                 Perform 690-write-exception-line
              when CM-Tax-Exempt
                 add 1 to WS-Exempt-Count
              when CM-Tax-Foreign
                 move "foreign customer - not 1099/1098"
                     to WS-Exception-Reason
                 Perform 690-write-exception-line
              when other
                 Perform 610-check-taxpayer-id
                 if WS-Tin-Valid = "N"
                    add 1 to WS-Tin-Error-Count
                    if CM-Tax-Id = spaces
                       move "missing taxpayer ID"
                           to WS-Exception-Reason
                    else
                       move "invalid taxpayer ID"
                           to WS-Exception-Reason
                    end-if
                    Perform 690-write-exception-line
                 else
                    Perform 620-report-interest-earned
                    Perform 630-report-interest-paid
                 end-if
           end-evaluate.

       610-check-taxpayer-id.
           move "Y" to WS-Tin-Valid
           if CM-Tax-Id is not numeric
                 or CM-Tax-Id = "000000000"
                 or CM-Tax-Id(1:3) = "000"
                 or CM-Tax-Id(1:3) = "666"
              move "N" to WS-Tin-Valid
           end-if.

       620-report-interest-earned.
           if WS-Cust-Interest >= WS-Int-Threshold
                 or WS-Cust-Withheld > 0
              move "1099-INT" to WS-Form-Type
              add 1 to WS-1099-Count
              add WS-Cust-Interest to WS-Total-Interest
              add WS-Cust-Withheld to WS-Total-Withheld
              move WS-Cust-Interest to WS-Ext-Amount-1
              move WS-Cust-Withheld to WS-Ext-Amount-2
              Perform 650-write-filing-record
              Perform 660-write-customer-copy
           else
              if WS-Cust-Interest > 0
                 move "interest under 1099-INT threshold"
                     to WS-Exception-Reason
                 Perform 690-write-exception-line
              end-if
           end-if.

       630-report-interest-paid.
           if WS-Cust-Loan-Int >= WS-Mort-Threshold
              move "1098" to WS-Form-Type
              add 1 to WS-1098-Count
              add WS-Cust-Loan-Int to WS-Total-Loan-Int
              move WS-Cust-Loan-Int to WS-Ext-Amount-1
              move 0 to WS-Ext-Amount-2
              Perform 650-write-filing-record
              Perform 660-write-customer-copy
           else
              if WS-Cust-Loan-Int > 0
                 move "loan interest under 1098 threshold"
                     to WS-Exception-Reason
                 Perform 690-write-exception-line
              end-if
           end-if.

       650-write-filing-record.
           move spaces to Filing-Record
           string function trim(WS-Form-Type) delimited by size
               "," delimited by size
               WS-Tax-Year delimited by size
               "," delimited by size
               CM-Cust-No delimited by size
               "," delimited by size
               CM-Tax-Id delimited by size
               "," delimited by size
               CM-Name delimited by size
               "," delimited by size
               CM-Addr-Line-1 delimited by size
               "," delimited by size
               CM-Addr-Line-2 delimited by size
               "," delimited by size
               WS-Ext-Amount-1 delimited by size
               "," delimited by size
               WS-Ext-Amount-2 delimited by size
               into Filing-Record
           end-string
           write Filing-Record.

       660-write-customer-copy.
           if WS-Form-Type = "1098"
              move "Copy B - For Payer/Borrower" to WS-Copy-Caption
           else
              move "Copy B - For Recipient" to WS-Copy-Caption
           end-if
           move spaces to Copy-Record
           string "Form " delimited by size
               WS-Form-Type delimited by size
               "   Tax Year " delimited by size
               WS-Tax-Year delimited by size
               "   " delimited by size
               WS-Copy-Caption delimited by size
               into Copy-Record
           end-string
           write Copy-Record
           move spaces to Copy-Record
           write Copy-Record
           move spaces to Copy-Record
           string "  Recipient:      " delimited by size
               CM-Name delimited by size
               into Copy-Record
           end-string
           write Copy-Record
           move spaces to Copy-Record
           string "                  " delimited by size
               CM-Addr-Line-1 delimited by size
               into Copy-Record
           end-string
           write Copy-Record
           move spaces to Copy-Record
           string "                  " delimited by size
               CM-Addr-Line-2 delimited by size
               into Copy-Record
           end-string
           write Copy-Record
           move spaces to Copy-Record
           string "  Recipient TIN:  ***-**-" delimited by size
               CM-Tax-Id(6:4) delimited by size
               "      Customer: " delimited by size
               CM-Cust-No delimited by size
               into Copy-Record
           end-string
           write Copy-Record
           move spaces to Copy-Record
           write Copy-Record

           if WS-Form-Type = "1099-INT"
              move WS-Cust-Interest to WS-Amt-Format
              move spaces to Copy-Record
              string "  Box 1  Interest income        "
                     delimited by size
                  WS-Amt-Format delimited by size
                  into Copy-Record
              end-string
              write Copy-Record
              move WS-Cust-Withheld to WS-Amt-Format
              move spaces to Copy-Record
              string "  Box 4  Federal tax withheld   "
                     delimited by size
                  WS-Amt-Format delimited by size
                  into Copy-Record
              end-string
              write Copy-Record
           else
              move WS-Cust-Loan-Int to WS-Amt-Format
              move spaces to Copy-Record
              string "  Box 1  Interest received      "
                     delimited by size
                  WS-Amt-Format delimited by size
                  into Copy-Record
              end-string
              write Copy-Record
           end-if

           move spaces to Copy-Record
           write Copy-Record
           move "  Account                 Interest        Withheld"
               to Copy-Record
           write Copy-Record
           perform varying WS-Acct-Sub from 1 by 1
                  until WS-Acct-Sub > WS-Cust-Acct-Count
              Perform 670-write-copy-account-line
           end-perform
           Perform 680-write-not-itemized-line
           move spaces to Copy-Record
           write Copy-Record
           move all "-" to Copy-Record
           write Copy-Record.

       670-write-copy-account-line.
           if (WS-Form-Type = "1099-INT"
                 and WS-CA-Product(WS-Acct-Sub) not = "L")
              or (WS-Form-Type = "1098"
                 and WS-CA-Product(WS-Acct-Sub) = "L")
              if WS-Form-Type = "1098"
                 move WS-CA-Loan-Int(WS-Acct-Sub) to WS-Amt-Format
                 move 0 to WS-Amt-Format-2
              else
                 move WS-CA-Interest(WS-Acct-Sub) to WS-Amt-Format
                 move WS-CA-Withheld(WS-Acct-Sub) to WS-Amt-Format-2
              end-if
              move spaces to Copy-Record
              string "  " delimited by size
                  WS-CA-Key(WS-Acct-Sub) delimited by size
                  WS-Amt-Format delimited by size
                  WS-Amt-Format-2 delimited by size
                  into Copy-Record
              end-string
              write Copy-Record
           end-if.

       680-write-not-itemized-line.
           move spaces to Copy-Record
           if WS-Form-Type = "1098"
              if WS-Over-Loan-Count > 0
                 move WS-Over-Loan-Count to WS-Over-Label-Count
                 move WS-Over-Loan-Int to WS-Amt-Format
                 move 0 to WS-Amt-Format-2
                 string "  " delimited by size
                     WS-Over-Label delimited by size
                     WS-Amt-Format delimited by size
                     WS-Amt-Format-2 delimited by size
                     into Copy-Record
                 end-string
                 write Copy-Record
              end-if
           else
              if WS-Over-Inv-Count > 0
                 move WS-Over-Inv-Count to WS-Over-Label-Count
                 move WS-Over-Interest to WS-Amt-Format
                 move WS-Over-Withheld to WS-Amt-Format-2
                 string "  " delimited by size
                     WS-Over-Label delimited by size
                     WS-Amt-Format delimited by size
                     WS-Amt-Format-2 delimited by size
                     into Copy-Record
                 end-string
                 write Copy-Record
              end-if
           end-if.

       690-write-exception-line.
           add 1 to WS-Exception-Count
           move WS-Cust-Interest to WS-Amt-Format
           move WS-Cust-Withheld to WS-Amt-Format-2
           move WS-Cust-Loan-Int to WS-Amt-Format-3
           move spaces to Exception-Record
           string "  " delimited by size
               WS-Break-Cust-No delimited by size
               "  " delimited by size
               WS-Exception-Reason delimited by size
               WS-Amt-Format delimited by size
               "  " delimited by size
               WS-Amt-Format-2 delimited by size
               "  " delimited by size
               WS-Amt-Format-3 delimited by size
               into Exception-Record
           end-string
           write Exception-Record.

       700-write-run-totals.
           move spaces to Exception-Record
           write Exception-Record
           move "Tax Reporting Control Totals" to Exception-Record
           write Exception-Record
           Display "Tax Reporting Control Totals"

           move "  Accounts read            " to WS-Ctl-Line-Label
           move WS-Read-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Customers with interest  " to WS-Ctl-Line-Label
           move WS-Cust-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  1099-INT forms           " to WS-Ctl-Line-Label
           move WS-1099-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  1098 forms               " to WS-Ctl-Line-Label
           move WS-1098-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Exempt customers skipped " to WS-Ctl-Line-Label
           move WS-Exempt-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Exceptions listed        " to WS-Ctl-Line-Label
           move WS-Exception-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Accounts not itemized    " to WS-Ctl-Line-Label
           move WS-Not-Itemized-Count to WS-Count-Format
           Perform 750-write-count-line

           move "  1099-INT interest        " to WS-Ctl-Line-Label
           move WS-Total-Interest to WS-Amt-Format
           Perform 760-write-amount-line
           move "  1099-INT tax withheld    " to WS-Ctl-Line-Label
           move WS-Total-Withheld to WS-Amt-Format
           Perform 760-write-amount-line
           move "  1098 interest received   " to WS-Ctl-Line-Label
           move WS-Total-Loan-Int to WS-Amt-Format
           Perform 760-write-amount-line.

       750-write-count-line.
           move spaces to Exception-Record
           string WS-Ctl-Line-Label delimited by size
               WS-Count-Format delimited by size
               into Exception-Record
           end-string
           write Exception-Record
           Display WS-Ctl-Line-Label WS-Count-Format.

       760-write-amount-line.
           move spaces to Exception-Record
           string WS-Ctl-Line-Label delimited by size
               WS-Amt-Format delimited by size
               into Exception-Record
           end-string
           write Exception-Record
           Display WS-Ctl-Line-Label WS-Amt-Format.

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
           string "TAXRPT," delimited by size
               WS-Start-Stamp delimited by size
               "," delimited by size
               WS-End-Stamp delimited by size
               ",FORMS1099=" delimited by size
               WS-1099-Count delimited by size
               ",FORMS1098=" delimited by size
               WS-1098-Count delimited by size
               ",EXCEPTIONS=" delimited by size
               WS-Exception-Count delimited by size
               "," delimited by size
               function trim(WS-Run-Verdict) delimited by size
               ",RC=" delimited by size
               WS-Run-RC delimited by size
               into Run-Status-Record
           end-string
           write Run-Status-Record
           close Run-Status-File
           move WS-Run-RC to return-code.
