       Identification Division.
       Program-id.          IntAcr.

      *      Description: Interest accrual and capitalization. For every
      *      account on ACCTMAST.DAT that is not closed, accrues
      *      interest day by day from the day after AM-Last-Accrual-Date
      *      through the run's as-of date, on the actual balance at
      *      the rate in effect for that day: the RATETAB.DAT rate for
      *      AM-Rate-Code by effective date, or AM-Rate for a fixed-rate
      *      account. Accrued interest is carried in AM-Accrued-Int and
      *      capitalized into AM-Last-Balance at the end of each
      *      compounding period of AM-Compound-Freq (month, quarter,
      *      half year, or year end). Each capitalization is written to
      *      TRNHIST.DAT as an interest posting (type I); on investment
      *      accounts with a withholding percentage the tax withheld is
      *      written as a separate posting (type T) against the
      *      balance. Loan interest is added to the balance owed. The
      *      as-of date comes from ACRPARM.DAT (ASOFDATE=YYYYMMDD) and
      *      defaults to the run date. An account with no accrual date
      *      was set up before balances were kept as actual money (its
      *      AM-Last-Balance may still hold a projection); it is not
      *      accrued but listed and counted, and must first be
      *      converted by BalPrf MODE=REBUILD, which rebuilds the
      *      balance from history and sets the accrual date. Accounts
      *      added by AcctMnt start accruing from their open date.

       Environment division.
       Input-output section.
       File-control.
           select Parm-File assign to "ACRPARM.DAT"
               organization is line sequential
               file status is WS-Parm-File-Status.
           select Rate-Table-File assign to "RATETAB.DAT"
               organization is line sequential
               file status is WS-Rate-File-Status.
           select Account-Master assign to "ACCTMAST.DAT"
               organization is indexed
               access is dynamic
               record key is AM-Key
               file status is WS-Master-File-Status.
           select History-File assign to "TRNHIST.DAT"
               organization is line sequential
               file status is WS-History-File-Status.
           select Report-File assign to "ACRRPT.DAT"
               organization is line sequential
               file status is WS-Report-File-Status.
           select Run-Status-File assign to "ACRSTA.DAT"
               organization is line sequential
               file status is WS-Status-File-Status.

       Data division.
       File section.
       FD  Parm-File.
       01  Parm-Record         PIC X(80).

       FD  Rate-Table-File.
       01  Rate-Record         PIC X(80).

       FD  Account-Master.
       copy ACCTMAST.

       FD  History-File.
       01  History-Record      PIC X(132).

       FD  Report-File.
       01  Report-Record       PIC X(132).

       FD  Run-Status-File.
       01  Run-Status-Record   PIC X(132).

       Working-storage section.

       01  WS-Parm-File-Status  PIC XX.
       01  WS-Rate-File-Status  PIC XX.
       01  WS-Master-File-Status PIC XX.
       01  WS-History-File-Status PIC XX.
       01  WS-Report-File-Status PIC XX.

       01  WS-Parm-Eof        PIC X value "N".
           88  WS-Parm-End-Of-File      value "Y".
       01  WS-Parm-Line       PIC X(80).
       01  WS-Parm-Keyword    PIC X(20).
       01  WS-Parm-Value      PIC X(60).
       01  WS-Parm-Error      PIC X value "N".
           88  WS-Parm-In-Error          value "Y".
       01  WS-Parm-Error-Msg  PIC X(80) value spaces.

       01  WS-Rate-Eof         PIC X value "N".
           88  WS-Rate-End-Of-File      value "Y".
       01  WS-Rate-Line        PIC X(80).
       01  WS-Rate-Field-1     PIC X(20).
       01  WS-Rate-Field-2     PIC X(20).
       01  WS-Rate-Field-3     PIC X(20).
       01  WS-Rate-Table.
           05  WS-Rate-Entry   occurs 200 times.
               10  RT-Code         PIC X(4).
               10  RT-Eff-Date     PIC 9(8).
               10  RT-Rate         PIC 99V9999.
       01  WS-Rate-Count       PIC 9(3) value 0.
       01  WS-Rate-Sub         PIC 9(3).
       01  WS-Best-Eff-Date    PIC 9(8).
       01  WS-Day-Rate         PIC 99V9999.

       01  WS-Master-Eof      PIC X value "N".
           88  WS-Master-End-Of-File    value "Y".

       01  WS-As-Of-Date      PIC 9(8) value 0.
       01  WS-As-Of-Int       PIC 9(7).
       01  WS-Start-Date      PIC 9(8).
       01  WS-Start-Int       PIC 9(7).
       01  WS-Day-Int         PIC 9(7).
       01  WS-Day-Date        PIC 9(8).
       01  WS-Next-Date       PIC 9(8).
       01  WS-Day-Month       PIC 9(2).
       01  WS-Period-End      PIC X value "N".
           88  WS-Is-Period-End         value "Y".

       01  WS-Cap-Amount      PIC 9(8)V99.
       01  WS-Withheld        PIC 9(8)V99.
       01  WS-Post-Amount     PIC 9(8)V99999.
       01  WS-Post-Type       PIC X.

       01  WS-Report-Date     PIC 9(8).
       01  WS-Post-Time       PIC 9(8).
       01  WS-Last-Post-Time  PIC 9(8) value 0.
       01  WS-Hist-Amt        PIC Z(7)9.99999.
       01  WS-Hist-Balance    PIC Z(8)9.99999.

       01  WS-Read-Count      PIC 9(7) value 0.
       01  WS-Accrued-Count   PIC 9(7) value 0.
       01  WS-Posted-Count    PIC 9(7) value 0.
       01  WS-No-Accrual-Date-Count PIC 9(7) value 0.
       01  WS-Rewrite-Error-Count PIC 9(7) value 0.
       01  WS-Total-Invest-Int PIC 9(12)V99 value 0.
       01  WS-Total-Loan-Int  PIC 9(12)V99 value 0.
       01  WS-Total-Withheld  PIC 9(12)V99 value 0.
       01  WS-Total-Accrued   PIC 9(12)V99999 value 0.

       01  WS-Count-Format    PIC ZZZZZZ9.
       01  WS-Ctl-Line-Label  PIC X(27).
       01  WS-Amt-Format      PIC $$,$$$,$$$,$$9.99.
       01  WS-Amt-Format-2    PIC $$,$$$,$$$,$$9.99.
       01  WS-Amt-Format-3    PIC $$,$$$,$$$,$$9.99.

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
           if WS-As-Of-Date = 0
              move WS-Report-Date to WS-As-Of-Date
           end-if
           compute WS-As-Of-Int =
               function integer-of-date(WS-As-Of-Date)
           Perform 150-load-rate-table

           open i-o Account-Master
           if WS-Master-File-Status not = "00"
              Display "Cannot open account master - status "
                  WS-Master-File-Status
              move 8 to WS-Run-RC
              Perform 980-write-run-status
              Stop run
           end-if

           open extend History-File
           if WS-History-File-Status = "35"
              open output History-File
           end-if
           open output Report-File

           Perform 200-write-report-heading

           perform until WS-Master-End-Of-File
              read Account-Master next record
                 at end
                    set WS-Master-End-Of-File to true
                 not at end
                    add 1 to WS-Read-Count
                    if not AM-Closed
                       perform 300-accrue-account
                    end-if
              end-read
           end-perform

           Perform 700-write-run-totals

           close Account-Master
           close History-File
           close Report-File

           if WS-Rewrite-Error-Count > 0
              move 8 to WS-Run-RC
           end-if
           if WS-No-Accrual-Date-Count > 0 and WS-Run-RC = 0
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

       150-load-rate-table.
           move 0 to WS-Rate-Count
           open input Rate-Table-File
           if WS-Rate-File-Status = "35"
              continue
           else
              perform until WS-Rate-End-Of-File
                 read Rate-Table-File into WS-Rate-Line
                    at end
                       set WS-Rate-End-Of-File to true
                    not at end
                       perform 155-apply-rate-record
                 end-read
              end-perform
              close Rate-Table-File
           end-if.

       155-apply-rate-record.
           if WS-Rate-Line = spaces or WS-Rate-Line(1:1) = "*"
              continue
           else
              move spaces to WS-Rate-Field-1
              move spaces to WS-Rate-Field-2
              move spaces to WS-Rate-Field-3
              unstring WS-Rate-Line delimited by ","
                 into WS-Rate-Field-1 WS-Rate-Field-2 WS-Rate-Field-3
              end-unstring
              if WS-Rate-Field-2(1:8) is numeric
                    and WS-Rate-Field-1 not = spaces
                    and WS-Rate-Count < 200
                 add 1 to WS-Rate-Count
                 move WS-Rate-Field-1(1:4) to RT-Code(WS-Rate-Count)
                 move WS-Rate-Field-2(1:8)
                     to RT-Eff-Date(WS-Rate-Count)
                 compute RT-Rate(WS-Rate-Count) =
                     function numval(WS-Rate-Field-3)
              else
                 Display "Rate table entry skipped: "
                     function trim(WS-Rate-Line)
              end-if
           end-if.

       200-write-report-heading.
           move spaces to Report-Record
           string "Interest Accrual Report      Run Date: "
                  delimited by size
               WS-Report-Date(5:2) delimited by size
               "/" delimited by size
               WS-Report-Date(7:2) delimited by size
               "/" delimited by size
               WS-Report-Date(1:4) delimited by size
               "   Accrued Through: " delimited by size
               WS-As-Of-Date(5:2) delimited by size
               "/" delimited by size
               WS-As-Of-Date(7:2) delimited by size
               "/" delimited by size
               WS-As-Of-Date(1:4) delimited by size
               into Report-Record
           end-string
           write Report-Record
           move spaces to Report-Record
           write Report-Record
           move
               "  Account               Prod  Cap Date  " &
               "         Interest           Withheld" &
               "        New Balance"
               to Report-Record
           write Report-Record.

       300-accrue-account.
           if AM-Last-Accrual-Date not numeric
              move 0 to AM-Last-Accrual-Date
           end-if
           if AM-Accrued-Int not numeric
              move 0 to AM-Accrued-Int
           end-if
           move AM-Last-Accrual-Date to WS-Start-Date

           if WS-Start-Date = 0
              add 1 to WS-No-Accrual-Date-Count
              Display "No accrual date - not accrued until converted: "
                  AM-Key
              move spaces to Report-Record
              string "  " delimited by size
                  AM-Key delimited by size
                  "  not accrued - no accrual date" delimited by size
                  into Report-Record
              end-string
              write Report-Record
           else
              if WS-Start-Date < WS-As-Of-Date
                 add 1 to WS-Accrued-Count
                 compute WS-Start-Int =
                     function integer-of-date(WS-Start-Date) + 1
                 perform varying WS-Day-Int from WS-Start-Int by 1
                        until WS-Day-Int > WS-As-Of-Int
                    Perform 310-accrue-one-day
                 end-perform
                 move WS-As-Of-Date to AM-Last-Accrual-Date
                 rewrite Master-Record
                    invalid key
                       add 1 to WS-Rewrite-Error-Count
                       Display "Could not update master for "
                           AM-Key " - status " WS-Master-File-Status
                 end-rewrite
              end-if
              add AM-Accrued-Int to WS-Total-Accrued
           end-if.

       310-accrue-one-day.
           compute WS-Day-Date = function date-of-integer(WS-Day-Int)
           Perform 320-lookup-day-rate
           compute AM-Accrued-Int rounded =
               AM-Accrued-Int + AM-Last-Balance * WS-Day-Rate / 36500
           Perform 330-check-period-end
           if WS-Is-Period-End
              Perform 340-capitalize-interest
           end-if.

       320-lookup-day-rate.
           move AM-Rate to WS-Day-Rate
           if AM-Rate-Code not = spaces and WS-Rate-Count > 0
              move 0 to WS-Best-Eff-Date
              perform varying WS-Rate-Sub from 1 by 1
                     until WS-Rate-Sub > WS-Rate-Count
                 if RT-Code(WS-Rate-Sub) = AM-Rate-Code
                       and RT-Eff-Date(WS-Rate-Sub) <= WS-Day-Date
                       and RT-Eff-Date(WS-Rate-Sub)
                           >= WS-Best-Eff-Date
                    move RT-Eff-Date(WS-Rate-Sub) to WS-Best-Eff-Date
                    move RT-Rate(WS-Rate-Sub) to WS-Day-Rate
                 end-if
              end-perform
           end-if.

       330-check-period-end.
           move "N" to WS-Period-End
           compute WS-Next-Date =
               function date-of-integer(WS-Day-Int + 1)
           if WS-Next-Date(7:2) = "01"
              move WS-Day-Date(5:2) to WS-Day-Month
              evaluate AM-Compound-Freq
                 when 2
                    if WS-Day-Month = 3 or WS-Day-Month = 6
                          or WS-Day-Month = 9 or WS-Day-Month = 12
                       move "Y" to WS-Period-End
                    end-if
                 when 3
                    if WS-Day-Month = 6 or WS-Day-Month = 12
                       move "Y" to WS-Period-End
                    end-if
                 when 4
                    if WS-Day-Month = 12
                       move "Y" to WS-Period-End
                    end-if
                 when other
                    move "Y" to WS-Period-End
              end-evaluate
           end-if.

       340-capitalize-interest.
           compute WS-Cap-Amount = AM-Accrued-Int
           if WS-Cap-Amount > 0
              subtract WS-Cap-Amount from AM-Accrued-Int
              add WS-Cap-Amount to AM-Last-Balance
              move "I" to WS-Post-Type
              move WS-Cap-Amount to WS-Post-Amount
              Perform 350-write-history-record
              move 0 to WS-Withheld
              if AM-Loan-Product
                 add WS-Cap-Amount to WS-Total-Loan-Int
              else
                 add WS-Cap-Amount to WS-Total-Invest-Int
                 if AM-Withhold-Pct > 0
                    compute WS-Withheld rounded =
                        WS-Cap-Amount * AM-Withhold-Pct / 100
                    if WS-Withheld > 0
                       subtract WS-Withheld from AM-Last-Balance
                       add WS-Withheld to WS-Total-Withheld
                       move "T" to WS-Post-Type
                       move WS-Withheld to WS-Post-Amount
                       Perform 350-write-history-record
                    end-if
                 end-if
              end-if
              Perform 360-write-capitalization-line
           end-if.

       350-write-history-record.
           accept WS-Post-Time from time
           if WS-Post-Time <= WS-Last-Post-Time
              compute WS-Post-Time = WS-Last-Post-Time + 1
           end-if
           move WS-Post-Time to WS-Last-Post-Time
           add 1 to WS-Posted-Count
           move WS-Post-Amount to WS-Hist-Amt
           move AM-Last-Balance to WS-Hist-Balance
           move spaces to History-Record
           string WS-Report-Date delimited by size
               "-" delimited by size
               WS-Post-Time delimited by size
               "," delimited by size
               function trim(AM-Key) delimited by size
               "," delimited by size
               WS-Day-Date delimited by size
               "," delimited by size
               WS-Post-Type delimited by size
               "," delimited by size
               WS-Hist-Amt delimited by size
               "," delimited by size
               WS-Hist-Balance delimited by size
               into History-Record
           end-string
           write History-Record.

       360-write-capitalization-line.
           move WS-Cap-Amount to WS-Amt-Format
           move WS-Withheld to WS-Amt-Format-2
           move AM-Last-Balance to WS-Amt-Format-3
           move spaces to Report-Record
           string "  " delimited by size
               AM-Key delimited by size
               "  " delimited by size
               AM-Product delimited by size
               "    " delimited by size
               WS-Day-Date delimited by size
               "  " delimited by size
               WS-Amt-Format delimited by size
               "  " delimited by size
               WS-Amt-Format-2 delimited by size
               "  " delimited by size
               WS-Amt-Format-3 delimited by size
               into Report-Record
           end-string
           write Report-Record.

       700-write-run-totals.
           move spaces to Report-Record
           write Report-Record
           move "Accrual Control Totals" to Report-Record
           write Report-Record
           Display "Accrual Control Totals"

           move "  Accounts read            " to WS-Ctl-Line-Label
           move WS-Read-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Accounts accrued         " to WS-Ctl-Line-Label
           move WS-Accrued-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  History postings written " to WS-Ctl-Line-Label
           move WS-Posted-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  No accrual date - skipped" to WS-Ctl-Line-Label
           move WS-No-Accrual-Date-Count to WS-Count-Format
           Perform 750-write-count-line

           move "  Investment interest      " to WS-Ctl-Line-Label
           move WS-Total-Invest-Int to WS-Amt-Format
           Perform 760-write-amount-line
           move "  Loan interest charged    " to WS-Ctl-Line-Label
           move WS-Total-Loan-Int to WS-Amt-Format
           Perform 760-write-amount-line
           move "  Tax withheld             " to WS-Ctl-Line-Label
           move WS-Total-Withheld to WS-Amt-Format
           Perform 760-write-amount-line
           move "  Accrued, not capitalized " to WS-Ctl-Line-Label
           move WS-Total-Accrued to WS-Amt-Format
           Perform 760-write-amount-line.

       750-write-count-line.
           move spaces to Report-Record
           string WS-Ctl-Line-Label delimited by size
               WS-Count-Format delimited by size
               into Report-Record
           end-string
           write Report-Record
           Display WS-Ctl-Line-Label WS-Count-Format.

       760-write-amount-line.
           move spaces to Report-Record
           string WS-Ctl-Line-Label delimited by size
               WS-Amt-Format delimited by size
               into Report-Record
           end-string
           write Report-Record
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
           string "INTACR," delimited by size
               WS-Start-Stamp delimited by size
               "," delimited by size
               WS-End-Stamp delimited by size
               ",READ=" delimited by size
               WS-Read-Count delimited by size
               ",ACCRUED=" delimited by size
               WS-Accrued-Count delimited by size
               ",POSTED=" delimited by size
               WS-Posted-Count delimited by size
               "," delimited by size
               function trim(WS-Run-Verdict) delimited by size
               ",RC=" delimited by size
               WS-Run-RC delimited by size
               into Run-Status-Record
           end-string
           write Run-Status-Record
           close Run-Status-File
           move WS-Run-RC to return-code.
