       Identification Division.
       Program-id.          Dormant.

      *      Description: Dormant account detection and unclaimed-
      *      property (escheatment) processing. Every active investment
      *      account on ACCTMAST.DAT whose last customer-initiated
      *      activity (a deposit or withdrawal on TRNHIST.DAT, or the
      *      open date when there is none) is the dormancy period or
      *      more before the as-of date is marked dormant (AM-Status
      *      "D", AM-Dormant-Date set to the as-of date), the change
      *      is logged to MNTLOG.DAT with its before and after image,
      *      and a due-diligence letter record is written to
      *      DORMLTR.DAT with the owner's name and address from
      *      CUSTMAST.DAT. Accounts already dormant for the waiting
      *      period or longer are still unclaimed: they are listed on
      *      the escheatment report and written to the remittance list
      *      DORMREM.DAT. Interest and tax postings are not customer
      *      activity, nor is a posting that has been reversed. A
      *      customer deposit reactivates the account (see
      *      TrnPost). Report DORMRPT.DAT. Parameters come from
      *      DORMPARM.DAT: ASOFDATE=YYYYMMDD (default run date),
      *      YEARS=dormancy period in years (default 3), and
      *      WAITYEARS=waiting period in years after the account was
      *      marked dormant (default 1).

       Environment division.
       Input-output section.
       File-control.
           select Parm-File assign to "DORMPARM.DAT"
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
           select Change-Log-File assign to "MNTLOG.DAT"
               organization is line sequential
               file status is WS-Log-File-Status.
           select Work-File assign to "DORMWRK.DAT"
               organization is line sequential
               file status is WS-Work-File-Status.
           select Dormant-Report-File assign to "DORMRPT.DAT"
               organization is line sequential
               file status is WS-Report-File-Status.
           select Letter-Extract-File assign to "DORMLTR.DAT"
               organization is line sequential
               file status is WS-Letter-File-Status.
           select Remittance-File assign to "DORMREM.DAT"
               organization is line sequential
               file status is WS-Remit-File-Status.
           select History-Sort-File assign to "DORMSRT1.TMP".
           select Dormant-Sort-File assign to "DORMSRT2.TMP".
           select Run-Status-File assign to "DORMSTA.DAT"
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

       FD  Change-Log-File.
       01  Log-Record          PIC X(170).

       FD  Work-File.
       01  Work-Record.
           05  DW-Section      PIC 9.
           05  DW-Key          PIC X(20).
           05  DW-Cust-No      PIC X(10).
           05  DW-Last-Activity PIC 9(8).
           05  DW-Dormant-Date PIC 9(8).
           05  DW-Balance      PIC 9(10)V99999.

       FD  Dormant-Report-File.
       01  Dormant-Record      PIC X(132).

       FD  Letter-Extract-File.
       01  Letter-Record       PIC X(200).

       FD  Remittance-File.
       01  Remittance-Record   PIC X(200).

       FD  Run-Status-File.
       01  Run-Status-Record   PIC X(132).

       SD  History-Sort-File.
       01  Sort-History-Row.
           05  HS-Acct-Key     PIC X(20).
           05  HS-Tran-Date    PIC 9(8).

       SD  Dormant-Sort-File.
       01  Sort-Dormant-Row.
           05  DS-Section      PIC 9.
           05  DS-Key          PIC X(20).
           05  DS-Cust-No      PIC X(10).
           05  DS-Last-Activity PIC 9(8).
           05  DS-Dormant-Date PIC 9(8).
           05  DS-Balance      PIC 9(10)V99999.

       Working-storage section.

       copy TRNHIST.

       01  WS-Parm-File-Status  PIC XX.
       01  WS-Master-File-Status PIC XX.
       01  WS-Cust-File-Status  PIC XX.
       01  WS-History-File-Status PIC XX.
       01  WS-Log-File-Status   PIC XX.
       01  WS-Work-File-Status  PIC XX.
       01  WS-Report-File-Status PIC XX.
       01  WS-Letter-File-Status PIC XX.
       01  WS-Remit-File-Status PIC XX.

       01  WS-Parm-Eof        PIC X value "N".
           88  WS-Parm-End-Of-File      value "Y".
       01  WS-Parm-Line       PIC X(80).
       01  WS-Parm-Keyword    PIC X(20).
       01  WS-Parm-Value      PIC X(60).
       01  WS-Parm-Error      PIC X value "N".
           88  WS-Parm-In-Error          value "Y".
       01  WS-Parm-Error-Msg  PIC X(80) value spaces.

       01  WS-As-Of-Date      PIC 9(8) value 0.
       01  WS-Dormancy-Years  PIC 9(2) value 3.
       01  WS-Wait-Years      PIC 9(2) value 1.
       01  WS-Dormant-Cutoff  PIC 9(8).
       01  WS-Escheat-Cutoff  PIC 9(8).
       01  WS-Years-Back      PIC 9(2).
       01  WS-Back-Date.
           05  WS-Back-Year    PIC 9(4).
           05  WS-Back-Month   PIC 9(2).
           05  WS-Back-Day     PIC 9(2).
       01  WS-Back-Num redefines WS-Back-Date PIC 9(8).

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
       01  WS-Last-Activity   PIC 9(8).

       01  WS-Report-Date     PIC 9(8).
       01  WS-Log-Time        PIC 9(8).
       01  WS-Log-Function    PIC X(6).
       01  WS-Before-Image    PIC X(160).

       01  WS-Open-Section    PIC 9 value 0.
       01  WS-Target-Section  PIC 9.
       01  WS-Section-Rows    PIC 9(7) value 0.

       01  WS-Read-Count      PIC 9(7) value 0.
       01  WS-Checked-Count   PIC 9(7) value 0.
       01  WS-Marked-Count    PIC 9(7) value 0.
       01  WS-Dormant-Count   PIC 9(7) value 0.
       01  WS-Waiting-Count   PIC 9(7) value 0.
       01  WS-Escheat-Count   PIC 9(7) value 0.
       01  WS-Escheat-Total   PIC 9(12)V99 value 0.
       01  WS-Marked-Total    PIC 9(12)V99 value 0.
       01  WS-Letter-Count    PIC 9(7) value 0.
       01  WS-No-Date-Count   PIC 9(7) value 0.
       01  WS-No-Cust-Count   PIC 9(7) value 0.
       01  WS-Rewrite-Error-Count PIC 9(7) value 0.

       01  WS-Count-Format    PIC ZZZZZZ9.
       01  WS-Years-Format    PIC Z9.
       01  WS-Ctl-Line-Label  PIC X(27).
       01  WS-Amt-Format      PIC $$,$$$,$$$,$$9.99.
       01  WS-Ext-Balance     PIC Z(9)9.99.
       01  WS-Owner-Name      PIC X(30).
       01  WS-Owner-Addr-1    PIC X(30).
       01  WS-Owner-Addr-2    PIC X(30).
       01  WS-Owner-Tax-Id    PIC X(9).

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
           move WS-Dormancy-Years to WS-Years-Back
           Perform 150-compute-years-back
           move WS-Back-Num to WS-Dormant-Cutoff
           move WS-Wait-Years to WS-Years-Back
           Perform 150-compute-years-back
           move WS-Back-Num to WS-Escheat-Cutoff

           open i-o Account-Master
           if WS-Master-File-Status not = "00"
              Display "Cannot open account master - status "
                  WS-Master-File-Status
              move 8 to WS-Run-RC
              Perform 980-write-run-status
              Stop run
           end-if
           open extend Change-Log-File
           if WS-Log-File-Status = "35"
              open output Change-Log-File
           end-if
           if WS-Log-File-Status not = "00"
              Display "Cannot open change log - status "
                  WS-Log-File-Status
              close Account-Master
              move 8 to WS-Run-RC
              Perform 980-write-run-status
              Stop run
           end-if
           open input Customer-Master
           if WS-Cust-File-Status = "00"
              move "Y" to WS-Cust-File-Open
           else
              Display "Customer master not available - letters "
                  "written without name and address"
           end-if

           open output Dormant-Report-File
           Perform 200-write-report-heading

           sort History-Sort-File
               on ascending key HS-Acct-Key HS-Tran-Date
               input procedure is 300-release-history-rows
               output procedure is 400-scan-accounts

           open output Letter-Extract-File
           open output Remittance-File
           sort Dormant-Sort-File
               on ascending key DS-Section DS-Key
               using Work-File
               output procedure is 600-write-dormant-report

           Perform 700-write-run-totals

           close Account-Master
           close Change-Log-File
           if WS-Cust-Lookup-On
              close Customer-Master
           end-if
           close Dormant-Report-File
           close Letter-Extract-File
           close Remittance-File

           if WS-Rewrite-Error-Count > 0
              move 8 to WS-Run-RC
           end-if
           if (WS-No-Date-Count > 0 or WS-No-Cust-Count > 0)
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
                 when "YEARS"
                    if WS-Parm-Value(1:1) is numeric
                          and function numval(WS-Parm-Value) >= 1
                          and function numval(WS-Parm-Value) <= 99
                       compute WS-Dormancy-Years =
                           function numval(WS-Parm-Value)
                    else
                       move "Y" to WS-Parm-Error
                       move "YEARS must be a number of years, 1 to 99"
                           to WS-Parm-Error-Msg
                    end-if
                 when "WAITYEARS"
                    if WS-Parm-Value(1:1) is numeric
                          and function numval(WS-Parm-Value) <= 99
                       compute WS-Wait-Years =
                           function numval(WS-Parm-Value)
                    else
                       move "Y" to WS-Parm-Error
                       move "WAITYEARS must be a number of years"
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

       150-compute-years-back.
           move WS-As-Of-Date to WS-Back-Num
           subtract WS-Years-Back from WS-Back-Year
           if WS-Back-Month = 2 and WS-Back-Day = 29
              move 28 to WS-Back-Day
           end-if.

       200-write-report-heading.
           move spaces to Dormant-Record
           string "Dormant Account Report       Run Date: "
                  delimited by size
               WS-Report-Date(5:2) delimited by size
               "/" delimited by size
               WS-Report-Date(7:2) delimited by size
               "/" delimited by size
               WS-Report-Date(1:4) delimited by size
               "   As Of: " delimited by size
               WS-As-Of-Date(5:2) delimited by size
               "/" delimited by size
               WS-As-Of-Date(7:2) delimited by size
               "/" delimited by size
               WS-As-Of-Date(1:4) delimited by size
               into Dormant-Record
           end-string
           write Dormant-Record
           move WS-Dormancy-Years to WS-Years-Format
           move spaces to Dormant-Record
           string "  Dormancy period " delimited by size
               WS-Years-Format delimited by size
               " year(s), no activity since " delimited by size
               WS-Dormant-Cutoff(5:2) delimited by size
               "/" delimited by size
               WS-Dormant-Cutoff(7:2) delimited by size
               "/" delimited by size
               WS-Dormant-Cutoff(1:4) delimited by size
               into Dormant-Record
           end-string
           write Dormant-Record
           move WS-Wait-Years to WS-Years-Format
           move spaces to Dormant-Record
           string "  Waiting period  " delimited by size
               WS-Years-Format delimited by size
               " year(s), dormant since " delimited by size
               WS-Escheat-Cutoff(5:2) delimited by size
               "/" delimited by size
               WS-Escheat-Cutoff(7:2) delimited by size
               "/" delimited by size
               WS-Escheat-Cutoff(1:4) delimited by size
               " or earlier" delimited by size
               into Dormant-Record
           end-string
           write Dormant-Record.

       300-release-history-rows.
           open input History-File
           if WS-History-File-Status = "35"
              Display "No transaction history found - "
                  "open dates used as last activity"
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
           if (TH-Deposit or TH-Withdrawal)
                 and not TH-Reversed
                 and TH-Tran-Date is numeric
                 and TH-Tran-Date <= WS-As-Of-Date
              move TH-Acct-Key to HS-Acct-Key
              move TH-Tran-Date to HS-Tran-Date
              release Sort-History-Row
           end-if.

       400-scan-accounts.
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
           move 0 to WS-Last-Activity
           perform until WS-Row-Key >= AM-Key
              Perform 410-return-history-row
           end-perform
           perform until WS-Row-Key not = AM-Key
              move HS-Tran-Date to WS-Last-Activity
              Perform 410-return-history-row
           end-perform
           if AM-Open-Date > WS-Last-Activity
              move AM-Open-Date to WS-Last-Activity
           end-if

           if AM-Investment-Product
              evaluate true
                 when AM-Active
                    Perform 430-check-dormancy
                 when AM-Dormant
                    Perform 440-check-escheatment
              end-evaluate
           end-if.

       430-check-dormancy.
           add 1 to WS-Checked-Count
           if WS-Last-Activity = 0
              add 1 to WS-No-Date-Count
              Display "No open date or activity - not checked: "
                  AM-Key
           else
              if WS-Last-Activity <= WS-Dormant-Cutoff
                 Perform 450-mark-dormant
              end-if
           end-if.

       440-check-escheatment.
           add 1 to WS-Dormant-Count
           if AM-Dormant-Date = 0
              add 1 to WS-No-Date-Count
              Display "Dormant account has no dormant date: " AM-Key
           else
              if AM-Dormant-Date <= WS-Escheat-Cutoff
                 add 1 to WS-Escheat-Count
                 add AM-Last-Balance to WS-Escheat-Total
                 move 2 to DW-Section
                 Perform 460-write-work-record
              else
                 add 1 to WS-Waiting-Count
              end-if
           end-if.

       450-mark-dormant.
           move Master-Record to WS-Before-Image
           move "D" to AM-Status
           move WS-As-Of-Date to AM-Dormant-Date
           rewrite Master-Record
              invalid key
                 add 1 to WS-Rewrite-Error-Count
                 Display "Could not update master for "
                     AM-Key " - status " WS-Master-File-Status
              not invalid key
                 add 1 to WS-Marked-Count
                 add AM-Last-Balance to WS-Marked-Total
                 move "DORMNT" to WS-Log-Function
                 Perform 550-write-log-entry
                 move 1 to DW-Section
                 Perform 460-write-work-record
           end-rewrite.

       460-write-work-record.
           move AM-Key to DW-Key
           move AM-Cust-No to DW-Cust-No
           move WS-Last-Activity to DW-Last-Activity
           move AM-Dormant-Date to DW-Dormant-Date
           move AM-Last-Balance to DW-Balance
           write Work-Record.

       550-write-log-entry.
           accept WS-Log-Time from time
           move spaces to Log-Record
           string WS-Report-Date delimited by size
               "-" delimited by size
               WS-Log-Time delimited by size
               " " delimited by size
               WS-Log-Function delimited by size
               " " delimited by size
               AM-Key delimited by size
               into Log-Record
           end-string
           write Log-Record
           move spaces to Log-Record
           string "  BEFORE " delimited by size
               WS-Before-Image delimited by size
               into Log-Record
           end-string
           write Log-Record
           move spaces to Log-Record
           string "  AFTER  " delimited by size
               Master-Record delimited by size
               into Log-Record
           end-string
           write Log-Record.

       600-write-dormant-report.
           move "N" to WS-Sort-Eof
           perform until WS-Sort-End-Of-File
              return Dormant-Sort-File
                 at end
                    set WS-Sort-End-Of-File to true
                 not at end
                    perform 610-report-dormant-account
              end-return
           end-perform
           move 2 to WS-Target-Section
           Perform 620-start-section
           if WS-Section-Rows = 0
              move "  (none)" to Dormant-Record
              write Dormant-Record
           else
              move WS-Escheat-Count to WS-Count-Format
              move WS-Escheat-Total to WS-Amt-Format
              move spaces to Dormant-Record
              string "  Total to remit " delimited by size
                  WS-Count-Format delimited by size
                  " account(s)" delimited by size
                  "                            " delimited by size
                  WS-Amt-Format delimited by size
                  into Dormant-Record
              end-string
              write Dormant-Record
           end-if.

       610-report-dormant-account.
           move DS-Section to WS-Target-Section
           Perform 620-start-section
           add 1 to WS-Section-Rows
           Perform 630-get-owner
           move DS-Balance to WS-Amt-Format
           move spaces to Dormant-Record
           string "  " delimited by size
               DS-Key delimited by size
               "  " delimited by size
               DS-Cust-No delimited by size
               "  " delimited by size
               DS-Last-Activity(5:2) delimited by size
               "/" delimited by size
               DS-Last-Activity(7:2) delimited by size
               "/" delimited by size
               DS-Last-Activity(1:4) delimited by size
               "     " delimited by size
               DS-Dormant-Date(5:2) delimited by size
               "/" delimited by size
               DS-Dormant-Date(7:2) delimited by size
               "/" delimited by size
               DS-Dormant-Date(1:4) delimited by size
               "  " delimited by size
               WS-Amt-Format delimited by size
               "  " delimited by size
               WS-Owner-Name delimited by size
               into Dormant-Record
           end-string
           write Dormant-Record
           if DS-Section = 1
              Perform 640-write-letter-record
           else
              Perform 650-write-remittance-record
           end-if.

       620-start-section.
           perform until WS-Open-Section >= WS-Target-Section
              if WS-Open-Section > 0 and WS-Section-Rows = 0
                 move "  (none)" to Dormant-Record
                 write Dormant-Record
              end-if
              add 1 to WS-Open-Section
              move 0 to WS-Section-Rows
              move spaces to Dormant-Record
              write Dormant-Record
              if WS-Open-Section = 1
                 move "Accounts Marked Dormant This Run:"
                     to Dormant-Record
              else
                 move "Unclaimed Property Eligible for Escheatment:"
                     to Dormant-Record
              end-if
              write Dormant-Record
              move
                  "  Account               Customer    Last Activ" &
                  "ity  Dormant Since            Balance  Owner"
                  to Dormant-Record
              write Dormant-Record
           end-perform.

       630-get-owner.
           move spaces to WS-Owner-Name
           move spaces to WS-Owner-Addr-1
           move spaces to WS-Owner-Addr-2
           move spaces to WS-Owner-Tax-Id
           if WS-Cust-Lookup-On
              move DS-Cust-No to CM-Cust-No
              read Customer-Master
                 invalid key
                    add 1 to WS-No-Cust-Count
                    Display "Customer not on master for owner: "
                        DS-Key " " DS-Cust-No
                 not invalid key
                    move CM-Name to WS-Owner-Name
                    move CM-Addr-Line-1 to WS-Owner-Addr-1
                    move CM-Addr-Line-2 to WS-Owner-Addr-2
                    move CM-Tax-Id to WS-Owner-Tax-Id
              end-read
           else
              add 1 to WS-No-Cust-Count
           end-if.

       640-write-letter-record.
           move DS-Balance to WS-Ext-Balance
           move spaces to Letter-Record
           string function trim(DS-Key) delimited by size
               "," delimited by size
               DS-Cust-No delimited by size
               "," delimited by size
               WS-Owner-Name delimited by size
               "," delimited by size
               WS-Owner-Addr-1 delimited by size
               "," delimited by size
               WS-Owner-Addr-2 delimited by size
               "," delimited by size
               DS-Last-Activity delimited by size
               "," delimited by size
               DS-Dormant-Date delimited by size
               "," delimited by size
               WS-Ext-Balance delimited by size
               into Letter-Record
           end-string
           write Letter-Record
           add 1 to WS-Letter-Count.

       650-write-remittance-record.
           move DS-Balance to WS-Ext-Balance
           move spaces to Remittance-Record
           string function trim(DS-Key) delimited by size
               "," delimited by size
               DS-Cust-No delimited by size
               "," delimited by size
               WS-Owner-Tax-Id delimited by size
               "," delimited by size
               WS-Owner-Name delimited by size
               "," delimited by size
               WS-Owner-Addr-1 delimited by size
               "," delimited by size
               WS-Owner-Addr-2 delimited by size
               "," delimited by size
               DS-Last-Activity delimited by size
               "," delimited by size
               DS-Dormant-Date delimited by size
               "," delimited by size
               WS-Ext-Balance delimited by size
               into Remittance-Record
           end-string
           write Remittance-Record.

       700-write-run-totals.
           move spaces to Dormant-Record
           write Dormant-Record
           Display "Dormancy Control Totals"
           move "Dormancy Control Totals" to Dormant-Record
           write Dormant-Record
           move "  Accounts read            " to WS-Ctl-Line-Label
           move WS-Read-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Active accounts checked   " to WS-Ctl-Line-Label
           move WS-Checked-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Marked dormant this run  " to WS-Ctl-Line-Label
           move WS-Marked-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Due-diligence letters    " to WS-Ctl-Line-Label
           move WS-Letter-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Dormant before this run  " to WS-Ctl-Line-Label
           move WS-Dormant-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Still in waiting period  " to WS-Ctl-Line-Label
           move WS-Waiting-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Eligible for escheatment " to WS-Ctl-Line-Label
           move WS-Escheat-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Accounts with no dates   " to WS-Ctl-Line-Label
           move WS-No-Date-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Owners not on cust master" to WS-Ctl-Line-Label
           move WS-No-Cust-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Balance marked dormant   " to WS-Ctl-Line-Label
           move WS-Marked-Total to WS-Amt-Format
           Perform 760-write-amount-line
           move "  Balance to remit         " to WS-Ctl-Line-Label
           move WS-Escheat-Total to WS-Amt-Format
           Perform 760-write-amount-line.

       750-write-count-line.
           move spaces to Dormant-Record
           string WS-Ctl-Line-Label delimited by size
               WS-Count-Format delimited by size
               into Dormant-Record
           end-string
           write Dormant-Record
           Display WS-Ctl-Line-Label WS-Count-Format.

       760-write-amount-line.
           move spaces to Dormant-Record
           string WS-Ctl-Line-Label delimited by size
               WS-Amt-Format delimited by size
               into Dormant-Record
           end-string
           write Dormant-Record
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
           string "DORMANT," delimited by size
               WS-Start-Stamp delimited by size
               "," delimited by size
               WS-End-Stamp delimited by size
               ",MARKED=" delimited by size
               WS-Marked-Count delimited by size
               ",LETTERS=" delimited by size
               WS-Letter-Count delimited by size
               ",ESCHEAT=" delimited by size
               WS-Escheat-Count delimited by size
               "," delimited by size
               function trim(WS-Run-Verdict) delimited by size
               ",RC=" delimited by size
               WS-Run-RC delimited by size
               into Run-Status-Record
           end-string
           write Run-Status-Record
           close Run-Status-File
           move WS-Run-RC to return-code.
