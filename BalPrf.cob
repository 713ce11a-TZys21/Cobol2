       Identification Division.
       Program-id.          BalPrf.

      *      Description: Balance proof and as-of-date balance inquiry
      *      from transaction history. In proof mode every account on
      *      ACCTMAST.DAT is rebuilt from its opening amount
      *      (AM-Principal) by replaying its TRNHIST.DAT postings in
      *      posting-stamp order: deposits, capitalized interest, and
      *      late fees add; withdrawals and tax withheld subtract; a
      *      loan payment subtracts down to zero; a reversal backs out
      *      the effect of the posting it reverses, while the reversed
      *      original is still replayed. Every account whose
      *      replayed balance differs from AM-Last-Balance is listed
      *      with the difference and the balance recorded on its last
      *      history line, so damage to the master (a bad reload or
      *      rewrite) can be told from a gap in the history. History
      *      lines for accounts not on the master are counted. In
      *      inquiry mode one account's postings with a transaction
      *      date on or before the as-of date are listed with the
      *      running balance, ending with the balance as of that
      *      date. Parameters come from BALPARM.DAT: MODE=PROOF or
      *      INQUIRY (default PROOF), ACCOUNT=account key (required
      *      for INQUIRY), and ASOF=YYYYMMDD (default run date).
      *      MODE=REBUILD runs the proof and also repairs the master:
      *      each out-of-balance account has AM-Last-Balance rewritten
      *      with its replayed balance, and an account with no
      *      AM-Last-Accrual-Date (set up before interest was accrued
      *      on actual balances) is given ASOF as its accrual date, so
      *      IntAcr accrues it from there on. ASOF should then be the
      *      date through which interest has already been credited.
      *      Every rewrite is logged to MNTLOG.DAT as REBLD with its
      *      before and after image. Report BALRPT.DAT.

       Environment division.
       Input-output section.
       File-control.
           select Parm-File assign to "BALPARM.DAT"
               organization is line sequential
               file status is WS-Parm-File-Status.
           select Account-Master assign to "ACCTMAST.DAT"
               organization is indexed
               access is dynamic
               record key is AM-Key
               file status is WS-Master-File-Status.
           select History-File assign to "TRNHIST.DAT"
               organization is line sequential
               file status is WS-History-File-Status.
           select Balance-Report-File assign to "BALRPT.DAT"
               organization is line sequential
               file status is WS-Report-File-Status.
           select Change-Log-File assign to "MNTLOG.DAT"
               organization is line sequential
               file status is WS-Log-File-Status.
           select History-Sort-File assign to "BALSRT1.TMP".
           select Run-Status-File assign to "BALSTA.DAT"
               organization is line sequential
               file status is WS-Status-File-Status.

       Data division.
       File section.
       FD  Parm-File.
       01  Parm-Record         PIC X(80).

       FD  Account-Master.
       copy ACCTMAST.

       FD  History-File.
       01  History-Record      PIC X(132).

       FD  Balance-Report-File.
       01  Balance-Record      PIC X(132).

       FD  Change-Log-File.
       01  Log-Record          PIC X(170).

       FD  Run-Status-File.
       01  Run-Status-Record   PIC X(132).

       SD  History-Sort-File.
       01  Sort-History-Row.
           05  HS-Acct-Key     PIC X(20).
           05  HS-Stamp        PIC X(17).
           05  HS-Seq          PIC 9(9).
           05  HS-Tran-Date    PIC X(8).
           05  HS-Type         PIC X.
           05  HS-Amount       PIC 9(8)V99999.
           05  HS-Rec-Balance  PIC 9(9)V99999.
           05  HS-Orig-Type    PIC X.

       Working-storage section.

       copy TRNHIST.

       01  WS-Parm-File-Status  PIC XX.
       01  WS-Master-File-Status PIC XX.
       01  WS-History-File-Status PIC XX.
       01  WS-Report-File-Status PIC XX.
       01  WS-Log-File-Status   PIC XX.

       01  WS-Parm-Eof        PIC X value "N".
           88  WS-Parm-End-Of-File      value "Y".
       01  WS-Parm-Line       PIC X(80).
       01  WS-Parm-Keyword    PIC X(20).
       01  WS-Parm-Value      PIC X(60).
       01  WS-Parm-Error      PIC X value "N".
           88  WS-Parm-In-Error          value "Y".
       01  WS-Parm-Error-Msg  PIC X(80) value spaces.

       01  WS-Mode            PIC X(8) value "PROOF".
           88  WS-Proof-Mode            value "PROOF".
           88  WS-Inquiry-Mode          value "INQUIRY".
           88  WS-Rebuild-Mode          value "REBUILD".
       01  WS-Inquiry-Key     PIC X(20) value spaces.
       01  WS-As-Of-Date      PIC 9(8) value 0.

       01  WS-History-Eof     PIC X value "N".
           88  WS-History-End-Of-File   value "Y".
       01  WS-History-Line    PIC X(132).
       01  WS-Hist-Seq        PIC 9(9) value 0.
       01  WS-Master-Eof      PIC X value "N".
           88  WS-Master-End-Of-File    value "Y".
       01  WS-Sort-Eof        PIC X value "N".
           88  WS-Sort-End-Of-File      value "Y".
       01  WS-Row-Key         PIC X(20).

       01  WS-Replay-Balance  PIC S9(10)V99999.
       01  WS-Last-Rec-Balance PIC 9(9)V99999.
       01  WS-Difference      PIC S9(10)V99999.
       01  WS-Acct-Postings   PIC 9(7).
       01  WS-Type-Desc       PIC X(12).
       01  WS-Rebuild-Acct    PIC X.
       01  WS-Log-Time        PIC 9(8).
       01  WS-Log-Function    PIC X(6).
       01  WS-Before-Image    PIC X(160).

       01  WS-Report-Date     PIC 9(8).
       01  WS-Report-Title    PIC X(29) value "Balance Proof Report".

       01  WS-Read-Count      PIC 9(7) value 0.
       01  WS-History-Count   PIC 9(9) value 0.
       01  WS-Replayed-Count  PIC 9(9) value 0.
       01  WS-In-Balance-Count PIC 9(7) value 0.
       01  WS-Out-Balance-Count PIC 9(7) value 0.
       01  WS-No-Master-Count PIC 9(7) value 0.
       01  WS-Rebuilt-Count   PIC 9(7) value 0.
       01  WS-Seeded-Count    PIC 9(7) value 0.
       01  WS-Not-Rebuilt-Count PIC 9(7) value 0.
       01  WS-Net-Difference  PIC S9(12)V99999 value 0.
       01  WS-Book-Total      PIC S9(12)V99999 value 0.
       01  WS-Replay-Total    PIC S9(12)V99999 value 0.

       01  WS-Count-Format    PIC ZZZZZZ9.
       01  WS-Ctl-Line-Label  PIC X(27).
       01  WS-Amt-Format      PIC $$,$$$,$$$,$$9.99-.
       01  WS-Amt-Format-2    PIC $$,$$$,$$$,$$9.99-.
       01  WS-Amt-Format-3    PIC $$,$$$,$$$,$$9.99-.
       01  WS-Amt-Format-4    PIC $$,$$$,$$$,$$9.99-.

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

           if WS-Rebuild-Mode
              open i-o Account-Master
           else
              open input Account-Master
           end-if
           if WS-Master-File-Status not = "00"
              Display "Cannot open account master - status "
                  WS-Master-File-Status
              move 8 to WS-Run-RC
              Perform 980-write-run-status
              Stop run
           end-if
           if WS-Rebuild-Mode
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
           end-if

           open output Balance-Report-File
           Perform 200-write-report-heading

           if WS-Inquiry-Mode
              move WS-Inquiry-Key to AM-Key
              read Account-Master
                 invalid key
                    Display "Account not on master: " WS-Inquiry-Key
                    move "  Account not on master" to Balance-Record
                    write Balance-Record
                    move 8 to WS-Run-RC
              end-read
              if WS-Run-RC = 0
                 sort History-Sort-File
                     on ascending key HS-Acct-Key HS-Stamp HS-Seq
                     input procedure is 300-release-history-rows
                     output procedure is 500-account-inquiry
              end-if
           else
              sort History-Sort-File
                  on ascending key HS-Acct-Key HS-Stamp HS-Seq
                  input procedure is 300-release-history-rows
                  output procedure is 400-prove-balances
              Perform 700-write-run-totals
           end-if

           close Account-Master
           close Balance-Report-File
           if WS-Rebuild-Mode
              close Change-Log-File
           end-if

           if WS-Not-Rebuilt-Count > 0
              move 8 to WS-Run-RC
           end-if
           if (WS-Out-Balance-Count > 0 or WS-No-Master-Count > 0)
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

           if WS-Inquiry-Mode and WS-Inquiry-Key = spaces
                 and not WS-Parm-In-Error
              move "Y" to WS-Parm-Error
              move "ACCOUNT is required for MODE=INQUIRY"
                  to WS-Parm-Error-Msg
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
                 when "MODE"
                    move WS-Parm-Value(1:8) to WS-Mode
                    if not WS-Proof-Mode and not WS-Inquiry-Mode
                          and not WS-Rebuild-Mode
                       move "Y" to WS-Parm-Error
                       move "MODE must be PROOF, INQUIRY, or REBUILD"
                           to WS-Parm-Error-Msg
                    end-if
                 when "ACCOUNT"
                    move WS-Parm-Value(1:20) to WS-Inquiry-Key
                 when "ASOF"
                    if WS-Parm-Value(1:8) is numeric
                          and WS-Parm-Value(5:2) >= "01"
                          and WS-Parm-Value(5:2) <= "12"
                       move WS-Parm-Value(1:8) to WS-As-Of-Date
                    else
                       move "Y" to WS-Parm-Error
                       move "ASOF must be a valid YYYYMMDD date"
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
           move spaces to Balance-Record
           if WS-Inquiry-Mode
              string "Balance Inquiry Report       Run Date: "
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
                  into Balance-Record
              end-string
           else
              if WS-Rebuild-Mode
                 move "Balance Rebuild Report" to WS-Report-Title
              end-if
              string WS-Report-Title delimited by size
                  "Run Date: " delimited by size
                  WS-Report-Date(5:2) delimited by size
                  "/" delimited by size
                  WS-Report-Date(7:2) delimited by size
                  "/" delimited by size
                  WS-Report-Date(1:4) delimited by size
                  into Balance-Record
              end-string
           end-if
           write Balance-Record.

       300-release-history-rows.
           open input History-File
           if WS-History-File-Status = "35"
              Display "No transaction history found - "
                  "balances replayed from principal only"
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
                   TH-Link-Stamp TH-Orig-Type
           end-unstring
           add 1 to WS-Hist-Seq
           if WS-Inquiry-Mode
              if TH-Acct-Key = WS-Inquiry-Key
                    and TH-Tran-Date <= WS-As-Of-Date
                 Perform 320-release-sort-row
              end-if
           else
              Perform 320-release-sort-row
           end-if.

       320-release-sort-row.
           add 1 to WS-History-Count
           move TH-Acct-Key to HS-Acct-Key
           move TH-Stamp to HS-Stamp
           move WS-Hist-Seq to HS-Seq
           move TH-Tran-Date to HS-Tran-Date
           move TH-Type to HS-Type
           move TH-Orig-Type to HS-Orig-Type
           compute HS-Amount = function numval(TH-Amount-Text)
           compute HS-Rec-Balance = function numval(TH-Balance-Text)
           release Sort-History-Row.

       400-prove-balances.
           move
               "  Account                       Principal" &
               "          Replayed            Master" &
               "        Difference       Last History  Postings"
               to Balance-Record
           write Balance-Record
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
                    perform 420-prove-account
              end-read
           end-perform
           perform until WS-Sort-End-Of-File
              add 1 to WS-No-Master-Count
              Perform 410-return-history-row
           end-perform

           if WS-Out-Balance-Count = 0
              move "  (all accounts agree with their history)"
                  to Balance-Record
              write Balance-Record
           end-if.

       410-return-history-row.
           return History-Sort-File
              at end
                 set WS-Sort-End-Of-File to true
                 move high-values to WS-Row-Key
              not at end
                 move HS-Acct-Key to WS-Row-Key
           end-return.

       420-prove-account.
           move AM-Principal to WS-Replay-Balance
           move AM-Principal to WS-Last-Rec-Balance
           move 0 to WS-Acct-Postings
           perform until WS-Row-Key >= AM-Key
              add 1 to WS-No-Master-Count
              Display "History for account not on master: "
                  WS-Row-Key
              Perform 410-return-history-row
           end-perform
           perform until WS-Row-Key not = AM-Key
              Perform 430-apply-history-row
              move HS-Rec-Balance to WS-Last-Rec-Balance
              Perform 410-return-history-row
           end-perform

           add AM-Last-Balance to WS-Book-Total
           add WS-Replay-Balance to WS-Replay-Total
           compute WS-Difference = AM-Last-Balance - WS-Replay-Balance
           if WS-Difference = 0
              add 1 to WS-In-Balance-Count
           else
              add 1 to WS-Out-Balance-Count
              add WS-Difference to WS-Net-Difference
              Perform 450-write-difference-line
           end-if
           if WS-Rebuild-Mode
              Perform 440-rebuild-account
           end-if.

       430-apply-history-row.
           add 1 to WS-Acct-Postings
           add 1 to WS-Replayed-Count
           evaluate HS-Type
              when "D"
              when "I"
              when "F"
                 add HS-Amount to WS-Replay-Balance
              when "W"
              when "T"
                 subtract HS-Amount from WS-Replay-Balance
              when "P"
                 if HS-Amount >= WS-Replay-Balance
                    move 0 to WS-Replay-Balance
                 else
                    subtract HS-Amount from WS-Replay-Balance
                 end-if
              when "R"
                 if HS-Orig-Type = "D"
                    subtract HS-Amount from WS-Replay-Balance
                 else
                    add HS-Amount to WS-Replay-Balance
                 end-if
              when other
                 Display "Unknown history type " HS-Type
                     " ignored for " HS-Acct-Key
           end-evaluate.

       440-rebuild-account.
           move "N" to WS-Rebuild-Acct
           move Master-Record to WS-Before-Image
           if WS-Difference not = 0
              if WS-Replay-Balance < 0
                 add 1 to WS-Not-Rebuilt-Count
                 Display "Replayed balance negative - not rebuilt: "
                     AM-Key
              else
                 move WS-Replay-Balance to AM-Last-Balance
                 move "Y" to WS-Rebuild-Acct
              end-if
           end-if
           if AM-Last-Accrual-Date not numeric
              move 0 to AM-Last-Accrual-Date
           end-if
           if AM-Last-Accrual-Date = 0
              move WS-As-Of-Date to AM-Last-Accrual-Date
              move 0 to AM-Accrued-Int
              move "Y" to WS-Rebuild-Acct
              add 1 to WS-Seeded-Count
           end-if

           if WS-Rebuild-Acct = "Y"
              rewrite Master-Record
                 invalid key
                    add 1 to WS-Not-Rebuilt-Count
                    Display "Could not rewrite master for " AM-Key
                        " - status " WS-Master-File-Status
                 not invalid key
                    add 1 to WS-Rebuilt-Count
                    move "REBLD" to WS-Log-Function
                    Perform 460-write-log-entry
              end-rewrite
           end-if.

       450-write-difference-line.
           move AM-Principal to WS-Amt-Format
           move WS-Replay-Balance to WS-Amt-Format-2
           move AM-Last-Balance to WS-Amt-Format-3
           move WS-Difference to WS-Amt-Format-4
           move WS-Acct-Postings to WS-Count-Format
           move spaces to Balance-Record
           string "  " delimited by size
               AM-Key delimited by size
               "  " delimited by size
               WS-Amt-Format delimited by size
               WS-Amt-Format-2 delimited by size
               WS-Amt-Format-3 delimited by size
               WS-Amt-Format-4 delimited by size
               into Balance-Record
           end-string
           move WS-Last-Rec-Balance to WS-Amt-Format
           move WS-Amt-Format to Balance-Record(98:18)
           move WS-Count-Format to Balance-Record(118:7)
           write Balance-Record
           Display "Balance differs: " AM-Key " by " WS-Amt-Format-4.

       460-write-log-entry.
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

       500-account-inquiry.
           add 1 to WS-Read-Count
           if AM-Loan-Product
              move "Loan" to WS-Type-Desc
           else
              move "Investment" to WS-Type-Desc
           end-if
           move AM-Principal to WS-Amt-Format
           move spaces to Balance-Record
           string "  Account: " delimited by size
               AM-Key delimited by size
               "  " delimited by size
               WS-Type-Desc delimited by size
               "  Opened: " delimited by size
               AM-Open-Date(5:2) delimited by size
               "/" delimited by size
               AM-Open-Date(7:2) delimited by size
               "/" delimited by size
               AM-Open-Date(1:4) delimited by size
               "  Opening amount: " delimited by size
               WS-Amt-Format delimited by size
               into Balance-Record
           end-string
           write Balance-Record
           move spaces to Balance-Record
           write Balance-Record
           move
               "  Posted      Tran Date   Type                " &
               "  Amount           Balance"
               to Balance-Record
           write Balance-Record

           move AM-Principal to WS-Replay-Balance
           move 0 to WS-Acct-Postings
           if AM-Open-Date > WS-As-Of-Date
              move 0 to WS-Replay-Balance
           end-if
           move "N" to WS-Sort-Eof
           Perform 410-return-history-row
           perform until WS-Sort-End-Of-File
              Perform 430-apply-history-row
              Perform 510-write-activity-line
              Perform 410-return-history-row
           end-perform

           if WS-Acct-Postings = 0
              move "  (no postings on or before the as-of date)"
                  to Balance-Record
              write Balance-Record
           end-if
           move WS-Replay-Balance to WS-Amt-Format
           move spaces to Balance-Record
           write Balance-Record
           move spaces to Balance-Record
           string "  Balance as of " delimited by size
               WS-As-Of-Date(5:2) delimited by size
               "/" delimited by size
               WS-As-Of-Date(7:2) delimited by size
               "/" delimited by size
               WS-As-Of-Date(1:4) delimited by size
               ": " delimited by size
               WS-Amt-Format delimited by size
               into Balance-Record
           end-string
           write Balance-Record
           Display "Account " function trim(AM-Key)
               " balance as of " WS-As-Of-Date ": " WS-Amt-Format
           move WS-Acct-Postings to WS-Count-Format
           Display "  Postings replayed: " WS-Count-Format.

       510-write-activity-line.
           Perform 520-set-type-description
           move HS-Amount to WS-Amt-Format
           move WS-Replay-Balance to WS-Amt-Format-2
           move spaces to Balance-Record
           string "  " delimited by size
               HS-Stamp(5:2) delimited by size
               "/" delimited by size
               HS-Stamp(7:2) delimited by size
               "/" delimited by size
               HS-Stamp(1:4) delimited by size
               "  " delimited by size
               HS-Tran-Date(5:2) delimited by size
               "/" delimited by size
               HS-Tran-Date(7:2) delimited by size
               "/" delimited by size
               HS-Tran-Date(1:4) delimited by size
               "  " delimited by size
               WS-Type-Desc delimited by size
               WS-Amt-Format delimited by size
               WS-Amt-Format-2 delimited by size
               into Balance-Record
           end-string
           write Balance-Record.

       520-set-type-description.
           evaluate HS-Type
              when "D"
                 move "Deposit" to WS-Type-Desc
              when "W"
                 move "Withdrawal" to WS-Type-Desc
              when "P"
                 move "Payment" to WS-Type-Desc
              when "I"
                 move "Interest" to WS-Type-Desc
              when "T"
                 move "Tax withheld" to WS-Type-Desc
              when "F"
                 move "Late fee" to WS-Type-Desc
              when "R"
                 move "Reversal" to WS-Type-Desc
              when other
                 move HS-Type to WS-Type-Desc
           end-evaluate.

       700-write-run-totals.
           move spaces to Balance-Record
           write Balance-Record
           Display "Balance Proof Control Totals"
           move "Balance Proof Control Totals" to Balance-Record
           write Balance-Record
           move "  Accounts read            " to WS-Ctl-Line-Label
           move WS-Read-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Accounts in balance      " to WS-Ctl-Line-Label
           move WS-In-Balance-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Accounts out of balance  " to WS-Ctl-Line-Label
           move WS-Out-Balance-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  History lines read       " to WS-Ctl-Line-Label
           move WS-History-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  History lines replayed   " to WS-Ctl-Line-Label
           move WS-Replayed-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Lines with no account    " to WS-Ctl-Line-Label
           move WS-No-Master-Count to WS-Count-Format
           Perform 750-write-count-line
           if WS-Rebuild-Mode
              move "  Accounts rewritten       " to WS-Ctl-Line-Label
              move WS-Rebuilt-Count to WS-Count-Format
              Perform 750-write-count-line
              move "  Accrual dates set        " to WS-Ctl-Line-Label
              move WS-Seeded-Count to WS-Count-Format
              Perform 750-write-count-line
              move "  Accounts not rebuilt     " to WS-Ctl-Line-Label
              move WS-Not-Rebuilt-Count to WS-Count-Format
              Perform 750-write-count-line
           end-if
           move "  Master balance total     " to WS-Ctl-Line-Label
           move WS-Book-Total to WS-Amt-Format
           Perform 760-write-amount-line
           move "  Replayed balance total   " to WS-Ctl-Line-Label
           move WS-Replay-Total to WS-Amt-Format
           Perform 760-write-amount-line
           move "  Net difference           " to WS-Ctl-Line-Label
           move WS-Net-Difference to WS-Amt-Format
           Perform 760-write-amount-line.

       750-write-count-line.
           move spaces to Balance-Record
           string WS-Ctl-Line-Label delimited by size
               WS-Count-Format delimited by size
               into Balance-Record
           end-string
           write Balance-Record
           Display WS-Ctl-Line-Label WS-Count-Format.

       760-write-amount-line.
           move spaces to Balance-Record
           string WS-Ctl-Line-Label delimited by size
               WS-Amt-Format delimited by size
               into Balance-Record
           end-string
           write Balance-Record
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
           string "BALPRF," delimited by size
               WS-Start-Stamp delimited by size
               "," delimited by size
               WS-End-Stamp delimited by size
               ",ACCOUNTS=" delimited by size
               WS-Read-Count delimited by size
               ",REPLAYED=" delimited by size
               WS-Replayed-Count delimited by size
               ",OUTOFBAL=" delimited by size
               WS-Out-Balance-Count delimited by size
               ",REBUILT=" delimited by size
               WS-Rebuilt-Count delimited by size
               "," delimited by size
               function trim(WS-Run-Verdict) delimited by size
               ",RC=" delimited by size
               WS-Run-RC delimited by size
               into Run-Status-Record
           end-string
           write Run-Status-Record
           close Run-Status-File
           move WS-Run-RC to return-code.
