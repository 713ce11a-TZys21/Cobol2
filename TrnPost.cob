      *      master balance, rejects transactions for closed or missing
      *      accounts to a suspense file, and writes every posted
      *      transaction to the history file TRNHIST.DAT so each
      *      account's actual activity can be traced. Withdrawals
      *      against dormant accounts are rejected; a deposit to a
      *      dormant account reactivates it, and the reactivation is
      *      logged to MNTLOG.DAT with its before and after image.
      *      A posting already on history can be backed out by a
      *      reversal record (R,account,date,original stamp) or
      *      replaced by a correction record (C,account,date,original
      *      stamp,corrected amount). The original must be a deposit,
      *      withdrawal, or payment on TRNHIST.DAT for that account
      *      and must not already be reversed. The reversal posts the
      *      exact opposite of the original's effect on the balance
      *      as history type R; a correction then posts the original
      *      type again at the corrected amount and transaction date.
      *      The original is flagged as reversed on TRNHIST.DAT and
      *      linked to its reversal, so statements and reports can
      *      leave both out. Reversals and corrections are totalled
      *      apart from the day's deposits, withdrawals, and payments.

       Environment division.
       Input-output section.
           select History-File assign to "TRNHIST.DAT"
               organization is line sequential
               file status is WS-History-File-Status.
           select History-Work-File assign to "TRNHWORK.DAT"
               organization is line sequential
               file status is WS-Work-File-Status.
           select Change-Log-File assign to "MNTLOG.DAT"
               organization is line sequential
               file status is WS-Log-File-Status.
           select Reject-File assign to "TRNREJ.DAT"
               organization is line sequential
               file status is WS-Reject-File-Status.
       FD  History-File.
       01  History-Record      PIC X(132).

       FD  History-Work-File.
       01  History-Work-Record PIC X(132).

       FD  Change-Log-File.
       01  Log-Record          PIC X(170).

       FD  Reject-File.
       01  Reject-Record       PIC X(160).

       01  WS-Tran-File-Status  PIC XX.
       01  WS-Master-File-Status PIC XX.
       01  WS-History-File-Status PIC XX.
       01  WS-Work-File-Status  PIC XX.
       01  WS-Log-File-Status   PIC XX.
       01  WS-Reject-File-Status PIC XX.
       01  WS-Report-File-Status PIC XX.

       01  WS-Report-Date      PIC 9(8).
       01  WS-Post-Time        PIC 9(8).
       01  WS-Last-Post-Time   PIC 9(8) value 0.
       01  WS-Log-Time         PIC 9(8).
       01  WS-Log-Function     PIC X(6).
       01  WS-Before-Image     PIC X(160).
       01  WS-Reactivate       PIC X value "N".
       01  WS-Status-File-Status PIC XX.
       01  WS-Start-Stamp.
           05  WS-Start-Stamp-Date PIC 9(8).
       01  WS-Tran-Amount      PIC S9(8)V99999.
       01  WS-New-Balance      PIC S9(9)V99999.

       copy TRNHIST.

       01  WS-History-Eof      PIC X value "N".
           88  WS-History-End-Of-File   value "Y".
       01  WS-Work-Eof         PIC X value "N".
           88  WS-Work-End-Of-File      value "Y".
       01  WS-History-Line     PIC X(132).

       01  WS-Rev-Kind         PIC X.
           88  WS-Rev-Correction         value "C".
       01  WS-Rev-Stamp        PIC X(17).
       01  WS-Rev-Effect       PIC S9(9)V99999.
       01  WS-Rev-Balance      PIC S9(9)V99999.
       01  WS-Rev-Prior-Bal    PIC S9(9)V99999.
       01  WS-Rev-Count        PIC 9(3) value 0.
       01  WS-Rev-Sub          PIC 9(3).
       01  WS-Rev-Hit          PIC 9(3).
       01  WS-Rev-Table.
           05  WS-Rev-Entry    occurs 500 times.
               10  RV-Acct-Key     PIC X(20).
               10  RV-Stamp        PIC X(17).
               10  RV-Match-Count  PIC 9(3).
               10  RV-Orig-Type    PIC X.
               10  RV-Orig-Date    PIC X(8).
               10  RV-Orig-Amount  PIC 9(8)V99999.
               10  RV-Orig-Balance PIC 9(9)V99999.
               10  RV-Prior-Balance PIC 9(9)V99999.
               10  RV-Prior-Seen   PIC X.
               10  RV-Orig-Flag    PIC X.
               10  RV-Reversal-Stamp PIC X(17).

       01  WS-Tran-Rec-Invalid PIC X value "N".
       01  WS-Tran-Reject-Reason PIC X(60) value spaces.

           05  WS-Total-Deposits   PIC 9(12)V99 value 0.
           05  WS-Total-Withdrawals PIC 9(12)V99 value 0.
           05  WS-Total-Payments   PIC 9(12)V99 value 0.
           05  WS-Reactivate-Count PIC 9(7) value 0.
           05  WS-Reversal-Count   PIC 9(7) value 0.
           05  WS-Correction-Count PIC 9(7) value 0.
           05  WS-Reversed-Total-Count PIC 9(7) value 0.
           05  WS-Total-Reversed   PIC 9(12)V99 value 0.
           05  WS-Total-Corrected  PIC 9(12)V99 value 0.
       01  WS-Ctl-Count-Format PIC ZZZZZZ9.
       01  WS-Ctl-Line-Label   PIC X(27).
       01  WS-Ctl-Amt-Format   PIC $$,$$$,$$$,$$9.99.
       01  WS-Balance-Verdict  PIC X(14).
       01  WS-Balance-Reason   PIC X(60) value spaces.

       01  WS-Hist-Stamp.
           05  WS-Hist-Stamp-Date PIC 9(8).
           05  filler          PIC X value "-".
           05  WS-Hist-Stamp-Time PIC 9(8).
       01  WS-Hist-Type        PIC X.
       01  WS-Hist-Date        PIC X(8).
       01  WS-Hist-Amount      PIC S9(8)V99999.
       01  WS-Hist-Bal         PIC S9(9)V99999.
       01  WS-Hist-Rev-Flag    PIC X.
       01  WS-Hist-Link-Stamp  PIC X(17).
       01  WS-Hist-Orig-Type   PIC X.
       01  WS-Hist-Ptr         PIC 9(3).
       01  WS-Hist-Amt         PIC Z(7)9.99999.
       01  WS-Hist-Balance     PIC Z(8)9.99999.

           accept WS-Start-Stamp-Date from date yyyymmdd
           accept WS-Start-Stamp-Time from time
           accept WS-Report-Date from date yyyymmdd

           open i-o Account-Master
           if WS-Master-File-Status not = "00"
              Stop run
           end-if

           Perform 120-collect-reversal-refs
           if WS-Rev-Count > 0
              Perform 130-scan-history
           end-if

           open extend History-File
           if WS-History-File-Status = "35"
              open output History-File
           end-if
           open extend Change-Log-File
           if WS-Log-File-Status = "35"
              open output Change-Log-File
           end-if
           open output Reject-File
           open output Report-File

           close Tran-Input-File
           close Account-Master
           close History-File
           close Change-Log-File
           close Reject-File
           close Report-File

           if WS-Reversal-Count > 0 or WS-Correction-Count > 0
              Perform 800-flag-reversed-originals
           end-if

           if WS-Reject-Count > 0 and WS-Run-RC = 0
              move 4 to WS-Run-RC
           end-if
                     function numval(WS-Tran-Field-2)
              when "D"
                 Perform 200-process-transaction
              when "R"
              when "C"
                 Perform 250-process-reversal
              when other
                 move WS-Tran-Rec-Type to WS-Acct-Key
                 move "Y" to WS-Tran-Rec-Invalid
                 Perform 600-write-reject-record
           end-evaluate.

       120-collect-reversal-refs.
           perform until WS-Tran-End-Of-File
              read Tran-Input-File into WS-Tran-Line
                 at end
                    set WS-Tran-End-Of-File to true
                 not at end
                    perform 125-note-reversal-ref
              end-read
           end-perform
           close Tran-Input-File
           move "N" to WS-Tran-Eof
           open input Tran-Input-File.

       125-note-reversal-ref.
           move spaces to WS-Tran-Rec-Type
           move spaces to WS-Tran-Field-1
           move spaces to WS-Tran-Field-2
           move spaces to WS-Tran-Field-3
           unstring WS-Tran-Line delimited by ","
              into WS-Tran-Rec-Type WS-Tran-Field-1
                   WS-Tran-Field-2 WS-Tran-Field-3
           end-unstring
           if WS-Tran-Rec-Type = "R" or WS-Tran-Rec-Type = "C"
              move 0 to WS-Rev-Hit
              perform varying WS-Rev-Sub from 1 by 1
                     until WS-Rev-Sub > WS-Rev-Count or WS-Rev-Hit > 0
                 if RV-Acct-Key(WS-Rev-Sub) = WS-Tran-Field-1
                       and RV-Stamp(WS-Rev-Sub) = WS-Tran-Field-3(1:17)
                    move WS-Rev-Sub to WS-Rev-Hit
                 end-if
              end-perform
              if WS-Rev-Hit = 0 and WS-Rev-Count < 500
                 add 1 to WS-Rev-Count
                 move WS-Tran-Field-1 to RV-Acct-Key(WS-Rev-Count)
                 move WS-Tran-Field-3(1:17) to RV-Stamp(WS-Rev-Count)
                 move 0 to RV-Match-Count(WS-Rev-Count)
                 move 0 to RV-Prior-Balance(WS-Rev-Count)
                 move "N" to RV-Prior-Seen(WS-Rev-Count)
                 move space to RV-Orig-Flag(WS-Rev-Count)
                 move spaces to RV-Reversal-Stamp(WS-Rev-Count)
              end-if
           end-if.

       130-scan-history.
           open input History-File
           if WS-History-File-Status = "35"
              continue
           else
              perform until WS-History-End-Of-File
                 read History-File into WS-History-Line
                    at end
                       set WS-History-End-Of-File to true
                    not at end
                       perform 135-match-history-row
                 end-read
              end-perform
              close History-File
           end-if.

       135-match-history-row.
           move spaces to History-Fields
           unstring WS-History-Line delimited by ","
              into TH-Stamp TH-Acct-Key TH-Tran-Date TH-Type
                   TH-Amount-Text TH-Balance-Text TH-Rev-Flag
                   TH-Link-Stamp TH-Orig-Type
           end-unstring
           perform varying WS-Rev-Sub from 1 by 1
                  until WS-Rev-Sub > WS-Rev-Count
              if RV-Acct-Key(WS-Rev-Sub) = TH-Acct-Key
                 if RV-Stamp(WS-Rev-Sub) = TH-Stamp
                    add 1 to RV-Match-Count(WS-Rev-Sub)
                    move TH-Type to RV-Orig-Type(WS-Rev-Sub)
                    move TH-Tran-Date to RV-Orig-Date(WS-Rev-Sub)
                    compute RV-Orig-Amount(WS-Rev-Sub) =
                        function numval(TH-Amount-Text)
                    compute RV-Orig-Balance(WS-Rev-Sub) =
                        function numval(TH-Balance-Text)
                    move TH-Rev-Flag to RV-Orig-Flag(WS-Rev-Sub)
                 else
                    if RV-Match-Count(WS-Rev-Sub) = 0
                       compute RV-Prior-Balance(WS-Rev-Sub) =
                           function numval(TH-Balance-Text)
                       move "Y" to RV-Prior-Seen(WS-Rev-Sub)
                    end-if
                 end-if
              end-if
           end-perform.

       200-process-transaction.
           add 1 to WS-Read-Count
           Perform 300-parse-transaction
                 Perform 600-write-reject-record
              else
                 add 1 to WS-Posted-Count
                 move WS-Tran-Type to WS-Hist-Type
                 move WS-Tran-Date to WS-Hist-Date
                 move WS-Tran-Amount to WS-Hist-Amount
                 move AM-Last-Balance to WS-Hist-Bal
                 move space to WS-Hist-Rev-Flag
                 move spaces to WS-Hist-Link-Stamp
                 move space to WS-Hist-Orig-Type
                 Perform 500-write-history-record
              end-if
           end-if.

       250-process-reversal.
           add 1 to WS-Read-Count
           Perform 350-parse-reversal
           if WS-Tran-Rec-Invalid = "Y"
              Display "Rejected reversal for " WS-Acct-Key
                  ": " WS-Tran-Reject-Reason
              Perform 600-write-reject-record
           else
              Perform 450-apply-reversal
              if WS-Tran-Rec-Invalid = "Y"
                 Display "Rejected reversal for " WS-Acct-Key
                     ": " WS-Tran-Reject-Reason
                 Perform 600-write-reject-record
              else
                 add 1 to WS-Posted-Count
                 Perform 520-write-reversal-history
              end-if
           end-if.

       300-parse-transaction.
           move "N" to WS-Tran-Rec-Invalid
           move spaces to WS-Tran-Reject-Reason
              move "amount not positive" to WS-Tran-Reject-Reason
           end-if

           if WS-Tran-Rec-Invalid not = "Y"
              move WS-Acct-Key to AM-Key
              read Account-Master
                 invalid key
                    move "Y" to WS-Tran-Rec-Invalid
                    move "account not on master"
                        to WS-Tran-Reject-Reason
                 not invalid key
                    if AM-Closed
                       move "Y" to WS-Tran-Rec-Invalid
                       move "account is closed"
                           to WS-Tran-Reject-Reason
                    end-if
                    if AM-Dormant and WS-Tran-Withdrawal
                       move "Y" to WS-Tran-Rec-Invalid
                       move "withdrawal refused - account is dormant"
                           to WS-Tran-Reject-Reason
                    end-if
              end-read
           end-if.

       350-parse-reversal.
           move "N" to WS-Tran-Rec-Invalid
           move spaces to WS-Tran-Reject-Reason
           move WS-Tran-Rec-Type(1:1) to WS-Rev-Kind
           move WS-Tran-Field-1 to WS-Acct-Key
           move WS-Tran-Field-2 to WS-Tran-Date
           move WS-Tran-Field-3(1:17) to WS-Rev-Stamp
           move 0 to WS-Tran-Amount
           if WS-Tran-Field-4 not = spaces
              compute WS-Tran-Amount =
                  function numval(WS-Tran-Field-4)
              add WS-Tran-Amount to WS-Hash-Accum
           end-if

           move 0 to WS-Rev-Hit
           perform varying WS-Rev-Sub from 1 by 1
                  until WS-Rev-Sub > WS-Rev-Count or WS-Rev-Hit > 0
              if RV-Acct-Key(WS-Rev-Sub) = WS-Acct-Key
                    and RV-Stamp(WS-Rev-Sub) = WS-Rev-Stamp
                 move WS-Rev-Sub to WS-Rev-Hit
              end-if
           end-perform

           evaluate true
              when WS-Tran-Date not numeric
                    or WS-Tran-Date(5:2) < "01"
                    or WS-Tran-Date(5:2) > "12"
                 move "Y" to WS-Tran-Rec-Invalid
                 move "transaction date not a valid YYYYMMDD date"
                     to WS-Tran-Reject-Reason
              when WS-Rev-Correction and WS-Tran-Amount <= 0
                 move "Y" to WS-Tran-Rec-Invalid
                 move "corrected amount not positive"
                     to WS-Tran-Reject-Reason
              when WS-Rev-Hit = 0
                 move "Y" to WS-Tran-Rec-Invalid
                 move "too many reversals in one run"
                     to WS-Tran-Reject-Reason
              when RV-Match-Count(WS-Rev-Hit) = 0
                 move "Y" to WS-Tran-Rec-Invalid
                 move "original posting not found in history"
                     to WS-Tran-Reject-Reason
              when RV-Match-Count(WS-Rev-Hit) > 1
                 move "Y" to WS-Tran-Rec-Invalid
                 move "stamp matches more than one posting"
                     to WS-Tran-Reject-Reason
              when RV-Orig-Flag(WS-Rev-Hit) = "X"
                 move "Y" to WS-Tran-Rec-Invalid
                 move "original posting already reversed"
                     to WS-Tran-Reject-Reason
              when RV-Orig-Type(WS-Rev-Hit) not = "D"
                    and RV-Orig-Type(WS-Rev-Hit) not = "W"
                    and RV-Orig-Type(WS-Rev-Hit) not = "P"
                 move "Y" to WS-Tran-Rec-Invalid
                 move "original posting not a D, W, or P"
                     to WS-Tran-Reject-Reason
           end-evaluate

           if WS-Tran-Rec-Invalid not = "Y"
              move WS-Acct-Key to AM-Key
              read Account-Master
           end-if.

       400-apply-transaction.
           move "N" to WS-Reactivate
           evaluate true
              when WS-Tran-Deposit
                 if AM-Loan-Product
                    compute WS-New-Balance =
                        AM-Last-Balance + WS-Tran-Amount
                    add WS-Tran-Amount to WS-Total-Deposits
                    if AM-Dormant
                       move "Y" to WS-Reactivate
                    end-if
                 end-if
              when WS-Tran-Withdrawal
                 if AM-Loan-Product
                 end-if
           end-evaluate

           if WS-Tran-Rec-Invalid not = "Y"
              move Master-Record to WS-Before-Image
              move WS-New-Balance to AM-Last-Balance
              if WS-Reactivate = "Y"
                 move "A" to AM-Status
                 move 0 to AM-Dormant-Date
              end-if
              rewrite Master-Record
                 invalid key
                    move "Y" to WS-Tran-Rec-Invalid
                    move "master rewrite failed"
                        to WS-Tran-Reject-Reason
                    Display "Could not update master balance for "
                        WS-Acct-Key " - status " WS-Master-File-Status
                 not invalid key
                    if WS-Reactivate = "Y"
                       add 1 to WS-Reactivate-Count
                       Display "Dormant account reactivated: "
                           WS-Acct-Key
                       move "REACTV" to WS-Log-Function
                       Perform 550-write-log-entry
                    end-if
              end-rewrite
           end-if.

       450-apply-reversal.
           move RV-Orig-Amount(WS-Rev-Hit) to WS-Rev-Effect
           evaluate RV-Orig-Type(WS-Rev-Hit)
              when "D"
                 compute WS-Rev-Balance =
                     AM-Last-Balance - WS-Rev-Effect
              when "W"
                 compute WS-Rev-Balance =
                     AM-Last-Balance + WS-Rev-Effect
              when "P"
                 if RV-Orig-Balance(WS-Rev-Hit) = 0
                    if RV-Prior-Seen(WS-Rev-Hit) = "Y"
                       move RV-Prior-Balance(WS-Rev-Hit)
                           to WS-Rev-Prior-Bal
                    else
                       move AM-Principal to WS-Rev-Prior-Bal
                    end-if
                    if WS-Rev-Prior-Bal < WS-Rev-Effect
                       move WS-Rev-Prior-Bal to WS-Rev-Effect
                    end-if
                 end-if
                 compute WS-Rev-Balance =
                     AM-Last-Balance + WS-Rev-Effect
           end-evaluate

           move WS-Rev-Balance to WS-New-Balance
           if WS-Rev-Correction
              evaluate RV-Orig-Type(WS-Rev-Hit)
                 when "D"
                    compute WS-New-Balance =
                        WS-Rev-Balance + WS-Tran-Amount
                 when "W"
                    compute WS-New-Balance =
                        WS-Rev-Balance - WS-Tran-Amount
                 when "P"
                    if WS-Tran-Amount >= WS-Rev-Balance
                       move 0 to WS-New-Balance
                    else
                       compute WS-New-Balance =
                           WS-Rev-Balance - WS-Tran-Amount
                    end-if
              end-evaluate
           end-if
           if WS-New-Balance < 0
              move "Y" to WS-Tran-Rec-Invalid
              move "reversal exceeds account balance"
                  to WS-Tran-Reject-Reason
           end-if

           if WS-Tran-Rec-Invalid not = "Y"
              move WS-New-Balance to AM-Last-Balance
              rewrite Master-Record
                        to WS-Tran-Reject-Reason
                    Display "Could not update master balance for "
                        WS-Acct-Key " - status " WS-Master-File-Status
                 not invalid key
                    add WS-Rev-Effect to WS-Total-Reversed
                    if WS-Rev-Correction
                       add 1 to WS-Correction-Count
                       add WS-Tran-Amount to WS-Total-Corrected
                    else
                       add 1 to WS-Reversal-Count
                    end-if
              end-rewrite
           end-if.

       500-write-history-record.
           accept WS-Post-Time from time
           if WS-Post-Time <= WS-Last-Post-Time
              compute WS-Post-Time = WS-Last-Post-Time + 1
           end-if
           move WS-Post-Time to WS-Last-Post-Time
           move WS-Report-Date to WS-Hist-Stamp-Date
           move WS-Post-Time to WS-Hist-Stamp-Time
           move WS-Hist-Amount to WS-Hist-Amt
           move WS-Hist-Bal to WS-Hist-Balance
           move spaces to History-Record
           move 1 to WS-Hist-Ptr
           string WS-Hist-Stamp delimited by size
               "," delimited by size
               function trim(WS-Acct-Key) delimited by size
               "," delimited by size
               WS-Hist-Date delimited by size
               "," delimited by size
               WS-Hist-Type delimited by size
               "," delimited by size
               WS-Hist-Amt delimited by size
               "," delimited by size
               WS-Hist-Balance delimited by size
               into History-Record
               with pointer WS-Hist-Ptr
           end-string
           if WS-Hist-Rev-Flag not = space
              string "," delimited by size
                  WS-Hist-Rev-Flag delimited by size
                  "," delimited by size
                  WS-Hist-Link-Stamp delimited by size
                  into History-Record
                  with pointer WS-Hist-Ptr
              end-string
           end-if
           if WS-Hist-Orig-Type not = space
              string "," delimited by size
                  WS-Hist-Orig-Type delimited by size
                  into History-Record
                  with pointer WS-Hist-Ptr
              end-string
           end-if
           write History-Record.

       520-write-reversal-history.
           move "R" to WS-Hist-Type
           move WS-Tran-Date to WS-Hist-Date
           move WS-Rev-Effect to WS-Hist-Amount
           move WS-Rev-Balance to WS-Hist-Bal
           move "R" to WS-Hist-Rev-Flag
           move WS-Rev-Stamp to WS-Hist-Link-Stamp
           move RV-Orig-Type(WS-Rev-Hit) to WS-Hist-Orig-Type
           Perform 500-write-history-record
           move "X" to RV-Orig-Flag(WS-Rev-Hit)
           move WS-Hist-Stamp to RV-Reversal-Stamp(WS-Rev-Hit)
           if WS-Rev-Correction
              move RV-Orig-Type(WS-Rev-Hit) to WS-Hist-Type
              move RV-Orig-Date(WS-Rev-Hit) to WS-Hist-Date
              move WS-Tran-Amount to WS-Hist-Amount
              move AM-Last-Balance to WS-Hist-Bal
              move "C" to WS-Hist-Rev-Flag
              move WS-Rev-Stamp to WS-Hist-Link-Stamp
              move space to WS-Hist-Orig-Type
              Perform 500-write-history-record
           end-if.

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

       600-write-reject-record.
           add 1 to WS-Reject-Count
           move spaces to Reject-Record
           move "  Transactions rejected    " to WS-Ctl-Line-Label
           move WS-Reject-Count to WS-Ctl-Count-Format
           Perform 750-write-control-count-line
           move "  Dormant reactivated      " to WS-Ctl-Line-Label
           move WS-Reactivate-Count to WS-Ctl-Count-Format
           Perform 750-write-control-count-line
           move "  Reversals posted         " to WS-Ctl-Line-Label
           move WS-Reversal-Count to WS-Ctl-Count-Format
           Perform 750-write-control-count-line
           move "  Corrections posted       " to WS-Ctl-Line-Label
           move WS-Correction-Count to WS-Ctl-Count-Format
           Perform 750-write-control-count-line

           move WS-Total-Deposits to WS-Ctl-Amt-Format
           move spaces to Report-Record
           write Report-Record
           Display "  Total payments           " WS-Ctl-Amt-Format

           move WS-Total-Reversed to WS-Ctl-Amt-Format
           move spaces to Report-Record
           string "  Total reversed           " delimited by size
               WS-Ctl-Amt-Format delimited by size
               into Report-Record
           end-string
           write Report-Record
           Display "  Total reversed           " WS-Ctl-Amt-Format

           move WS-Total-Corrected to WS-Ctl-Amt-Format
           move spaces to Report-Record
           string "  Total corrected postings " delimited by size
               WS-Ctl-Amt-Format delimited by size
               into Report-Record
           end-string
           write Report-Record
           Display "  Total corrected postings " WS-Ctl-Amt-Format

           move spaces to Report-Record
           if WS-Balance-Reason = spaces
              string "  Verdict: " delimited by size
           write Report-Record
           Display WS-Ctl-Line-Label WS-Ctl-Count-Format.

       800-flag-reversed-originals.
           open input History-File
           open output History-Work-File
           if WS-History-File-Status not = "00"
                 or WS-Work-File-Status not = "00"
              Display "Cannot flag reversed postings on history - "
                  "status " WS-History-File-Status " "
                  WS-Work-File-Status
              if WS-History-File-Status = "00"
                 close History-File
              end-if
              if WS-Work-File-Status = "00"
                 close History-Work-File
              end-if
              move 8 to WS-Run-RC
           else
              move "N" to WS-History-Eof
              perform until WS-History-End-Of-File
                 read History-File into WS-History-Line
                    at end
                       set WS-History-End-Of-File to true
                    not at end
                       perform 810-copy-history-line
                 end-read
              end-perform
              close History-File
              close History-Work-File
              Perform 820-copy-back-history
           end-if.

       810-copy-history-line.
           move spaces to History-Fields
           unstring WS-History-Line delimited by ","
              into TH-Stamp TH-Acct-Key TH-Tran-Date TH-Type
                   TH-Amount-Text TH-Balance-Text TH-Rev-Flag
                   TH-Link-Stamp TH-Orig-Type
           end-unstring
           move 0 to WS-Rev-Hit
           perform varying WS-Rev-Sub from 1 by 1
                  until WS-Rev-Sub > WS-Rev-Count or WS-Rev-Hit > 0
              if RV-Acct-Key(WS-Rev-Sub) = TH-Acct-Key
                    and RV-Stamp(WS-Rev-Sub) = TH-Stamp
                    and RV-Reversal-Stamp(WS-Rev-Sub) not = spaces
                 move WS-Rev-Sub to WS-Rev-Hit
              end-if
           end-perform
           if WS-Rev-Hit > 0
              move spaces to WS-History-Line
              string TH-Stamp delimited by size
                  "," delimited by size
                  function trim(TH-Acct-Key) delimited by size
                  "," delimited by size
                  TH-Tran-Date delimited by size
                  "," delimited by size
                  TH-Type delimited by size
                  "," delimited by size
                  TH-Amount-Text delimited by size
                  "," delimited by size
                  TH-Balance-Text delimited by size
                  ",X," delimited by size
                  RV-Reversal-Stamp(WS-Rev-Hit) delimited by size
                  into WS-History-Line
              end-string
           end-if
           move WS-History-Line to History-Work-Record
           write History-Work-Record.

       820-copy-back-history.
           open input History-Work-File
           if WS-Work-File-Status not = "00"
              Display "Cannot reopen TRNHWORK.DAT - status "
                  WS-Work-File-Status
                  " - reversed postings not flagged on history"
              move 8 to WS-Run-RC
           else
              open output History-File
              if WS-History-File-Status not = "00"
                 Display "Cannot rewrite TRNHIST.DAT - status "
                     WS-History-File-Status
                     " - flagged copy left on TRNHWORK.DAT"
                 close History-Work-File
                 move 8 to WS-Run-RC
              else
                 move "N" to WS-Work-Eof
                 perform until WS-Work-End-Of-File
                    read History-Work-File into WS-History-Line
                       at end
                          set WS-Work-End-Of-File to true
                       not at end
                          move WS-History-Line to History-Record
                          write History-Record
                    end-read
                 end-perform
                 close History-File
                 close History-Work-File
              end-if
           end-if.

       980-write-run-status.
           accept WS-End-Stamp-Date from date yyyymmdd
           accept WS-End-Stamp-Time from time
              when other
                 move "FATAL" to WS-Run-Verdict
           end-evaluate
           compute WS-Reversed-Total-Count =
               WS-Reversal-Count + WS-Correction-Count
           open output Run-Status-File
           move spaces to Run-Status-Record
           string "TRNPOST," delimited by size
               WS-Posted-Count delimited by size
               ",REJECTED=" delimited by size
               WS-Reject-Count delimited by size
               ",REVERSED=" delimited by size
               WS-Reversed-Total-Count delimited by size
               "," delimited by size
               function trim(WS-Run-Verdict) delimited by size
               ",RC=" delimited by size
