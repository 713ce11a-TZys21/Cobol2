       Identification Division.
       Program-id.          GlRecon.

      *      Description: Subledger to general ledger reconciliation.
      *      Totals the ACCTMAST.DAT balances (AM-Last-Balance) by
      *      product and compares them with the control balances
      *      received from the GL system (GLCTL.DAT, one line per
      *      product: product,balance,GL date). Movement since the
      *      prior reconciliation (RECPRIOR.DAT, written by the last
      *      run) is explained on both sides: the subledger rolls
      *      forward by the TRNHIST.DAT postings made since the prior
      *      run by type (a reversal nets against the type it backs
      *      out) and by the balances set without a posting, taken
      *      from MNTLOG.DAT (accounts opened by AcctMnt, balances
      *      rewritten by a BalPrf rebuild); the GL rolls forward by
      *      the batches on the cumulative GL posting file GLPHIST.DAT
      *      dated after the prior GL date through the current GL date
      *      (INVINT to investments, LOANINT to loans, debit side).
      *      Any difference either roll-forward does not
      *      explain is listed as an out-of-balance item on RECRPT.DAT,
      *      and the book-to-GL difference is broken down into the
      *      difference carried from the prior run, subledger activity
      *      that was not fed to the GL, and the unexplained amounts.
      *      With no prior run the book-to-GL difference itself is the
      *      out-of-balance item. The run then writes a new
      *      RECPRIOR.DAT for the next one; a product with no GL
      *      control balance, or a GL control file with no valid GL
      *      date, carries the prior GL balance or date forward
      *      rather than replacing it. The tolerance for
      *      out-of-balance items comes from RECPARM.DAT
      *      (TOLERANCE=amount, default 0.00).

       Environment division.
       Input-output section.
       File-control.
           select Parm-File assign to "RECPARM.DAT"
               organization is line sequential
               file status is WS-Parm-File-Status.
           select GL-Control-File assign to "GLCTL.DAT"
               organization is line sequential
               file status is WS-GL-Ctl-File-Status.
           select Prior-Recon-File assign to "RECPRIOR.DAT"
               organization is line sequential
               file status is WS-Prior-File-Status.
           select Account-Master assign to "ACCTMAST.DAT"
               organization is indexed
               access is dynamic
               record key is AM-Key
               file status is WS-Master-File-Status.
           select History-File assign to "TRNHIST.DAT"
               organization is line sequential
               file status is WS-History-File-Status.
           select Change-Log-File assign to "MNTLOG.DAT"
               organization is line sequential
               file status is WS-Log-File-Status.
           select GL-Post-File assign to "GLPHIST.DAT"
               organization is line sequential
               file status is WS-GL-Post-File-Status.
           select Recon-Report-File assign to "RECRPT.DAT"
               organization is line sequential
               file status is WS-Report-File-Status.
           select Run-Status-File assign to "RECSTA.DAT"
               organization is line sequential
               file status is WS-Status-File-Status.

       Data division.
       File section.
       FD  Parm-File.
       01  Parm-Record         PIC X(80).

       FD  GL-Control-File.
       01  GL-Control-Record   PIC X(80).

       FD  Prior-Recon-File.
       01  Prior-Recon-Record  PIC X(132).

       FD  Account-Master.
       copy ACCTMAST.

       FD  History-File.
       01  History-Record      PIC X(132).

       FD  Change-Log-File.
       01  Log-Record          PIC X(170).

       FD  GL-Post-File.
       01  GL-Post-Record      PIC X(80).

       FD  Recon-Report-File.
       01  Recon-Record        PIC X(132).

       FD  Run-Status-File.
       01  Run-Status-Record   PIC X(132).

       Working-storage section.

       copy TRNHIST.

       01  WS-Parm-File-Status  PIC XX.
       01  WS-GL-Ctl-File-Status PIC XX.
       01  WS-Prior-File-Status PIC XX.
       01  WS-Master-File-Status PIC XX.
       01  WS-History-File-Status PIC XX.
       01  WS-Log-File-Status   PIC XX.
       01  WS-GL-Post-File-Status PIC XX.
       01  WS-Report-File-Status PIC XX.

       01  WS-Parm-Eof        PIC X value "N".
           88  WS-Parm-End-Of-File      value "Y".
       01  WS-Parm-Line       PIC X(80).
       01  WS-Parm-Keyword    PIC X(20).
       01  WS-Parm-Value      PIC X(60).
       01  WS-Parm-Error      PIC X value "N".
           88  WS-Parm-In-Error          value "Y".
       01  WS-Parm-Error-Msg  PIC X(80) value spaces.
       01  WS-Tolerance       PIC 9(6)V99 value 0.

       01  WS-Input-Eof       PIC X value "N".
           88  WS-Input-End-Of-File     value "Y".
       01  WS-Input-Line      PIC X(132).
       01  WS-Input-Field-1   PIC X(20).
       01  WS-Input-Field-2   PIC X(20).
       01  WS-Input-Field-3   PIC X(20).
       01  WS-Input-Field-4   PIC X(20).
       01  WS-Input-Field-5   PIC X(20).

       01  WS-Master-Eof      PIC X value "N".
           88  WS-Master-End-Of-File    value "Y".

       01  WS-Prior-Found     PIC X value "N".
           88  WS-Have-Prior             value "Y".
       01  WS-Prior-Stamp     PIC X(17) value low-values.
       01  WS-Prior-GL-Date   PIC 9(8) value 0.
       01  WS-Current-GL-Date PIC 9(8) value 0.
       01  WS-Batch-Date      PIC 9(8) value 0.
       01  WS-Batch-In-Range  PIC X value "N".
       01  WS-Log-Line        PIC X(170).
       01  WS-Log-Function    PIC X(6).
       01  WS-Log-Pending     PIC X value "N".
       01  WS-Log-Before-Balance PIC 9(8)V99999.

       01  WS-Product-Totals.
           05  WS-Product-Entry occurs 2 times.
               10  RP-Product      PIC X.
               10  RP-Title        PIC X(12).
               10  RP-Prior-Book   PIC S9(13)V99.
               10  RP-Prior-GL     PIC S9(13)V99.
               10  RP-Book-Actual  PIC S9(13)V99999.
               10  RP-GL-Actual    PIC S9(13)V99.
               10  RP-GL-Found     PIC X.
               10  RP-Mov-Deposit  PIC S9(13)V99999.
               10  RP-Mov-Withdraw PIC S9(13)V99999.
               10  RP-Mov-Payment  PIC S9(13)V99999.
               10  RP-Mov-Interest PIC S9(13)V99999.
               10  RP-Mov-Tax      PIC S9(13)V99999.
               10  RP-Mov-Fee      PIC S9(13)V99999.
               10  RP-Mov-Opened   PIC S9(13)V99999.
               10  RP-Mov-Rebuild  PIC S9(13)V99999.
               10  RP-GL-Movement  PIC S9(13)V99.
       01  WS-Prod-Sub        PIC 9.
       01  WS-Row-Amount      PIC 9(8)V99999.

       01  WS-Book-Movement   PIC S9(13)V99.
       01  WS-Book-Expected   PIC S9(13)V99.
       01  WS-Book-Rounded    PIC S9(13)V99.
       01  WS-GL-Expected     PIC S9(13)V99.
       01  WS-Book-Diff       PIC S9(13)V99.
       01  WS-GL-Diff         PIC S9(13)V99.
       01  WS-Current-Diff    PIC S9(13)V99.
       01  WS-Prior-Diff      PIC S9(13)V99.
       01  WS-Not-Fed         PIC S9(13)V99.
       01  WS-Unexplained     PIC S9(13)V99.
       01  WS-Check-Amount    PIC S9(13)V99.

       01  WS-Report-Date     PIC 9(8).
       01  WS-Account-Count   PIC 9(7) value 0.
       01  WS-History-Count   PIC 9(7) value 0.
       01  WS-Log-Count       PIC 9(7) value 0.
       01  WS-Unknown-Count   PIC 9(7) value 0.
       01  WS-Batch-Count     PIC 9(7) value 0.
       01  WS-Out-Of-Balance-Count PIC 9(7) value 0.

       01  WS-Count-Format    PIC ZZZZZZ9.
       01  WS-Ctl-Line-Label  PIC X(27).
       01  WS-Amt-Format      PIC $$$,$$$,$$$,$$9.99-.
       01  WS-Prior-Balance-Text PIC -(13)9.99.
       01  WS-Prior-GL-Text   PIC -(13)9.99.

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

           initialize WS-Product-Totals
           move "I" to RP-Product(1)
           move "Investments" to RP-Title(1)
           move "L" to RP-Product(2)
           move "Loans" to RP-Title(2)

           Perform 100-load-parameters
           Perform 150-load-gl-control
           Perform 170-load-prior-recon

           open input Account-Master
           if WS-Master-File-Status not = "00"
              Display "Cannot open account master - status "
                  WS-Master-File-Status
              move 8 to WS-Run-RC
              Perform 980-write-run-status
              Stop run
           end-if

           Perform 200-total-subledger
           if WS-Have-Prior
              Perform 300-total-history-activity
              Perform 330-total-log-activity
              Perform 400-total-gl-batches
           end-if
           close Account-Master

           open output Recon-Report-File
           Perform 500-write-report-heading
           perform varying WS-Prod-Sub from 1 by 1
                  until WS-Prod-Sub > 2
              Perform 600-reconcile-product
           end-perform
           Perform 700-write-run-totals
           close Recon-Report-File

           Perform 800-write-prior-recon

           if WS-Out-Of-Balance-Count > 0 and WS-Run-RC = 0
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
                 when "TOLERANCE"
                    if function test-numval(WS-Parm-Value) = 0
                       compute WS-Tolerance =
                           function numval(WS-Parm-Value)
                    else
                       move "Y" to WS-Parm-Error
                       move "TOLERANCE must be an amount"
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

       150-load-gl-control.
           open input GL-Control-File
           if WS-GL-Ctl-File-Status not = "00"
              Display "Cannot open GL control file - status "
                  WS-GL-Ctl-File-Status
              move 8 to WS-Run-RC
              Perform 980-write-run-status
              Stop run
           end-if
           move "N" to WS-Input-Eof
           perform until WS-Input-End-Of-File
              read GL-Control-File into WS-Input-Line
                 at end
                    set WS-Input-End-Of-File to true
                 not at end
                    perform 155-apply-gl-control-record
              end-read
           end-perform
           close GL-Control-File.

       155-apply-gl-control-record.
           if WS-Input-Line = spaces or WS-Input-Line(1:1) = "*"
              continue
           else
              move spaces to WS-Input-Field-1
              move spaces to WS-Input-Field-2
              move spaces to WS-Input-Field-3
              unstring WS-Input-Line delimited by ","
                 into WS-Input-Field-1 WS-Input-Field-2
                      WS-Input-Field-3
              end-unstring
              move 0 to WS-Prod-Sub
              evaluate WS-Input-Field-1
                 when "I"
                    move 1 to WS-Prod-Sub
                 when "L"
                    move 2 to WS-Prod-Sub
                 when other
                    Display "GL control line ignored: "
                        function trim(WS-Input-Line)
              end-evaluate
              if WS-Prod-Sub > 0
                 if function test-numval(WS-Input-Field-2) = 0
                    compute RP-GL-Actual(WS-Prod-Sub) =
                        function numval(WS-Input-Field-2)
                    move "Y" to RP-GL-Found(WS-Prod-Sub)
                 else
                    Display "GL control balance not numeric: "
                        function trim(WS-Input-Line)
                 end-if
                 if WS-Input-Field-3(1:8) is numeric
                       and WS-Input-Field-3(1:8) > WS-Current-GL-Date
                    move WS-Input-Field-3(1:8) to WS-Current-GL-Date
                 end-if
              end-if
           end-if.

       170-load-prior-recon.
           open input Prior-Recon-File
           if WS-Prior-File-Status = "35"
              Display "No prior reconciliation - "
                  "this run establishes the starting point"
           else
              move "N" to WS-Input-Eof
              perform until WS-Input-End-Of-File
                 read Prior-Recon-File into WS-Input-Line
                    at end
                       set WS-Input-End-Of-File to true
                    not at end
                       perform 175-apply-prior-record
                 end-read
              end-perform
              close Prior-Recon-File
           end-if.

       175-apply-prior-record.
           if WS-Input-Line = spaces or WS-Input-Line(1:1) = "*"
              continue
           else
              move spaces to WS-Input-Field-1
              move spaces to WS-Input-Field-2
              move spaces to WS-Input-Field-3
              move spaces to WS-Input-Field-4
              move spaces to WS-Input-Field-5
              unstring WS-Input-Line delimited by ","
                 into WS-Input-Field-1 WS-Input-Field-2
                      WS-Input-Field-3 WS-Input-Field-4
                      WS-Input-Field-5
              end-unstring
              move 0 to WS-Prod-Sub
              evaluate WS-Input-Field-1
                 when "I"
                    move 1 to WS-Prod-Sub
                 when "L"
                    move 2 to WS-Prod-Sub
              end-evaluate
              if WS-Prod-Sub > 0
                 move "Y" to WS-Prior-Found
                 compute RP-Prior-Book(WS-Prod-Sub) =
                     function numval(WS-Input-Field-2)
                 compute RP-Prior-GL(WS-Prod-Sub) =
                     function numval(WS-Input-Field-3)
                 if WS-Input-Field-4(1:8) is numeric
                    move WS-Input-Field-4(1:8) to WS-Prior-GL-Date
                 end-if
                 move WS-Input-Field-5(1:17) to WS-Prior-Stamp
              end-if
           end-if.

       200-total-subledger.
           perform until WS-Master-End-Of-File
              read Account-Master next record
                 at end
                    set WS-Master-End-Of-File to true
                 not at end
                    add 1 to WS-Account-Count
                    if AM-Loan-Product
                       add AM-Last-Balance to RP-Book-Actual(2)
                    else
                       add AM-Last-Balance to RP-Book-Actual(1)
                    end-if
              end-read
           end-perform.

       300-total-history-activity.
           open input History-File
           if WS-History-File-Status = "35"
              continue
           else
              move "N" to WS-Input-Eof
              perform until WS-Input-End-Of-File
                 read History-File into WS-Input-Line
                    at end
                       set WS-Input-End-Of-File to true
                    not at end
                       perform 310-total-history-row
                 end-read
              end-perform
              close History-File
           end-if.

       310-total-history-row.
           move spaces to History-Fields
           unstring WS-Input-Line delimited by ","
              into TH-Stamp TH-Acct-Key TH-Tran-Date TH-Type
                   TH-Amount-Text TH-Balance-Text TH-Rev-Flag
                   TH-Link-Stamp TH-Orig-Type
           end-unstring
           if TH-Stamp > WS-Prior-Stamp
              add 1 to WS-History-Count
              move TH-Acct-Key to AM-Key
              read Account-Master
                 invalid key
                    add 1 to WS-Unknown-Count
                    Display "History for account not on master: "
                        function trim(WS-Input-Line)
                 not invalid key
                    if AM-Loan-Product
                       move 2 to WS-Prod-Sub
                    else
                       move 1 to WS-Prod-Sub
                    end-if
                    compute WS-Row-Amount =
                        function numval(TH-Amount-Text)
                    evaluate true
                       when TH-Deposit
                          add WS-Row-Amount
                              to RP-Mov-Deposit(WS-Prod-Sub)
                       when TH-Withdrawal
                          add WS-Row-Amount
                              to RP-Mov-Withdraw(WS-Prod-Sub)
                       when TH-Payment
                          add WS-Row-Amount
                              to RP-Mov-Payment(WS-Prod-Sub)
                       when TH-Interest
                          add WS-Row-Amount
                              to RP-Mov-Interest(WS-Prod-Sub)
                       when TH-Tax-Withheld
                          add WS-Row-Amount
                              to RP-Mov-Tax(WS-Prod-Sub)
                       when TH-Late-Fee
                          add WS-Row-Amount
                              to RP-Mov-Fee(WS-Prod-Sub)
                       when TH-Reversal
                          perform 320-total-reversal-row
                       when other
                          add 1 to WS-Unknown-Count
                          Display "History type not recognised: "
                              function trim(WS-Input-Line)
                    end-evaluate
              end-read
           end-if.

       320-total-reversal-row.
           evaluate TH-Orig-Type
              when "D"
                 subtract WS-Row-Amount
                     from RP-Mov-Deposit(WS-Prod-Sub)
              when "W"
                 subtract WS-Row-Amount
                     from RP-Mov-Withdraw(WS-Prod-Sub)
              when "P"
                 subtract WS-Row-Amount
                     from RP-Mov-Payment(WS-Prod-Sub)
              when other
                 add 1 to WS-Unknown-Count
                 Display "Reversal of unrecognised type: "
                     function trim(WS-Input-Line)
           end-evaluate.

       330-total-log-activity.
           open input Change-Log-File
           if WS-Log-File-Status = "35"
              continue
           else
              move "N" to WS-Input-Eof
              move "N" to WS-Log-Pending
              perform until WS-Input-End-Of-File
                 read Change-Log-File into WS-Log-Line
                    at end
                       set WS-Input-End-Of-File to true
                    not at end
                       perform 335-total-log-line
                 end-read
              end-perform
              close Change-Log-File
           end-if.

       335-total-log-line.
           evaluate true
              when WS-Log-Line(1:9) = "  BEFORE "
                 if WS-Log-Pending = "Y"
                    move WS-Log-Line(10:152) to Master-Record
                    if AM-Last-Balance is numeric
                       move AM-Last-Balance to WS-Log-Before-Balance
                    else
                       move 0 to WS-Log-Before-Balance
                    end-if
                 end-if
              when WS-Log-Line(1:9) = "  AFTER  "
                 if WS-Log-Pending = "Y"
                    move "N" to WS-Log-Pending
                    move WS-Log-Line(10:152) to Master-Record
                    Perform 340-total-log-change
                 end-if
              when other
                 move "N" to WS-Log-Pending
                 move WS-Log-Line(19:6) to WS-Log-Function
                 if WS-Log-Line(1:17) > WS-Prior-Stamp
                       and (WS-Log-Function = "ADD"
                         or WS-Log-Function = "REBLD")
                    move "Y" to WS-Log-Pending
                    move 0 to WS-Log-Before-Balance
                 end-if
           end-evaluate.

       340-total-log-change.
           if AM-Last-Balance is not numeric
              add 1 to WS-Unknown-Count
              Display "Change log balance not numeric: " AM-Key
           else
              add 1 to WS-Log-Count
              if AM-Loan-Product
                 move 2 to WS-Prod-Sub
              else
                 move 1 to WS-Prod-Sub
              end-if
              if WS-Log-Function = "ADD"
                 add AM-Last-Balance to RP-Mov-Opened(WS-Prod-Sub)
              else
                 compute RP-Mov-Rebuild(WS-Prod-Sub) =
                     RP-Mov-Rebuild(WS-Prod-Sub)
                     + AM-Last-Balance - WS-Log-Before-Balance
              end-if
           end-if.

       400-total-gl-batches.
           open input GL-Post-File
           if WS-GL-Post-File-Status = "35"
              continue
           else
              move "N" to WS-Input-Eof
              perform until WS-Input-End-Of-File
                 read GL-Post-File into WS-Input-Line
                    at end
                       set WS-Input-End-Of-File to true
                    not at end
                       perform 410-total-gl-post-row
                 end-read
              end-perform
              close GL-Post-File
           end-if.

       410-total-gl-post-row.
           move spaces to WS-Input-Field-1
           move spaces to WS-Input-Field-2
           move spaces to WS-Input-Field-3
           move spaces to WS-Input-Field-4
           move spaces to WS-Input-Field-5
           unstring WS-Input-Line delimited by ","
              into WS-Input-Field-1 WS-Input-Field-2
                   WS-Input-Field-3 WS-Input-Field-4
                   WS-Input-Field-5
           end-unstring
           evaluate WS-Input-Field-1
              when "H"
                 move "N" to WS-Batch-In-Range
                 if WS-Input-Field-2(1:8) is numeric
                    move WS-Input-Field-2(1:8) to WS-Batch-Date
                    if WS-Batch-Date > WS-Prior-GL-Date
                          and WS-Batch-Date <= WS-Current-GL-Date
                       move "Y" to WS-Batch-In-Range
                       add 1 to WS-Batch-Count
                    end-if
                 end-if
              when "D"
                 if WS-Batch-In-Range = "Y"
                       and WS-Input-Field-3 = "DR"
                    evaluate WS-Input-Field-5
                       when "INVINT"
                          compute RP-GL-Movement(1) =
                              RP-GL-Movement(1) +
                              function numval(WS-Input-Field-4)
                       when "LOANINT"
                          compute RP-GL-Movement(2) =
                              RP-GL-Movement(2) +
                              function numval(WS-Input-Field-4)
                       when other
                          Display "GL posting not mapped to product: "
                              function trim(WS-Input-Line)
                    end-evaluate
                 end-if
              when other
                 continue
           end-evaluate.

       500-write-report-heading.
           move spaces to Recon-Record
           string "GL Reconciliation Report     Run Date: "
                  delimited by size
               WS-Report-Date(5:2) delimited by size
               "/" delimited by size
               WS-Report-Date(7:2) delimited by size
               "/" delimited by size
               WS-Report-Date(1:4) delimited by size
               "   GL Date: " delimited by size
               WS-Current-GL-Date(5:2) delimited by size
               "/" delimited by size
               WS-Current-GL-Date(7:2) delimited by size
               "/" delimited by size
               WS-Current-GL-Date(1:4) delimited by size
               into Recon-Record
           end-string
           write Recon-Record
           move spaces to Recon-Record
           if WS-Have-Prior
              string "Movement since prior run " delimited by size
                  WS-Prior-Stamp delimited by size
                  "   Prior GL Date: " delimited by size
                  WS-Prior-GL-Date(5:2) delimited by size
                  "/" delimited by size
                  WS-Prior-GL-Date(7:2) delimited by size
                  "/" delimited by size
                  WS-Prior-GL-Date(1:4) delimited by size
                  into Recon-Record
              end-string
           else
              move "No prior reconciliation - balances compared only"
                  to Recon-Record
           end-if
           write Recon-Record.

       600-reconcile-product.
           move spaces to Recon-Record
           write Recon-Record
           move spaces to Recon-Record
           string RP-Title(WS-Prod-Sub) delimited by space
               " (product " delimited by size
               RP-Product(WS-Prod-Sub) delimited by size
               ")" delimited by size
               into Recon-Record
           end-string
           write Recon-Record
           compute WS-Book-Rounded rounded =
               RP-Book-Actual(WS-Prod-Sub)

           if WS-Have-Prior
              move "  Subledger prior balance" to WS-Ctl-Line-Label
              move RP-Prior-Book(WS-Prod-Sub) to WS-Amt-Format
              Perform 760-write-amount-line
              if WS-Prod-Sub = 1
                 move "    + Deposits" to WS-Ctl-Line-Label
                 move RP-Mov-Deposit(WS-Prod-Sub) to WS-Amt-Format
                 Perform 760-write-amount-line
                 move "    - Withdrawals" to WS-Ctl-Line-Label
                 move RP-Mov-Withdraw(WS-Prod-Sub) to WS-Amt-Format
                 Perform 760-write-amount-line
                 move "    + Interest credited" to WS-Ctl-Line-Label
                 move RP-Mov-Interest(WS-Prod-Sub) to WS-Amt-Format
                 Perform 760-write-amount-line
                 move "    - Tax withheld" to WS-Ctl-Line-Label
                 move RP-Mov-Tax(WS-Prod-Sub) to WS-Amt-Format
                 Perform 760-write-amount-line
                 Perform 610-write-log-movement
                 compute WS-Book-Movement rounded =
                     RP-Mov-Deposit(WS-Prod-Sub)
                     - RP-Mov-Withdraw(WS-Prod-Sub)
                     + RP-Mov-Interest(WS-Prod-Sub)
                     - RP-Mov-Tax(WS-Prod-Sub)
                     + RP-Mov-Fee(WS-Prod-Sub)
                     - RP-Mov-Payment(WS-Prod-Sub)
                     + RP-Mov-Opened(WS-Prod-Sub)
                     + RP-Mov-Rebuild(WS-Prod-Sub)
              else
                 move "    - Payments" to WS-Ctl-Line-Label
                 move RP-Mov-Payment(WS-Prod-Sub) to WS-Amt-Format
                 Perform 760-write-amount-line
                 move "    + Interest charged" to WS-Ctl-Line-Label
                 move RP-Mov-Interest(WS-Prod-Sub) to WS-Amt-Format
                 Perform 760-write-amount-line
                 move "    + Late fees" to WS-Ctl-Line-Label
                 move RP-Mov-Fee(WS-Prod-Sub) to WS-Amt-Format
                 Perform 760-write-amount-line
                 Perform 610-write-log-movement
                 compute WS-Book-Movement rounded =
                     RP-Mov-Interest(WS-Prod-Sub)
                     + RP-Mov-Fee(WS-Prod-Sub)
                     - RP-Mov-Payment(WS-Prod-Sub)
                     + RP-Mov-Deposit(WS-Prod-Sub)
                     - RP-Mov-Withdraw(WS-Prod-Sub)
                     + RP-Mov-Opened(WS-Prod-Sub)
                     + RP-Mov-Rebuild(WS-Prod-Sub)
              end-if
              compute WS-Book-Expected =
                  RP-Prior-Book(WS-Prod-Sub) + WS-Book-Movement
              move "  Subledger expected" to WS-Ctl-Line-Label
              move WS-Book-Expected to WS-Amt-Format
              Perform 760-write-amount-line
           end-if

           move "  Subledger actual balance" to WS-Ctl-Line-Label
           move WS-Book-Rounded to WS-Amt-Format
           Perform 760-write-amount-line

           if WS-Have-Prior
              compute WS-Book-Diff = WS-Book-Rounded - WS-Book-Expected
              move WS-Book-Diff to WS-Check-Amount
              move "  Subledger unexplained" to WS-Ctl-Line-Label
              Perform 650-write-check-line
           end-if

           move spaces to Recon-Record
           write Recon-Record
           if WS-Have-Prior
              move "  GL prior balance" to WS-Ctl-Line-Label
              move RP-Prior-GL(WS-Prod-Sub) to WS-Amt-Format
              Perform 760-write-amount-line
              move "    + GL posting batches" to WS-Ctl-Line-Label
              move RP-GL-Movement(WS-Prod-Sub) to WS-Amt-Format
              Perform 760-write-amount-line
              compute WS-GL-Expected =
                  RP-Prior-GL(WS-Prod-Sub) + RP-GL-Movement(WS-Prod-Sub)
              move "  GL expected balance" to WS-Ctl-Line-Label
              move WS-GL-Expected to WS-Amt-Format
              Perform 760-write-amount-line
           end-if

           if RP-GL-Found(WS-Prod-Sub) not = "Y"
              add 1 to WS-Out-Of-Balance-Count
              move "  GL control balance" to WS-Ctl-Line-Label
              move spaces to Recon-Record
              string WS-Ctl-Line-Label delimited by size
                  "MISSING" delimited by size
                  into Recon-Record
              end-string
              write Recon-Record
              Display RP-Title(WS-Prod-Sub)
                  " - GL control balance missing"
           else
              move "  GL control balance" to WS-Ctl-Line-Label
              move RP-GL-Actual(WS-Prod-Sub) to WS-Amt-Format
              Perform 760-write-amount-line
           end-if

           if WS-Have-Prior
              compute WS-GL-Diff =
                  RP-GL-Actual(WS-Prod-Sub) - WS-GL-Expected
              move WS-GL-Diff to WS-Check-Amount
              move "  GL unexplained" to WS-Ctl-Line-Label
              Perform 650-write-check-line
           end-if

           move spaces to Recon-Record
           write Recon-Record
           compute WS-Current-Diff =
               WS-Book-Rounded - RP-GL-Actual(WS-Prod-Sub)
           move "  Subledger less GL" to WS-Ctl-Line-Label
           move WS-Current-Diff to WS-Amt-Format
           Perform 760-write-amount-line
           if WS-Have-Prior
              compute WS-Prior-Diff =
                  RP-Prior-Book(WS-Prod-Sub) - RP-Prior-GL(WS-Prod-Sub)
              move "    Carried from prior run" to WS-Ctl-Line-Label
              move WS-Prior-Diff to WS-Amt-Format
              Perform 760-write-amount-line
              compute WS-Not-Fed =
                  WS-Book-Movement - RP-GL-Movement(WS-Prod-Sub)
              move "    Activity not fed to GL" to WS-Ctl-Line-Label
              move WS-Not-Fed to WS-Amt-Format
              Perform 760-write-amount-line
              compute WS-Unexplained = WS-Book-Diff - WS-GL-Diff
              move "    Unexplained (see above)" to WS-Ctl-Line-Label
              move WS-Unexplained to WS-Amt-Format
              Perform 760-write-amount-line
           else
              move WS-Current-Diff to WS-Check-Amount
              move "    Difference unexplained" to WS-Ctl-Line-Label
              Perform 650-write-check-line
           end-if.

       610-write-log-movement.
           move "    + New accounts opened" to WS-Ctl-Line-Label
           move RP-Mov-Opened(WS-Prod-Sub) to WS-Amt-Format
           Perform 760-write-amount-line
           move "    +/- Balance rebuilds" to WS-Ctl-Line-Label
           move RP-Mov-Rebuild(WS-Prod-Sub) to WS-Amt-Format
           Perform 760-write-amount-line.

       650-write-check-line.
           move WS-Check-Amount to WS-Amt-Format
           move spaces to Recon-Record
           if WS-Check-Amount > WS-Tolerance
                 or WS-Check-Amount < 0 - WS-Tolerance
              add 1 to WS-Out-Of-Balance-Count
              string WS-Ctl-Line-Label delimited by size
                  WS-Amt-Format delimited by size
                  "  *** OUT OF BALANCE ***" delimited by size
                  into Recon-Record
              end-string
              Display RP-Title(WS-Prod-Sub) " "
                  function trim(WS-Ctl-Line-Label) " "
                  WS-Amt-Format " OUT OF BALANCE"
           else
              string WS-Ctl-Line-Label delimited by size
                  WS-Amt-Format delimited by size
                  into Recon-Record
              end-string
           end-if
           write Recon-Record.

       700-write-run-totals.
           move spaces to Recon-Record
           write Recon-Record
           move "Reconciliation Control Totals" to Recon-Record
           write Recon-Record
           Display "Reconciliation Control Totals"

           move "  Accounts read" to WS-Ctl-Line-Label
           move WS-Account-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Postings since prior run" to WS-Ctl-Line-Label
           move WS-History-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Opened or rebuilt" to WS-Ctl-Line-Label
           move WS-Log-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Postings not reconciled" to WS-Ctl-Line-Label
           move WS-Unknown-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  GL batches applied" to WS-Ctl-Line-Label
           move WS-Batch-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Out-of-balance items" to WS-Ctl-Line-Label
           move WS-Out-Of-Balance-Count to WS-Count-Format
           Perform 750-write-count-line.

       750-write-count-line.
           move spaces to Recon-Record
           string WS-Ctl-Line-Label delimited by size
               WS-Count-Format delimited by size
               into Recon-Record
           end-string
           write Recon-Record
           Display WS-Ctl-Line-Label WS-Count-Format.

       760-write-amount-line.
           move spaces to Recon-Record
           string WS-Ctl-Line-Label delimited by size
               WS-Amt-Format delimited by size
               into Recon-Record
           end-string
           write Recon-Record.

       800-write-prior-recon.
           if WS-Current-GL-Date = 0
              move WS-Prior-GL-Date to WS-Current-GL-Date
           end-if
           open output Prior-Recon-File
           perform varying WS-Prod-Sub from 1 by 1
                  until WS-Prod-Sub > 2
              compute WS-Book-Rounded rounded =
                  RP-Book-Actual(WS-Prod-Sub)
              move WS-Book-Rounded to WS-Prior-Balance-Text
              if RP-GL-Found(WS-Prod-Sub) = "Y"
                 move RP-GL-Actual(WS-Prod-Sub) to WS-Prior-GL-Text
              else
                 move RP-Prior-GL(WS-Prod-Sub) to WS-Prior-GL-Text
              end-if
              move spaces to Prior-Recon-Record
              string RP-Product(WS-Prod-Sub) delimited by size
                  "," delimited by size
                  WS-Prior-Balance-Text delimited by size
                  "," delimited by size
                  WS-Prior-GL-Text delimited by size
                  "," delimited by size
                  WS-Current-GL-Date delimited by size
                  "," delimited by size
                  WS-Start-Stamp delimited by size
                  into Prior-Recon-Record
              end-string
              write Prior-Recon-Record
           end-perform
           close Prior-Recon-File.

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
           string "GLRECON," delimited by size
               WS-Start-Stamp delimited by size
               "," delimited by size
               WS-End-Stamp delimited by size
               ",ACCOUNTS=" delimited by size
               WS-Account-Count delimited by size
               ",POSTINGS=" delimited by size
               WS-History-Count delimited by size
               ",OUTOFBAL=" delimited by size
               WS-Out-Of-Balance-Count delimited by size
               "," delimited by size
               function trim(WS-Run-Verdict) delimited by size
               ",RC=" delimited by size
               WS-Run-RC delimited by size
               into Run-Status-Record
           end-string
           write Run-Status-Record
           close Run-Status-File
           move WS-Run-RC to return-code.
