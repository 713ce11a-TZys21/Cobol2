       Identification Division.
       Program-id.          MatDsp.

      *      Description: Maturity disposition. Applies the renewal
      *      instructions returned by customers (MATINS.DAT, one line
      *      per account: key,action,months,target) to every active
      *      investment account on ACCTMAST.DAT whose term
      *      (AM-Open-Date plus AM-Months) has ended by the as-of date.
      *      Action R renews for a new term (months, or the same term
      *      when blank): the account is repriced at the RATETAB.DAT
      *      rate for AM-Rate-Code in effect on the maturity date and
      *      AM-Open-Date and AM-Months are reset. Action P pays the
      *      account out and closes it, writing the payout to
      *      MATPAY.DAT for the disbursement run. Action T rolls the
      *      balance into the target account, which must be an active
      *      investment account, and closes the matured one. Any
      *      accrued interest not yet capitalized is posted before a
      *      payout or roll. Money movements are written to
      *      TRNHIST.DAT and every change to MNTLOG.DAT with before and
      *      after images. A matured account with no instruction gets
      *      the default action. Instructions for accounts not yet
      *      matured are held on MATINS.DAT for a later run;
      *      instructions that cannot be applied are rejected. Every
      *      disposition is listed on the maturity processing report
      *      MATDRPT.DAT. Instruction lines that are not well formed
      *      are listed there with the reason under "Rejected
      *      instructions" and kept on MATINS.DAT to be corrected,
      *      as is a roll instruction whose target is rejected. A
      *      matured account with a rejected instruction on file is
      *      held rather than given the default action.
      *      Parameters come from MATDPARM.DAT:
      *      ASOFDATE=YYYYMMDD (default run date) and DEFAULT=RENEW or
      *      HOLD (default RENEW at the same term).

       Environment division.
       Input-output section.
       File-control.
           select Parm-File assign to "MATDPARM.DAT"
               organization is line sequential
               file status is WS-Parm-File-Status.
           select Instruction-File assign to "MATINS.DAT"
               organization is line sequential
               file status is WS-Instr-File-Status.
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
           select Change-Log-File assign to "MNTLOG.DAT"
               organization is line sequential
               file status is WS-Log-File-Status.
           select Payout-Extract-File assign to "MATPAY.DAT"
               organization is line sequential
               file status is WS-Payout-File-Status.
           select Disposition-Report-File assign to "MATDRPT.DAT"
               organization is line sequential
               file status is WS-Report-File-Status.
           select Run-Status-File assign to "MATDSTA.DAT"
               organization is line sequential
               file status is WS-Status-File-Status.

       Data division.
       File section.
       FD  Parm-File.
       01  Parm-Record         PIC X(80).

       FD  Instruction-File.
       01  Instruction-Record  PIC X(80).

       FD  Rate-Table-File.
       01  Rate-Record         PIC X(80).

       FD  Account-Master.
       copy ACCTMAST.

       FD  History-File.
       01  History-Record      PIC X(132).

       FD  Change-Log-File.
       01  Log-Record          PIC X(170).

       FD  Payout-Extract-File.
       01  Payout-Record       PIC X(80).

       FD  Disposition-Report-File.
       01  Disposition-Record  PIC X(132).

       FD  Run-Status-File.
       01  Run-Status-Record   PIC X(132).

       Working-storage section.

       01  WS-Parm-File-Status  PIC XX.
       01  WS-Instr-File-Status PIC XX.
       01  WS-Rate-File-Status  PIC XX.
       01  WS-Master-File-Status PIC XX.
       01  WS-History-File-Status PIC XX.
       01  WS-Log-File-Status   PIC XX.
       01  WS-Payout-File-Status PIC XX.
       01  WS-Report-File-Status PIC XX.

       01  WS-Parm-Eof        PIC X value "N".
           88  WS-Parm-End-Of-File      value "Y".
       01  WS-Parm-Line       PIC X(80).
       01  WS-Parm-Keyword    PIC X(20).
       01  WS-Parm-Value      PIC X(60).
       01  WS-Parm-Error      PIC X value "N".
           88  WS-Parm-In-Error          value "Y".
       01  WS-Parm-Error-Msg  PIC X(80) value spaces.

       01  WS-As-Of-Date      PIC 9(8) value 0.
       01  WS-Default-Action  PIC X(6) value "RENEW".
           88  WS-Default-Renew          value "RENEW".
           88  WS-Default-Hold           value "HOLD".

       01  WS-Instr-Eof       PIC X value "N".
           88  WS-Instr-End-Of-File     value "Y".
       01  WS-Instr-Line      PIC X(80).
       01  WS-Instr-Field-1   PIC X(20).
       01  WS-Instr-Field-2   PIC X(10).
       01  WS-Instr-Field-3   PIC X(10).
       01  WS-Instr-Field-4   PIC X(20).
       01  WS-Instr-Table.
           05  WS-Instr-Entry  occurs 500 times.
               10  IN-Key          PIC X(20).
               10  IN-Action       PIC X.
                   88  IN-Renew             value "R".
                   88  IN-Payout            value "P".
                   88  IN-Roll              value "T".
               10  IN-Months       PIC 9(3).
               10  IN-Target       PIC X(20).
               10  IN-Done         PIC X.
                   88  IN-Line-Error        value "E".
               10  IN-Line         PIC X(80).
               10  IN-Error        PIC X(40).
       01  WS-Instr-Count     PIC 9(3) value 0.
       01  WS-Instr-Sub       PIC 9(3).
       01  WS-Instr-Found     PIC 9(3).
       01  WS-Instr-Months    PIC 9(3).
       01  WS-Instr-Error     PIC X(40).
       01  WS-Instr-Error-Count PIC 9(7) value 0.
       01  WS-Instr-Overflow  PIC X value "N".
       01  WS-Instr-Rejected  PIC X.
       01  WS-Roll-Reject-Count PIC 9(7) value 0.

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
       01  WS-New-Rate         PIC 99V9999.

       01  WS-Master-Eof      PIC X value "N".
           88  WS-Master-End-Of-File    value "Y".
       01  WS-Current-Key     PIC X(20).
       01  WS-Source-Record   PIC X(160).
       01  WS-Before-Image    PIC X(160).
       01  WS-Log-Time        PIC 9(8).
       01  WS-Log-Function    PIC X(6).

       01  WS-Maturity-Date.
           05  WS-Mat-Year     PIC 9(4).
           05  WS-Mat-Month    PIC 9(2).
           05  WS-Mat-Day      PIC 9(2).
       01  WS-Maturity-Num redefines WS-Maturity-Date PIC 9(8).
       01  WS-Open-Year       PIC 9(4).
       01  WS-Open-Month      PIC 9(2).
       01  WS-Open-Day        PIC 9(2).
       01  WS-Month-Index     PIC 9(6).
       01  WS-Days-In-Month   PIC 9(2).

       01  WS-Action          PIC X.
       01  WS-Action-Desc     PIC X(12).
       01  WS-Disp-Note       PIC X(40).
       01  WS-Disp-Amount     PIC 9(8)V99999.
       01  WS-Cap-Amount      PIC 9(8)V99.
       01  WS-Withheld        PIC 9(8)V99.
       01  WS-Move-Amount     PIC 9(8)V99999.
       01  WS-Target-Ok       PIC X.

       01  WS-Report-Date     PIC 9(8).
       01  WS-Post-Date       PIC 9(8).
       01  WS-Post-Type       PIC X.
       01  WS-Post-Amount     PIC 9(8)V99999.
       01  WS-Post-Time       PIC 9(8).
       01  WS-Last-Post-Time  PIC 9(8) value 0.
       01  WS-Hist-Amt        PIC Z(7)9.99999.
       01  WS-Hist-Balance    PIC Z(8)9.99999.

       01  WS-Matured-Count   PIC 9(7) value 0.
       01  WS-Renewed-Count   PIC 9(7) value 0.
       01  WS-Default-Count   PIC 9(7) value 0.
       01  WS-Payout-Count    PIC 9(7) value 0.
       01  WS-Rolled-Count    PIC 9(7) value 0.
       01  WS-Held-Count      PIC 9(7) value 0.
       01  WS-Reject-Count    PIC 9(7) value 0.
       01  WS-Rewrite-Error-Count PIC 9(7) value 0.
       01  WS-Total-Paid-Out  PIC 9(12)V99 value 0.
       01  WS-Total-Rolled    PIC 9(12)V99 value 0.

       01  WS-Count-Format    PIC ZZZZZZ9.
       01  WS-Ctl-Line-Label  PIC X(27).
       01  WS-Amt-Format      PIC $$,$$$,$$$,$$9.99.
       01  WS-Rate-Format     PIC Z9.9999.
       01  WS-Months-Format   PIC ZZ9.
       01  WS-Ext-Amount      PIC Z(7)9.99.

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
           Perform 150-load-rate-table

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
           open extend History-File
           if WS-History-File-Status = "35"
              open output History-File
           end-if
           open output Payout-Extract-File
           open output Disposition-Report-File

           Perform 170-load-instructions
           if WS-Instr-Overflow = "Y"
              Display "More than 500 maturity instructions - "
                  "nothing processed"
              close Account-Master
              close Change-Log-File
              close History-File
              close Payout-Extract-File
              close Disposition-Report-File
              move 8 to WS-Run-RC
              Perform 980-write-run-status
              Stop run
           end-if
           Perform 200-write-report-heading

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
                    if AM-Investment-Product and AM-Active
                          and AM-Open-Date not = 0
                       perform 300-check-maturity
                    end-if
              end-read
           end-perform

           Perform 600-report-open-instructions
           Perform 620-report-rejected-instructions
           Perform 650-rewrite-instruction-file
           Perform 700-write-run-totals

           close Account-Master
           close Change-Log-File
           close History-File
           close Payout-Extract-File
           close Disposition-Report-File

           if WS-Rewrite-Error-Count > 0
              move 8 to WS-Run-RC
           end-if
           if WS-Reject-Count > 0 and WS-Run-RC = 0
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
                 when "DEFAULT"
                    move WS-Parm-Value to WS-Default-Action
                    if not WS-Default-Renew and not WS-Default-Hold
                       move "Y" to WS-Parm-Error
                       move "DEFAULT must be RENEW or HOLD"
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

       170-load-instructions.
           open input Instruction-File
           if WS-Instr-File-Status = "35"
              Display "No maturity instructions on file"
           else
              perform until WS-Instr-End-Of-File
                 read Instruction-File into WS-Instr-Line
                    at end
                       set WS-Instr-End-Of-File to true
                    not at end
                       perform 175-load-instruction-record
                 end-read
              end-perform
              close Instruction-File
           end-if.

       175-load-instruction-record.
           if WS-Instr-Line = spaces or WS-Instr-Line(1:1) = "*"
              continue
           else
              move spaces to WS-Instr-Field-1
              move spaces to WS-Instr-Field-2
              move spaces to WS-Instr-Field-3
              move spaces to WS-Instr-Field-4
              unstring WS-Instr-Line delimited by ","
                 into WS-Instr-Field-1 WS-Instr-Field-2
                      WS-Instr-Field-3 WS-Instr-Field-4
              end-unstring
              move spaces to WS-Instr-Error
              move 0 to WS-Instr-Months
              if WS-Instr-Field-3 not = spaces
                 if function test-numval(WS-Instr-Field-3) = 0
                    compute WS-Instr-Months =
                        function numval(WS-Instr-Field-3)
                 else
                    move "term months not numeric" to WS-Instr-Error
                 end-if
              end-if
              evaluate true
                 when WS-Instr-Error not = spaces
                    continue
                 when WS-Instr-Field-1 = spaces
                    move "account key is required" to WS-Instr-Error
                 when WS-Instr-Field-2 not = "R"
                       and WS-Instr-Field-2 not = "P"
                       and WS-Instr-Field-2 not = "T"
                    move "action must be R, P, or T" to WS-Instr-Error
                 when WS-Instr-Field-2 = "T"
                       and WS-Instr-Field-4 = spaces
                    move "roll target account is required"
                        to WS-Instr-Error
                 when WS-Instr-Field-2 = "T"
                       and WS-Instr-Field-4 = WS-Instr-Field-1
                    move "roll target is the same account"
                        to WS-Instr-Error
                 when other
                    continue
              end-evaluate
              if WS-Instr-Count >= 500
                 move "Y" to WS-Instr-Overflow
              else
                 Perform 180-store-instruction
              end-if
           end-if.

       180-store-instruction.
           add 1 to WS-Instr-Count
           move WS-Instr-Line to IN-Line(WS-Instr-Count)
           move WS-Instr-Error to IN-Error(WS-Instr-Count)
           if WS-Instr-Error = spaces
              move WS-Instr-Field-1 to IN-Key(WS-Instr-Count)
              move WS-Instr-Field-2 to IN-Action(WS-Instr-Count)
              move WS-Instr-Months to IN-Months(WS-Instr-Count)
              move WS-Instr-Field-4 to IN-Target(WS-Instr-Count)
              move "N" to IN-Done(WS-Instr-Count)
           else
              move WS-Instr-Field-1 to IN-Key(WS-Instr-Count)
              move "E" to IN-Done(WS-Instr-Count)
              add 1 to WS-Reject-Count
              add 1 to WS-Instr-Error-Count
              Display "Instruction rejected: "
                  function trim(WS-Instr-Line)
                  " - " function trim(WS-Instr-Error)
           end-if.

       200-write-report-heading.
           move spaces to Disposition-Record
           string "Maturity Processing Report   Run Date: "
                  delimited by size
               WS-Report-Date(5:2) delimited by size
               "/" delimited by size
               WS-Report-Date(7:2) delimited by size
               "/" delimited by size
               WS-Report-Date(1:4) delimited by size
               "   Matured Through: " delimited by size
               WS-As-Of-Date(5:2) delimited by size
               "/" delimited by size
               WS-As-Of-Date(7:2) delimited by size
               "/" delimited by size
               WS-As-Of-Date(1:4) delimited by size
               into Disposition-Record
           end-string
           write Disposition-Record
           move spaces to Disposition-Record
           write Disposition-Record
           move
               "  Account               Maturity    Disposition " &
               "            Amount  Note"
               to Disposition-Record
           write Disposition-Record.

       300-check-maturity.
           Perform 450-compute-maturity-date
           if WS-Maturity-Num <= WS-As-Of-Date
              add 1 to WS-Matured-Count
              move AM-Key to WS-Current-Key
              move 0 to WS-Instr-Found
              move "N" to WS-Instr-Rejected
              perform varying WS-Instr-Sub from 1 by 1
                     until WS-Instr-Sub > WS-Instr-Count
                 if IN-Key(WS-Instr-Sub) = AM-Key
                       and IN-Done(WS-Instr-Sub) = "N"
                       and WS-Instr-Found = 0
                    move WS-Instr-Sub to WS-Instr-Found
                 end-if
                 if IN-Key(WS-Instr-Sub) = AM-Key
                       and IN-Line-Error(WS-Instr-Sub)
                    move "Y" to WS-Instr-Rejected
                 end-if
              end-perform

              if WS-Instr-Found > 0
                 move "Y" to IN-Done(WS-Instr-Found)
                 move IN-Action(WS-Instr-Found) to WS-Action
                 move IN-Months(WS-Instr-Found) to WS-Instr-Months
              else
                 if WS-Default-Renew and WS-Instr-Rejected = "N"
                    move "R" to WS-Action
                    move 0 to WS-Instr-Months
                    add 1 to WS-Default-Count
                 else
                    move "H" to WS-Action
                 end-if
              end-if

              evaluate WS-Action
                 when "R"
                    Perform 400-renew-account
                 when "P"
                    Perform 410-pay-out-account
                 when "T"
                    Perform 420-roll-account
                 when other
                    add 1 to WS-Held-Count
                    move "HELD" to WS-Action-Desc
                    move 0 to WS-Disp-Amount
                    if WS-Instr-Rejected = "Y"
                       move "instruction rejected - held for review"
                           to WS-Disp-Note
                    else
                       move "no instruction - held for review"
                           to WS-Disp-Note
                    end-if
                    Perform 500-write-disposition-line
              end-evaluate
           end-if.

       400-renew-account.
           move Master-Record to WS-Before-Image
           if WS-Instr-Months = 0
              move AM-Months to WS-Instr-Months
           end-if
           Perform 460-lookup-renewal-rate
           move WS-New-Rate to AM-Rate
           move WS-Maturity-Num to AM-Open-Date
           move WS-Instr-Months to AM-Months
           rewrite Master-Record
              invalid key
                 add 1 to WS-Rewrite-Error-Count
                 Display "Could not update master for "
                     AM-Key " - status " WS-Master-File-Status
              not invalid key
                 add 1 to WS-Renewed-Count
                 move "RENEW" to WS-Log-Function
                 Perform 550-write-log-entry
                 if WS-Instr-Found > 0
                    move "RENEWED" to WS-Action-Desc
                 else
                    move "RENEWED-DFLT" to WS-Action-Desc
                 end-if
                 move AM-Last-Balance to WS-Disp-Amount
                 move AM-Rate to WS-Rate-Format
                 move AM-Months to WS-Months-Format
                 move spaces to WS-Disp-Note
                 string WS-Months-Format delimited by size
                     " months at " delimited by size
                     WS-Rate-Format delimited by size
                     "%" delimited by size
                     into WS-Disp-Note
                 end-string
                 Perform 500-write-disposition-line
           end-rewrite.

       410-pay-out-account.
           move Master-Record to WS-Before-Image
           Perform 470-capitalize-accrued-interest
           move AM-Last-Balance to WS-Move-Amount
           if WS-Move-Amount > 0
              move "W" to WS-Post-Type
              move WS-Move-Amount to WS-Post-Amount
              move 0 to AM-Last-Balance
              Perform 520-write-history-record
           end-if
           move "C" to AM-Status
           rewrite Master-Record
              invalid key
                 add 1 to WS-Rewrite-Error-Count
                 Display "Could not update master for "
                     AM-Key " - status " WS-Master-File-Status
              not invalid key
                 add 1 to WS-Payout-Count
                 add WS-Move-Amount to WS-Total-Paid-Out
                 move "PAYOUT" to WS-Log-Function
                 Perform 550-write-log-entry
                 Perform 530-write-payout-record
                 move "PAID OUT" to WS-Action-Desc
                 move WS-Move-Amount to WS-Disp-Amount
                 move "account closed" to WS-Disp-Note
                 Perform 500-write-disposition-line
           end-rewrite.

       420-roll-account.
           move IN-Target(WS-Instr-Found) to AM-Key
           move "N" to WS-Target-Ok
           read Account-Master
              invalid key
                 move "roll target not on master" to WS-Disp-Note
              not invalid key
                 if AM-Investment-Product and AM-Active
                    move "Y" to WS-Target-Ok
                 else
                    move "roll target not an active investment"
                        to WS-Disp-Note
                 end-if
           end-read

           move WS-Current-Key to AM-Key
           read Account-Master
              invalid key
                 move "N" to WS-Target-Ok
                 move "matured account could not be re-read"
                     to WS-Disp-Note
           end-read

           if WS-Target-Ok = "N"
              add 1 to WS-Reject-Count
              add 1 to WS-Roll-Reject-Count
              move "E" to IN-Done(WS-Instr-Found)
              move WS-Disp-Note to IN-Error(WS-Instr-Found)
              move "REJECTED" to WS-Action-Desc
              move 0 to WS-Disp-Amount
              Perform 500-write-disposition-line
           else
              move Master-Record to WS-Before-Image
              Perform 470-capitalize-accrued-interest
              move AM-Last-Balance to WS-Move-Amount
              if WS-Move-Amount > 0
                 move "W" to WS-Post-Type
                 move WS-Move-Amount to WS-Post-Amount
                 move 0 to AM-Last-Balance
                 Perform 520-write-history-record
              end-if
              move "C" to AM-Status
              rewrite Master-Record
                 invalid key
                    add 1 to WS-Rewrite-Error-Count
                    Display "Could not update master for "
                        AM-Key " - status " WS-Master-File-Status
                 not invalid key
                    move "ROLOUT" to WS-Log-Function
                    Perform 550-write-log-entry
                    move Master-Record to WS-Source-Record
                    Perform 430-credit-roll-target
                    move WS-Source-Record to Master-Record
              end-rewrite
           end-if

           move WS-Current-Key to AM-Key
           start Account-Master key > AM-Key
              invalid key
                 set WS-Master-End-Of-File to true
           end-start.

       430-credit-roll-target.
           move IN-Target(WS-Instr-Found) to AM-Key
           read Account-Master
              invalid key
                 add 1 to WS-Rewrite-Error-Count
                 Display "Roll target disappeared: "
                     IN-Target(WS-Instr-Found)
              not invalid key
                 move Master-Record to WS-Before-Image
                 if WS-Move-Amount > 0
                    add WS-Move-Amount to AM-Last-Balance
                    move "D" to WS-Post-Type
                    move WS-Move-Amount to WS-Post-Amount
                    Perform 520-write-history-record
                 end-if
                 rewrite Master-Record
                    invalid key
                       add 1 to WS-Rewrite-Error-Count
                       Display "Could not update master for "
                           AM-Key " - status " WS-Master-File-Status
                    not invalid key
                       add 1 to WS-Rolled-Count
                       add WS-Move-Amount to WS-Total-Rolled
                       move "ROLLIN" to WS-Log-Function
                       Perform 550-write-log-entry
                       move WS-Current-Key to AM-Key
                       move "ROLLED" to WS-Action-Desc
                       move WS-Move-Amount to WS-Disp-Amount
                       move spaces to WS-Disp-Note
                       string "into " delimited by size
                           IN-Target(WS-Instr-Found) delimited by size
                           into WS-Disp-Note
                       end-string
                       Perform 500-write-disposition-line
                 end-rewrite
           end-read.

       450-compute-maturity-date.
           move AM-Open-Date(1:4) to WS-Open-Year
           move AM-Open-Date(5:2) to WS-Open-Month
           move AM-Open-Date(7:2) to WS-Open-Day

           compute WS-Month-Index =
               WS-Open-Year * 12 + WS-Open-Month - 1 + AM-Months
           compute WS-Mat-Year = WS-Month-Index / 12
           compute WS-Mat-Month =
               function mod(WS-Month-Index, 12) + 1

           Perform 455-compute-days-in-month
           if WS-Open-Day > WS-Days-In-Month
              move WS-Days-In-Month to WS-Mat-Day
           else
              move WS-Open-Day to WS-Mat-Day
           end-if.

       455-compute-days-in-month.
           evaluate WS-Mat-Month
              when 4
              when 6
              when 9
              when 11
                 move 30 to WS-Days-In-Month
              when 2
                 if function mod(WS-Mat-Year, 400) = 0
                    move 29 to WS-Days-In-Month
                 else
                    if function mod(WS-Mat-Year, 100) = 0
                       move 28 to WS-Days-In-Month
                    else
                       if function mod(WS-Mat-Year, 4) = 0
                          move 29 to WS-Days-In-Month
                       else
                          move 28 to WS-Days-In-Month
                       end-if
                    end-if
                 end-if
              when other
                 move 31 to WS-Days-In-Month
           end-evaluate.

       460-lookup-renewal-rate.
           move AM-Rate to WS-New-Rate
           if AM-Rate-Code not = spaces and WS-Rate-Count > 0
              move 0 to WS-Best-Eff-Date
              perform varying WS-Rate-Sub from 1 by 1
                     until WS-Rate-Sub > WS-Rate-Count
                 if RT-Code(WS-Rate-Sub) = AM-Rate-Code
                       and RT-Eff-Date(WS-Rate-Sub) <= WS-Maturity-Num
                       and RT-Eff-Date(WS-Rate-Sub)
                           >= WS-Best-Eff-Date
                    move RT-Eff-Date(WS-Rate-Sub) to WS-Best-Eff-Date
                    move RT-Rate(WS-Rate-Sub) to WS-New-Rate
                 end-if
              end-perform
           end-if.

       470-capitalize-accrued-interest.
           if AM-Accrued-Int not numeric
              move 0 to AM-Accrued-Int
           end-if
           compute WS-Cap-Amount = AM-Accrued-Int
           if WS-Cap-Amount > 0
              subtract WS-Cap-Amount from AM-Accrued-Int
              add WS-Cap-Amount to AM-Last-Balance
              move "I" to WS-Post-Type
              move WS-Cap-Amount to WS-Post-Amount
              Perform 520-write-history-record
              if AM-Withhold-Pct > 0
                 compute WS-Withheld rounded =
                     WS-Cap-Amount * AM-Withhold-Pct / 100
                 if WS-Withheld > 0
                    subtract WS-Withheld from AM-Last-Balance
                    move "T" to WS-Post-Type
                    move WS-Withheld to WS-Post-Amount
                    Perform 520-write-history-record
                 end-if
              end-if
           end-if.

       500-write-disposition-line.
           move WS-Disp-Amount to WS-Amt-Format
           move spaces to Disposition-Record
           string "  " delimited by size
               WS-Current-Key delimited by size
               "  " delimited by size
               WS-Mat-Month delimited by size
               "/" delimited by size
               WS-Mat-Day delimited by size
               "/" delimited by size
               WS-Mat-Year delimited by size
               "  " delimited by size
               WS-Action-Desc delimited by size
               WS-Amt-Format delimited by size
               "  " delimited by size
               WS-Disp-Note delimited by size
               into Disposition-Record
           end-string
           write Disposition-Record.

       520-write-history-record.
           accept WS-Post-Time from time
           if WS-Post-Time <= WS-Last-Post-Time
              compute WS-Post-Time = WS-Last-Post-Time + 1
           end-if
           move WS-Post-Time to WS-Last-Post-Time
           move WS-Post-Amount to WS-Hist-Amt
           move AM-Last-Balance to WS-Hist-Balance
           move spaces to History-Record
           string WS-Report-Date delimited by size
               "-" delimited by size
               WS-Post-Time delimited by size
               "," delimited by size
               function trim(AM-Key) delimited by size
               "," delimited by size
               WS-Maturity-Num delimited by size
               "," delimited by size
               WS-Post-Type delimited by size
               "," delimited by size
               WS-Hist-Amt delimited by size
               "," delimited by size
               WS-Hist-Balance delimited by size
               into History-Record
           end-string
           write History-Record.

       530-write-payout-record.
           move WS-Move-Amount to WS-Ext-Amount
           move spaces to Payout-Record
           string function trim(AM-Key) delimited by size
               "," delimited by size
               AM-Cust-No delimited by size
               "," delimited by size
               WS-Maturity-Num delimited by size
               "," delimited by size
               WS-Ext-Amount delimited by size
               into Payout-Record
           end-string
           write Payout-Record.

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

       600-report-open-instructions.
           perform varying WS-Instr-Sub from 1 by 1
                  until WS-Instr-Sub > WS-Instr-Count
              if IN-Done(WS-Instr-Sub) = "N"
                 Perform 610-classify-open-instruction
              end-if
           end-perform.

       610-classify-open-instruction.
           move IN-Key(WS-Instr-Sub) to AM-Key
           move IN-Key(WS-Instr-Sub) to WS-Current-Key
           move 0 to WS-Maturity-Num
           move 0 to WS-Disp-Amount
           read Account-Master
              invalid key
                 move "R" to IN-Done(WS-Instr-Sub)
                 move "account not on master" to WS-Disp-Note
              not invalid key
                 evaluate true
                    when not AM-Investment-Product
                       move "R" to IN-Done(WS-Instr-Sub)
                       move "not an investment account"
                           to WS-Disp-Note
                    when not AM-Active
                       move "R" to IN-Done(WS-Instr-Sub)
                       move "account not active" to WS-Disp-Note
                    when AM-Open-Date = 0
                       move "R" to IN-Done(WS-Instr-Sub)
                       move "account has no open date"
                           to WS-Disp-Note
                    when other
                       Perform 450-compute-maturity-date
                       move AM-Last-Balance to WS-Disp-Amount
                       move "not yet matured - instruction held"
                           to WS-Disp-Note
                 end-evaluate
           end-read
           if IN-Done(WS-Instr-Sub) = "R"
              add 1 to WS-Reject-Count
              move "REJECTED" to WS-Action-Desc
           else
              add 1 to WS-Held-Count
              move "HELD" to WS-Action-Desc
           end-if
           Perform 500-write-disposition-line.

       620-report-rejected-instructions.
           if WS-Instr-Error-Count > 0 or WS-Roll-Reject-Count > 0
              move spaces to Disposition-Record
              write Disposition-Record
              move "Rejected instructions (kept on MATINS.DAT)"
                  to Disposition-Record
              write Disposition-Record
              perform varying WS-Instr-Sub from 1 by 1
                     until WS-Instr-Sub > WS-Instr-Count
                 if IN-Line-Error(WS-Instr-Sub)
                    move spaces to Disposition-Record
                    string "  " delimited by size
                        function trim(IN-Line(WS-Instr-Sub))
                            delimited by size
                        "  - " delimited by size
                        function trim(IN-Error(WS-Instr-Sub))
                            delimited by size
                        into Disposition-Record
                    end-string
                    write Disposition-Record
                 end-if
              end-perform
           end-if.

       650-rewrite-instruction-file.
           open output Instruction-File
           perform varying WS-Instr-Sub from 1 by 1
                  until WS-Instr-Sub > WS-Instr-Count
              if IN-Done(WS-Instr-Sub) = "N"
                    or IN-Line-Error(WS-Instr-Sub)
                 move IN-Line(WS-Instr-Sub) to Instruction-Record
                 write Instruction-Record
              end-if
           end-perform
           close Instruction-File.

       700-write-run-totals.
           move spaces to Disposition-Record
           write Disposition-Record
           move "Maturity Processing Control Totals"
               to Disposition-Record
           write Disposition-Record
           Display "Maturity Processing Control Totals"

           move "  Instructions loaded      " to WS-Ctl-Line-Label
           move WS-Instr-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Accounts matured         " to WS-Ctl-Line-Label
           move WS-Matured-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Renewed                  " to WS-Ctl-Line-Label
           move WS-Renewed-Count to WS-Count-Format
           Perform 750-write-count-line
           move "    by default             " to WS-Ctl-Line-Label
           move WS-Default-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Paid out                 " to WS-Ctl-Line-Label
           move WS-Payout-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Rolled                   " to WS-Ctl-Line-Label
           move WS-Rolled-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Held                     " to WS-Ctl-Line-Label
           move WS-Held-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Rejected                 " to WS-Ctl-Line-Label
           move WS-Reject-Count to WS-Count-Format
           Perform 750-write-count-line
           move "    not well formed        " to WS-Ctl-Line-Label
           move WS-Instr-Error-Count to WS-Count-Format
           Perform 750-write-count-line
           move "    roll target invalid    " to WS-Ctl-Line-Label
           move WS-Roll-Reject-Count to WS-Count-Format
           Perform 750-write-count-line

           move "  Amount paid out          " to WS-Ctl-Line-Label
           move WS-Total-Paid-Out to WS-Amt-Format
           Perform 760-write-amount-line
           move "  Amount rolled            " to WS-Ctl-Line-Label
           move WS-Total-Rolled to WS-Amt-Format
           Perform 760-write-amount-line.

       750-write-count-line.
           move spaces to Disposition-Record
           string WS-Ctl-Line-Label delimited by size
               WS-Count-Format delimited by size
               into Disposition-Record
           end-string
           write Disposition-Record
           Display WS-Ctl-Line-Label WS-Count-Format.

       760-write-amount-line.
           move spaces to Disposition-Record
           string WS-Ctl-Line-Label delimited by size
               WS-Amt-Format delimited by size
               into Disposition-Record
           end-string
           write Disposition-Record
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
           string "MATDSP," delimited by size
               WS-Start-Stamp delimited by size
               "," delimited by size
               WS-End-Stamp delimited by size
               ",MATURED=" delimited by size
               WS-Matured-Count delimited by size
               ",RENEWED=" delimited by size
               WS-Renewed-Count delimited by size
               ",PAIDOUT=" delimited by size
               WS-Payout-Count delimited by size
               ",ROLLED=" delimited by size
               WS-Rolled-Count delimited by size
               ",REJECTED=" delimited by size
               WS-Reject-Count delimited by size
               "," delimited by size
               function trim(WS-Run-Verdict) delimited by size
               ",RC=" delimited by size
               WS-Run-RC delimited by size
               into Run-Status-Record
           end-string
           write Run-Status-Record
           close Run-Status-File
           move WS-Run-RC to return-code.
