           select GL-Post-File assign to "GLPOST.DAT"
               organization is line sequential
               file status is WS-GL-Post-File-Status.
           select GL-Hist-File assign to "GLPHIST.DAT"
               organization is line sequential
               file status is WS-GL-Hist-File-Status.
           select Statement-File assign using WS-Stmt-File-Name
               organization is line sequential
               file status is WS-Stmt-File-Status.
       FD  GL-Post-File.
       01  GL-Post-Record      PIC X(80).

       FD  GL-Hist-File.
       01  GL-Hist-Record      PIC X(80).

       FD  Statement-File.
       01  Statement-Record    PIC X(132).

       01  WS-APY-Format       PIC Z9.9999.
       01  WS-Nom-Rate-Format  PIC Z9.9999.
       01  WS-Stmt-Amt-Format  PIC $$$$,$$$,$$9.99.
       01  WS-Stmt-Accrual-Date PIC X(15).
       01  WS-Stmt-Amt-Format-2 PIC $$$$,$$$,$$9.99.

       01  WS-Extract-Counter   PIC ZZZ9.

       01  WS-GL-Map-File-Status PIC XX.
       01  WS-GL-Post-File-Status PIC XX.
       01  WS-GL-Hist-File-Status PIC XX.
       01  WS-GL-Hist-Open     PIC X value "N".
       01  WS-GL-Map-Eof       PIC X value "N".
           88  WS-GL-Map-End-Of-File    value "Y".
       01  WS-GL-Map-Ok        PIC X value "N".
           end-string
           write Statement-Record

           if WS-Batch-Mode
              move AM-Last-Balance to WS-Stmt-Amt-Format
              if AM-Last-Accrual-Date = 0
                 move "not yet accrued" to WS-Stmt-Accrual-Date
              else
                 move spaces to WS-Stmt-Accrual-Date
                 string AM-Last-Accrual-Date(5:2) delimited by size
                     "/" delimited by size
                     AM-Last-Accrual-Date(7:2) delimited by size
                     "/" delimited by size
                     AM-Last-Accrual-Date(1:4) delimited by size
                     into WS-Stmt-Accrual-Date
                 end-string
              end-if
              move spaces to Statement-Record
              string "Actual Balance: " delimited by size
                  WS-Stmt-Amt-Format delimited by size
                  "   Interest Accrued Through: " delimited by size
                  WS-Stmt-Accrual-Date delimited by size
                  into Statement-Record
              end-string
              write Statement-Record
           end-if

           move Additional to WS-Stmt-Amt-Format
           move spaces to Statement-Record
           string "Monthly Contribution: " delimited by size
           Perform 922-write-year-subtotal
           move FinalAmt to WS-Stmt-Amt-Format
           move spaces to Statement-Record
           string "Projected Final Balance: " delimited by size
               WS-Stmt-Amt-Format delimited by size
               into Statement-Record
           end-string
       800-batch-driver.
           Perform 850-get-restart-option

           open input Account-Master
           if WS-Master-File-Status not = "00"
              Display "Cannot open account master - status "
                  WS-Master-File-Status
                 end-if
                 Perform 400-display-summary
                 Perform 500-write-audit-record
                 Perform 860-write-checkpoint
              end-if
           end-if.
              end-if
           end-if.

       830-write-reject-record.
           add 1 to WS-Reject-Count
           move spaces to Reject-Record
                  "GL account map missing or incomplete"
           else
              open output GL-Post-File
              open extend GL-Hist-File
              if WS-GL-Hist-File-Status = "35"
                 open output GL-Hist-File
              end-if
              if WS-GL-Hist-File-Status = "00"
                 move "Y" to WS-GL-Hist-Open
              else
                 Display "GL posting history GLPHIST.DAT not updated - "
                     "status " WS-GL-Hist-File-Status
                 if WS-Run-RC = 0
                    move 4 to WS-Run-RC
                 end-if
              end-if
              move 0 to WS-GL-Record-Count
              move 0 to WS-GL-Amount-Total

                  ",LAB2" delimited by size
                  into GL-Post-Record
              end-string
              Perform 886-write-gl-record

              if WS-Invest-Interest-Tot > 0
                 move WS-Invest-Interest-Tot to WS-GL-Pair-Amount
                  WS-GL-Total-Disp delimited by size
                  into GL-Post-Record
              end-string
              Perform 886-write-gl-record

              close GL-Post-File
              if WS-GL-Hist-Open = "Y"
                 close GL-Hist-File
                 move "N" to WS-GL-Hist-Open
              end-if
              Display "GL posting records written: " WS-GL-Count-Disp
           end-if.

               WS-GL-Pair-Desc delimited by size
               into GL-Post-Record
           end-string
           Perform 886-write-gl-record
           add 1 to WS-GL-Record-Count
           add WS-GL-Pair-Amount to WS-GL-Amount-Total

               WS-GL-Pair-Desc delimited by size
               into GL-Post-Record
           end-string
           Perform 886-write-gl-record
           add 1 to WS-GL-Record-Count
           add WS-GL-Pair-Amount to WS-GL-Amount-Total.

       886-write-gl-record.
           write GL-Post-Record
           if WS-GL-Hist-Open = "Y"
              move GL-Post-Record to GL-Hist-Record
              write GL-Hist-Record
           end-if.

       850-get-restart-option.
           if WS-Parms-In-Effect
              continue
