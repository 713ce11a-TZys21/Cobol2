
      *      Description: Consolidated customer position report. Reads
      *      the customer master in key order and, for each customer,
      *      lists every ACCTMAST.DAT account the customer is related
      *      to on ACCTREL.DAT, plus any account carrying the customer
      *      in AM-Cust-No that has no relationship record (shown as
      *      primary), with product, status, role, percentage, and last
      *      balance. The customer total covers the accounts the
      *      customer owns or borrows on (primary, joint,
      *      co-borrower); beneficiary and power-of-attorney accounts
      *      are listed but not totalled. The book total at the end
      *      counts each account once, under its AM-Cust-No owner.
      *      Accounts whose AM-Cust-No is not on the customer master
      *      are listed in an orphan section so the link can be
      *      repaired.

       Environment division.
       Input-output section.
               access is dynamic
               record key is AM-Key
               file status is WS-Master-File-Status.
           select Relationship-File assign to "ACCTREL.DAT"
               organization is indexed
               access is dynamic
               record key is AR-Key
               alternate record key is AR-Cust-No with duplicates
               file status is WS-Rel-File-Status.
           select Position-Report-File assign to "CUSTRPT.DAT"
               organization is line sequential
               file status is WS-Position-File-Status.
       FD  Account-Master.
       copy ACCTMAST.

       FD  Relationship-File.
       copy ACCTREL.

       FD  Position-Report-File.
       01  Position-Record     PIC X(132).


       01  WS-Cust-File-Status PIC XX.
       01  WS-Master-File-Status PIC XX.
       01  WS-Rel-File-Status PIC XX.
       01  WS-Rel-File-Open   PIC X value "N".
           88  WS-Rel-Available          value "Y".
       01  WS-Position-File-Status PIC XX.
       01  WS-Status-File-Status PIC XX.
       01  WS-Start-Stamp.
           88  WS-Cust-End-Of-File      value "Y".
       01  WS-Master-Eof      PIC X value "N".
           88  WS-Master-End-Of-File    value "Y".
       01  WS-Rel-Eof         PIC X value "N".
           88  WS-Rel-End-Of-File       value "Y".
       01  WS-Line-Role       PIC X.
           88  WS-Line-Role-Owner       value "P" "J" "C".
       01  WS-Line-Pct        PIC 9(3)V99.
       01  WS-Listed          PIC X.

       01  WS-Cust-Count      PIC 9(5) value 0.
       01  WS-Cust-Acct-Count PIC 9(5) value 0.
       01  WS-Grand-Acct-Count PIC 9(7) value 0.
       01  WS-Grand-Total     PIC S9(12)V99999 value 0.
       01  WS-Orphan-Count    PIC 9(5) value 0.
       01  WS-Related-Count   PIC 9(7) value 0.

       01  WS-Product-Desc    PIC X(10).
       01  WS-Status-Desc     PIC X(7).
       01  WS-Role-Desc       PIC X(11).
       01  WS-Pct-Format      PIC ZZ9.99.
       01  WS-Amt-Format      PIC $$,$$$,$$$,$$9.99.
       01  WS-Count-Format    PIC ZZZZZZ9.

              Perform 980-write-run-status
              Stop run
           end-if
           open input Relationship-File
           if WS-Rel-File-Status = "00"
              move "Y" to WS-Rel-File-Open
           else
              Display "No relationship file - accounts listed by "
                  "AM-Cust-No only"
           end-if
           open output Position-Report-File

           Perform 100-write-report-heading

           close Customer-Master
           close Account-Master
           if WS-Rel-Available
              close Relationship-File
           end-if
           close Position-Report-File

           if WS-Orphan-Count > 0 and WS-Run-RC = 0
           end-string
           write Position-Record
           move
               "  Account               Product     Status   Role" &
               "            Pct       Last Balance"
               to Position-Record
           write Position-Record

           move "N" to WS-Listed
           if WS-Rel-Available
              Perform 250-scan-relationships-for-customer
           end-if
           Perform 300-scan-accounts-for-customer

           if WS-Listed = "N"
              move "  (no accounts on master)" to Position-Record
              write Position-Record
           else
              move spaces to Position-Record
              string "  Customer Total " delimited by size
                  WS-Count-Format delimited by size
                  " account(s)" delimited by size
                  "                               " delimited by size
                  WS-Amt-Format delimited by size
                  into Position-Record
              end-string
              write Position-Record
           end-if.

       250-scan-relationships-for-customer.
           move "N" to WS-Rel-Eof
           move CM-Cust-No to AR-Cust-No
           start Relationship-File key = AR-Cust-No
              invalid key
                 set WS-Rel-End-Of-File to true
           end-start
           perform until WS-Rel-End-Of-File
              read Relationship-File next record
                 at end
                    set WS-Rel-End-Of-File to true
                 not at end
                    if AR-Cust-No not = CM-Cust-No
                       set WS-Rel-End-Of-File to true
                    else
                       Perform 260-report-related-account
                    end-if
              end-read
           end-perform.

       260-report-related-account.
           move AR-Acct-Key to AM-Key
           read Account-Master
              invalid key
                 Perform 270-write-missing-account-line
              not invalid key
                 move AR-Role to WS-Line-Role
                 move AR-Own-Pct to WS-Line-Pct
                 Perform 400-write-account-line
           end-read.

       270-write-missing-account-line.
           move "Y" to WS-Listed
           move spaces to Position-Record
           string "  " delimited by size
               AR-Acct-Key delimited by size
               "  (not on account master)" delimited by size
               into Position-Record
           end-string
           write Position-Record.

       300-scan-accounts-for-customer.
           move "N" to WS-Master-Eof
           move low-values to AM-Key
                    set WS-Master-End-Of-File to true
                 not at end
                    if AM-Cust-No = CM-Cust-No
                       Perform 310-check-owner-relationship
                    end-if
              end-read
           end-perform.

       310-check-owner-relationship.
           move "P" to WS-Line-Role
           move 100 to WS-Line-Pct
           if WS-Rel-Available
              move AM-Key to AR-Acct-Key
              move CM-Cust-No to AR-Cust-No
              read Relationship-File
                 invalid key
                    Perform 400-write-account-line
              end-read
           else
              Perform 400-write-account-line
           end-if.

       400-write-account-line.
           move "Y" to WS-Listed
           if WS-Line-Role-Owner
              add 1 to WS-Cust-Acct-Count
              add AM-Last-Balance to WS-Cust-Total
           end-if
           if AM-Cust-No = CM-Cust-No
              add 1 to WS-Grand-Acct-Count
              add AM-Last-Balance to WS-Grand-Total
           else
              add 1 to WS-Related-Count
           end-if
           evaluate WS-Line-Role
              when "P"
                 move "PRIMARY" to WS-Role-Desc
              when "J"
                 move "JOINT" to WS-Role-Desc
              when "C"
                 move "CO-BORROWER" to WS-Role-Desc
              when "B"
                 move "BENEFICIARY" to WS-Role-Desc
              when "A"
                 move "POA" to WS-Role-Desc
              when other
                 move WS-Line-Role to WS-Role-Desc
           end-evaluate
           move WS-Line-Pct to WS-Pct-Format
           if AM-Loan-Product
              move "LOAN" to WS-Product-Desc
           else
              move "INVESTMENT" to WS-Product-Desc
           end-if
           evaluate true
              when AM-Closed
                 move "CLOSED" to WS-Status-Desc
              when AM-Dormant
                 move "DORMANT" to WS-Status-Desc
              when other
                 move "ACTIVE" to WS-Status-Desc
           end-evaluate
           move AM-Last-Balance to WS-Amt-Format
           move spaces to Position-Record
           string "  " delimited by size
               "  " delimited by size
               WS-Status-Desc delimited by size
               "  " delimited by size
               WS-Role-Desc delimited by size
               "  " delimited by size
               WS-Pct-Format delimited by size
               "  " delimited by size
               WS-Amt-Format delimited by size
               into Position-Record
           end-string
           write Position-Record
           Display "Accounts reported:    " WS-Count-Format

           move WS-Related-Count to WS-Count-Format
           move spaces to Position-Record
           string "Related (non-owner):  " delimited by size
               WS-Count-Format delimited by size
               into Position-Record
           end-string
           write Position-Record
           Display "Related (non-owner):  " WS-Count-Format

           move WS-Orphan-Count to WS-Count-Format
           move spaces to Position-Record
           string "Orphan accounts:      " delimited by size
