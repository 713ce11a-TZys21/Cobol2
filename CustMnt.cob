      *      inquires on, and deletes customers held on CUSTMAST.DAT,
      *      the keyed customer master whose customer numbers are
      *      carried on each ACCTMAST.DAT account in AM-Cust-No.
      *      Each customer carries the taxpayer ID and tax-reporting
      *      status (R reportable, E exempt, F foreign) used by TaxRpt
      *      for year-end interest reporting. Also maintains the
      *      customer's account relationships on ACCTREL.DAT (joint
      *      owner, co-borrower, beneficiary, or power of attorney on
      *      another customer's account), logging each relationship
      *      change to MNTLOG.DAT. A customer is not deleted while any
      *      account on ACCTMAST.DAT carries the customer number or any
      *      relationship names the customer.

       Environment division.
       Input-output section.
               access is random
               record key is CM-Cust-No
               file status is WS-Cust-File-Status.
           select Account-Master assign to "ACCTMAST.DAT"
               organization is indexed
               access is dynamic
               record key is AM-Key
               file status is WS-Master-File-Status.
           select Relationship-File assign to "ACCTREL.DAT"
               organization is indexed
               access is dynamic
               record key is AR-Key
               alternate record key is AR-Cust-No with duplicates
               file status is WS-Rel-File-Status.
           select Change-Log-File assign to "MNTLOG.DAT"
               organization is line sequential
               file status is WS-Log-File-Status.
           select Run-Status-File assign to "CSMNTSTA.DAT"
               organization is line sequential
               file status is WS-Status-File-Status.
       FD  Customer-Master.
       copy CUSTMAST.

       FD  Account-Master.
       copy ACCTMAST.

       FD  Relationship-File.
       copy ACCTREL.

       FD  Change-Log-File.
       01  Log-Record          PIC X(170).

       FD  Run-Status-File.
       01  Run-Status-Record   PIC X(132).

       Working-storage section.

       01  WS-Cust-File-Status PIC XX.
       01  WS-Master-File-Status PIC XX.
       01  WS-Master-File-Open PIC X value "N".
           88  WS-Master-Available       value "Y".
       01  WS-Rel-File-Status  PIC XX.
       01  WS-Log-File-Status  PIC XX.
       01  WS-Run-Date         PIC 9(8).
       01  WS-Log-Time         PIC 9(8).
       01  WS-Log-Function     PIC X(6).
       01  WS-Before-Image     PIC X(160).
       01  WS-After-Image      PIC X(160).
       01  WS-Status-File-Status PIC XX.
       01  WS-Start-Stamp.
           05  WS-Start-Stamp-Date PIC 9(8).
           88  WS-Func-Change            value "C".
           88  WS-Func-Inquire           value "I".
           88  WS-Func-Delete            value "X".
           88  WS-Func-Relate            value "R".
           88  WS-Func-Quit              value "Q".

       01  WS-Entry-Cust-No    PIC X(10).
       01  WS-Entry-Name       PIC X(30).
       01  WS-Entry-Addr-1     PIC X(30).
       01  WS-Entry-Addr-2     PIC X(30).
       01  WS-Entry-Tax-Id     PIC X(9).
       01  WS-Entry-Tax-Status PIC X.
           88  WS-Entry-Tax-Status-Valid value "R" "E" "F".
       01  WS-Entry-Acct-Key   PIC X(20).
       01  WS-Entry-Role       PIC X.
           88  WS-Entry-Role-Valid       value "P" "J" "C" "B" "A".
       01  WS-Entry-Pct        PIC S9(3)V99.

       01  WS-Rel-Action       PIC X.
           88  WS-Rel-Change             value "C".
           88  WS-Rel-Delete             value "D".
           88  WS-Rel-No-Action          value "N".
       01  WS-Rel-Error        PIC X(60) value spaces.
       01  WS-Rel-Eof          PIC X value "N".
           88  WS-Rel-End-Of-File        value "Y".
       01  WS-Rel-Count        PIC 9(3).
       01  WS-Master-Eof       PIC X value "N".
           88  WS-Master-End-Of-File     value "Y".
       01  WS-Cust-In-Use      PIC X value "N".
       01  WS-In-Use-Reason    PIC X(40).
       01  WS-Role-Desc        PIC X(11).
       01  WS-Pct-Format       PIC ZZ9.99.

       Procedure Division.
       000-main.
           accept WS-Start-Stamp-Date from date yyyymmdd
           accept WS-Start-Stamp-Time from time
           accept WS-Run-Date from date yyyymmdd
           Perform 900-open-master-file
           Perform 910-open-account-files

           Perform until WS-Func-Quit
           Display " "
           Display "Function - (A)dd (C)hange (I)nquire (X)Delete "
               with no advancing
           Display "(R)elationships (Q)uit: " with no advancing
           accept WS-Function
           evaluate true
              when WS-Func-Add
                 Perform 300-inquire-customer
              when WS-Func-Delete
                 Perform 400-delete-customer
              when WS-Func-Relate
                 Perform 450-maintain-relationships
              when WS-Func-Quit
                 continue
              when other
                 display "Must enter A, C, I, X, R, or Q"
           end-evaluate
           end-perform

           close Customer-Master
           if WS-Master-Available
              close Account-Master
           end-if
           close Relationship-File
           close Change-Log-File

           Perform 980-write-run-status
           Stop run.
                 move WS-Entry-Name to CM-Name
                 move WS-Entry-Addr-1 to CM-Addr-Line-1
                 move WS-Entry-Addr-2 to CM-Addr-Line-2
                 move WS-Entry-Tax-Id to CM-Tax-Id
                 move WS-Entry-Tax-Status to CM-Tax-Status
                 write Customer-Record
                    invalid key
                       display "Add failed - status "
                 move WS-Entry-Name to CM-Name
                 move WS-Entry-Addr-1 to CM-Addr-Line-1
                 move WS-Entry-Addr-2 to CM-Addr-Line-2
                 move WS-Entry-Tax-Id to CM-Tax-Id
                 move WS-Entry-Tax-Status to CM-Tax-Status
                 rewrite Customer-Record
                    invalid key
                       display "Change failed - status "
                 Display "  Name              " CM-Name
                 Display "  Address           " CM-Addr-Line-1
                 Display "                    " CM-Addr-Line-2
                 Display "  Taxpayer ID       " CM-Tax-Id
                 Display "  Tax Status        " CM-Tax-Status
                 Perform 460-list-relationships
           end-read.

       400-delete-customer.
              invalid key
                 display "Customer not on master: " WS-Entry-Cust-No
              not invalid key
                 Perform 410-check-customer-in-use
                 if WS-Cust-In-Use = "Y"
                    display "Delete refused - customer "
                        function trim(WS-In-Use-Reason)
                 else
                    delete Customer-Master
                       invalid key
                          display "Delete failed - status "
                              WS-Cust-File-Status
                       not invalid key
                          display "Customer deleted: "
                              WS-Entry-Cust-No
                          add 1 to WS-Applied-Count
                    end-delete
                 end-if
           end-read.

       410-check-customer-in-use.
           move "N" to WS-Cust-In-Use
           move spaces to WS-In-Use-Reason
           if WS-Master-Available
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
                       if AM-Cust-No = CM-Cust-No
                          move "Y" to WS-Cust-In-Use
                          move "still owns account(s) on the master"
                              to WS-In-Use-Reason
                          set WS-Master-End-Of-File to true
                       end-if
                 end-read
              end-perform
           end-if
           if WS-Cust-In-Use = "N"
              move CM-Cust-No to AR-Cust-No
              start Relationship-File key = AR-Cust-No
                 invalid key
                    continue
                 not invalid key
                    move "Y" to WS-Cust-In-Use
                    move "still has account relationships"
                        to WS-In-Use-Reason
              end-start
           end-if.

       450-maintain-relationships.
           Perform 500-get-customer-number
           move WS-Entry-Cust-No to CM-Cust-No
           read Customer-Master
              invalid key
                 display "Customer not on master: " WS-Entry-Cust-No
              not invalid key
                 Perform 460-list-relationships
                 Perform 520-get-account-key
                 if WS-Entry-Acct-Key not = spaces
                    move WS-Entry-Acct-Key to AR-Acct-Key
                    move WS-Entry-Cust-No to AR-Cust-No
                    read Relationship-File
                       invalid key
                          Perform 470-add-relationship
                       not invalid key
                          Perform 480-change-relationship
                    end-read
                 end-if
           end-read.

       460-list-relationships.
           move 0 to WS-Rel-Count
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
                       add 1 to WS-Rel-Count
                       Perform 850-set-role-description
                       move AR-Own-Pct to WS-Pct-Format
                       Display "  Related Account   " AR-Acct-Key
                           "  " WS-Role-Desc "  " WS-Pct-Format "%"
                    end-if
              end-read
           end-perform
           if WS-Rel-Count = 0
              Display "  (no account relationships on file)"
           end-if.

       470-add-relationship.
           Display "New relationship to account " WS-Entry-Acct-Key
           Perform 550-get-relationship-fields
           move "A" to WS-Rel-Action
           Perform 560-check-relationship-rules
           if WS-Rel-Error not = spaces
              display "Relationship not added - "
                  function trim(WS-Rel-Error)
           else
              move WS-Entry-Acct-Key to AR-Acct-Key
              move WS-Entry-Cust-No to AR-Cust-No
              move WS-Entry-Role to AR-Role
              move WS-Entry-Pct to AR-Own-Pct
              move WS-Run-Date to AR-Added-Date
              write Relationship-Record
                 invalid key
                    display "Relationship add failed - status "
                        WS-Rel-File-Status
                 not invalid key
                    display "Relationship added: " AR-Key
                    add 1 to WS-Applied-Count
                    move "RELADD" to WS-Log-Function
                    move "(new relationship)" to WS-Before-Image
                    move Relationship-Record to WS-After-Image
                    Perform 700-write-log-entry
              end-write
           end-if.

       480-change-relationship.
           Perform 850-set-role-description
           move AR-Own-Pct to WS-Pct-Format
           Display "Current relationship: " WS-Role-Desc "  "
               WS-Pct-Format "%"
           move " " to WS-Rel-Action
           Perform until WS-Rel-Change or WS-Rel-Delete
                      or WS-Rel-No-Action
           Display "(C)hange (D)elete (N)o action: " with no advancing
           accept WS-Rel-Action
           if not WS-Rel-Change and not WS-Rel-Delete
                 and not WS-Rel-No-Action
              display "Must enter C, D, or N"
           end-if
           end-perform
           move Relationship-Record to WS-Before-Image
           evaluate true
              when WS-Rel-Change
                 Perform 550-get-relationship-fields
                 Perform 560-check-relationship-rules
                 if WS-Rel-Error not = spaces
                    display "Relationship not changed - "
                        function trim(WS-Rel-Error)
                 else
                    move WS-Entry-Role to AR-Role
                    move WS-Entry-Pct to AR-Own-Pct
                    rewrite Relationship-Record
                       invalid key
                          display "Relationship change failed - "
                              "status " WS-Rel-File-Status
                       not invalid key
                          display "Relationship changed: " AR-Key
                          add 1 to WS-Applied-Count
                          move "RELCHG" to WS-Log-Function
                          move Relationship-Record to WS-After-Image
                          Perform 700-write-log-entry
                    end-rewrite
                 end-if
              when WS-Rel-Delete
                 Perform 560-check-relationship-rules
                 if WS-Rel-Error not = spaces
                    display "Relationship not removed - "
                        function trim(WS-Rel-Error)
                 else
                    delete Relationship-File
                       invalid key
                          display "Relationship delete failed - "
                              "status " WS-Rel-File-Status
                       not invalid key
                          display "Relationship removed: " AR-Key
                          add 1 to WS-Applied-Count
                          move "RELDEL" to WS-Log-Function
                          move "(relationship removed)"
                              to WS-After-Image
                          Perform 700-write-log-entry
                    end-delete
                 end-if
              when other
                 continue
           end-evaluate.

       500-get-customer-number.
           move spaces to WS-Entry-Cust-No
           Perform until WS-Entry-Cust-No not = spaces

           move spaces to WS-Entry-Addr-2
           Display "Enter Address Line 2: " with no advancing
           accept WS-Entry-Addr-2

           move "?" to WS-Entry-Tax-Id
           Perform until WS-Entry-Tax-Id = spaces
                      or WS-Entry-Tax-Id is numeric
           Display "Enter Taxpayer ID (9 digits): " with no advancing
           accept WS-Entry-Tax-Id
           if WS-Entry-Tax-Id not = spaces
                 and WS-Entry-Tax-Id is not numeric
              display "Taxpayer ID must be 9 digits or blank"
           end-if
           end-perform

           move " " to WS-Entry-Tax-Status
           Perform until WS-Entry-Tax-Status-Valid
           Display "Enter Tax Status - (R)eportable (E)xempt "
               with no advancing
           Display "(F)oreign: " with no advancing
           accept WS-Entry-Tax-Status
           if WS-Entry-Tax-Status = spaces
              move "R" to WS-Entry-Tax-Status
           end-if
           if not WS-Entry-Tax-Status-Valid
              display "Must enter R, E, or F"
           end-if
           end-perform.

       520-get-account-key.
           move spaces to WS-Entry-Acct-Key
           Display "Enter Account Key: " with no advancing
           accept WS-Entry-Acct-Key
           if WS-Entry-Acct-Key = spaces
              display "Account key is required"
           else
              if WS-Master-Available
                 move WS-Entry-Acct-Key to AM-Key
                 read Account-Master
                    invalid key
                       display "Account not on master: "
                           WS-Entry-Acct-Key
                       move spaces to WS-Entry-Acct-Key
                 end-read
              else
                 display "Account master not available - "
                     "relationships cannot be maintained"
                 move spaces to WS-Entry-Acct-Key
              end-if
           end-if.

       550-get-relationship-fields.
           move " " to WS-Entry-Role
           Perform until WS-Entry-Role-Valid
           Display "Role - (P)rimary (J)oint (C)o-borrower "
               with no advancing
           Display "(B)eneficiary Power of (A)ttorney: "
               with no advancing
           accept WS-Entry-Role
           if not WS-Entry-Role-Valid
              display "Must enter P, J, C, B, or A"
           end-if
           end-perform

           move -1 to WS-Entry-Pct
           Perform until WS-Entry-Pct >= 0 and WS-Entry-Pct <= 100
           Display "Enter Ownership Pct (0 to 100): " with no advancing
           accept WS-Entry-Pct
           if WS-Entry-Pct < 0 or WS-Entry-Pct > 100
              display "Must be from 0 to 100"
           end-if
           end-perform.

       560-check-relationship-rules.
           move spaces to WS-Rel-Error
           if WS-Rel-Delete
              if WS-Entry-Cust-No = AM-Cust-No
                 move "account owner's relationship cannot be removed"
                     to WS-Rel-Error
              end-if
           else
              evaluate true
                 when WS-Entry-Role = "P"
                       and WS-Entry-Cust-No not = AM-Cust-No
                    move "primary role belongs to the account owner"
                        to WS-Rel-Error
                 when WS-Entry-Role not = "P"
                       and WS-Entry-Cust-No = AM-Cust-No
                    move "account owner must keep the primary role"
                        to WS-Rel-Error
                 when WS-Entry-Role = "C" and not AM-Loan-Product
                    move "co-borrower role is for loan accounts only"
                        to WS-Rel-Error
              end-evaluate
           end-if.

       700-write-log-entry.
           accept WS-Log-Time from time
           move spaces to Log-Record
           string WS-Run-Date delimited by size
               "-" delimited by size
               WS-Log-Time delimited by size
               " " delimited by size
               WS-Log-Function delimited by size
               " " delimited by size
               AR-Key delimited by size
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
               WS-After-Image delimited by size
               into Log-Record
           end-string
           write Log-Record.

       850-set-role-description.
           evaluate true
              when AR-Primary
                 move "PRIMARY" to WS-Role-Desc
              when AR-Joint
                 move "JOINT" to WS-Role-Desc
              when AR-Co-Borrower
                 move "CO-BORROWER" to WS-Role-Desc
              when AR-Beneficiary
                 move "BENEFICIARY" to WS-Role-Desc
              when AR-Power-Of-Attorney
                 move "POA" to WS-Role-Desc
              when other
                 move AR-Role to WS-Role-Desc
           end-evaluate.

       900-open-master-file.
           open i-o Customer-Master
              Stop run
           end-if.

       910-open-account-files.
           open input Account-Master
           if WS-Master-File-Status = "00"
              move "Y" to WS-Master-File-Open
           else
              if WS-Master-File-Status not = "35"
                 display "Cannot open account master - status "
                     WS-Master-File-Status
                 close Customer-Master
                 move 8 to WS-Run-RC
                 Perform 980-write-run-status
                 Stop run
              end-if
           end-if

           open i-o Relationship-File
           if WS-Rel-File-Status = "35"
              open output Relationship-File
              close Relationship-File
              open i-o Relationship-File
           end-if
           if WS-Rel-File-Status not = "00"
              display "Cannot open relationship file - status "
                  WS-Rel-File-Status
              close Customer-Master
              if WS-Master-File-Open = "Y"
                 close Account-Master
              end-if
              move 8 to WS-Run-RC
              Perform 980-write-run-status
              Stop run
           end-if

           open extend Change-Log-File
           if WS-Log-File-Status = "35"
              open output Change-Log-File
           end-if
           if WS-Log-File-Status not = "00"
              display "Cannot open change log - status "
                  WS-Log-File-Status
              close Customer-Master
              if WS-Master-File-Open = "Y"
                 close Account-Master
              end-if
              close Relationship-File
              move 8 to WS-Run-RC
              Perform 980-write-run-status
              Stop run
           end-if.

       980-write-run-status.
           accept WS-End-Stamp-Date from date yyyymmdd
           accept WS-End-Stamp-Time from time
