      *      rejects go to the suspense file MNTREJ.DAT, and every
      *      master record touched in either mode is written to the
      *      change log MNTLOG.DAT with its before and after image.
      *      Also maintains the account relationships on ACCTREL.DAT
      *      (joint owners, co-borrowers, beneficiaries, and powers of
      *      attorney): adding an account records its AM-Cust-No
      *      customer as the primary owner, a change of AM-Cust-No
      *      moves the primary relationship, and relationship adds,
      *      changes, and removals are logged to MNTLOG.DAT as well.

       Environment division.
       Input-output section.
               access is random
               record key is CM-Cust-No
               file status is WS-Cust-File-Status.
           select Relationship-File assign to "ACCTREL.DAT"
               organization is indexed
               access is dynamic
               record key is AR-Key
               alternate record key is AR-Cust-No with duplicates
               file status is WS-Rel-File-Status.
           select Maint-File assign to "MNTIN.DAT"
               organization is line sequential
               file status is WS-Maint-File-Status.
       FD  Customer-Master.
       copy CUSTMAST.

       FD  Relationship-File.
       copy ACCTREL.

       FD  Maint-File.
       01  Maint-Record        PIC X(200).

       01  WS-Cust-File-Status  PIC XX.
       01  WS-Cust-File-Open    PIC X value "N".
           88  WS-Cust-Validation-On     value "Y".
       01  WS-Rel-File-Status   PIC XX.
       01  WS-Maint-File-Status PIC XX.
       01  WS-Suspense-File-Status PIC XX.
       01  WS-Log-File-Status   PIC XX.
       01  WS-Maint-Count-Format PIC ZZZZ9.

       01  WS-Before-Image     PIC X(160).
       01  WS-After-Image      PIC X(160).
       01  WS-Old-Cust-No      PIC X(10).

       01  WS-Function     PIC X value " ".
           88  WS-Func-Add               value "A".
           88  WS-Func-Change            value "C".
           88  WS-Func-Inquire           value "I".
           88  WS-Func-Close             value "X".
           88  WS-Func-Relate            value "R".
           88  WS-Func-Quit              value "Q".

       01  WS-Entry-Key        PIC X(20).
       01  WS-Entry-Fee        PIC S9(8)V99999.
       01  WS-Entry-Withhold   PIC S99V99.
       01  WS-Entry-Payment    PIC S9(8)V99999.
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

       01  WS-Business-Limits.
           05  WS-Max-Rate      PIC 99V9999 value 25.0000.
       01  WS-Rate-Format      PIC Z9.9999.
       01  WS-Months-Format    PIC ZZZ9.
       01  WS-Product-Desc     PIC X(10).
       01  WS-Status-Desc      PIC X(7).
       01  WS-Role-Desc        PIC X(11).
       01  WS-Pct-Format       PIC ZZ9.99.

       Procedure Division.
       000-main.
           accept WS-Start-Stamp-Time from time
           Perform 900-open-master-file
           Perform 910-open-change-log
           Perform 920-open-relationship-file

           open input Maint-File
           if WS-Maint-File-Status = "35"
              close Customer-Master
           end-if
           close Change-Log-File
           close Relationship-File

           if WS-Maint-Reject-Count > 0 and WS-Run-RC = 0
              move 4 to WS-Run-RC
           Display " "
           Display "Function - (A)dd (C)hange (I)nquire (X)Close "
               with no advancing
           Display "(R)elationships (Q)uit: " with no advancing
           accept WS-Function
           evaluate true
              when WS-Func-Add
                 Perform 300-inquire-account
              when WS-Func-Close
                 Perform 400-close-account
              when WS-Func-Relate
                 Perform 450-maintain-relationships
              when WS-Func-Quit
                 continue
              when other
                 display "Must enter A, C, I, X, R, or Q"
           end-evaluate
           end-perform.

                       move "ADD" to WS-Log-Function
                       move "(new account)" to WS-Before-Image
                       Perform 700-write-log-entry
                       Perform 800-add-primary-relationship
                 end-write
              not invalid key
                 display "Account already on master: " WS-Entry-Key
                 display "Account not on master: " WS-Entry-Key
              not invalid key
                 move Master-Record to WS-Before-Image
                 move AM-Cust-No to WS-Old-Cust-No
                 Perform 510-get-account-fields
                 Perform 540-move-entry-to-master
                 rewrite Master-Record
                       add 1 to WS-Maint-Applied-Count
                       move "CHANGE" to WS-Log-Function
                       Perform 700-write-log-entry
                       if AM-Cust-No not = WS-Old-Cust-No
                          Perform 810-move-primary-relationship
                       end-if
                 end-rewrite
           end-read.

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
                 Display "  Account               " AM-Key
                 Display "  Customer Number       " AM-Cust-No
                 Display "  Product               " WS-Product-Desc
                 Display "  Payment        " WS-Amt-Format
                 move AM-Last-Balance to WS-Amt-Format
                 Display "  Last Balance   " WS-Amt-Format
                 Display "  Accrued Through       " AM-Last-Accrual-Date
                 move AM-Accrued-Int to WS-Amt-Format
                 Display "  Accrued Interest" WS-Amt-Format
                 if AM-Dormant
                    Display "  Dormant Since         " AM-Dormant-Date
                 end-if
                 Perform 460-list-relationships
           end-read.

       400-close-account.
                 end-if
           end-read.

       450-maintain-relationships.
           Perform 500-get-account-key
           move WS-Entry-Key to AM-Key
           read Account-Master
              invalid key
                 display "Account not on master: " WS-Entry-Key
              not invalid key
                 Perform 460-list-relationships
                 Perform 520-get-customer-number
                 move AM-Key to AR-Acct-Key
                 move WS-Entry-Cust-No to AR-Cust-No
                 read Relationship-File
                    invalid key
                       Perform 470-add-relationship
                    not invalid key
                       Perform 480-change-relationship
                 end-read
           end-read.

       460-list-relationships.
           move 0 to WS-Rel-Count
           move "N" to WS-Rel-Eof
           move AM-Key to AR-Acct-Key
           move low-values to AR-Cust-No
           start Relationship-File key >= AR-Key
              invalid key
                 set WS-Rel-End-Of-File to true
           end-start
           perform until WS-Rel-End-Of-File
              read Relationship-File next record
                 at end
                    set WS-Rel-End-Of-File to true
                 not at end
                    if AR-Acct-Key not = AM-Key
                       set WS-Rel-End-Of-File to true
                    else
                       add 1 to WS-Rel-Count
                       Perform 850-set-role-description
                       move AR-Own-Pct to WS-Pct-Format
                       Display "  Related Customer      " AR-Cust-No
                           "  " WS-Role-Desc "  " WS-Pct-Format "%"
                    end-if
              end-read
           end-perform
           if WS-Rel-Count = 0
              Display "  (no relationships on file)"
           end-if.

       470-add-relationship.
           Display "New relationship for customer " WS-Entry-Cust-No
           Perform 550-get-relationship-fields
           move "A" to WS-Rel-Action
           Perform 560-check-relationship-rules
           if WS-Rel-Error not = spaces
              display "Relationship not added - "
                  function trim(WS-Rel-Error)
           else
              move AM-Key to AR-Acct-Key
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
                    add 1 to WS-Maint-Applied-Count
                    move "RELADD" to WS-Log-Function
                    move "(new relationship)" to WS-Before-Image
                    move Relationship-Record to WS-After-Image
                    Perform 710-write-rel-log-entry
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
                          add 1 to WS-Maint-Applied-Count
                          move "RELCHG" to WS-Log-Function
                          move Relationship-Record to WS-After-Image
                          Perform 710-write-rel-log-entry
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
                          add 1 to WS-Maint-Applied-Count
                          move "RELDEL" to WS-Log-Function
                          move "(relationship removed)"
                              to WS-After-Image
                          Perform 710-write-rel-log-entry
                    end-delete
                 end-if
              when other
                 continue
           end-evaluate.

       500-get-account-key.
           move spaces to WS-Entry-Key
           Perform until WS-Entry-Key not = spaces
       530-build-new-master.
           move WS-Entry-Key to AM-Key
           move "A" to AM-Status
           Perform 540-move-entry-to-master
           move AM-Principal to AM-Last-Balance
           move AM-Open-Date to AM-Last-Accrual-Date
           move 0 to AM-Accrued-Int
           move 0 to AM-Dormant-Date.

       540-move-entry-to-master.
           move WS-Entry-Cust-No to AM-Cust-No
           move WS-Entry-Withhold to AM-Withhold-Pct
           move WS-Entry-Payment to AM-Payment.

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
                 when not WS-Entry-Role-Valid
                    move "role not P, J, C, B, or A" to WS-Rel-Error
                 when WS-Entry-Pct < 0 or WS-Entry-Pct > 100
                    move "ownership pct not 0 to 100" to WS-Rel-Error
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

       600-batch-driver.
           open output Suspense-File
           perform until WS-Maint-End-Of-File
                       Perform 630-batch-change
                    when "X"
                       Perform 640-batch-close
                    when "R"
                    when "RX"
                       Perform 660-batch-relationship
                    when other
                       move "Y" to WS-Maint-Rec-Invalid
                       move "function code not A, C, X, R, or RX"
                           to WS-Maint-Reject-Reason
                       Perform 650-write-suspense-record
                 end-evaluate
                          move "ADD" to WS-Log-Function
                          move "(new account)" to WS-Before-Image
                          Perform 700-write-log-entry
                          Perform 800-add-primary-relationship
                    end-write
                 end-if
              not invalid key
                    Perform 650-write-suspense-record
                 else
                    move Master-Record to WS-Before-Image
                    move AM-Cust-No to WS-Old-Cust-No
                    Perform 540-move-entry-to-master
                    rewrite Master-Record
                       invalid key
                          add 1 to WS-Maint-Applied-Count
                          move "CHANGE" to WS-Log-Function
                          Perform 700-write-log-entry
                          if AM-Cust-No not = WS-Old-Cust-No
                             Perform 810-move-primary-relationship
                          end-if
                    end-rewrite
                 end-if
           end-read.
           move WS-Run-Date to Suspense-Record(263:8)
           write Suspense-Record.

       660-batch-relationship.
           move WS-Entry-Key to AM-Key
           read Account-Master
              invalid key
                 move "Y" to WS-Maint-Rec-Invalid
                 move "account not on master"
                     to WS-Maint-Reject-Reason
              not invalid key
                 Perform 665-parse-relationship-fields
           end-read
           if WS-Maint-Rec-Invalid = "Y"
              Perform 650-write-suspense-record
           else
              move AM-Key to AR-Acct-Key
              move WS-Entry-Cust-No to AR-Cust-No
              read Relationship-File
                 invalid key
                    if WS-Rel-Delete
                       move "Y" to WS-Maint-Rec-Invalid
                       move "relationship not on file"
                           to WS-Maint-Reject-Reason
                       Perform 650-write-suspense-record
                    else
                       Perform 670-batch-add-relationship
                    end-if
                 not invalid key
                    Perform 680-batch-change-relationship
              end-read
           end-if.

       665-parse-relationship-fields.
           if WS-Maint-Function = "RX"
              move "D" to WS-Rel-Action
           else
              move "C" to WS-Rel-Action
           end-if
           move WS-Maint-Field-3 to WS-Entry-Cust-No
           move WS-Maint-Field-4(1:1) to WS-Entry-Role
           if WS-Maint-Field-5 = spaces
              if WS-Entry-Role = "P"
                 move 100 to WS-Entry-Pct
              else
                 move 0 to WS-Entry-Pct
              end-if
           else
              compute WS-Entry-Pct =
                  function numval(WS-Maint-Field-5)
           end-if
           if WS-Entry-Cust-No = spaces
              move "Y" to WS-Maint-Rec-Invalid
              move "customer number is required"
                  to WS-Maint-Reject-Reason
           else
              if WS-Cust-Validation-On and not WS-Rel-Delete
                 move WS-Entry-Cust-No to CM-Cust-No
                 read Customer-Master
                    invalid key
                       move "Y" to WS-Maint-Rec-Invalid
                       move "customer not on customer master"
                           to WS-Maint-Reject-Reason
                 end-read
              end-if
           end-if
           if WS-Maint-Rec-Invalid not = "Y"
              Perform 560-check-relationship-rules
              if WS-Rel-Error not = spaces
                 move "Y" to WS-Maint-Rec-Invalid
                 move WS-Rel-Error to WS-Maint-Reject-Reason
              end-if
           end-if.

       670-batch-add-relationship.
           move WS-Entry-Role to AR-Role
           move WS-Entry-Pct to AR-Own-Pct
           move WS-Run-Date to AR-Added-Date
           write Relationship-Record
              invalid key
                 move "Y" to WS-Maint-Rec-Invalid
                 move "relationship write failed"
                     to WS-Maint-Reject-Reason
                 Perform 650-write-suspense-record
              not invalid key
                 add 1 to WS-Maint-Applied-Count
                 move "RELADD" to WS-Log-Function
                 move "(new relationship)" to WS-Before-Image
                 move Relationship-Record to WS-After-Image
                 Perform 710-write-rel-log-entry
           end-write.

       680-batch-change-relationship.
           move Relationship-Record to WS-Before-Image
           if WS-Rel-Delete
              delete Relationship-File
                 invalid key
                    move "Y" to WS-Maint-Rec-Invalid
                    move "relationship delete failed"
                        to WS-Maint-Reject-Reason
                    Perform 650-write-suspense-record
                 not invalid key
                    add 1 to WS-Maint-Applied-Count
                    move "RELDEL" to WS-Log-Function
                    move "(relationship removed)" to WS-After-Image
                    Perform 710-write-rel-log-entry
              end-delete
           else
              move WS-Entry-Role to AR-Role
              move WS-Entry-Pct to AR-Own-Pct
              rewrite Relationship-Record
                 invalid key
                    move "Y" to WS-Maint-Rec-Invalid
                    move "relationship rewrite failed"
                        to WS-Maint-Reject-Reason
                    Perform 650-write-suspense-record
                 not invalid key
                    add 1 to WS-Maint-Applied-Count
                    move "RELCHG" to WS-Log-Function
                    move Relationship-Record to WS-After-Image
                    Perform 710-write-rel-log-entry
              end-rewrite
           end-if.

       700-write-log-entry.
           accept WS-Log-Time from time
           move spaces to Log-Record
           end-string
           write Log-Record.

       710-write-rel-log-entry.
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

       800-add-primary-relationship.
           move AM-Key to AR-Acct-Key
           move AM-Cust-No to AR-Cust-No
           read Relationship-File
              invalid key
                 move "P" to AR-Role
                 move 100 to AR-Own-Pct
                 move WS-Run-Date to AR-Added-Date
                 write Relationship-Record
                    invalid key
                       display "Primary relationship not recorded - "
                           "status " WS-Rel-File-Status
                    not invalid key
                       move "RELADD" to WS-Log-Function
                       move "(new relationship)" to WS-Before-Image
                       move Relationship-Record to WS-After-Image
                       Perform 710-write-rel-log-entry
                 end-write
              not invalid key
                 if not AR-Primary
                    move Relationship-Record to WS-Before-Image
                    move "P" to AR-Role
                    rewrite Relationship-Record
                       invalid key
                          display "Primary relationship not recorded"
                              " - status " WS-Rel-File-Status
                       not invalid key
                          move "RELCHG" to WS-Log-Function
                          move Relationship-Record to WS-After-Image
                          Perform 710-write-rel-log-entry
                    end-rewrite
                 end-if
           end-read.

       810-move-primary-relationship.
           move AM-Key to AR-Acct-Key
           move WS-Old-Cust-No to AR-Cust-No
           read Relationship-File
              invalid key
                 continue
              not invalid key
                 if AR-Primary
                    move Relationship-Record to WS-Before-Image
                    delete Relationship-File
                       invalid key
                          display "Old primary relationship not "
                              "removed - status " WS-Rel-File-Status
                       not invalid key
                          move "RELDEL" to WS-Log-Function
                          move "(relationship removed)"
                              to WS-After-Image
                          Perform 710-write-rel-log-entry
                    end-delete
                 end-if
           end-read
           Perform 800-add-primary-relationship.

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
           open i-o Account-Master
           if WS-Master-File-Status = "35"
              Stop run
           end-if.

       920-open-relationship-file.
           open i-o Relationship-File
           if WS-Rel-File-Status = "35"
              open output Relationship-File
              close Relationship-File
              open i-o Relationship-File
           end-if
           if WS-Rel-File-Status not = "00"
              display "Cannot open relationship file - status "
                  WS-Rel-File-Status
              close Account-Master
              close Change-Log-File
              if WS-Cust-File-Open = "Y"
                 close Customer-Master
              end-if
              move 8 to WS-Run-RC
              Perform 980-write-run-status
              Stop run
           end-if.

       980-write-run-status.
           accept WS-End-Stamp-Date from date yyyymmdd
           accept WS-End-Stamp-Time from time
