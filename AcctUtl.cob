      *      count, key sequence check, hash total of AM-Principal
      *      (the same hash basis the batch trailer check uses), and
      *      per-field sanity checks against the published business
      *      limits. Unload and reload are also how ACCTMAST.DAT is
      *      converted to the current record layout: the unload reads
      *      a file still in the earlier 123-byte layout (no accrual
      *      or dormancy fields) when the current layout will not
      *      open, and the reload sets AM-Last-Accrual-Date,
      *      AM-Accrued-Int, and AM-Dormant-Date to zero on any record
      *      that does not carry them. A converted account then has no
      *      accrual date; BalPrf MODE=REBUILD gives it one before
      *      IntAcr will accrue it. The customer master CUSTMAST.DAT
      *      can be unloaded to CUSTSEQ.DAT and reloaded the same way
      *      to convert it: the unload reads a file still in the
      *      earlier 100-byte layout (no tax fields) when the current
      *      layout will not open, and the reload gives any record
      *      without a tax status a blank CM-Tax-Id and CM-Tax-Status
      *      "R" (reportable). The function
      *      comes from UTLPARM.DAT (FUNCTION=UNLOAD, RELOAD, VERIFY,
      *      CUNLOAD, or CRELOAD) or is prompted for when no parameter
      *      file is present.

       Environment division.
       Input-output section.
               access is dynamic
               record key is AM-Key
               file status is WS-Master-File-Status.
           select Old-Account-Master assign to "ACCTMAST.DAT"
               organization is indexed
               access is dynamic
               record key is OA-Key
               file status is WS-Master-File-Status.
           select Flat-File assign to "ACCTSEQ.DAT"
               organization is line sequential
               file status is WS-Flat-File-Status.
           select Customer-Master assign to "CUSTMAST.DAT"
               organization is indexed
               access is dynamic
               record key is CM-Cust-No
               file status is WS-Cust-File-Status.
           select Old-Customer-Master assign to "CUSTMAST.DAT"
               organization is indexed
               access is dynamic
               record key is OC-Cust-No
               file status is WS-Cust-File-Status.
           select Cust-Flat-File assign to "CUSTSEQ.DAT"
               organization is line sequential
               file status is WS-Flat-File-Status.
           select Report-File assign to "UTLRPT.DAT"
               organization is line sequential
               file status is WS-Report-File-Status.
       FD  Account-Master.
       copy ACCTMAST.

       FD  Old-Account-Master.
       01  Old-Account-Record.
           05  OA-Key           PIC X(20).
           05  OA-Rest          PIC X(103).

       FD  Flat-File.
       01  Flat-Record         PIC X(160).

       FD  Customer-Master.
       copy CUSTMAST.

       FD  Old-Customer-Master.
       01  Old-Customer-Record.
           05  OC-Cust-No       PIC X(10).
           05  OC-Rest          PIC X(90).

       FD  Cust-Flat-File.
       01  Cust-Flat-Record    PIC X(110).

       FD  Report-File.
       01  Report-Record       PIC X(132).

       01  WS-Parm-File-Status  PIC XX.
       01  WS-Master-File-Status PIC XX.
       01  WS-Flat-File-Status  PIC XX.
       01  WS-Cust-File-Status  PIC XX.
       01  WS-Report-File-Status PIC XX.

       01  WS-Parm-Eof        PIC X value "N".
           88  WS-Func-Unload            value "UNLOAD".
           88  WS-Func-Reload            value "RELOAD".
           88  WS-Func-Verify            value "VERIFY".
           88  WS-Func-Cust-Unload       value "CUNLOAD".
           88  WS-Func-Cust-Reload       value "CRELOAD".

       01  WS-Master-Eof      PIC X value "N".
           88  WS-Master-End-Of-File    value "Y".
       01  WS-Flat-Eof        PIC X value "N".
           88  WS-Flat-End-Of-File      value "Y".
       01  WS-Cust-Eof        PIC X value "N".
           88  WS-Cust-End-Of-File      value "Y".

       01  WS-Record-Count    PIC 9(7) value 0.
       01  WS-Error-Count     PIC 9(7) value 0.
       01  WS-Converted-Count PIC 9(7) value 0.
       01  WS-Hash-Accum      PIC 9(12)V99 value 0.
       01  WS-Prev-Key        PIC X(20) value low-values.
       01  WS-Sequence-Ok     PIC X value "Y".
                 Perform 400-reload-master
              when WS-Func-Verify
                 Perform 500-verify-master
              when WS-Func-Cust-Unload
                 Perform 600-unload-customers
              when WS-Func-Cust-Reload
                 Perform 700-reload-customers
           end-evaluate

           close Report-File
                    move WS-Parm-Value(1:8) to WS-Function
                    if not WS-Func-Unload and not WS-Func-Reload
                          and not WS-Func-Verify
                          and not WS-Func-Cust-Unload
                          and not WS-Func-Cust-Reload
                       move "Y" to WS-Parm-Error
                       move "FUNCTION must be UNLOAD, RELOAD, VERIFY, "
                           & "CUNLOAD, or CRELOAD" to WS-Parm-Error-Msg
                    end-if
                 when other
                    move "Y" to WS-Parm-Error

       150-get-function.
           Perform until WS-Func-Unload or WS-Func-Reload
                  or WS-Func-Verify or WS-Func-Cust-Unload
                  or WS-Func-Cust-Reload
           if WS-Function = spaces
              Display "Function - UNLOAD, RELOAD, VERIFY, CUNLOAD, "
                  "or CRELOAD: " with no advancing
              accept WS-Function
           end-if
           if not WS-Func-Unload and not WS-Func-Reload
                 and not WS-Func-Verify and not WS-Func-Cust-Unload
                 and not WS-Func-Cust-Reload
              display "Must enter UNLOAD, RELOAD, VERIFY, CUNLOAD, "
                  "or CRELOAD"
              move spaces to WS-Function
           end-if
           end-perform.

       300-unload-master.
           open input Account-Master
           if WS-Master-File-Status = "39"
              Perform 350-unload-old-master
           else
              if WS-Master-File-Status not = "00"
                 Display "Cannot open account master - status "
                     WS-Master-File-Status
                 Perform 900-write-abort-line
                 move 8 to WS-Run-RC
                 Perform 980-write-run-status
                 Stop run
              end-if
              open output Flat-File
              perform until WS-Master-End-Of-File
                 read Account-Master next record
                    at end
                       set WS-Master-End-Of-File to true
                    not at end
                       add 1 to WS-Record-Count
                       add AM-Principal to WS-Hash-Accum
                       move spaces to Flat-Record
                       move Master-Record to Flat-Record
                       write Flat-Record
                 end-read
              end-perform
              close Flat-File
              close Account-Master
           end-if

           Perform 800-write-count-and-hash
           Perform 830-write-converted-count.

       350-unload-old-master.
           open input Old-Account-Master
           if WS-Master-File-Status not = "00"
              Display "Cannot open account master - status "
                  WS-Master-File-Status
              Perform 980-write-run-status
              Stop run
           end-if
           Display "Account master is in the earlier layout - "
               "unloading without accrual and dormancy fields"
           open output Flat-File
           perform until WS-Master-End-Of-File
              read Old-Account-Master next record
                 at end
                    set WS-Master-End-Of-File to true
                 not at end
                    add 1 to WS-Record-Count
                    add 1 to WS-Converted-Count
                    move spaces to Flat-Record
                    move Old-Account-Record to Flat-Record
                    move Flat-Record to Master-Record
                    add AM-Principal to WS-Hash-Accum
                    write Flat-Record
              end-read
           end-perform
           close Flat-File
           close Old-Account-Master.

       400-reload-master.
           open input Flat-File
                    set WS-Flat-End-Of-File to true
                 not at end
                    move Flat-Record to Master-Record
                    if AM-Last-Accrual-Date not numeric
                          or AM-Accrued-Int not numeric
                          or AM-Dormant-Date not numeric
                       add 1 to WS-Converted-Count
                    end-if
                    if AM-Last-Accrual-Date not numeric
                       move 0 to AM-Last-Accrual-Date
                    end-if
                    if AM-Accrued-Int not numeric
                       move 0 to AM-Accrued-Int
                    end-if
                    if AM-Dormant-Date not numeric
                       move 0 to AM-Dormant-Date
                    end-if
                    write Master-Record
                       invalid key
                          add 1 to WS-Error-Count
           close Flat-File

           Perform 800-write-count-and-hash
           Perform 830-write-converted-count
           Perform 810-write-error-count
           if WS-Error-Count > 0 and WS-Run-RC = 0
              move 4 to WS-Run-RC
              write Report-Record
           end-if
           if AM-Status not = "A" and AM-Status not = "C"
                 and AM-Status not = "D"
              add 1 to WS-Error-Count
              Perform 560-write-error-line-key
              move "status not A, C, or D" to Report-Record(32:30)
              write Report-Record
           end-if
           if AM-Rate > WS-Max-Rate
           move "  ** " to Report-Record(1:5)
           move AM-Key to Report-Record(6:20).

       600-unload-customers.
           open input Customer-Master
           if WS-Cust-File-Status = "39"
              Perform 650-unload-old-customers
           else
              if WS-Cust-File-Status not = "00"
                 Display "Cannot open customer master - status "
                     WS-Cust-File-Status
                 Perform 900-write-abort-line
                 move 8 to WS-Run-RC
                 Perform 980-write-run-status
                 Stop run
              end-if
              open output Cust-Flat-File
              perform until WS-Cust-End-Of-File
                 read Customer-Master next record
                    at end
                       set WS-Cust-End-Of-File to true
                    not at end
                       add 1 to WS-Record-Count
                       move Customer-Record to Cust-Flat-Record
                       write Cust-Flat-Record
                 end-read
              end-perform
              close Cust-Flat-File
              close Customer-Master
           end-if

           Perform 820-write-record-count
           Perform 830-write-converted-count.

       650-unload-old-customers.
           open input Old-Customer-Master
           if WS-Cust-File-Status not = "00"
              Display "Cannot open customer master - status "
                  WS-Cust-File-Status
              Perform 900-write-abort-line
              move 8 to WS-Run-RC
              Perform 980-write-run-status
              Stop run
           end-if
           Display "Customer master is in the earlier layout - "
               "unloading without tax fields"
           open output Cust-Flat-File
           perform until WS-Cust-End-Of-File
              read Old-Customer-Master next record
                 at end
                    set WS-Cust-End-Of-File to true
                 not at end
                    add 1 to WS-Record-Count
                    add 1 to WS-Converted-Count
                    move spaces to Cust-Flat-Record
                    move Old-Customer-Record to Cust-Flat-Record
                    write Cust-Flat-Record
              end-read
           end-perform
           close Cust-Flat-File
           close Old-Customer-Master.

       700-reload-customers.
           open input Cust-Flat-File
           if WS-Flat-File-Status = "35"
              Display "No customer flat copy found - nothing to reload"
              Perform 900-write-abort-line
              move 8 to WS-Run-RC
              Perform 980-write-run-status
              Stop run
           end-if
           open output Customer-Master
           if WS-Cust-File-Status not = "00"
              Display "Cannot open customer master - status "
                  WS-Cust-File-Status
              Perform 900-write-abort-line
              move 8 to WS-Run-RC
              Perform 980-write-run-status
              Stop run
           end-if

           perform until WS-Flat-End-Of-File
              read Cust-Flat-File
                 at end
                    set WS-Flat-End-Of-File to true
                 not at end
                    move Cust-Flat-Record to Customer-Record
                    if CM-Tax-Status = space
                       move spaces to CM-Tax-Id
                       move "R" to CM-Tax-Status
                       add 1 to WS-Converted-Count
                    end-if
                    write Customer-Record
                       invalid key
                          add 1 to WS-Error-Count
                          Display "Reload write failed for "
                              CM-Cust-No " - status "
                              WS-Cust-File-Status
                       not invalid key
                          add 1 to WS-Record-Count
                    end-write
              end-read
           end-perform

           close Customer-Master
           close Cust-Flat-File

           Perform 820-write-record-count
           Perform 830-write-converted-count
           Perform 810-write-error-count
           if WS-Error-Count > 0 and WS-Run-RC = 0
              move 4 to WS-Run-RC
           end-if.

       800-write-count-and-hash.
           Perform 820-write-record-count

           move WS-Hash-Accum to WS-Hash-Format
           move spaces to Report-Record
           write Report-Record
           Display "  Errors found             " WS-Count-Format.

       820-write-record-count.
           move WS-Record-Count to WS-Count-Format
           move spaces to Report-Record
           string "  Records processed        " delimited by size
               WS-Count-Format delimited by size
               into Report-Record
           end-string
           write Report-Record
           Display "  Records processed        " WS-Count-Format.

       830-write-converted-count.
           move WS-Converted-Count to WS-Count-Format
           move spaces to Report-Record
           string "  Earlier-layout records   " delimited by size
               WS-Count-Format delimited by size
               into Report-Record
           end-string
           write Report-Record
           Display "  Earlier-layout records   " WS-Count-Format.

       900-write-abort-line.
           move "  ** Run aborted - see messages above"
               to Report-Record
