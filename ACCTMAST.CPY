      *      Account master record - ACCTMAST.DAT (indexed, key AM-Key)
      *      Shared by Lab2 and AcctMnt. AM-Last-Balance is the actual
      *      balance (opening principal plus posted activity and
      *      capitalized interest); IntAcr carries the date interest was
      *      last accrued to and the accrued interest not yet
      *      capitalized. Dormant accounts (no customer activity for
      *      the dormancy period) carry the date Dormant marked them.
       01  Master-Record.
           05  AM-Key           PIC X(20).
           05  AM-Product       PIC X.
           05  AM-Status        PIC X.
               88  AM-Active                value "A".
               88  AM-Closed                value "C".
               88  AM-Dormant               value "D".
           05  AM-Cust-No       PIC X(10).
           05  AM-Principal     PIC 9(8)V99999.
           05  AM-Rate          PIC 99V9999.
           05  AM-Withhold-Pct  PIC 99V99.
           05  AM-Payment       PIC 9(8)V99999.
           05  AM-Last-Balance  PIC 9(8)V99999.
           05  AM-Last-Accrual-Date PIC 9(8).
           05  AM-Accrued-Int   PIC 9(8)V99999.
           05  AM-Dormant-Date  PIC 9(8).
