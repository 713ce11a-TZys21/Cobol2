      *      Customer master record - CUSTMAST.DAT (indexed, key
      *      CM-Cust-No). Maintained by CustMnt; each account on
      *      ACCTMAST.DAT carries the owning customer number in
      *      AM-Cust-No. CM-Tax-Id is the nine-digit taxpayer ID and
      *      CM-Tax-Status says how year-end interest is reported.
       01  Customer-Record.
           05  CM-Cust-No       PIC X(10).
           05  CM-Name          PIC X(30).
           05  CM-Addr-Line-1   PIC X(30).
           05  CM-Addr-Line-2   PIC X(30).
           05  CM-Tax-Id        PIC X(9).
           05  CM-Tax-Status    PIC X.
               88  CM-Tax-Reportable        value "R".
               88  CM-Tax-Exempt            value "E".
               88  CM-Tax-Foreign           value "F".
