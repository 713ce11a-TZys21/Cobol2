      *      Account relationship record - ACCTREL.DAT (indexed, key
      *      AR-Key = account key + customer number, alternate key
      *      AR-Cust-No with duplicates). Links an ACCTMAST.DAT account
      *      to every customer with an interest in it: the primary
      *      owner (the AM-Cust-No customer), joint owners,
      *      co-borrowers, beneficiaries, and holders of a power of
      *      attorney. AR-Own-Pct is the customer's ownership (or, for
      *      a beneficiary, benefit) percentage. Maintained by AcctMnt
      *      and CustMnt.
       01  Relationship-Record.
           05  AR-Key.
               10  AR-Acct-Key  PIC X(20).
               10  AR-Cust-No   PIC X(10).
           05  AR-Role          PIC X.
               88  AR-Primary               value "P".
               88  AR-Joint                 value "J".
               88  AR-Co-Borrower           value "C".
               88  AR-Beneficiary           value "B".
               88  AR-Power-Of-Attorney     value "A".
               88  AR-Role-Valid            value "P" "J" "C" "B" "A".
           05  AR-Own-Pct       PIC 9(3)V99.
           05  AR-Added-Date    PIC 9(8).
