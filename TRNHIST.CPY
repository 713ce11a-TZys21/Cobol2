      *      Transaction history line - TRNHIST.DAT (line sequential,
      *      comma-delimited). One line per posting: post stamp,
      *      account, transaction date, type, amount, and the account
      *      balance after the posting. Written by TrnPost, IntAcr,
      *      LoanDlq, and MatDsp; readers unstring each line into these
      *      fields. Three trailing fields follow only on lines that
      *      take part in a reversal or correction (TrnPost):
      *        reversed original  - flag X, stamp of its reversal
      *        reversal (type R)  - flag R, stamp of the original,
      *                             type of the original; the amount
      *                             is the balance effect backed out
      *        corrected posting  - flag C, stamp of the original
      *      Statements and activity reports leave out reversed
      *      originals and reversals; balance replays apply both.
       01  History-Fields.
           05  TH-Stamp         PIC X(17).
           05  TH-Acct-Key      PIC X(20).
           05  TH-Tran-Date     PIC X(8).
           05  TH-Type          PIC X.
               88  TH-Deposit               value "D".
               88  TH-Withdrawal            value "W".
               88  TH-Payment               value "P".
               88  TH-Interest              value "I".
               88  TH-Tax-Withheld          value "T".
               88  TH-Late-Fee              value "F".
               88  TH-Reversal              value "R".
           05  TH-Amount-Text   PIC X(14).
           05  TH-Balance-Text  PIC X(15).
           05  TH-Rev-Flag      PIC X.
               88  TH-Reversed              value "X".
               88  TH-Reversal-Line         value "R".
               88  TH-Correction            value "C".
           05  TH-Link-Stamp    PIC X(17).
           05  TH-Orig-Type     PIC X.
