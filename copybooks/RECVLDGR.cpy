      * can be walked at the counter: which bills are open and what
      * each payment covered. LG-TYPE: B = bill issued (written by
      * Q15), P = payment posted (Q15P counter receipts and Q15F bank
      * debits), A = adjustment note (Q15J; a D entry from Q15CA
      * when agency money recovers written-off debt), U = unapplied
      * cash - a C entry when receipt money goes on account unallocated
      * (Q15P, Q15SA), a D entry when that credit is drawn down onto
      * an open item (Q15SA, with a matching P entry) or off a new
      * bill (Q15), S = settlement at closure - deposit, interest
      * and credit applied to an open item by Q15M when the account
      * is closed. LG-DRCR: D raises the customer's debt, C
      * reduces it. LG-ALLOC-DATE carries the issue date of the
      * bill a payment or adjustment was allocated to (zero when
      * none). The per-customer ARR-BALANCE bucket in
      * ARREARS.DAT remains as the rolled-up control total the
      * disconnection and purge runs read; this ledger is the detail
      * behind it. Q15S prints the running balance from it.
