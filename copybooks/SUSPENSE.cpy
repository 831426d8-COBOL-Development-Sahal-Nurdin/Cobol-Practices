      ******************************************************************
      * Unapplied-cash record - one per parcel of receipt money that
      * could not be applied to an open item, keyed by customer ID,
      * receipt date and a sequence number in SUSPENSE.DAT
      * (ORGANIZATION INDEXED), so a customer's credits read back
      * oldest-first the same way PAYSTAT.DAT items do.
      * SU-STATUS: U = unidentified - the receipt quoted an ID that is
      * not on the customer master, so the money is held under
      * customer 000000 with the quoted ID in SU-QUOTED-ID until a
      * clerk allocates it (Q15SA); C = credit on account for the
      * customer in the key, SU-BALANCE still to be used; A = used
      * up, kept for the audit trail. SU-ORIGIN: N = no open item to
      * post against, X = excess over the item(s) the receipt paid,
      * T = transferred in by a clerk allocation, R = a receipt Q15RV
      * took back off the wrong customer's account, E = solar export
      * credit Q15 settled for more than the bill it was paid on
      * (channel EXPORT). Q15P parks the money, Q15SA allocates and
      * spreads it across open items, and Q15 takes what is left off
      * the customer's next bill, or Q15M draws it into the
      * settlement when the account is closed.
      * Shared by Q15P, Q15SA, Q15M, Q15RV and Q15.
      ******************************************************************
       01    SUSPENSE-REC.
               02      SU-KEY.
                       03      SU-CUST-ID PIC 9(6).
                       03      SU-RECEIPT-DATE PIC 9(8).
                       03      SU-SEQ PIC 9(3).
               02      SU-QUOTED-ID PIC 9(6).
               02      SU-CHANNEL PIC X(8).
               02      SU-ORIGIN PIC X.
               02      SU-ORIG-AMOUNT PIC 9(6)V99.
               02      SU-BALANCE PIC 9(6)V99.
               02      SU-STATUS PIC X.
               02      SU-OPERATOR PIC X(8).
               02      SU-STATUS-DATE PIC 9(8).
