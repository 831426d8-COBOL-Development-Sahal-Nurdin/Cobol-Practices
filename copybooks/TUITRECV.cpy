      * run writes it open, the tuition receipt posting settles or
      * reduces it, and the registration program refuses new
      * enrolments while a student still carries an open prior
      * balance. tr-paid-flag: n = open, y = paid. tr-term is the
      * academic term the invoice bills (0 = billed before terms
      * were kept); only an open invoice from an earlier term counts
      * as a prior balance.
      ******************************************************************
       01    tuition-rec.
               02      tr-invoice-no pic 9(6).
               02      tr-bill-date pic 9(8).
               02      tr-amount pic 9(7)v99.
               02      tr-paid-flag pic x.
               02      tr-term pic 9(5).
