      * DISCSTAT.DAT. Status values: N = disconnection notice issued,
      * D = supply disconnected (Q15 refuses a normal bill), R =
      * reconnected with DS-FEE-DUE still to be added to the next
      * bill, SPACE = back to normal. Shared by Q15D (which issues the
      * notices), Q15WC (which records the disconnection and the
      * reconnection when the crew's work order comes back done) and
      * Q15 (which enforces it).
      ******************************************************************
       01    DISCSTAT-REC.
               02      DS-CUST-ID PIC 9(6).
