      ******************************************************************
      * Working-storage for raising field work orders, shared by the
      * programs that raise them alongside the paragraphs in WORKORDP.
      * The host fills WS-WO-REQUEST and performs RAISE-WORKORD-PARA;
      * WS-WO-NEW-NO comes back with the order number (zero when an
      * open order of the same type was already on file for the
      * customer, whose number is then in WS-WO-DUP-NO). Target
      * turn-round in days by job type is held here so every raising
      * program dates its orders the same way.
      ******************************************************************
       77      WS-WORKORD-STATUS PIC XX VALUE SPACES.
       77      WS-WO-REL-KEY PIC 9(6) VALUE 0.
       77      WS-WO-OPEN PIC X VALUE "N".
       77      WS-WO-EOF PIC X VALUE "N".
       77      WS-WO-LAST-NO PIC 9(6) VALUE 0.
       77      WS-WO-NEW-NO PIC 9(6) VALUE 0.
       77      WS-WO-DUP-NO PIC 9(6) VALUE 0.
       77      WS-WO-DATE PIC 9(8) VALUE 0.
       77      WS-WO-DAYS PIC 9(3) VALUE 0.
       77      WS-WO-RAISED-COUNT PIC 9(6) VALUE 0.
       77      WS-WO-DAYS-DISC PIC 9(3) VALUE 5.
       77      WS-WO-DAYS-RECON PIC 9(3) VALUE 1.
       77      WS-WO-DAYS-EXCH PIC 9(3) VALUE 10.
       77      WS-WO-DAYS-INSP PIC 9(3) VALUE 5.
       77      WS-WO-DAYS-CHECK PIC 9(3) VALUE 15.
       01      WS-WO-REQUEST.
               02  WS-WQ-TYPE PIC X.
               02  WS-WQ-CUST-ID PIC 9(6).
               02  WS-WQ-ADDRESS PIC X(30).
               02  WS-WQ-ROUTE-CODE PIC X(4).
               02  WS-WQ-WALK-SEQ PIC 9(4).
               02  WS-WQ-MTRNO PIC 9(6).
               02  WS-WQ-NOTE PIC X(30).
               02  WS-WQ-SOURCE PIC X(8).
               02  WS-WQ-RAISED-BY PIC X(8).
