               02      AU-TIME PIC 9(8).
               02      AU-ACTION PIC X(10).
               02      AU-CUST-ID PIC 9(6).
               02      AU-BEFORE-IMAGE PIC X(161).
               02      AU-AFTER-IMAGE PIC X(161).
