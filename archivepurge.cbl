                02  ARR-CUST-ID PIC 999999.
                02  ARR-BALANCE PIC 9(6)V99.
        FD    CUST-ARCH-FILE.
        01    CUST-ARCH-REC PIC X(161).
        FD    ARR-ARCH-FILE.
        01    ARR-ARCH-REC PIC X(14).
        FD    PURGED-FILE.
        01    PURGED-REC PIC X(161).
        FD    ARCH-PARAMETER-FILE.
        01    ARCH-PARM-REC.
                02  APARM-PURGE-MONTHS PIC 9(3).
        77    WS-DEACT-INT PIC 9(9) VALUE 0.
        77    WS-AGE-DAYS PIC S9(7) VALUE 0.
        77    WS-ARR-BAL-FOUND PIC 9(6)V99 VALUE 0.
        01    CUST-ARCH-IMAGE PIC X(161).
        01    ARR-ARCH-IMAGE PIC X(14).

        PROCEDURE DIVISION.
