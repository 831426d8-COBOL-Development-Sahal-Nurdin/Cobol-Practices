      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of CYCSTAT.DAT from the 13-byte
      *          layout (month plus the upload, billed and aged flags)
      *          to the layout carrying the proof-run step (see
      *          CYCSTAT copybook). Every month on file comes across
      *          with its three flags as they were and the proof step
      *          not yet taken, so the next live Q15 run for any month
      *          needs a signed-off proof run first. Reads the old
      *          file under its current name and writes the converted
      *          copy to CYCSTAT.NEW so the original is never touched
      *          by this program.
      *
      *          CUT-OVER PROCEDURE:
      *            1. Stop all programs that open CYCSTAT.DAT (Q15,
      *               Q15U, Q15A).
      *            2. Run this program. It reads CYCSTAT.DAT and
      *               writes CYCSTAT.NEW.
      *            3. Rename CYCSTAT.DAT to a backup name, then rename
      *               CYCSTAT.NEW to CYCSTAT.DAT.
      *            4. Resume normal operations.
      *          Same cut-over convention as Q15CONV.
      ******************************************************************
        IDENTIFICATION DIVISION.
           PROGRAM-ID. Q15YCNV.
        ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
                SOURCE-COMPUTER. IBM PC.
                OBJECT-COMPUTER. IBM PC.
         INPUT-OUTPUT SECTION.
          SELECT OLD-CYCSTAT-FILE ASSIGN TO "CYCSTAT.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-OLD-STATUS.
          SELECT NEW-CYCSTAT-FILE ASSIGN TO "CYCSTAT.NEW"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-NEW-STATUS.

        DATA DIVISION.
          FILE SECTION.
      * Frozen copy of the record layout as it stood before the proof
      * step was added.
        FD    OLD-CYCSTAT-FILE.
        01    OLD-CYCSTAT-REC.
                02  OC-BILL-MONTH PIC X(10).
                02  OC-UPLOAD-FLAG PIC X.
                02  OC-BILLED-FLAG PIC X.
                02  OC-AGED-FLAG PIC X.
        FD    NEW-CYCSTAT-FILE.
        COPY CYCSTAT.

          WORKING-STORAGE SECTION.
        77    WS-OLD-STATUS PIC XX VALUE SPACES.
        77    WS-NEW-STATUS PIC XX VALUE SPACES.
        77    WS-EOF PIC X VALUE "N".
        77    WS-READ-COUNT PIC 9(6) VALUE 0.
        77    WS-CONVERT-COUNT PIC 9(6) VALUE 0.

        PROCEDURE DIVISION.
        MAIN-PARA.
        DISPLAY "----CYCSTAT.DAT PROOF-STEP LAYOUT CONVERSION----".
        OPEN INPUT OLD-CYCSTAT-FILE.
        IF WS-OLD-STATUS NOT = "00"
            DISPLAY "CYCSTAT.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-OLD-STATUS
            STOP RUN
        END-IF.
        OPEN OUTPUT NEW-CYCSTAT-FILE.
        IF WS-NEW-STATUS NOT = "00"
            DISPLAY "UNABLE TO CREATE CYCSTAT.NEW - STATUS "
                WS-NEW-STATUS
            CLOSE OLD-CYCSTAT-FILE
            STOP RUN
        END-IF.
        READ OLD-CYCSTAT-FILE AT END MOVE "Y" TO WS-EOF.
        PERFORM CONVERT-PARA UNTIL WS-EOF = "Y".
        CLOSE OLD-CYCSTAT-FILE, NEW-CYCSTAT-FILE.
        DISPLAY "RECORDS READ     : " WS-READ-COUNT.
        DISPLAY "RECORDS CONVERTED: " WS-CONVERT-COUNT.
        DISPLAY "CONVERTED FILE WRITTEN TO CYCSTAT.NEW.".
        DISPLAY "STOP Q15, Q15U AND Q15A (IF NOT ALREADY STOPPED), RENAM
      -    "E CYCSTAT.DAT TO A BACKUP NAME, THEN RENAME CYCSTAT.NEW TO C
      -    "YCSTAT.DAT BEFORE RESUMING.".
        STOP RUN.

        CONVERT-PARA.
        ADD 1 TO WS-READ-COUNT.
        MOVE OC-BILL-MONTH TO CY-BILL-MONTH.
        MOVE OC-UPLOAD-FLAG TO CY-UPLOAD-FLAG.
        MOVE OC-BILLED-FLAG TO CY-BILLED-FLAG.
        MOVE OC-AGED-FLAG TO CY-AGED-FLAG.
        MOVE "N" TO CY-PROOF-FLAG.
        MOVE SPACES TO CY-PROOF-ROUTE CY-APPROVED-BY.
        MOVE 0 TO CY-PROOF-DATE CY-PROOF-COUNT CY-PROOF-TOTAL
            CY-APPROVED-DATE.
        WRITE CYCSTAT-REC.
        ADD 1 TO WS-CONVERT-COUNT.
        READ OLD-CYCSTAT-FILE AT END MOVE "Y" TO WS-EOF.
