      *          can be posted against it and the unpaid list
      *          reported. Invoice numbering continues from the
      *          highest number already on the receivables file.
      *          Each invoice bills the term open in TERM.DAT, and a
      *          student is billed once per term.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS ws-tuition-status.
           SELECT INVOICE-FILE ASSIGN TO "TUITINV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TERM-FILE ASSIGN TO "TERM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-term-status.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER-FILE.
       COPY TUITRECV.
       FD INVOICE-FILE.
       01 INVOICE-REC PIC X(80).
       FD TERM-FILE.
       COPY TERMCTL.
       WORKING-STORAGE SECTION.
       77 ws-stud-status pic xx value spaces.
       77 ws-sched-status pic xx value spaces.
       77 ws-open-count pic 9(3) value 0.
       77 ws-open-idx pic 9(3) value 0.
       77 ws-has-open pic x value "n".
       77 ws-term-status pic xx value spaces.
       77 ws-cur-term pic 9(5) value 0.
       01 ws-open-table.
           02 ws-open-npm occurs 500 times pic 9(8).
       01 ws-sched-table.
           02 it-invoice-no pic 9(6).
           02 f pic x(10) value "  TANGGAL ".
           02 it-date pic 9(8).
           02 f pic x(11) value "  SEMESTER ".
           02 it-term pic 9(5).
       01 invoice-student-line.
           02 f pic x(6) value " NPM ".
           02 is-npm pic 9(8).
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           PERFORM LOAD-TERM-PARA.
           PERFORM LOAD-SCHEDULE-PARA.
           IF ws-schedule-count = 0
               DISPLAY "SCHEDMST.DAT kosong atau tidak ada - tidak "
               " tagihan, total " ws-tot-billed.
           IF ws-skipped-count > 0
               DISPLAY ws-skipped-count " mahasiswa dilewati karena "
                   "sudah ditagih untuk semester " ws-cur-term
           END-IF.
           DISPLAY "Tagihan ditulis ke TUITINV.TXT, piutang ke "
               "TUITRECV.DAT".
      * Numbering carries on from the highest invoice already on
      * the receivables file, so a second semester's run never
      * reuses a number. The same pass remembers which students
      * already have an invoice, paid or open, for the term now
      * open - a rerun must not bill them a second time (the billing
      * suite's CYCSTAT guard, in student clothes). An open invoice
      * from an earlier term is a prior balance for registration to
      * act on and does not stop this term's bill.
       FIND-LAST-INVOICE-PARA.
           OPEN INPUT TUITION-FILE.
           IF ws-tuition-status = "00"
           IF tr-invoice-no > ws-invoice-no
               MOVE tr-invoice-no TO ws-invoice-no
           END-IF.
           IF tr-term = ws-cur-term
               MOVE "n" TO ws-has-open
               PERFORM VARYING ws-open-idx FROM 1 BY 1
                       UNTIL ws-open-idx > ws-open-count
           PERFORM CHECK-OPEN-PARA.
           IF ws-has-open = "y"
               ADD 1 TO ws-skipped-count
               DISPLAY "NPM " st-npm " sudah ditagih semester ini - "
                   "tidak ditagih ulang"
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END MOVE "y" TO ws-stud-eof
           WRITE INVOICE-REC FROM ws-heading.
           MOVE ws-invoice-no TO it-invoice-no.
           MOVE ws-today TO it-date.
           MOVE ws-cur-term TO it-term.
           WRITE INVOICE-REC FROM invoice-title-line.
           MOVE st-npm TO is-npm.
           MOVE st-name TO is-name.
           MOVE ws-today TO tr-bill-date.
           MOVE ws-semester-fee TO tr-amount.
           MOVE "n" TO tr-paid-flag.
           MOVE ws-cur-term TO tr-term.
           WRITE tuition-rec.

       LOAD-TERM-PARA.
           OPEN INPUT TERM-FILE.
           IF ws-term-status NOT = "00"
               DISPLAY "TERM.DAT tidak ada - jalankan konversi "
                   "semester atau rollover semester dulu"
               STOP RUN
           END-IF.
           READ TERM-FILE
               AT END
                   DISPLAY "TERM.DAT kosong - tidak bisa menagih"
                   CLOSE TERM-FILE
                   STOP RUN
           END-READ.
           MOVE tm-current-term TO ws-cur-term.
           CLOSE TERM-FILE.

       LOAD-SCHEDULE-PARA.
           OPEN INPUT SCHEDULE-MASTER-FILE.
           IF ws-sched-status = "00"
