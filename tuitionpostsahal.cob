      *          unmatched dispositions plus the unpaid invoice list
      *          goes to TUITREG.TXT. The receivables file is small,
      *          so it is loaded to a table and rewritten whole, the
      *          subsystem's usual convention. The money applied is
      *          journaled to the electricity suite's GLJRNL.TXT in
      *          its layout - debit the tuition bank account, credit
      *          the tuition receivable account, both looked up in
      *          ACCTMAP.DAT - so finance takes it from the journal
      *          instead of keying it from the register. Before the
      *          receipts, the credit and debit notes registration
      *          raised in TUITADJ.DAT for drops and adds after
      *          invoicing are applied: a credit reduces the
      *          student's open invoice for the term, and whatever
      *          it cannot absorb (all of it, if the invoice is
      *          already paid) is held as a refund due; a debit adds
      *          to the open invoice, or raises a new invoice if the
      *          term's invoice is already paid. The notes and the
      *          refunds due are listed in the register too.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS ws-tuition-status.
           SELECT REGISTER-FILE ASSIGN TO "TUITREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-journal-status.
           SELECT GLPERIOD-FILE ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-glperiod-status.
           SELECT ACCTMAP-FILE ASSIGN TO "ACCTMAP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-acctmap-status.
           SELECT ADJUST-FILE ASSIGN TO "TUITADJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-adjust-status.
       DATA DIVISION.
       FILE SECTION.
       FD RECEIPT-FILE.
       COPY TUITRECV.
       FD REGISTER-FILE.
       01 REGISTER-REC PIC X(80).
       FD JOURNAL-FILE.
       01 journal-rec pic x(80).
       FD GLPERIOD-FILE.
       COPY GLPERIOD.
       FD ACCTMAP-FILE.
       01 acctmap-rec.
           02 am-key pic x(8).
           02 am-acct pic x(8).
       FD ADJUST-FILE.
       COPY TUITADJ.
       WORKING-STORAGE SECTION.
       77 ws-receipt-status pic xx value spaces.
       77 ws-tuition-status pic xx value spaces.
       77 ws-unpaid-total pic 9(9)v99 value 0.
       77 ws-changed pic x value "n".
       77 ws-disposition pic x(12) value spaces.
       77 ws-today pic 9(8) value 0.
       77 ws-applied-amt pic 9(9)v99 value 0.
       77 ws-journal-status pic xx value spaces.
       77 ws-glperiod-status pic xx value spaces.
       77 ws-glperiod-eof pic x value "N".
       77 ws-gl-today pic 9(8) value 0.
       77 ws-gl-period pic 9(6) value 0.
       77 ws-gl-last-closed pic 9(6) value 0.
       77 ws-gl-year pic 9(4) value 0.
       77 ws-gl-month pic 9(2) value 0.
       77 ws-acctmap-status pic xx value spaces.
       77 ws-acctmap-eof pic x value "n".
       77 ws-acct-tuitbank pic x(8) value "11000300".
       77 ws-acct-tuitrecv pic x(8) value "14100100".
       77 ws-adjust-status pic xx value spaces.
       77 ws-adjust-eof pic x value "n".
       77 ws-adj-count pic 9(4) value 0.
       77 ws-adj-idx pic 9(4) value 0.
       77 ws-adj-changed pic x value "n".
       77 ws-pending-count pic 9(4) value 0.
       77 ws-credit-count pic 9(4) value 0.
       77 ws-debit-count pic 9(4) value 0.
       77 ws-refund-count pic 9(4) value 0.
       77 ws-refund-total pic 9(9)v99 value 0.
       77 ws-last-invoice pic 9(6) value 0.
       01 ws-adj-table.
           02 ws-adj-entry occurs 500 times.
               03 ws-ta-npm pic 9(8).
               03 ws-ta-term pic 9(5).
               03 ws-ta-date pic 9(8).
               03 ws-ta-type pic x.
               03 ws-ta-course pic 9(2).
               03 ws-ta-fee pic 9(7)v99.
               03 ws-ta-pct pic 9(3).
               03 ws-ta-amount pic 9(7)v99.
               03 ws-ta-status pic x.
               03 ws-ta-invoice pic 9(6).
               03 ws-ta-refund pic 9(7)v99.
       01 ws-inv-table.
           02 ws-inv-entry occurs 500 times.
               03 ws-tr-invoice pic 9(6).
               03 ws-tr-date pic 9(8).
               03 ws-tr-amount pic 9(7)v99.
               03 ws-tr-paid pic x.
               03 ws-tr-term pic 9(5).
       01 ws-heading pic x(70) value all "-".
       01 register-detail-line.
           02 rg-npm pic 9(8).
           02 up-npm pic 9(8).
           02 f pic x(7) value "  SISA ".
           02 up-amount pic zzzzzz9.99.
       01 adjust-detail-line.
           02 ad-type pic x(7).
           02 ad-npm pic 9(8).
           02 f pic x(2) value spaces.
           02 ad-course pic 9(2).
           02 f pic x(2) value spaces.
           02 ad-pct pic zz9.
           02 f pic x(3) value "%  ".
           02 ad-amount pic zzzzzz9.99.
           02 f pic x(2) value spaces.
           02 ad-disposition pic x(30).
       01 refund-detail-line.
           02 f pic x(12) value " REFUND NPM ".
           02 rf-npm pic 9(8).
           02 f pic x(7) value "  KODE ".
           02 rf-course pic 9(2).
           02 f pic x(11) value "  SEMESTER ".
           02 rf-term pic 9(5).
           02 f pic x(2) value spaces.
           02 rf-amount pic zzzzzz9.99.
       01 journal-header-line.
           02 f pic x(31) value "TUITION RECEIPTS JOURNAL DATED ".
           02 jh-run-date pic 9(8).
       01 journal-detail-line.
           02 jd-acct pic x(8).
           02 f pic x(2) value spaces.
           02 jd-drcr pic x(2).
           02 f pic x(2) value spaces.
           02 jd-amount pic zz,zzz,zz9.99.
           02 f pic x(2) value spaces.
           02 jd-desc pic x(30).
           02 f pic x(2) value spaces.
           02 jd-source pic x(8) value "TUITPOST".
           02 f pic x(2) value spaces.
           02 jd-period pic 9(6).
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           PERFORM LOAD-INVOICES-PARA.
           IF ws-inv-count = 0
               DISPLAY "TUITRECV.DAT kosong atau tidak ada - tidak "
                   "ada piutang"
               STOP RUN
           END-IF.
           PERFORM LOAD-ADJUST-PARA.
           OPEN INPUT RECEIPT-FILE.
           IF ws-receipt-status NOT = "00"
               IF ws-pending-count = 0
                   DISPLAY "TUITRCPT.DAT tidak ada - tidak ada yang "
                       "diposting"
                   STOP RUN
               END-IF
               DISPLAY "TUITRCPT.DAT tidak ada - hanya nota "
                   "kredit/debit yang diposting"
               MOVE "y" TO ws-receipt-eof
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           WRITE REGISTER-REC FROM ws-heading.
           MOVE " *** REGISTER PEMBAYARAN KULIAH ***" TO REGISTER-REC.
           WRITE REGISTER-REC.
           WRITE REGISTER-REC FROM ws-heading.
           IF ws-pending-count > 0
               PERFORM ADJUST-SECTION-PARA
           END-IF.
           IF ws-receipt-eof = "n"
               READ RECEIPT-FILE AT END MOVE "y" TO ws-receipt-eof
               END-READ
               PERFORM POST-PARA UNTIL ws-receipt-eof = "y"
               CLOSE RECEIPT-FILE
           END-IF.
           PERFORM REFUND-LIST-PARA.
           PERFORM UNPAID-LIST-PARA.
           CLOSE REGISTER-FILE.
           IF ws-changed = "y"
               PERFORM SAVE-INVOICES-PARA
           END-IF.
           IF ws-adj-changed = "y"
               PERFORM SAVE-ADJUST-PARA
           END-IF.
           IF ws-applied-amt > 0
               PERFORM LOAD-ACCTMAP-PARA
               PERFORM WRITE-JOURNAL-PARA
               DISPLAY "Jurnal penerimaan ditambahkan ke GLJRNL.TXT"
           END-IF.
           IF ws-pending-count > 0
               DISPLAY "Nota kuliah diposting: " ws-credit-count
                   " kredit, " ws-debit-count " debit"
           END-IF.
           DISPLAY "Posting selesai: " ws-posted-count " diposting, "
               ws-unmatched-count " tidak cocok".
           IF ws-refund-count > 0
               DISPLAY "Refund terutang: " ws-refund-count
                   " nota, total " ws-refund-total
           END-IF.
           DISPLAY "Belum lunas: " ws-unpaid-count " tagihan, total "
               ws-unpaid-total.
           DISPLAY "Register ditulis ke TUITREG.TXT".
       APPLY-RECEIPT-PARA.
           IF rc-amount NOT < ws-tr-amount(ws-match-idx)
               MOVE "y" TO ws-tr-paid(ws-match-idx)
               ADD ws-tr-amount(ws-match-idx) TO ws-applied-amt
               MOVE "LUNAS" TO ws-disposition
           ELSE
               SUBTRACT rc-amount FROM ws-tr-amount(ws-match-idx)
               ADD rc-amount TO ws-applied-amt
               MOVE "SEBAGIAN" TO ws-disposition
           END-IF.
           MOVE "y" TO ws-changed.
           ADD 1 TO ws-posted-count.

      * Notes are applied before the day's receipts, so a receipt
      * meets the invoice as the drops and adds have left it.
       ADJUST-SECTION-PARA.
           MOVE " *** NOTA KREDIT / DEBIT KULIAH ***" TO REGISTER-REC.
           WRITE REGISTER-REC.
           PERFORM APPLY-ADJUST-PARA
               VARYING ws-adj-idx FROM 1 BY 1
               UNTIL ws-adj-idx > ws-adj-count.
           WRITE REGISTER-REC FROM ws-heading.

       APPLY-ADJUST-PARA.
           IF ws-ta-status(ws-adj-idx) = "n"
               PERFORM FIND-TERM-INVOICE-PARA
               MOVE SPACES TO ad-disposition
               IF ws-ta-type(ws-adj-idx) = "C"
                   PERFORM APPLY-CREDIT-PARA
                   MOVE "KREDIT" TO ad-type
                   ADD 1 TO ws-credit-count
               ELSE
                   PERFORM APPLY-DEBIT-PARA
                   MOVE "DEBIT" TO ad-type
                   ADD 1 TO ws-debit-count
               END-IF
               MOVE ws-ta-npm(ws-adj-idx) TO ad-npm
               MOVE ws-ta-course(ws-adj-idx) TO ad-course
               MOVE ws-ta-pct(ws-adj-idx) TO ad-pct
               MOVE ws-ta-amount(ws-adj-idx) TO ad-amount
               WRITE REGISTER-REC FROM adjust-detail-line
               MOVE "y" TO ws-adj-changed
           END-IF.

      * The student's open invoice for the note's term, the oldest
      * first as for receipts.
       FIND-TERM-INVOICE-PARA.
           MOVE 0 TO ws-match-idx.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-inv-count OR ws-match-idx > 0
               IF ws-tr-npm(ws-idx) = ws-ta-npm(ws-adj-idx)
                       AND ws-tr-term(ws-idx) = ws-ta-term(ws-adj-idx)
                       AND ws-tr-paid(ws-idx) NOT = "y"
                   MOVE ws-idx TO ws-match-idx
               END-IF
           END-PERFORM.

      * A credit the open invoice cannot absorb settles it, and the
      * rest is owed back to the student as a refund.
       APPLY-CREDIT-PARA.
           IF ws-match-idx = 0
               MOVE "r" TO ws-ta-status(ws-adj-idx)
               MOVE ws-ta-amount(ws-adj-idx) TO ws-ta-refund(ws-adj-idx)
               MOVE "TAGIHAN LUNAS - REFUND" TO ad-disposition
           ELSE
               MOVE ws-tr-invoice(ws-match-idx)
                   TO ws-ta-invoice(ws-adj-idx)
               IF ws-ta-amount(ws-adj-idx) <
                       ws-tr-amount(ws-match-idx)
                   SUBTRACT ws-ta-amount(ws-adj-idx)
                       FROM ws-tr-amount(ws-match-idx)
                   MOVE "a" TO ws-ta-status(ws-adj-idx)
                   STRING "KURANGI TAGIHAN " DELIMITED BY SIZE
                       ws-tr-invoice(ws-match-idx) DELIMITED BY SIZE
                       INTO ad-disposition
                   END-STRING
               ELSE
                   COMPUTE ws-ta-refund(ws-adj-idx) =
                       ws-ta-amount(ws-adj-idx)
                       - ws-tr-amount(ws-match-idx)
                   MOVE "y" TO ws-tr-paid(ws-match-idx)
                   MOVE "a" TO ws-ta-status(ws-adj-idx)
                   STRING "LUNASI TAGIHAN " DELIMITED BY SIZE
                       ws-tr-invoice(ws-match-idx) DELIMITED BY SIZE
                       INTO ad-disposition
                   END-STRING
                   IF ws-ta-refund(ws-adj-idx) > 0
                       MOVE "r" TO ws-ta-status(ws-adj-idx)
                       STRING "LUNASI TAGIHAN " DELIMITED BY SIZE
                           ws-tr-invoice(ws-match-idx)
                           DELIMITED BY SIZE
                           " + REFUND" DELIMITED BY SIZE
                           INTO ad-disposition
                       END-STRING
                   END-IF
               END-IF
               MOVE "y" TO ws-changed
           END-IF.

      * A debit goes on the term's open invoice; once that is paid
      * the student gets a fresh invoice for the added course.
       APPLY-DEBIT-PARA.
           IF ws-match-idx > 0
               ADD ws-ta-amount(ws-adj-idx)
                   TO ws-tr-amount(ws-match-idx)
               MOVE ws-tr-invoice(ws-match-idx)
                   TO ws-ta-invoice(ws-adj-idx)
               MOVE "a" TO ws-ta-status(ws-adj-idx)
               STRING "TAMBAH TAGIHAN " DELIMITED BY SIZE
                   ws-tr-invoice(ws-match-idx) DELIMITED BY SIZE
                   INTO ad-disposition
               END-STRING
               MOVE "y" TO ws-changed
           ELSE
               IF ws-inv-count < 500
                   ADD 1 TO ws-inv-count
                   ADD 1 TO ws-last-invoice
                   MOVE ws-last-invoice TO ws-tr-invoice(ws-inv-count)
                   MOVE ws-ta-npm(ws-adj-idx) TO ws-tr-npm(ws-inv-count)
                   MOVE ws-today TO ws-tr-date(ws-inv-count)
                   MOVE ws-ta-amount(ws-adj-idx)
                       TO ws-tr-amount(ws-inv-count)
                   MOVE "n" TO ws-tr-paid(ws-inv-count)
                   MOVE ws-ta-term(ws-adj-idx)
                       TO ws-tr-term(ws-inv-count)
                   MOVE ws-last-invoice TO ws-ta-invoice(ws-adj-idx)
                   MOVE "a" TO ws-ta-status(ws-adj-idx)
                   STRING "TAGIHAN BARU " DELIMITED BY SIZE
                       ws-last-invoice DELIMITED BY SIZE
                       INTO ad-disposition
                   END-STRING
                   MOVE "y" TO ws-changed
               ELSE
                   DISPLAY "Tabel piutang penuh - nota debit NPM "
                       ws-ta-npm(ws-adj-idx) " ditunda"
                   MOVE "DITUNDA - TABEL PIUTANG PENUH"
                       TO ad-disposition
               END-IF
           END-IF.

      * Every refund still owed is listed on each run until it is
      * paid out.
       REFUND-LIST-PARA.
           PERFORM VARYING ws-adj-idx FROM 1 BY 1
                   UNTIL ws-adj-idx > ws-adj-count
               IF ws-ta-status(ws-adj-idx) = "r"
                   IF ws-refund-count = 0
                       MOVE " *** REFUND TERUTANG ***" TO REGISTER-REC
                       WRITE REGISTER-REC
                   END-IF
                   ADD 1 TO ws-refund-count
                   ADD ws-ta-refund(ws-adj-idx) TO ws-refund-total
                   MOVE ws-ta-npm(ws-adj-idx) TO rf-npm
                   MOVE ws-ta-course(ws-adj-idx) TO rf-course
                   MOVE ws-ta-term(ws-adj-idx) TO rf-term
                   MOVE ws-ta-refund(ws-adj-idx) TO rf-amount
                   WRITE REGISTER-REC FROM refund-detail-line
               END-IF
           END-PERFORM.

       LOAD-ADJUST-PARA.
           OPEN INPUT ADJUST-FILE.
           IF ws-adjust-status = "00"
               PERFORM READ-ADJUST-PARA UNTIL ws-adjust-eof = "y"
               CLOSE ADJUST-FILE
           END-IF.

       READ-ADJUST-PARA.
           READ ADJUST-FILE
               AT END
                   MOVE "y" TO ws-adjust-eof
               NOT AT END
                   IF ws-adj-count < 500
                       ADD 1 TO ws-adj-count
                       MOVE ta-npm TO ws-ta-npm(ws-adj-count)
                       MOVE ta-term TO ws-ta-term(ws-adj-count)
                       MOVE ta-date TO ws-ta-date(ws-adj-count)
                       MOVE ta-type TO ws-ta-type(ws-adj-count)
                       MOVE ta-course-code TO ws-ta-course(ws-adj-count)
                       MOVE ta-fee TO ws-ta-fee(ws-adj-count)
                       MOVE ta-pct TO ws-ta-pct(ws-adj-count)
                       MOVE ta-amount TO ws-ta-amount(ws-adj-count)
                       MOVE ta-status TO ws-ta-status(ws-adj-count)
                       MOVE ta-invoice-no TO ws-ta-invoice(ws-adj-count)
                       MOVE ta-refund-amt TO ws-ta-refund(ws-adj-count)
                       IF ta-status = "n"
                           ADD 1 TO ws-pending-count
                       END-IF
                   ELSE
                       DISPLAY "Tabel nota kuliah penuh (maksimum 500)"
                       MOVE "y" TO ws-adjust-eof
                   END-IF
           END-READ.

       SAVE-ADJUST-PARA.
           OPEN OUTPUT ADJUST-FILE.
           PERFORM WRITE-ADJUST-PARA
               VARYING ws-adj-idx FROM 1 BY 1
               UNTIL ws-adj-idx > ws-adj-count.
           CLOSE ADJUST-FILE.

       WRITE-ADJUST-PARA.
           MOVE ws-ta-npm(ws-adj-idx) TO ta-npm.
           MOVE ws-ta-term(ws-adj-idx) TO ta-term.
           MOVE ws-ta-date(ws-adj-idx) TO ta-date.
           MOVE ws-ta-type(ws-adj-idx) TO ta-type.
           MOVE ws-ta-course(ws-adj-idx) TO ta-course-code.
           MOVE ws-ta-fee(ws-adj-idx) TO ta-fee.
           MOVE ws-ta-pct(ws-adj-idx) TO ta-pct.
           MOVE ws-ta-amount(ws-adj-idx) TO ta-amount.
           MOVE ws-ta-status(ws-adj-idx) TO ta-status.
           MOVE ws-ta-invoice(ws-adj-idx) TO ta-invoice-no.
           MOVE ws-ta-refund(ws-adj-idx) TO ta-refund-amt.
           WRITE tuitadj-rec.

       UNPAID-LIST-PARA.
           WRITE REGISTER-REC FROM ws-heading.
           MOVE " *** TAGIHAN BELUM LUNAS ***" TO REGISTER-REC.
               MOVE tr-bill-date TO ws-tr-date(ws-inv-count)
               MOVE tr-amount TO ws-tr-amount(ws-inv-count)
               MOVE tr-paid-flag TO ws-tr-paid(ws-inv-count)
               MOVE tr-term TO ws-tr-term(ws-inv-count)
               IF tr-invoice-no > ws-last-invoice
                   MOVE tr-invoice-no TO ws-last-invoice
               END-IF
           ELSE
               DISPLAY "Tabel piutang penuh (maksimum 500)"
           END-IF.
           MOVE ws-tr-date(ws-idx) TO tr-bill-date.
           MOVE ws-tr-amount(ws-idx) TO tr-amount.
           MOVE ws-tr-paid(ws-idx) TO tr-paid-flag.
           MOVE ws-tr-term(ws-idx) TO tr-term.
           WRITE tuition-rec.
       LOAD-ACCTMAP-PARA.
           OPEN INPUT ACCTMAP-FILE.
           IF ws-acctmap-status = "00"
               MOVE "n" TO ws-acctmap-eof
               PERFORM READ-ACCTMAP-PARA UNTIL ws-acctmap-eof = "y"
               CLOSE ACCTMAP-FILE
           END-IF.

       READ-ACCTMAP-PARA.
           READ ACCTMAP-FILE
               AT END
                   MOVE "y" TO ws-acctmap-eof
               NOT AT END
                   EVALUATE am-key
                       WHEN "TUITBANK" MOVE am-acct TO ws-acct-tuitbank
                       WHEN "TUITRECV" MOVE am-acct TO ws-acct-tuitrecv
                   END-EVALUATE
           END-READ.

      * Only the money applied to an invoice is journaled - an
      * unmatched receipt is not tuition until someone finds the
      * student it belongs to. GLJRNL.TXT belongs to the electricity
      * suite's period close, so it is appended to, never rewritten.
       WRITE-JOURNAL-PARA.
           OPEN EXTEND JOURNAL-FILE.
           IF ws-journal-status = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           MOVE ws-today TO jh-run-date.
           PERFORM GL-POST-PERIOD-PARA.
           MOVE ws-gl-period TO jd-period.
           WRITE journal-rec FROM journal-header-line.
           MOVE ws-acct-tuitbank TO jd-acct.
           MOVE "DR" TO jd-drcr.
           MOVE ws-applied-amt TO jd-amount.
           MOVE "TUITION RECEIPTS - BANK" TO jd-desc.
           WRITE journal-rec FROM journal-detail-line.
           MOVE ws-acct-tuitrecv TO jd-acct.
           MOVE "CR" TO jd-drcr.
           MOVE "TUITION RECEIPTS - RECEIVABLE" TO jd-desc.
           WRITE journal-rec FROM journal-detail-line.
           CLOSE JOURNAL-FILE.

       COPY GLPERDP.
       END PROGRAM 2IA07-TUITION-POST.
