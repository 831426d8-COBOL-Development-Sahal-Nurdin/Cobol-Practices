      ******************************************************************
      * Author: Muhammad Sahal Nurdin
      * Date: 15/10/2026
      * Purpose: One-time conversion of the student files to the
      *          layouts that carry an academic term - STUDMST.DAT
      *          (st-term), GRADES.DAT (gr-term), WAITLIST.DAT
      *          (wl-term) and TUITRECV.DAT (tr-term) - and creation
      *          of TERM.DAT for the term now running. The operator
      *          gives the current term (yyyys) and the date it
      *          started: every student, waitlist entry and invoice
      *          or grade dated on or after that date is tagged with
      *          the current term, older invoices and grades with
      *          term 0 (before terms were kept). Reads each old file
      *          under its current name and writes the converted copy
      *          to .NEW so no original is touched.
      *
      *          CUT-OVER PROCEDURE:
      *            1. Stop all programs that open the student files.
      *            2. Run this program. It writes STUDMST.NEW,
      *               GRADES.NEW, WAITLIST.NEW and TUITRECV.NEW, and
      *               TERM.DAT if it does not exist yet.
      *            3. Rename each old .DAT file to a backup name,
      *               then rename each .NEW file to .DAT.
      *            4. Resume - the semester rollover opens the next
      *               term from here on.
      *          Same cut-over convention as 2IA07-SCHED-CONV.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2IA07-TERM-CONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-STUDENT-FILE ASSIGN TO "STUDMST.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS ws-old-rel-key
               FILE STATUS IS ws-old-stud-status.
           SELECT NEW-STUDENT-FILE ASSIGN TO "STUDMST.NEW"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS ws-new-rel-key
               FILE STATUS IS ws-new-stud-status.
           SELECT OLD-GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-old-grade-status.
           SELECT NEW-GRADES-FILE ASSIGN TO "GRADES.NEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-new-grade-status.
           SELECT OLD-WAITLIST-FILE ASSIGN TO "WAITLIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-old-wait-status.
           SELECT NEW-WAITLIST-FILE ASSIGN TO "WAITLIST.NEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-new-wait-status.
           SELECT OLD-TUITION-FILE ASSIGN TO "TUITRECV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-old-tuition-status.
           SELECT NEW-TUITION-FILE ASSIGN TO "TUITRECV.NEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-new-tuition-status.
           SELECT TERM-FILE ASSIGN TO "TERM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-term-status.
       DATA DIVISION.
       FILE SECTION.
      * Frozen copies of the record layouts as they stood before the
      * term fields - the live copybooks have since grown, so the
      * old files must be described explicitly here.
       FD OLD-STUDENT-FILE.
       01 old-student-rec.
           02 os-npm pic 9(8).
           02 os-name pic x(30).
           02 os-enrolled-courses occurs 5 times.
               03 os-course-code pic 9(2).
       FD NEW-STUDENT-FILE.
       COPY STUDMST.
       FD OLD-GRADES-FILE.
       01 old-grade-rec.
           02 og-npm pic 9(8).
           02 og-course-code pic 9(2).
           02 og-score pic 9(3).
           02 og-entry-date pic 9(8).
       FD NEW-GRADES-FILE.
       COPY GRADEMST.
       FD OLD-WAITLIST-FILE.
       01 old-waitlist-rec.
           02 ow-course-code pic 9(2).
           02 ow-npm pic 9(8).
           02 ow-seq pic 9(4).
       FD NEW-WAITLIST-FILE.
       COPY WAITLIST.
       FD OLD-TUITION-FILE.
       01 old-tuition-rec.
           02 ot-invoice-no pic 9(6).
           02 ot-npm pic 9(8).
           02 ot-bill-date pic 9(8).
           02 ot-amount pic 9(7)v99.
           02 ot-paid-flag pic x.
       FD NEW-TUITION-FILE.
       COPY TUITRECV.
       FD TERM-FILE.
       COPY TERMCTL.
       WORKING-STORAGE SECTION.
       77 ws-old-stud-status pic xx value spaces.
       77 ws-new-stud-status pic xx value spaces.
       77 ws-old-grade-status pic xx value spaces.
       77 ws-new-grade-status pic xx value spaces.
       77 ws-old-wait-status pic xx value spaces.
       77 ws-new-wait-status pic xx value spaces.
       77 ws-old-tuition-status pic xx value spaces.
       77 ws-new-tuition-status pic xx value spaces.
       77 ws-term-status pic xx value spaces.
       77 ws-old-rel-key pic 9(8) value 0.
       77 ws-new-rel-key pic 9(8) value 0.
       77 ws-eof pic x value "n".
       77 ws-idx pic 9(1) value 0.
       77 ws-cur-term pic 9(5) value 0.
       77 ws-term-semester pic 9(1) value 0.
       77 ws-term-start pic 9(8) value 0.
       77 ws-today pic 9(8) value 0.
       77 ws-stud-count pic 9(5) value 0.
       77 ws-grade-count pic 9(5) value 0.
       77 ws-grade-old-count pic 9(5) value 0.
       77 ws-wait-count pic 9(5) value 0.
       77 ws-tuition-count pic 9(5) value 0.
       77 ws-tuition-old-count pic 9(5) value 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----KONVERSI FILE MAHASISWA (TAMBAH SEMESTER)---".
           ACCEPT ws-today FROM DATE YYYYMMDD.
           DISPLAY "Semester berjalan (YYYYS, S=1 ganjil/2 genap): "
               WITH NO ADVANCING.
           ACCEPT ws-cur-term.
           MOVE ws-cur-term(5:1) TO ws-term-semester.
           IF ws-cur-term < 10001
                   OR (ws-term-semester NOT = 1
                       AND ws-term-semester NOT = 2)
               DISPLAY "Kode semester tidak valid - tidak dikonversi"
               STOP RUN
           END-IF.
           DISPLAY "Tanggal mulai semester (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT ws-term-start.
           IF ws-term-start = 0 OR ws-term-start > ws-today
               DISPLAY "Tanggal mulai tidak valid - tidak dikonversi"
               STOP RUN
           END-IF.
           PERFORM CONVERT-STUDENTS-PARA.
           PERFORM CONVERT-GRADES-PARA.
           PERFORM CONVERT-WAITLIST-PARA.
           PERFORM CONVERT-TUITION-PARA.
           PERFORM CREATE-TERM-PARA.
           DISPLAY "Mahasiswa dikonversi : " ws-stud-count.
           DISPLAY "Nilai dikonversi     : " ws-grade-count
               " (" ws-grade-old-count " sebelum semester ini)".
           DISPLAY "Waitlist dikonversi  : " ws-wait-count.
           DISPLAY "Tagihan dikonversi   : " ws-tuition-count
               " (" ws-tuition-old-count " sebelum semester ini)".
           DISPLAY "Ganti nama setiap file .DAT lama ke cadangan, lalu "
               "ganti nama file .NEW ke .DAT sebelum lanjut.".
           STOP RUN.

       CONVERT-STUDENTS-PARA.
           OPEN INPUT OLD-STUDENT-FILE.
           IF ws-old-stud-status NOT = "00"
               DISPLAY "STUDMST.DAT tidak ada atau tidak terbaca - "
                   "status " ws-old-stud-status
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-STUDENT-FILE.
           IF ws-new-stud-status NOT = "00"
               DISPLAY "STUDMST.NEW tidak bisa dibuat - status "
                   ws-new-stud-status
               CLOSE OLD-STUDENT-FILE
               STOP RUN
           END-IF.
           MOVE "n" TO ws-eof.
           READ OLD-STUDENT-FILE NEXT RECORD AT END MOVE "y" TO ws-eof.
           PERFORM CONVERT-STUDENT-PARA UNTIL ws-eof = "y".
           CLOSE OLD-STUDENT-FILE, NEW-STUDENT-FILE.

       CONVERT-STUDENT-PARA.
           MOVE os-npm TO st-npm.
           MOVE os-name TO st-name.
           PERFORM VARYING ws-idx FROM 1 BY 1 UNTIL ws-idx > 5
               MOVE os-course-code(ws-idx) TO st-course-code(ws-idx)
           END-PERFORM.
           MOVE ws-cur-term TO st-term.
           MOVE os-npm TO ws-new-rel-key.
           WRITE student-rec
               INVALID KEY
                   DISPLAY "NPM ganda " os-npm " - dilewati"
               NOT INVALID KEY
                   ADD 1 TO ws-stud-count
           END-WRITE.
           READ OLD-STUDENT-FILE NEXT RECORD AT END MOVE "y" TO ws-eof.

      * A grade entered before the term started belongs to an
      * earlier, unrecorded term.
       CONVERT-GRADES-PARA.
           OPEN INPUT OLD-GRADES-FILE.
           IF ws-old-grade-status = "00"
               OPEN OUTPUT NEW-GRADES-FILE
               MOVE "n" TO ws-eof
               READ OLD-GRADES-FILE AT END MOVE "y" TO ws-eof
               END-READ
               PERFORM CONVERT-GRADE-PARA UNTIL ws-eof = "y"
               CLOSE OLD-GRADES-FILE, NEW-GRADES-FILE
           ELSE
               DISPLAY "GRADES.DAT tidak ada - dilewati"
           END-IF.

       CONVERT-GRADE-PARA.
           MOVE og-npm TO gr-npm.
           MOVE og-course-code TO gr-course-code.
           MOVE og-score TO gr-score.
           MOVE og-entry-date TO gr-entry-date.
           IF og-entry-date < ws-term-start
               MOVE 0 TO gr-term
               ADD 1 TO ws-grade-old-count
           ELSE
               MOVE ws-cur-term TO gr-term
           END-IF.
           WRITE grade-rec.
           ADD 1 TO ws-grade-count.
           READ OLD-GRADES-FILE AT END MOVE "y" TO ws-eof.

       CONVERT-WAITLIST-PARA.
           OPEN INPUT OLD-WAITLIST-FILE.
           IF ws-old-wait-status = "00"
               OPEN OUTPUT NEW-WAITLIST-FILE
               MOVE "n" TO ws-eof
               READ OLD-WAITLIST-FILE AT END MOVE "y" TO ws-eof
               END-READ
               PERFORM CONVERT-WAIT-PARA UNTIL ws-eof = "y"
               CLOSE OLD-WAITLIST-FILE, NEW-WAITLIST-FILE
           ELSE
               DISPLAY "WAITLIST.DAT tidak ada - dilewati"
           END-IF.

       CONVERT-WAIT-PARA.
           MOVE ow-course-code TO wl-course-code.
           MOVE ow-npm TO wl-npm.
           MOVE ow-seq TO wl-seq.
           MOVE ws-cur-term TO wl-term.
           WRITE waitlist-rec.
           ADD 1 TO ws-wait-count.
           READ OLD-WAITLIST-FILE AT END MOVE "y" TO ws-eof.

      * An invoice billed before the term started is a prior-term
      * balance, which is what registration must still block on.
       CONVERT-TUITION-PARA.
           OPEN INPUT OLD-TUITION-FILE.
           IF ws-old-tuition-status = "00"
               OPEN OUTPUT NEW-TUITION-FILE
               MOVE "n" TO ws-eof
               READ OLD-TUITION-FILE AT END MOVE "y" TO ws-eof
               END-READ
               PERFORM CONVERT-INVOICE-PARA UNTIL ws-eof = "y"
               CLOSE OLD-TUITION-FILE, NEW-TUITION-FILE
           ELSE
               DISPLAY "TUITRECV.DAT tidak ada - dilewati"
           END-IF.

       CONVERT-INVOICE-PARA.
           MOVE ot-invoice-no TO tr-invoice-no.
           MOVE ot-npm TO tr-npm.
           MOVE ot-bill-date TO tr-bill-date.
           MOVE ot-amount TO tr-amount.
           MOVE ot-paid-flag TO tr-paid-flag.
           IF ot-bill-date < ws-term-start
               MOVE 0 TO tr-term
               ADD 1 TO ws-tuition-old-count
           ELSE
               MOVE ws-cur-term TO tr-term
           END-IF.
           WRITE tuition-rec.
           ADD 1 TO ws-tuition-count.
           READ OLD-TUITION-FILE AT END MOVE "y" TO ws-eof.

      * TERM.DAT is new with this layout, so an existing one is
      * never overwritten.
       CREATE-TERM-PARA.
           OPEN INPUT TERM-FILE.
           IF ws-term-status = "00"
               CLOSE TERM-FILE
               DISPLAY "TERM.DAT sudah ada - tidak ditulis ulang"
           ELSE
               OPEN OUTPUT TERM-FILE
               MOVE ws-cur-term TO tm-current-term
               MOVE ws-term-start TO tm-open-date
               MOVE 0 TO tm-prior-term
               WRITE term-rec
               CLOSE TERM-FILE
               DISPLAY "TERM.DAT dibuat untuk semester " ws-cur-term
           END-IF.
       END PROGRAM 2IA07-TERM-CONV.
