      ******************************************************************
      * Author: Muhammad Sahal Nurdin
      * Date: 15/10/2026
      * Purpose: Maintain the tuition refund schedule (REFUNDSC.DAT)
      *          the registration program prices a credit note from
      *          when a course is dropped after invoicing - add or
      *          change a band (days after the term opened, refund
      *          percentage), delete a band, list the schedule, or
      *          load the standard schedule to start from: full
      *          refund in add/drop week, half until the cutoff,
      *          nothing after it. Same load-table / whole-file
      *          rewrite convention as the grade scale program.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2IA07-REFUND-SCHED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-SCHED-FILE ASSIGN TO "REFUNDSC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-refund-status.
       DATA DIVISION.
       FILE SECTION.
       FD REFUND-SCHED-FILE.
       COPY REFUNDSC.
       WORKING-STORAGE SECTION.
       77 ws-refund-status pic xx value spaces.
       77 ws-refund-eof pic x value "n".
       77 ws-band-count pic 9(2) value 0.
       77 ws-choice pic 9 value 0.
       77 ws-done pic x value "n".
       77 ws-idx pic 9(2) value 0.
       77 ws-found-idx pic 9(2) value 0.
       77 ws-changed pic x value "n".
       77 ws-new-day pic 9(3) value 0.
       77 ws-new-pct pic 9(3) value 0.
       01 ws-band-table.
           02 ws-band-entry occurs 10 times.
               03 ws-rf-day pic 9(3).
               03 ws-rf-pct pic 9(3).
       01 band-list-line.
           02 f pic x(2) value spaces.
           02 bl-day pic zz9.
           02 f pic x(6) value spaces.
           02 bl-pct pic zz9.
           02 f pic x value "%".
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-SCHEDULE-PARA.
           PERFORM UNTIL ws-done = "y"
               PERFORM MENU-PARA
           END-PERFORM.
           IF ws-changed = "y"
               PERFORM SAVE-SCHEDULE-PARA
               DISPLAY "REFUNDSC.DAT diperbarui (" ws-band-count
                   " band refund)"
           ELSE
               DISPLAY "Tidak ada perubahan, file tidak ditulis ulang"
           END-IF.
           STOP RUN.

       LOAD-SCHEDULE-PARA.
           OPEN INPUT REFUND-SCHED-FILE.
           IF ws-refund-status = "00"
               PERFORM READ-BAND-PARA UNTIL ws-refund-eof = "y"
               CLOSE REFUND-SCHED-FILE
               DISPLAY ws-band-count " band refund dimuat dari "
                   "REFUNDSC.DAT"
           ELSE
               DISPLAY "REFUNDSC.DAT belum ada, mulai dari kosong"
           END-IF.

       READ-BAND-PARA.
           READ REFUND-SCHED-FILE
               AT END
                   MOVE "y" TO ws-refund-eof
               NOT AT END
                   IF ws-band-count < 10
                       ADD 1 TO ws-band-count
                       MOVE rf-from-day TO ws-rf-day(ws-band-count)
                       MOVE rf-pct TO ws-rf-pct(ws-band-count)
                   END-IF
           END-READ.

       SAVE-SCHEDULE-PARA.
           OPEN OUTPUT REFUND-SCHED-FILE.
           PERFORM WRITE-BAND-PARA
               VARYING ws-idx FROM 1 BY 1
               UNTIL ws-idx > ws-band-count.
           CLOSE REFUND-SCHED-FILE.

       WRITE-BAND-PARA.
           MOVE ws-rf-day(ws-idx) TO rf-from-day.
           MOVE ws-rf-pct(ws-idx) TO rf-pct.
           WRITE refundsched-rec.

       MENU-PARA.
           DISPLAY "----PEMELIHARAAN JADWAL REFUND KULIAH----".
           DISPLAY "1. Tambah / ubah band refund".
           DISPLAY "2. Hapus band refund".
           DISPLAY "3. Daftar jadwal refund".
           DISPLAY "4. Muat jadwal standar (100% / 50% / 0%)".
           DISPLAY "5. Selesai".
           DISPLAY "Pilihan: " WITH NO ADVANCING.
           ACCEPT ws-choice.
           EVALUATE ws-choice
               WHEN 1 PERFORM SET-BAND-PARA
               WHEN 2 PERFORM DELETE-BAND-PARA
               WHEN 3 PERFORM LIST-PARA
               WHEN 4 PERFORM STANDARD-SCHEDULE-PARA
               WHEN 5 MOVE "y" TO ws-done
               WHEN OTHER DISPLAY "Pilihan tidak valid"
           END-EVALUATE.

      * A band is identified by its starting day - keying the same
      * day again changes the percentage of that band.
       SET-BAND-PARA.
           DISPLAY "Mulai hari ke- (sejak semester dibuka): "
               WITH NO ADVANCING.
           ACCEPT ws-new-day.
           DISPLAY "Persentase refund (0-100): " WITH NO ADVANCING.
           ACCEPT ws-new-pct.
           IF ws-new-pct > 100
               DISPLAY "Ditolak: persentase di atas 100"
           ELSE
               PERFORM STORE-BAND-PARA
           END-IF.

       STORE-BAND-PARA.
           PERFORM FIND-BAND-PARA.
           IF ws-found-idx = 0
               IF ws-band-count < 10
                   ADD 1 TO ws-band-count
                   MOVE ws-band-count TO ws-found-idx
               ELSE
                   DISPLAY "Tabel jadwal refund penuh (maksimum 10)"
               END-IF
           END-IF.
           IF ws-found-idx > 0
               MOVE ws-new-day TO ws-rf-day(ws-found-idx)
               MOVE ws-new-pct TO ws-rf-pct(ws-found-idx)
               MOVE "y" TO ws-changed
               DISPLAY "Band mulai hari " ws-new-day " = " ws-new-pct
                   "% disimpan"
           END-IF.

       FIND-BAND-PARA.
           MOVE 0 TO ws-found-idx.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-band-count
               IF ws-rf-day(ws-idx) = ws-new-day
                   MOVE ws-idx TO ws-found-idx
               END-IF
           END-PERFORM.

       DELETE-BAND-PARA.
           DISPLAY "Hari mulai band yang dihapus: " WITH NO ADVANCING.
           ACCEPT ws-new-day.
           PERFORM FIND-BAND-PARA.
           IF ws-found-idx = 0
               DISPLAY "Band mulai hari " ws-new-day
                   " tidak ditemukan"
           ELSE
               PERFORM VARYING ws-idx FROM ws-found-idx BY 1
                       UNTIL ws-idx >= ws-band-count
                   MOVE ws-band-entry(ws-idx + 1)
                       TO ws-band-entry(ws-idx)
               END-PERFORM
               SUBTRACT 1 FROM ws-band-count
               MOVE "y" TO ws-changed
               DISPLAY "Band mulai hari " ws-new-day " dihapus"
           END-IF.

       LIST-PARA.
           DISPLAY "  MULAI HARI  REFUND".
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-band-count
               MOVE ws-rf-day(ws-idx) TO bl-day
               MOVE ws-rf-pct(ws-idx) TO bl-pct
               DISPLAY band-list-line
           END-PERFORM.

      * Add/drop week (days 0-6) refunds in full, half is refunded
      * until the cutoff at day 28, and nothing after it.
       STANDARD-SCHEDULE-PARA.
           MOVE 3 TO ws-band-count.
           MOVE 0 TO ws-rf-day(1).
           MOVE 100 TO ws-rf-pct(1).
           MOVE 7 TO ws-rf-day(2).
           MOVE 50 TO ws-rf-pct(2).
           MOVE 28 TO ws-rf-day(3).
           MOVE 0 TO ws-rf-pct(3).
           MOVE "y" TO ws-changed.
           DISPLAY "Jadwal refund standar dimuat".
       END PROGRAM 2IA07-REFUND-SCHED.
