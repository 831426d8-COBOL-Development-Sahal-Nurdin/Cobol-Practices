      ******************************************************************
      * Author: Muhammad Sahal Nurdin
      * Date: 15/10/2026
      * Purpose: Maintain the grade scale file (GRADESCL.DAT) that the
      *          transcript and the academic standing run turn marks
      *          into letter grades and grade points with - add or
      *          change a band (lowest score, letter, points per
      *          credit), delete a band, list the scale, or load the
      *          standard A/B/C/D/E scale to start from. The scale is
      *          only saved with a band starting at score 0, so every
      *          mark has a letter. Same load-table / whole-file
      *          rewrite convention as the schedule maintenance
      *          program.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2IA07-GRADE-SCALE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCALE-FILE ASSIGN TO "GRADESCL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-scale-status.
       DATA DIVISION.
       FILE SECTION.
       FD SCALE-FILE.
       COPY GRADESCL.
       WORKING-STORAGE SECTION.
       77 ws-scale-status pic xx value spaces.
       77 ws-scale-eof pic x value "n".
       77 ws-scale-count pic 9(2) value 0.
       77 ws-choice pic 9 value 0.
       77 ws-done pic x value "n".
       77 ws-idx pic 9(2) value 0.
       77 ws-found-idx pic 9(2) value 0.
       77 ws-has-zero pic x value "n".
       77 ws-changed pic x value "n".
       77 ws-new-min pic 9(3) value 0.
       77 ws-new-letter pic x(2) value spaces.
       77 ws-new-points pic 9v99 value 0.
       01 ws-scale-table.
           02 ws-scale-entry occurs 15 times.
               03 ws-gs-min pic 9(3).
               03 ws-gs-letter pic x(2).
               03 ws-gs-points pic 9v99.
       01 scale-list-line.
           02 f pic x(2) value spaces.
           02 sl-min pic zz9.
           02 f pic x(4) value spaces.
           02 sl-letter pic x(2).
           02 f pic x(4) value spaces.
           02 sl-points pic 9.99.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-SCALE-PARA.
           PERFORM UNTIL ws-done = "y"
               PERFORM MENU-PARA
           END-PERFORM.
           IF ws-changed = "y"
               PERFORM SAVE-SCALE-PARA
               DISPLAY "GRADESCL.DAT diperbarui (" ws-scale-count
                   " batas nilai)"
           ELSE
               DISPLAY "Tidak ada perubahan, file tidak ditulis ulang"
           END-IF.
           STOP RUN.

       LOAD-SCALE-PARA.
           OPEN INPUT SCALE-FILE.
           IF ws-scale-status = "00"
               PERFORM READ-SCALE-PARA UNTIL ws-scale-eof = "y"
               CLOSE SCALE-FILE
               DISPLAY ws-scale-count " batas nilai dimuat dari "
                   "GRADESCL.DAT"
           ELSE
               DISPLAY "GRADESCL.DAT belum ada, mulai dari kosong"
           END-IF.

       READ-SCALE-PARA.
           READ SCALE-FILE
               AT END
                   MOVE "y" TO ws-scale-eof
               NOT AT END
                   IF ws-scale-count < 15
                       ADD 1 TO ws-scale-count
                       MOVE gs-min-score TO ws-gs-min(ws-scale-count)
                       MOVE gs-letter TO ws-gs-letter(ws-scale-count)
                       MOVE gs-points TO ws-gs-points(ws-scale-count)
                   END-IF
           END-READ.

       SAVE-SCALE-PARA.
           OPEN OUTPUT SCALE-FILE.
           PERFORM WRITE-SCALE-PARA
               VARYING ws-idx FROM 1 BY 1
               UNTIL ws-idx > ws-scale-count.
           CLOSE SCALE-FILE.

       WRITE-SCALE-PARA.
           MOVE ws-gs-min(ws-idx) TO gs-min-score.
           MOVE ws-gs-letter(ws-idx) TO gs-letter.
           MOVE ws-gs-points(ws-idx) TO gs-points.
           WRITE gradescale-rec.

       MENU-PARA.
           DISPLAY "----PEMELIHARAAN SKALA NILAI----".
           DISPLAY "1. Tambah / ubah batas nilai".
           DISPLAY "2. Hapus batas nilai".
           DISPLAY "3. Daftar skala nilai".
           DISPLAY "4. Muat skala standar (A/B/C/D/E)".
           DISPLAY "5. Selesai".
           DISPLAY "Pilihan: " WITH NO ADVANCING.
           ACCEPT ws-choice.
           EVALUATE ws-choice
               WHEN 1 PERFORM SET-BAND-PARA
               WHEN 2 PERFORM DELETE-BAND-PARA
               WHEN 3 PERFORM LIST-PARA
               WHEN 4 PERFORM STANDARD-SCALE-PARA
               WHEN 5 PERFORM FINISH-PARA
               WHEN OTHER DISPLAY "Pilihan tidak valid"
           END-EVALUATE.

      * A band is identified by its lowest score - keying the same
      * score again changes the letter and points of that band.
       SET-BAND-PARA.
           DISPLAY "Nilai terendah band (0-100): " WITH NO ADVANCING.
           ACCEPT ws-new-min.
           DISPLAY "Huruf mutu: " WITH NO ADVANCING.
           ACCEPT ws-new-letter.
           MOVE FUNCTION UPPER-CASE(ws-new-letter) TO ws-new-letter.
           DISPLAY "Bobot mutu per SKS (0.00-4.00): " WITH NO ADVANCING.
           ACCEPT ws-new-points.
           IF ws-new-min > 100
               DISPLAY "Ditolak: nilai terendah di luar 0-100"
           ELSE
               IF ws-new-letter = SPACES
                   DISPLAY "Ditolak: huruf mutu harus diisi"
               ELSE
                   IF ws-new-points > 4
                       DISPLAY "Ditolak: bobot mutu di atas 4.00"
                   ELSE
                       PERFORM STORE-BAND-PARA
                   END-IF
               END-IF
           END-IF.

       STORE-BAND-PARA.
           PERFORM FIND-BAND-PARA.
           IF ws-found-idx = 0
               IF ws-scale-count < 15
                   ADD 1 TO ws-scale-count
                   MOVE ws-scale-count TO ws-found-idx
               ELSE
                   DISPLAY "Tabel skala penuh (maksimum 15)"
               END-IF
           END-IF.
           IF ws-found-idx > 0
               MOVE ws-new-min TO ws-gs-min(ws-found-idx)
               MOVE ws-new-letter TO ws-gs-letter(ws-found-idx)
               MOVE ws-new-points TO ws-gs-points(ws-found-idx)
               MOVE "y" TO ws-changed
               DISPLAY "Band mulai " ws-new-min " = " ws-new-letter
                   " disimpan"
           END-IF.

       FIND-BAND-PARA.
           MOVE 0 TO ws-found-idx.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-scale-count
               IF ws-gs-min(ws-idx) = ws-new-min
                   MOVE ws-idx TO ws-found-idx
               END-IF
           END-PERFORM.

       DELETE-BAND-PARA.
           DISPLAY "Nilai terendah band yang dihapus: "
               WITH NO ADVANCING.
           ACCEPT ws-new-min.
           PERFORM FIND-BAND-PARA.
           IF ws-found-idx = 0
               DISPLAY "Band mulai " ws-new-min " tidak ditemukan"
           ELSE
               PERFORM VARYING ws-idx FROM ws-found-idx BY 1
                       UNTIL ws-idx >= ws-scale-count
                   MOVE ws-scale-entry(ws-idx + 1)
                       TO ws-scale-entry(ws-idx)
               END-PERFORM
               SUBTRACT 1 FROM ws-scale-count
               MOVE "y" TO ws-changed
               DISPLAY "Band mulai " ws-new-min " dihapus"
           END-IF.

       LIST-PARA.
           DISPLAY "  MULAI  HURUF  BOBOT".
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-scale-count
               MOVE ws-gs-min(ws-idx) TO sl-min
               MOVE ws-gs-letter(ws-idx) TO sl-letter
               MOVE ws-gs-points(ws-idx) TO sl-points
               DISPLAY scale-list-line
           END-PERFORM.

      * The usual five-letter scale: A 85+, B 70+, C 55+, D 40+,
      * E below 40.
       STANDARD-SCALE-PARA.
           MOVE 5 TO ws-scale-count.
           MOVE 85 TO ws-gs-min(1).
           MOVE "A" TO ws-gs-letter(1).
           MOVE 4.00 TO ws-gs-points(1).
           MOVE 70 TO ws-gs-min(2).
           MOVE "B" TO ws-gs-letter(2).
           MOVE 3.00 TO ws-gs-points(2).
           MOVE 55 TO ws-gs-min(3).
           MOVE "C" TO ws-gs-letter(3).
           MOVE 2.00 TO ws-gs-points(3).
           MOVE 40 TO ws-gs-min(4).
           MOVE "D" TO ws-gs-letter(4).
           MOVE 1.00 TO ws-gs-points(4).
           MOVE 0 TO ws-gs-min(5).
           MOVE "E" TO ws-gs-letter(5).
           MOVE 0 TO ws-gs-points(5).
           MOVE "y" TO ws-changed.
           DISPLAY "Skala standar dimuat".

       FINISH-PARA.
           MOVE "n" TO ws-has-zero.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-scale-count
               IF ws-gs-min(ws-idx) = 0
                   MOVE "y" TO ws-has-zero
               END-IF
           END-PERFORM.
           IF ws-changed = "y" AND ws-has-zero = "n"
               DISPLAY "Skala belum punya band mulai 0 - tambahkan "
                   "dulu sebelum selesai"
           ELSE
               MOVE "y" TO ws-done
           END-IF.
       END PROGRAM 2IA07-GRADE-SCALE.
