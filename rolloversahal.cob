      ******************************************************************
      * Author: Muhammad Sahal Nurdin
      * Date: 15/10/2026
      * Purpose: Semester rollover - closes the term open in TERM.DAT
      *          and opens the next one. Every student's enrolled
      *          courses are archived to ENRLHIST.DAT under the term
      *          they were taken in, then cleared, and the student
      *          moves on to the new term; the seats-taken count on
      *          every SCHEDMST.DAT course goes back to zero; waitlist
      *          entries not asked for the new term are purged from
      *          WAITLIST.DAT; and TERM.DAT is rewritten for the new
      *          term. Run once, after the closing term's grades are
      *          in and before registration for the new term opens.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2IA07-TERM-ROLLOVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-FILE ASSIGN TO "TERM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-term-status.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMST.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS ws-stud-rel-key
               FILE STATUS IS ws-stud-status.
           SELECT HISTORY-FILE ASSIGN TO "ENRLHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-hist-status.
           SELECT SCHEDULE-MASTER-FILE ASSIGN TO "SCHEDMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-sched-status.
           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-wait-status.
       DATA DIVISION.
       FILE SECTION.
       FD TERM-FILE.
       COPY TERMCTL.
       FD STUDENT-MASTER-FILE.
       COPY STUDMST.
       FD HISTORY-FILE.
       COPY ENRLHIST.
       FD SCHEDULE-MASTER-FILE.
       COPY SCHEDMST.
       FD WAITLIST-FILE.
       COPY WAITLIST.
       WORKING-STORAGE SECTION.
       77 ws-term-status pic xx value spaces.
       77 ws-stud-status pic xx value spaces.
       77 ws-hist-status pic xx value spaces.
       77 ws-sched-status pic xx value spaces.
       77 ws-wait-status pic xx value spaces.
       77 ws-stud-rel-key pic 9(8) value 0.
       77 ws-stud-eof pic x value "n".
       77 ws-sched-eof pic x value "n".
       77 ws-wait-eof pic x value "n".
       77 ws-today pic 9(8) value 0.
       77 ws-old-term pic 9(5) value 0.
       77 ws-new-term pic 9(5) value 0.
       77 ws-new-semester pic 9(1) value 0.
       77 ws-closing-term pic 9(5) value 0.
       77 ws-confirm pic x value "n".
       77 ws-slot pic 9(1) value 0.
       77 ws-idx pic 9(3) value 0.
       77 ws-schedule-count pic 9(2) value 0.
       77 ws-wait-count pic 9(3) value 0.
       77 ws-stud-count pic 9(5) value 0.
       77 ws-hist-count pic 9(5) value 0.
       77 ws-wait-kept pic 9(3) value 0.
       77 ws-wait-purged pic 9(3) value 0.
       01 ws-schedule-table.
           02 ws-schedule-entry occurs 20 times.
               03 ws-sm-code pic 9(2).
               03 ws-sm-name pic x(40).
               03 ws-sm-time pic x(40).
               03 ws-sm-room pic x(10).
               03 ws-sm-day pic x(10).
               03 ws-sm-start-time pic 9(4).
               03 ws-sm-end-time pic 9(4).
               03 ws-sm-capacity pic 9(3).
               03 ws-sm-enrolled pic 9(3).
               03 ws-sm-fee pic 9(7)v99.
               03 ws-sm-credits pic 9(1).
       01 ws-wait-table.
           02 ws-wait-entry occurs 100 times.
               03 ws-wl-course pic 9(2).
               03 ws-wl-npm pic 9(8).
               03 ws-wl-seq pic 9(4).
               03 ws-wl-term pic 9(5).
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----ROLLOVER SEMESTER---".
           ACCEPT ws-today FROM DATE YYYYMMDD.
           PERFORM LOAD-TERM-PARA.
           DISPLAY "Semester berjalan  : " ws-old-term.
           DISPLAY "Semester baru (YYYYS, S=1 ganjil/2 genap): "
               WITH NO ADVANCING.
           ACCEPT ws-new-term.
           MOVE ws-new-term(5:1) TO ws-new-semester.
           IF ws-new-term NOT > ws-old-term
                   OR (ws-new-semester NOT = 1
                       AND ws-new-semester NOT = 2)
               DISPLAY "Semester baru harus sesudah " ws-old-term
                   " dan berakhir 1 atau 2 - rollover dibatalkan"
               STOP RUN
           END-IF.
           DISPLAY "Tutup semester " ws-old-term " dan buka "
               ws-new-term "? (y/n): " WITH NO ADVANCING.
           ACCEPT ws-confirm.
           IF ws-confirm NOT = "y" AND ws-confirm NOT = "Y"
               DISPLAY "Rollover dibatalkan"
               STOP RUN
           END-IF.
           PERFORM ARCHIVE-STUDENTS-PARA.
           PERFORM RESET-SCHEDULE-PARA.
           PERFORM PURGE-WAITLIST-PARA.
           PERFORM OPEN-NEW-TERM-PARA.
           DISPLAY "Rollover selesai - semester " ws-new-term
               " dibuka".
           DISPLAY "Mahasiswa dipindah     : " ws-stud-count.
           DISPLAY "Riwayat ke ENRLHIST.DAT: " ws-hist-count.
           DISPLAY "Mata kuliah di-reset   : " ws-schedule-count.
           DISPLAY "Waitlist dipertahankan : " ws-wait-kept
               ", dibuang " ws-wait-purged.
           STOP RUN.

       LOAD-TERM-PARA.
           OPEN INPUT TERM-FILE.
           IF ws-term-status NOT = "00"
               DISPLAY "TERM.DAT tidak ada - jalankan konversi "
                   "semester dulu"
               STOP RUN
           END-IF.
           READ TERM-FILE
               AT END
                   DISPLAY "TERM.DAT kosong - rollover dibatalkan"
                   CLOSE TERM-FILE
                   STOP RUN
           END-READ.
           MOVE tm-current-term TO ws-old-term.
           CLOSE TERM-FILE.

      * A student still at term 0 (keyed in before TERM.DAT existed)
      * has the courses filed under the term being closed.
       ARCHIVE-STUDENTS-PARA.
           OPEN I-O STUDENT-MASTER-FILE.
           IF ws-stud-status NOT = "00"
               DISPLAY "STUDMST.DAT tidak ada - rollover dibatalkan"
               STOP RUN
           END-IF.
           OPEN EXTEND HISTORY-FILE.
           IF ws-hist-status = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           END-IF.
           MOVE "n" TO ws-stud-eof.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE "y" TO ws-stud-eof.
           PERFORM ARCHIVE-ONE-PARA UNTIL ws-stud-eof = "y".
           CLOSE STUDENT-MASTER-FILE, HISTORY-FILE.

       ARCHIVE-ONE-PARA.
           IF st-term = 0
               MOVE ws-old-term TO ws-closing-term
           ELSE
               MOVE st-term TO ws-closing-term
           END-IF.
           PERFORM VARYING ws-slot FROM 1 BY 1 UNTIL ws-slot > 5
               IF st-course-code(ws-slot) NOT = 0
                   MOVE st-npm TO eh-npm
                   MOVE ws-closing-term TO eh-term
                   MOVE st-course-code(ws-slot) TO eh-course-code
                   MOVE ws-today TO eh-archive-date
                   WRITE enrlhist-rec
                   ADD 1 TO ws-hist-count
                   MOVE 0 TO st-course-code(ws-slot)
               END-IF
           END-PERFORM.
           MOVE ws-new-term TO st-term.
           REWRITE student-rec.
           ADD 1 TO ws-stud-count.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE "y" TO ws-stud-eof.

      * Seats taken start the new term at zero - same whole-file
      * rewrite the maintenance program uses.
       RESET-SCHEDULE-PARA.
           OPEN INPUT SCHEDULE-MASTER-FILE.
           IF ws-sched-status = "00"
               PERFORM READ-SCHEDULE-PARA UNTIL ws-sched-eof = "y"
               CLOSE SCHEDULE-MASTER-FILE
               OPEN OUTPUT SCHEDULE-MASTER-FILE
               PERFORM WRITE-SCHEDULE-PARA
                   VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-schedule-count
               CLOSE SCHEDULE-MASTER-FILE
           ELSE
               DISPLAY "SCHEDMST.DAT tidak ada - tidak ada kursi "
                   "yang di-reset"
           END-IF.

       READ-SCHEDULE-PARA.
           READ SCHEDULE-MASTER-FILE
               AT END
                   MOVE "y" TO ws-sched-eof
               NOT AT END
                   IF ws-schedule-count < 20
                       ADD 1 TO ws-schedule-count
                       MOVE sm-course-code TO
                           ws-sm-code(ws-schedule-count)
                       MOVE sm-course-name TO
                           ws-sm-name(ws-schedule-count)
                       MOVE sm-time-slot TO
                           ws-sm-time(ws-schedule-count)
                       MOVE sm-room TO ws-sm-room(ws-schedule-count)
                       MOVE sm-day TO ws-sm-day(ws-schedule-count)
                       MOVE sm-start-time TO
                           ws-sm-start-time(ws-schedule-count)
                       MOVE sm-end-time TO
                           ws-sm-end-time(ws-schedule-count)
                       MOVE sm-capacity TO
                           ws-sm-capacity(ws-schedule-count)
                       MOVE 0 TO ws-sm-enrolled(ws-schedule-count)
                       MOVE sm-fee TO ws-sm-fee(ws-schedule-count)
                       MOVE sm-credits TO
                           ws-sm-credits(ws-schedule-count)
                   END-IF
           END-READ.

       WRITE-SCHEDULE-PARA.
           MOVE ws-sm-code(ws-idx) TO sm-course-code.
           MOVE ws-sm-name(ws-idx) TO sm-course-name.
           MOVE ws-sm-time(ws-idx) TO sm-time-slot.
           MOVE ws-sm-room(ws-idx) TO sm-room.
           MOVE ws-sm-day(ws-idx) TO sm-day.
           MOVE ws-sm-start-time(ws-idx) TO sm-start-time.
           MOVE ws-sm-end-time(ws-idx) TO sm-end-time.
           MOVE ws-sm-capacity(ws-idx) TO sm-capacity.
           MOVE ws-sm-enrolled(ws-idx) TO sm-enrolled-count.
           MOVE ws-sm-fee(ws-idx) TO sm-fee.
           MOVE ws-sm-credits(ws-idx) TO sm-credits.
           WRITE schedule-rec.

      * A place asked for in the closing term (or earlier) lapses -
      * only entries already taken for the new term survive.
       PURGE-WAITLIST-PARA.
           OPEN INPUT WAITLIST-FILE.
           IF ws-wait-status = "00"
               READ WAITLIST-FILE AT END MOVE "y" TO ws-wait-eof
               END-READ
               PERFORM READ-WAITLIST-PARA UNTIL ws-wait-eof = "y"
               CLOSE WAITLIST-FILE
               OPEN OUTPUT WAITLIST-FILE
               PERFORM WRITE-WAITLIST-PARA
                   VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-wait-count
               CLOSE WAITLIST-FILE
           END-IF.

       READ-WAITLIST-PARA.
           IF wl-term = ws-new-term AND ws-wait-count < 100
               ADD 1 TO ws-wait-count
               MOVE wl-course-code TO ws-wl-course(ws-wait-count)
               MOVE wl-npm TO ws-wl-npm(ws-wait-count)
               MOVE wl-seq TO ws-wl-seq(ws-wait-count)
               MOVE wl-term TO ws-wl-term(ws-wait-count)
               ADD 1 TO ws-wait-kept
           ELSE
               ADD 1 TO ws-wait-purged
           END-IF.
           READ WAITLIST-FILE AT END MOVE "y" TO ws-wait-eof.

       WRITE-WAITLIST-PARA.
           MOVE ws-wl-course(ws-idx) TO wl-course-code.
           MOVE ws-wl-npm(ws-idx) TO wl-npm.
           MOVE ws-wl-seq(ws-idx) TO wl-seq.
           MOVE ws-wl-term(ws-idx) TO wl-term.
           WRITE waitlist-rec.

       OPEN-NEW-TERM-PARA.
           OPEN OUTPUT TERM-FILE.
           MOVE ws-new-term TO tm-current-term.
           MOVE ws-today TO tm-open-date.
           MOVE ws-old-term TO tm-prior-term.
           WRITE term-rec.
           CLOSE TERM-FILE.
       END PROGRAM 2IA07-TERM-ROLLOVER.
