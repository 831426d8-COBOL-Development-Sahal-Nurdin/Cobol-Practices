      *          course code is unique, and the room is free on that
      *          day and time before an entry is accepted, so a
      *          double-booked room is caught at entry instead of in
      *          the classroom. Every course carries its weight in
      *          credits (sks, 1-6).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 ws-new-end pic 9(4) value 0.
       77 ws-new-capacity pic 9(3) value 0.
       77 ws-new-fee pic 9(7)v99 value 0.
       77 ws-new-credits pic 9(1) value 0.
       77 ws-changed pic x value "n".
       01 ws-schedule-table.
           02 ws-schedule-entry occurs 20 times.
               03 ws-sm-capacity pic 9(3).
               03 ws-sm-enrolled pic 9(3).
               03 ws-sm-fee pic 9(7)v99.
               03 ws-sm-credits pic 9(1).
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-SCHEDULE-PARA.
                       MOVE sm-enrolled-count TO
                           ws-sm-enrolled(ws-schedule-count)
                       MOVE sm-fee TO ws-sm-fee(ws-schedule-count)
                       MOVE sm-credits TO
                           ws-sm-credits(ws-schedule-count)
                   END-IF
           END-READ.

           MOVE ws-sm-capacity(ws-idx) TO sm-capacity.
           MOVE ws-sm-enrolled(ws-idx) TO sm-enrolled-count.
           MOVE ws-sm-fee(ws-idx) TO sm-fee.
           MOVE ws-sm-credits(ws-idx) TO sm-credits.
           WRITE schedule-rec.

       MENU-PARA.
           END-PERFORM.

       LIST-PARA.
           DISPLAY "KODE NAMA / HARI / RUANG / JAM / SKS".
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-schedule-count
               DISPLAY ws-sm-code(ws-idx) "   "
                   ws-sm-name(ws-idx) " " ws-sm-day(ws-idx) " "
                   ws-sm-room(ws-idx) " " ws-sm-start-time(ws-idx)
                   "-" ws-sm-end-time(ws-idx) " "
                   ws-sm-credits(ws-idx) " SKS"
           END-PERFORM.

       ACCEPT-FIELDS-PARA.
           ACCEPT ws-new-capacity.
           DISPLAY "Biaya kuliah per semester: " WITH NO ADVANCING.
           ACCEPT ws-new-fee.
           DISPLAY "Bobot SKS (1-6): " WITH NO ADVANCING.
           ACCEPT ws-new-credits.

       FIND-CODE-PARA.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   MOVE "HARI BUKAN NAMA HARI YANG BENAR" TO ws-reason
               END-IF
           END-IF.
           IF ws-valid = "y"
               IF ws-new-credits < 1 OR ws-new-credits > 6
                   MOVE "n" TO ws-valid
                   MOVE "BOBOT SKS HARUS 1 SAMPAI 6" TO ws-reason
               END-IF
           END-IF.
           IF ws-valid = "y"
               PERFORM ROOM-CLASH-PARA
           END-IF.
           MOVE ws-new-end TO ws-sm-end-time(ws-idx).
           MOVE ws-new-capacity TO ws-sm-capacity(ws-idx).
           MOVE ws-new-fee TO ws-sm-fee(ws-idx).
           MOVE ws-new-credits TO ws-sm-credits(ws-idx).
       END PROGRAM 2IA07-SCHED-MAINT.
