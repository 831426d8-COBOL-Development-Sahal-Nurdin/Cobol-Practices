      ******************************************************************
      * Author: Muhammad Sahal Nurdin
      * Date: 15/10/2026
      * Purpose: One-time conversion of the schedule master - the
      *          SCHEDMST.DAT layout as it stood before the course
      *          credits (sks) were added - into the current layout.
      *          The operator gives the credits most courses carry;
      *          every course is converted with that value and the
      *          exceptions are then corrected through the schedule
      *          maintenance program. Reads the old file under its
      *          current name and writes the converted copy to
      *          SCHEDMST.NEW so the original is never touched.
      *
      *          CUT-OVER PROCEDURE:
      *            1. Stop all programs that open SCHEDMST.DAT.
      *            2. Run this program (reads the old layout, writes
      *               SCHEDMST.NEW in the current layout).
      *            3. Rename SCHEDMST.DAT to a backup name, then
      *               rename SCHEDMST.NEW to SCHEDMST.DAT.
      *            4. Correct the credits of any course that differs
      *               from the default through the schedule
      *               maintenance program, then resume.
      *          Same cut-over convention as 2IA07-SCHED-CONV.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2IA07-CREDIT-CONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-SCHEDULE-FILE ASSIGN TO "SCHEDMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-old-status.
           SELECT NEW-SCHEDULE-FILE ASSIGN TO "SCHEDMST.NEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-new-status.
       DATA DIVISION.
       FILE SECTION.
      * Frozen copy of the record layout as it stood before the
      * course credits - the live SCHEDMST copybook has since grown,
      * so the old file must be described explicitly here.
       FD OLD-SCHEDULE-FILE.
       01 old-schedule-rec.
           02 os-course-code pic 9(2).
           02 os-course-name pic x(40).
           02 os-time-slot pic x(40).
           02 os-room pic x(10).
           02 os-day pic x(10).
           02 os-start-time pic 9(4).
           02 os-end-time pic 9(4).
           02 os-capacity pic 9(3).
           02 os-enrolled-count pic 9(3).
           02 os-fee pic 9(7)v99.
       FD NEW-SCHEDULE-FILE.
       COPY SCHEDMST.
       WORKING-STORAGE SECTION.
       77 ws-old-status pic xx value spaces.
       77 ws-new-status pic xx value spaces.
       77 ws-eof pic x value "n".
       77 ws-read-count pic 9(4) value 0.
       77 ws-default-credits pic 9(1) value 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----KONVERSI SCHEDMST.DAT (TAMBAH KOLOM SKS)---".
           DISPLAY "Bobot SKS standar untuk semua mata kuliah (1-6): "
               WITH NO ADVANCING.
           ACCEPT ws-default-credits.
           IF ws-default-credits < 1 OR ws-default-credits > 6
               DISPLAY "Bobot SKS harus 1 sampai 6 - tidak dikonversi"
               STOP RUN
           END-IF.
           OPEN INPUT OLD-SCHEDULE-FILE.
           IF ws-old-status NOT = "00"
               DISPLAY "SCHEDMST.DAT tidak ada atau tidak terbaca - "
                   "status " ws-old-status
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-SCHEDULE-FILE.
           IF ws-new-status NOT = "00"
               DISPLAY "SCHEDMST.NEW tidak bisa dibuat - status "
                   ws-new-status
               CLOSE OLD-SCHEDULE-FILE
               STOP RUN
           END-IF.
           READ OLD-SCHEDULE-FILE AT END MOVE "y" TO ws-eof.
           PERFORM CONVERT-PARA UNTIL ws-eof = "y".
           CLOSE OLD-SCHEDULE-FILE, NEW-SCHEDULE-FILE.
           DISPLAY ws-read-count " mata kuliah dikonversi ke "
               "SCHEDMST.NEW dengan " ws-default-credits " SKS".
           DISPLAY "Ganti nama SCHEDMST.DAT ke cadangan, lalu ganti "
               "nama SCHEDMST.NEW ke SCHEDMST.DAT sebelum lanjut.".
           STOP RUN.

       CONVERT-PARA.
           ADD 1 TO ws-read-count.
           MOVE os-course-code TO sm-course-code.
           MOVE os-course-name TO sm-course-name.
           MOVE os-time-slot TO sm-time-slot.
           MOVE os-room TO sm-room.
           MOVE os-day TO sm-day.
           MOVE os-start-time TO sm-start-time.
           MOVE os-end-time TO sm-end-time.
           MOVE os-capacity TO sm-capacity.
           MOVE os-enrolled-count TO sm-enrolled-count.
           MOVE os-fee TO sm-fee.
           MOVE ws-default-credits TO sm-credits.
           WRITE schedule-rec.
           READ OLD-SCHEDULE-FILE AT END MOVE "y" TO ws-eof.
       END PROGRAM 2IA07-CREDIT-CONV.
