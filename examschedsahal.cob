      ******************************************************************
      * Author: Muhammad Sahal Nurdin
      * Date: 15/10/2026
      * Purpose: Final exam timetable generator. Takes the courses in
      *          SCHEDMST.DAT, the enrolments actually held in
      *          STUDMST.DAT and the exam sittings and rooms in
      *          EXAMSLOT.DAT, and gives each course with students an
      *          exam sitting and room so that no student sits two
      *          exams at overlapping times and the headcount fits the
      *          room. Courses sharing the most students with other
      *          courses are placed first, each in the earliest
      *          sitting that is free of clashes, in the smallest room
      *          that seats everyone. Writes the timetable by day and
      *          room to EXAMTT.TXT, every student's own exam schedule
      *          to EXAMSTUD.TXT, and the courses that could not be
      *          placed to EXAMREJ.TXT with the clashing courses and
      *          the students they share named.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2IA07-EXAM-SCHEDULE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-MASTER-FILE ASSIGN TO "SCHEDMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-sched-status.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMST.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS ws-stud-rel-key
               FILE STATUS IS ws-stud-status.
           SELECT EXAM-SLOT-FILE ASSIGN TO "EXAMSLOT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-slot-status.
           SELECT TIMETABLE-FILE ASSIGN TO "EXAMTT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-EXAM-FILE ASSIGN TO "EXAMSTUD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "EXAMREJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-MASTER-FILE.
       COPY SCHEDMST.
       FD STUDENT-MASTER-FILE.
       COPY STUDMST.
       FD EXAM-SLOT-FILE.
       COPY EXAMSLOT.
       FD TIMETABLE-FILE.
       01 TIMETABLE-REC PIC X(80).
       FD STUDENT-EXAM-FILE.
       01 STUDENT-EXAM-REC PIC X(80).
       FD REJECT-FILE.
       01 REJECT-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 ws-sched-status pic xx value spaces.
       77 ws-stud-status pic xx value spaces.
       77 ws-slot-status pic xx value spaces.
       77 ws-stud-rel-key pic 9(8) value 0.
       77 ws-sched-eof pic x value "n".
       77 ws-stud-eof pic x value "n".
       77 ws-slot-eof pic x value "n".
       77 ws-schedule-count pic 9(2) value 0.
       77 ws-student-count pic 9(3) value 0.
       77 ws-ex-count pic 9(3) value 0.
       77 ws-idx pic 9(3) value 0.
       77 ws-c-idx pic 9(2) value 0.
       77 ws-other-c pic 9(2) value 0.
       77 ws-slot pic 9(1) value 0.
       77 ws-slot2 pic 9(1) value 0.
       77 ws-s-idx pic 9(3) value 0.
       77 ws-e-idx pic 9(3) value 0.
       77 ws-f-idx pic 9(3) value 0.
       77 ws-best-idx pic 9(3) value 0.
       77 ws-best-when pic 9(12) value 0.
       77 ws-cand-when pic 9(12) value 0.
       77 ws-blocked pic x value "n".
       77 ws-any-room pic x value "n".
       77 ws-any-blocker pic x value "n".
       77 ws-pick pic 9(2) value 0.
       77 ws-pass pic 9(2) value 0.
       77 ws-placed-count pic 9(2) value 0.
       77 ws-unplaced-count pic 9(2) value 0.
       77 ws-empty-count pic 9(2) value 0.
       77 ws-has-a pic x value "n".
       77 ws-has-b pic x value "n".
       77 ws-last-key pic x(25) value low-values.
       77 ws-next-key pic x(25) value spaces.
       77 ws-cand-key pic x(25) value spaces.
       77 ws-next-idx pic 9(3) value 0.
       77 ws-last-date pic 9(8) value 0.
       77 ws-exam-count pic 9(1) value 0.
       77 ws-ps-pick pic 9(1) value 0.
      * Courses that have students, with their headcount, how many
      * other courses they share students with, and the exam room
      * record they were given (0 = not placed).
       01 ws-schedule-table.
           02 ws-schedule-entry occurs 20 times.
               03 ws-sm-code pic 9(2).
               03 ws-sm-name pic x(40).
               03 ws-ec-headcount pic 9(3).
               03 ws-ec-degree pic 9(2).
               03 ws-ec-room pic 9(3).
               03 ws-ec-done pic x.
               03 ws-ec-blocker pic x.
      * Students sharing each pair of courses.
       01 ws-clash-table.
           02 ws-clash-row occurs 20 times.
               03 ws-clash-count occurs 20 times pic 9(3).
       01 ws-student-table.
           02 ws-student-entry occurs 500 times.
               03 ws-sd-npm pic 9(8).
               03 ws-sd-name pic x(30).
               03 ws-sd-course occurs 5 times pic 9(2).
       01 ws-exam-table.
           02 ws-exam-entry occurs 200 times.
               03 ws-ex-date pic 9(8).
               03 ws-ex-day pic x(10).
               03 ws-ex-start pic 9(4).
               03 ws-ex-end pic 9(4).
               03 ws-ex-room pic x(10).
               03 ws-ex-capacity pic 9(3).
               03 ws-ex-course pic 9(2).
       01 ws-key-work.
           02 ws-kw-date pic 9(8).
           02 ws-kw-start pic 9(4).
           02 ws-kw-room pic x(10).
           02 ws-kw-idx pic 9(3).
      * One student's exams, ordered by date and time for printing.
       01 ws-personal-table.
           02 ws-personal-entry occurs 5 times.
               03 ws-ps-course pic 9(2).
               03 ws-ps-when pic 9(12).
               03 ws-ps-done pic x.
       01 ws-heading pic x(78) value all "-".
       01 tt-date-line.
           02 f pic x(9) value " TANGGAL ".
           02 td-date pic 9(8).
           02 f pic x(2) value spaces.
           02 td-day pic x(10).
       01 tt-detail-line.
           02 f pic x(3) value spaces.
           02 tl-start pic 9(4).
           02 f pic x value "-".
           02 tl-end pic 9(4).
           02 f pic x(2) value spaces.
           02 tl-room pic x(10).
           02 f pic x(2) value spaces.
           02 tl-code pic 9(2).
           02 f pic x(2) value spaces.
           02 tl-name pic x(30).
           02 f pic x(2) value spaces.
           02 tl-headcount pic zz9.
           02 f pic x value "/".
           02 tl-capacity pic zz9.
           02 f pic x(8) value " PESERTA".
       01 st-title-line.
           02 f pic x(5) value " NPM ".
           02 sl-npm pic 9(8).
           02 f pic x(2) value spaces.
           02 sl-name pic x(30).
       01 st-detail-line.
           02 f pic x(3) value spaces.
           02 sd-date pic 9(8).
           02 f pic x value space.
           02 sd-day pic x(7).
           02 f pic x value space.
           02 sd-start pic 9(4).
           02 f pic x value "-".
           02 sd-end pic 9(4).
           02 f pic x(2) value spaces.
           02 sd-room pic x(10).
           02 f pic x(2) value spaces.
           02 sd-code pic 9(2).
           02 f pic x(2) value spaces.
           02 sd-name pic x(30).
       01 st-unplaced-line.
           02 f pic x(3) value spaces.
           02 f pic x(40) value "BELUM TERJADWAL - LIHAT EXAMREJ.TXT".
           02 su-code pic 9(2).
           02 f pic x(2) value spaces.
           02 su-name pic x(30).
       01 rj-course-line.
           02 f pic x(6) value " KODE ".
           02 rc-code pic 9(2).
           02 f pic x(2) value spaces.
           02 rc-name pic x(40).
           02 f pic x(2) value spaces.
           02 rc-headcount pic zz9.
           02 f pic x(8) value " PESERTA".
       01 rj-reason-line.
           02 f pic x(3) value spaces.
           02 rr-reason pic x(70).
       01 rj-blocker-line.
           02 f pic x(3) value spaces.
           02 f pic x(15) value "BENTROK DENGAN ".
           02 rb-code pic 9(2).
           02 f pic x(2) value spaces.
           02 rb-name pic x(40).
       01 rj-student-line.
           02 f pic x(6) value spaces.
           02 rs-npm pic 9(8).
           02 f pic x(2) value spaces.
           02 rs-name pic x(30).
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----PENJADWALAN UJIAN AKHIR----".
           PERFORM LOAD-SCHEDULE-PARA.
           IF ws-schedule-count = 0
               DISPLAY "SCHEDMST.DAT kosong atau tidak ada - tidak "
                   "bisa menjadwal ujian"
               STOP RUN
           END-IF.
           PERFORM LOAD-SLOTS-PARA.
           IF ws-ex-count = 0
               DISPLAY "EXAMSLOT.DAT kosong atau tidak ada - tidak "
                   "bisa menjadwal ujian"
               STOP RUN
           END-IF.
           PERFORM LOAD-STUDENTS-PARA.
           PERFORM COUNT-DEGREE-PARA
               VARYING ws-c-idx FROM 1 BY 1
               UNTIL ws-c-idx > ws-schedule-count.
           OPEN OUTPUT REJECT-FILE.
           PERFORM PLACE-NEXT-PARA
               VARYING ws-pass FROM 1 BY 1
               UNTIL ws-pass > ws-schedule-count.
           CLOSE REJECT-FILE.
           PERFORM WRITE-TIMETABLE-PARA.
           PERFORM WRITE-STUDENT-EXAMS-PARA.
           DISPLAY "Penjadwalan ujian selesai: " ws-placed-count
               " terjadwal, " ws-unplaced-count " tidak terjadwal, "
               ws-empty-count " tanpa peserta".
           DISPLAY "Jadwal di EXAMTT.TXT, jadwal mahasiswa di "
               "EXAMSTUD.TXT, yang gagal di EXAMREJ.TXT".
           STOP RUN.

       LOAD-SCHEDULE-PARA.
           OPEN INPUT SCHEDULE-MASTER-FILE.
           IF ws-sched-status = "00"
               PERFORM READ-SCHEDULE-PARA UNTIL ws-sched-eof = "y"
               CLOSE SCHEDULE-MASTER-FILE
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
                       MOVE 0 TO ws-ec-headcount(ws-schedule-count)
                       MOVE 0 TO ws-ec-degree(ws-schedule-count)
                       MOVE 0 TO ws-ec-room(ws-schedule-count)
                       MOVE "n" TO ws-ec-done(ws-schedule-count)
                       MOVE "n" TO ws-ec-blocker(ws-schedule-count)
                   END-IF
           END-READ.

       LOAD-SLOTS-PARA.
           OPEN INPUT EXAM-SLOT-FILE.
           IF ws-slot-status = "00"
               PERFORM READ-SLOT-PARA UNTIL ws-slot-eof = "y"
               CLOSE EXAM-SLOT-FILE
           END-IF.

       READ-SLOT-PARA.
           READ EXAM-SLOT-FILE
               AT END
                   MOVE "y" TO ws-slot-eof
               NOT AT END
                   IF ws-ex-count < 200
                       ADD 1 TO ws-ex-count
                       MOVE ex-date TO ws-ex-date(ws-ex-count)
                       MOVE ex-day TO ws-ex-day(ws-ex-count)
                       MOVE ex-start-time TO ws-ex-start(ws-ex-count)
                       MOVE ex-end-time TO ws-ex-end(ws-ex-count)
                       MOVE ex-room TO ws-ex-room(ws-ex-count)
                       MOVE ex-capacity TO
                           ws-ex-capacity(ws-ex-count)
                       MOVE 0 TO ws-ex-course(ws-ex-count)
                   ELSE
                       DISPLAY "EXAMSLOT.DAT lebih dari 200 baris - "
                           "sisanya diabaikan"
                       MOVE "y" TO ws-slot-eof
                   END-IF
           END-READ.

      * One sweep of the student master: each enrolment is turned
      * into a course-table index, counted into the headcount, and
      * every pair of courses a student takes is counted as shared.
       LOAD-STUDENTS-PARA.
           INITIALIZE ws-clash-table.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF ws-stud-status = "00"
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END MOVE "y" TO ws-stud-eof
               END-READ
               PERFORM SCAN-STUDENT-PARA UNTIL ws-stud-eof = "y"
               CLOSE STUDENT-MASTER-FILE
           END-IF.

       SCAN-STUDENT-PARA.
           IF ws-student-count < 500
               ADD 1 TO ws-student-count
               MOVE st-npm TO ws-sd-npm(ws-student-count)
               MOVE st-name TO ws-sd-name(ws-student-count)
               PERFORM VARYING ws-slot FROM 1 BY 1 UNTIL ws-slot > 5
                   MOVE 0 TO ws-sd-course(ws-student-count, ws-slot)
                   IF st-course-code(ws-slot) NOT = 0
                       PERFORM VARYING ws-c-idx FROM 1 BY 1
                               UNTIL ws-c-idx > ws-schedule-count
                           IF ws-sm-code(ws-c-idx) =
                                   st-course-code(ws-slot)
                               MOVE ws-c-idx TO
                                   ws-sd-course(ws-student-count,
                                       ws-slot)
                               ADD 1 TO ws-ec-headcount(ws-c-idx)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               PERFORM VARYING ws-slot FROM 1 BY 1 UNTIL ws-slot > 5
                   PERFORM VARYING ws-slot2 FROM 1 BY 1
                           UNTIL ws-slot2 > 5
                       IF ws-slot NOT = ws-slot2
                           AND ws-sd-course(ws-student-count, ws-slot)
                               NOT = 0
                           AND ws-sd-course(ws-student-count, ws-slot2)
                               NOT = 0
                           ADD 1 TO ws-clash-count(
                               ws-sd-course(ws-student-count, ws-slot),
                               ws-sd-course(ws-student-count,
                                   ws-slot2))
                       END-IF
                   END-PERFORM
               END-PERFORM
           ELSE
               DISPLAY "TABEL MAHASISWA PENUH (MAKSIMUM 500) - "
                   "JADWAL UJIAN TIDAK DIBUAT"
               CLOSE STUDENT-MASTER-FILE
               STOP RUN
           END-IF.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE "y" TO ws-stud-eof.

       COUNT-DEGREE-PARA.
           PERFORM VARYING ws-other-c FROM 1 BY 1
                   UNTIL ws-other-c > ws-schedule-count
               IF ws-clash-count(ws-c-idx, ws-other-c) > 0
                   ADD 1 TO ws-ec-degree(ws-c-idx)
               END-IF
           END-PERFORM.

      * The hardest course still waiting goes next - most courses
      * sharing students with it first, then the largest headcount.
       PLACE-NEXT-PARA.
           MOVE 0 TO ws-pick.
           PERFORM VARYING ws-c-idx FROM 1 BY 1
                   UNTIL ws-c-idx > ws-schedule-count
               IF ws-ec-done(ws-c-idx) = "n"
                   IF ws-pick = 0
                       MOVE ws-c-idx TO ws-pick
                   ELSE
                       IF ws-ec-degree(ws-c-idx) >
                               ws-ec-degree(ws-pick)
                           OR (ws-ec-degree(ws-c-idx) =
                                   ws-ec-degree(ws-pick)
                               AND ws-ec-headcount(ws-c-idx) >
                                   ws-ec-headcount(ws-pick))
                           MOVE ws-c-idx TO ws-pick
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF ws-pick > 0
               MOVE "y" TO ws-ec-done(ws-pick)
               IF ws-ec-headcount(ws-pick) = 0
                   ADD 1 TO ws-empty-count
               ELSE
                   PERFORM PLACE-COURSE-PARA
               END-IF
           END-IF.

      * Earliest clash-free sitting first, then the smallest room
      * that seats the whole class. The blocker marks are cleared
      * first - a course placed earlier may have left some set.
       PLACE-COURSE-PARA.
           PERFORM VARYING ws-other-c FROM 1 BY 1
                   UNTIL ws-other-c > ws-schedule-count
               MOVE "n" TO ws-ec-blocker(ws-other-c)
           END-PERFORM.
           MOVE 0 TO ws-best-idx.
           MOVE "n" TO ws-any-room.
           PERFORM VARYING ws-e-idx FROM 1 BY 1
                   UNTIL ws-e-idx > ws-ex-count
               IF ws-ex-course(ws-e-idx) = 0
                       AND ws-ex-capacity(ws-e-idx) NOT <
                           ws-ec-headcount(ws-pick)
                   MOVE "y" TO ws-any-room
                   PERFORM CHECK-SITTING-PARA
                   IF ws-blocked = "n"
                       PERFORM COMPARE-BEST-PARA
                   END-IF
               END-IF
           END-PERFORM.
           IF ws-best-idx > 0
               MOVE ws-pick TO ws-ex-course(ws-best-idx)
               MOVE ws-best-idx TO ws-ec-room(ws-pick)
               ADD 1 TO ws-placed-count
           ELSE
               ADD 1 TO ws-unplaced-count
               PERFORM REJECT-COURSE-PARA
           END-IF.

      * A sitting is blocked by any exam already placed at an
      * overlapping time on the same date that shares a student, or
      * that already holds the same room.
       CHECK-SITTING-PARA.
           MOVE "n" TO ws-blocked.
           PERFORM VARYING ws-f-idx FROM 1 BY 1
                   UNTIL ws-f-idx > ws-ex-count
               IF ws-ex-course(ws-f-idx) NOT = 0
                       AND ws-ex-date(ws-f-idx) = ws-ex-date(ws-e-idx)
                       AND ws-ex-start(ws-f-idx) < ws-ex-end(ws-e-idx)
                       AND ws-ex-start(ws-e-idx) < ws-ex-end(ws-f-idx)
                   IF ws-ex-room(ws-f-idx) = ws-ex-room(ws-e-idx)
                       MOVE "y" TO ws-blocked
                   END-IF
                   IF ws-clash-count(ws-pick, ws-ex-course(ws-f-idx))
                           > 0
                       MOVE "y" TO ws-blocked
                       MOVE "y" TO
                           ws-ec-blocker(ws-ex-course(ws-f-idx))
                   END-IF
               END-IF
           END-PERFORM.

       COMPARE-BEST-PARA.
           COMPUTE ws-cand-when = ws-ex-date(ws-e-idx) * 10000
               + ws-ex-start(ws-e-idx).
           IF ws-best-idx = 0
               MOVE ws-e-idx TO ws-best-idx
               MOVE ws-cand-when TO ws-best-when
           ELSE
               IF ws-cand-when < ws-best-when
                   OR (ws-cand-when = ws-best-when
                       AND ws-ex-capacity(ws-e-idx) <
                           ws-ex-capacity(ws-best-idx))
                   MOVE ws-e-idx TO ws-best-idx
                   MOVE ws-cand-when TO ws-best-when
               END-IF
           END-IF.

      * The reject names every placed course that blocked a free
      * room big enough, and under each the students the two share.
       REJECT-COURSE-PARA.
           WRITE REJECT-REC FROM ws-heading.
           MOVE ws-sm-code(ws-pick) TO rc-code.
           MOVE ws-sm-name(ws-pick) TO rc-name.
           MOVE ws-ec-headcount(ws-pick) TO rc-headcount.
           WRITE REJECT-REC FROM rj-course-line.
           MOVE SPACES TO rr-reason.
           MOVE "n" TO ws-any-blocker.
           PERFORM VARYING ws-other-c FROM 1 BY 1
                   UNTIL ws-other-c > ws-schedule-count
               IF ws-ec-blocker(ws-other-c) = "y"
                   MOVE "y" TO ws-any-blocker
               END-IF
           END-PERFORM.
           IF ws-any-room = "n"
               STRING "TIDAK ADA RUANG UJIAN KOSONG DENGAN KAPASITAS "
                   DELIMITED BY SIZE
                   ws-ec-headcount(ws-pick) DELIMITED BY SIZE
                   " ATAU LEBIH" DELIMITED BY SIZE
                   INTO rr-reason
               END-STRING
               WRITE REJECT-REC FROM rj-reason-line
           ELSE
               IF ws-any-blocker = "n"
                   STRING "SEMUA RUANG YANG CUKUP BESAR SUDAH "
                       "TERPAKAI PADA JAM ITU" DELIMITED BY SIZE
                       INTO rr-reason
                   END-STRING
                   WRITE REJECT-REC FROM rj-reason-line
               ELSE
                   STRING "SETIAP SESI YANG MUAT BENTROK DENGAN "
                       "UJIAN LAIN:" DELIMITED BY SIZE
                       INTO rr-reason
                   END-STRING
                   WRITE REJECT-REC FROM rj-reason-line
                   PERFORM WRITE-BLOCKER-PARA
                       VARYING ws-other-c FROM 1 BY 1
                       UNTIL ws-other-c > ws-schedule-count
               END-IF
           END-IF.
           DISPLAY "Tidak terjadwal: kode " ws-sm-code(ws-pick) " "
               ws-sm-name(ws-pick).

       WRITE-BLOCKER-PARA.
           IF ws-ec-blocker(ws-other-c) = "y"
               MOVE ws-sm-code(ws-other-c) TO rb-code
               MOVE ws-sm-name(ws-other-c) TO rb-name
               WRITE REJECT-REC FROM rj-blocker-line
               PERFORM VARYING ws-s-idx FROM 1 BY 1
                       UNTIL ws-s-idx > ws-student-count
                   MOVE "n" TO ws-has-a
                   MOVE "n" TO ws-has-b
                   PERFORM VARYING ws-slot FROM 1 BY 1
                           UNTIL ws-slot > 5
                       IF ws-sd-course(ws-s-idx, ws-slot) = ws-pick
                           MOVE "y" TO ws-has-a
                       END-IF
                       IF ws-sd-course(ws-s-idx, ws-slot) = ws-other-c
                           MOVE "y" TO ws-has-b
                       END-IF
                   END-PERFORM
                   IF ws-has-a = "y" AND ws-has-b = "y"
                       MOVE ws-sd-npm(ws-s-idx) TO rs-npm
                       MOVE ws-sd-name(ws-s-idx) TO rs-name
                       WRITE REJECT-REC FROM rj-student-line
                   END-IF
               END-PERFORM
           END-IF.

      * Placed exams in date, time and room order - each pass takes
      * the lowest key above the one just printed, the record number
      * on the end keeping equal keys apart.
       WRITE-TIMETABLE-PARA.
           OPEN OUTPUT TIMETABLE-FILE.
           WRITE TIMETABLE-REC FROM ws-heading.
           MOVE " *** JADWAL UJIAN AKHIR SEMESTER ***" TO TIMETABLE-REC.
           WRITE TIMETABLE-REC.
           MOVE LOW-VALUES TO ws-last-key.
           MOVE 0 TO ws-last-date.
           PERFORM FIND-NEXT-EXAM-PARA.
           PERFORM PRINT-EXAM-PARA UNTIL ws-next-idx = 0.
           WRITE TIMETABLE-REC FROM ws-heading.
           MOVE SPACES TO TIMETABLE-REC.
           STRING " TERJADWAL " DELIMITED BY SIZE
               ws-placed-count DELIMITED BY SIZE
               " MATA KULIAH, TIDAK TERJADWAL " DELIMITED BY SIZE
               ws-unplaced-count DELIMITED BY SIZE
               INTO TIMETABLE-REC
           END-STRING.
           WRITE TIMETABLE-REC.
           CLOSE TIMETABLE-FILE.

       FIND-NEXT-EXAM-PARA.
           MOVE 0 TO ws-next-idx.
           PERFORM VARYING ws-e-idx FROM 1 BY 1
                   UNTIL ws-e-idx > ws-ex-count
               IF ws-ex-course(ws-e-idx) NOT = 0
                   MOVE ws-ex-date(ws-e-idx) TO ws-kw-date
                   MOVE ws-ex-start(ws-e-idx) TO ws-kw-start
                   MOVE ws-ex-room(ws-e-idx) TO ws-kw-room
                   MOVE ws-e-idx TO ws-kw-idx
                   MOVE ws-key-work TO ws-cand-key
                   IF ws-cand-key > ws-last-key
                       IF ws-next-idx = 0 OR ws-cand-key < ws-next-key
                           MOVE ws-cand-key TO ws-next-key
                           MOVE ws-e-idx TO ws-next-idx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-EXAM-PARA.
           IF ws-ex-date(ws-next-idx) NOT = ws-last-date
               MOVE ws-ex-date(ws-next-idx) TO ws-last-date
               WRITE TIMETABLE-REC FROM ws-heading
               MOVE ws-ex-date(ws-next-idx) TO td-date
               MOVE ws-ex-day(ws-next-idx) TO td-day
               WRITE TIMETABLE-REC FROM tt-date-line
           END-IF.
           MOVE ws-ex-course(ws-next-idx) TO ws-c-idx.
           MOVE ws-ex-start(ws-next-idx) TO tl-start.
           MOVE ws-ex-end(ws-next-idx) TO tl-end.
           MOVE ws-ex-room(ws-next-idx) TO tl-room.
           MOVE ws-sm-code(ws-c-idx) TO tl-code.
           MOVE ws-sm-name(ws-c-idx) TO tl-name.
           MOVE ws-ec-headcount(ws-c-idx) TO tl-headcount.
           MOVE ws-ex-capacity(ws-next-idx) TO tl-capacity.
           WRITE TIMETABLE-REC FROM tt-detail-line.
           MOVE ws-next-key TO ws-last-key.
           PERFORM FIND-NEXT-EXAM-PARA.

       WRITE-STUDENT-EXAMS-PARA.
           OPEN OUTPUT STUDENT-EXAM-FILE.
           PERFORM STUDENT-EXAMS-PARA
               VARYING ws-s-idx FROM 1 BY 1
               UNTIL ws-s-idx > ws-student-count.
           CLOSE STUDENT-EXAM-FILE.

      * A student's exams print in date and time order; a course
      * that could not be placed sorts last.
       STUDENT-EXAMS-PARA.
           MOVE 0 TO ws-exam-count.
           PERFORM VARYING ws-slot FROM 1 BY 1 UNTIL ws-slot > 5
               MOVE ws-sd-course(ws-s-idx, ws-slot)
                   TO ws-ps-course(ws-slot)
               MOVE "y" TO ws-ps-done(ws-slot)
               MOVE 999999999999 TO ws-ps-when(ws-slot)
               IF ws-ps-course(ws-slot) NOT = 0
                   ADD 1 TO ws-exam-count
                   MOVE "n" TO ws-ps-done(ws-slot)
                   MOVE ws-ec-room(ws-ps-course(ws-slot)) TO ws-e-idx
                   IF ws-e-idx > 0
                       COMPUTE ws-ps-when(ws-slot) =
                           ws-ex-date(ws-e-idx) * 10000
                           + ws-ex-start(ws-e-idx)
                   END-IF
               END-IF
           END-PERFORM.
           IF ws-exam-count > 0
               WRITE STUDENT-EXAM-REC FROM ws-heading
               MOVE ws-sd-npm(ws-s-idx) TO sl-npm
               MOVE ws-sd-name(ws-s-idx) TO sl-name
               WRITE STUDENT-EXAM-REC FROM st-title-line
               PERFORM PRINT-PERSONAL-PARA ws-exam-count TIMES
           END-IF.

       PRINT-PERSONAL-PARA.
           MOVE 0 TO ws-ps-pick.
           PERFORM VARYING ws-slot FROM 1 BY 1 UNTIL ws-slot > 5
               IF ws-ps-done(ws-slot) = "n"
                   IF ws-ps-pick = 0
                       MOVE ws-slot TO ws-ps-pick
                   ELSE
                       IF ws-ps-when(ws-slot) <
                               ws-ps-when(ws-ps-pick)
                           MOVE ws-slot TO ws-ps-pick
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "y" TO ws-ps-done(ws-ps-pick).
           MOVE ws-ps-course(ws-ps-pick) TO ws-c-idx.
           MOVE ws-ec-room(ws-c-idx) TO ws-e-idx.
           IF ws-e-idx > 0
               MOVE ws-ex-date(ws-e-idx) TO sd-date
               MOVE ws-ex-day(ws-e-idx) TO sd-day
               MOVE ws-ex-start(ws-e-idx) TO sd-start
               MOVE ws-ex-end(ws-e-idx) TO sd-end
               MOVE ws-ex-room(ws-e-idx) TO sd-room
               MOVE ws-sm-code(ws-c-idx) TO sd-code
               MOVE ws-sm-name(ws-c-idx) TO sd-name
               WRITE STUDENT-EXAM-REC FROM st-detail-line
           ELSE
               MOVE ws-sm-code(ws-c-idx) TO su-code
               MOVE ws-sm-name(ws-c-idx) TO su-name
               WRITE STUDENT-EXAM-REC FROM st-unplaced-line
           END-IF.
       END PROGRAM 2IA07-EXAM-SCHEDULE.
