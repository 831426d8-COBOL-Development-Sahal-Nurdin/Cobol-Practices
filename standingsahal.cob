      ******************************************************************
      * Author: Muhammad Sahal Nurdin
      * Date: 15/10/2026
      * Purpose: End-of-semester academic standing run. For the term
      *          asked for (default: the term open in TERM.DAT) every
      *          student in STUDMST.DAT gets a term GPA over that
      *          term's grades and a cumulative GPA over every grade
      *          up to it - only the latest attempt at a repeated
      *          course counts - both weighted by the course credits
      *          on SCHEDMST.DAT, with grade points from the scale in
      *          GRADESCL.DAT. The standing follows:
      *            cumulative GPA under 2.00        - probation, or
      *                                               suspension if
      *                                               already on
      *                                               probation
      *            term GPA 3.50+ over 12+ credits  - dean's list
      *            otherwise                        - good
      *          One record per student and term goes to STANDING.DAT
      *          (a rerun for the same term replaces that term's
      *          records) and the standing report to STANDING.TXT.
      *          Run after the term's grades are in.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2IA07-STANDING.
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
           SELECT SCHEDULE-MASTER-FILE ASSIGN TO "SCHEDMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-sched-status.
           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-grade-status.
           SELECT SCALE-FILE ASSIGN TO "GRADESCL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-scale-status.
           SELECT STANDING-FILE ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-standing-status.
           SELECT REPORT-FILE ASSIGN TO "STANDING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD TERM-FILE.
       COPY TERMCTL.
       FD STUDENT-MASTER-FILE.
       COPY STUDMST.
       FD SCHEDULE-MASTER-FILE.
       COPY SCHEDMST.
       FD GRADES-FILE.
       COPY GRADEMST.
       FD SCALE-FILE.
       COPY GRADESCL.
       FD STANDING-FILE.
       COPY STANDING.
       FD REPORT-FILE.
       01 REPORT-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 ws-term-status pic xx value spaces.
       77 ws-stud-status pic xx value spaces.
       77 ws-sched-status pic xx value spaces.
       77 ws-grade-status pic xx value spaces.
       77 ws-scale-status pic xx value spaces.
       77 ws-standing-status pic xx value spaces.
       77 ws-stud-rel-key pic 9(8) value 0.
       77 ws-stud-eof pic x value "n".
       77 ws-sched-eof pic x value "n".
       77 ws-grade-eof pic x value "n".
       77 ws-scale-eof pic x value "n".
       77 ws-standing-eof pic x value "n".
       77 ws-today pic 9(8) value 0.
       77 ws-cur-term pic 9(5) value 0.
       77 ws-run-term pic 9(5) value 0.
       77 ws-run-semester pic 9(1) value 0.
       77 ws-schedule-count pic 9(2) value 0.
       77 ws-scale-count pic 9(2) value 0.
       77 ws-grade-count pic 9(4) value 0.
       77 ws-sd-count pic 9(4) value 0.
       77 ws-idx pic 9(4) value 0.
       77 ws-other-idx pic 9(4) value 0.
       77 ws-superseded pic x value "n".
       77 ws-has-zero pic x value "n".
       77 ws-score pic 9(3) value 0.
       77 ws-band-min pic 9(3) value 0.
       77 ws-points pic 9v99 value 0.
       77 ws-letter pic x(2) value spaces.
       77 ws-course-code pic 9(2) value 0.
       77 ws-credits pic 9(1) value 0.
       77 ws-term-credits pic 9(3) value 0.
       77 ws-term-quality pic 9(5)v99 value 0.
       77 ws-term-gpa pic 9v99 value 0.
       77 ws-cum-credits pic 9(3) value 0.
       77 ws-cum-quality pic 9(5)v99 value 0.
       77 ws-cum-gpa pic 9v99 value 0.
       77 ws-prior-standing pic x value space.
       77 ws-prior-term pic 9(5) value 0.
       77 ws-standing pic x value space.
       77 ws-no-credit-count pic 9(4) value 0.
       77 ws-assessed-count pic 9(4) value 0.
       77 ws-skipped-count pic 9(4) value 0.
       77 ws-good-count pic 9(4) value 0.
       77 ws-dean-count pic 9(4) value 0.
       77 ws-probation-count pic 9(4) value 0.
       77 ws-suspend-count pic 9(4) value 0.
      * Standing thresholds - the university's academic rules.
       77 ws-min-gpa pic 9v99 value 2.00.
       77 ws-dean-gpa pic 9v99 value 3.50.
       77 ws-dean-credits pic 9(2) value 12.
       01 ws-sched-table.
           02 ws-sched-entry occurs 20 times.
               03 ws-sm-code pic 9(2).
               03 ws-sm-credits pic 9(1).
       01 ws-scale-table.
           02 ws-scale-entry occurs 15 times.
               03 ws-gs-min pic 9(3).
               03 ws-gs-letter pic x(2).
               03 ws-gs-points pic 9v99.
       01 ws-grade-table.
           02 ws-grade-entry occurs 2000 times.
               03 ws-gr-npm pic 9(8).
               03 ws-gr-code pic 9(2).
               03 ws-gr-score pic 9(3).
               03 ws-gr-term pic 9(5).
       01 ws-standing-table.
           02 ws-sd-entry occurs 2000 times.
               03 ws-sd-npm pic 9(8).
               03 ws-sd-term pic 9(5).
               03 ws-sd-term-credits pic 9(3).
               03 ws-sd-term-gpa pic 9v99.
               03 ws-sd-cum-credits pic 9(3).
               03 ws-sd-cum-gpa pic 9v99.
               03 ws-sd-standing pic x.
               03 ws-sd-run-date pic 9(8).
       01 ws-heading pic x(78) value all "-".
       01 report-title-line.
           02 f pic x(37) value
               " LAPORAN STATUS AKADEMIK - SEMESTER ".
           02 rt-term pic 9(5).
           02 f pic x(10) value "  TANGGAL ".
           02 rt-date pic 9(8).
       01 report-column-line.
           02 f pic x(40) value
               " NPM       NAMA                      SKS".
           02 f pic x(38) value
               "  IP    SKS  IPK   STATUS".
       01 report-detail-line.
           02 f pic x value space.
           02 rd-npm pic 9(8).
           02 f pic x(2) value spaces.
           02 rd-name pic x(25).
           02 f pic x value space.
           02 rd-term-credits pic zz9.
           02 f pic x(2) value spaces.
           02 rd-term-gpa pic 9.99.
           02 f pic x(2) value spaces.
           02 rd-cum-credits pic zz9.
           02 f pic x(2) value spaces.
           02 rd-cum-gpa pic 9.99.
           02 f pic x(2) value spaces.
           02 rd-standing pic x(15).
       01 report-count-line.
           02 f pic x(2) value spaces.
           02 rc-label pic x(30).
           02 rc-count pic zzz9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----STATUS AKADEMIK AKHIR SEMESTER----".
           ACCEPT ws-today FROM DATE YYYYMMDD.
           PERFORM LOAD-TERM-PARA.
           DISPLAY "Semester dinilai (YYYYS, 0 = semester berjalan "
               ws-cur-term "): " WITH NO ADVANCING.
           ACCEPT ws-run-term.
           IF ws-run-term = 0
               MOVE ws-cur-term TO ws-run-term
           END-IF.
           MOVE ws-run-term(5:1) TO ws-run-semester.
           IF ws-run-term = 0
                   OR (ws-run-semester NOT = 1
                       AND ws-run-semester NOT = 2)
               DISPLAY "Kode semester tidak valid - tidak diproses"
               STOP RUN
           END-IF.
           PERFORM LOAD-SCHEDULE-PARA.
           PERFORM LOAD-SCALE-PARA.
           PERFORM LOAD-GRADES-PARA.
           PERFORM LOAD-STANDING-PARA.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF ws-stud-status NOT = "00"
               DISPLAY "STUDMST.DAT tidak ada - tidak diproses"
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-REC FROM ws-heading.
           MOVE ws-run-term TO rt-term.
           MOVE ws-today TO rt-date.
           WRITE REPORT-REC FROM report-title-line.
           WRITE REPORT-REC FROM ws-heading.
           WRITE REPORT-REC FROM report-column-line.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE "y" TO ws-stud-eof.
           PERFORM ASSESS-STUDENT-PARA UNTIL ws-stud-eof = "y".
           CLOSE STUDENT-MASTER-FILE.
           PERFORM WRITE-TOTALS-PARA.
           CLOSE REPORT-FILE.
           PERFORM SAVE-STANDING-PARA.
           DISPLAY "Status akademik semester " ws-run-term ": "
               ws-assessed-count " mahasiswa dinilai".
           DISPLAY "  Daftar dekan " ws-dean-count ", baik "
               ws-good-count ", percobaan " ws-probation-count
               ", skorsing " ws-suspend-count.
           IF ws-no-credit-count > 0
               DISPLAY ws-no-credit-count " nilai untuk mata kuliah "
                   "tanpa bobot SKS tidak dihitung"
           END-IF.
           DISPLAY "Laporan di STANDING.TXT, status di STANDING.DAT".
           STOP RUN.

      * TERM.DAT only supplies the default - a past term can still
      * be assessed by keying it.
       LOAD-TERM-PARA.
           OPEN INPUT TERM-FILE.
           IF ws-term-status = "00"
               READ TERM-FILE
                   NOT AT END
                       MOVE tm-current-term TO ws-cur-term
               END-READ
               CLOSE TERM-FILE
           END-IF.

       ASSESS-STUDENT-PARA.
           MOVE 0 TO ws-term-credits.
           MOVE 0 TO ws-term-quality.
           MOVE 0 TO ws-cum-credits.
           MOVE 0 TO ws-cum-quality.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-grade-count
               IF ws-gr-npm(ws-idx) = st-npm
                       AND ws-gr-term(ws-idx) NOT > ws-run-term
                   PERFORM ADD-GRADE-PARA
               END-IF
           END-PERFORM.
           IF ws-cum-credits = 0
               ADD 1 TO ws-skipped-count
           ELSE
               PERFORM SET-STANDING-PARA
           END-IF.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE "y" TO ws-stud-eof.

      * A grade counts toward the cumulative GPA only when the same
      * course has no later grade up to the assessed term - a
      * repeated course replaces the earlier attempt.
       ADD-GRADE-PARA.
           MOVE ws-gr-code(ws-idx) TO ws-course-code.
           PERFORM FIND-CREDITS-PARA.
           IF ws-credits = 0
               ADD 1 TO ws-no-credit-count
           ELSE
               MOVE ws-gr-score(ws-idx) TO ws-score
               PERFORM FIND-POINTS-PARA
               IF ws-gr-term(ws-idx) = ws-run-term
                   ADD ws-credits TO ws-term-credits
                   COMPUTE ws-term-quality =
                       ws-term-quality + ws-points * ws-credits
               END-IF
               MOVE "n" TO ws-superseded
               PERFORM VARYING ws-other-idx FROM 1 BY 1
                       UNTIL ws-other-idx > ws-grade-count
                   IF ws-gr-npm(ws-other-idx) = st-npm
                           AND ws-gr-code(ws-other-idx) =
                               ws-course-code
                           AND ws-gr-term(ws-other-idx) >
                               ws-gr-term(ws-idx)
                           AND ws-gr-term(ws-other-idx) NOT >
                               ws-run-term
                       MOVE "y" TO ws-superseded
                   END-IF
               END-PERFORM
               IF ws-superseded = "n"
                   ADD ws-credits TO ws-cum-credits
                   COMPUTE ws-cum-quality =
                       ws-cum-quality + ws-points * ws-credits
               END-IF
           END-IF.

       FIND-CREDITS-PARA.
           MOVE 0 TO ws-credits.
           PERFORM VARYING ws-other-idx FROM 1 BY 1
                   UNTIL ws-other-idx > ws-schedule-count
               IF ws-sm-code(ws-other-idx) = ws-course-code
                   MOVE ws-sm-credits(ws-other-idx) TO ws-credits
               END-IF
           END-PERFORM.

      * The band with the highest lowest-score the mark reaches.
       FIND-POINTS-PARA.
           MOVE 0 TO ws-points.
           MOVE 0 TO ws-band-min.
           MOVE spaces TO ws-letter.
           PERFORM VARYING ws-other-idx FROM 1 BY 1
                   UNTIL ws-other-idx > ws-scale-count
               IF ws-gs-min(ws-other-idx) NOT > ws-score
                       AND (ws-gs-min(ws-other-idx) > ws-band-min
                           OR ws-letter = spaces)
                   MOVE ws-gs-min(ws-other-idx) TO ws-band-min
                   MOVE ws-gs-letter(ws-other-idx) TO ws-letter
                   MOVE ws-gs-points(ws-other-idx) TO ws-points
               END-IF
           END-PERFORM.

       SET-STANDING-PARA.
           ADD 1 TO ws-assessed-count.
           IF ws-term-credits > 0
               COMPUTE ws-term-gpa ROUNDED =
                   ws-term-quality / ws-term-credits
           ELSE
               MOVE 0 TO ws-term-gpa
           END-IF.
           COMPUTE ws-cum-gpa ROUNDED =
               ws-cum-quality / ws-cum-credits.
           PERFORM FIND-PRIOR-STANDING-PARA.
           IF ws-cum-gpa < ws-min-gpa
               IF ws-prior-standing = "P" OR ws-prior-standing = "S"
                   MOVE "S" TO ws-standing
                   ADD 1 TO ws-suspend-count
                   MOVE "SKORSING" TO rd-standing
               ELSE
                   MOVE "P" TO ws-standing
                   ADD 1 TO ws-probation-count
                   MOVE "PERCOBAAN" TO rd-standing
               END-IF
           ELSE
               IF ws-term-credits NOT < ws-dean-credits
                       AND ws-term-gpa NOT < ws-dean-gpa
                   MOVE "D" TO ws-standing
                   ADD 1 TO ws-dean-count
                   MOVE "DAFTAR DEKAN" TO rd-standing
               ELSE
                   MOVE "G" TO ws-standing
                   ADD 1 TO ws-good-count
                   MOVE "BAIK" TO rd-standing
               END-IF
           END-IF.
           MOVE st-npm TO rd-npm.
           MOVE st-name TO rd-name.
           MOVE ws-term-credits TO rd-term-credits.
           MOVE ws-term-gpa TO rd-term-gpa.
           MOVE ws-cum-credits TO rd-cum-credits.
           MOVE ws-cum-gpa TO rd-cum-gpa.
           WRITE REPORT-REC FROM report-detail-line.
           PERFORM STORE-STANDING-PARA.

      * The standing carried into the assessed term is the latest
      * one from an earlier term.
       FIND-PRIOR-STANDING-PARA.
           MOVE space TO ws-prior-standing.
           MOVE 0 TO ws-prior-term.
           PERFORM VARYING ws-other-idx FROM 1 BY 1
                   UNTIL ws-other-idx > ws-sd-count
               IF ws-sd-npm(ws-other-idx) = st-npm
                       AND ws-sd-term(ws-other-idx) < ws-run-term
                       AND ws-sd-term(ws-other-idx) NOT <
                           ws-prior-term
                   MOVE ws-sd-term(ws-other-idx) TO ws-prior-term
                   MOVE ws-sd-standing(ws-other-idx)
                       TO ws-prior-standing
               END-IF
           END-PERFORM.

       STORE-STANDING-PARA.
           IF ws-sd-count < 2000
               ADD 1 TO ws-sd-count
               MOVE st-npm TO ws-sd-npm(ws-sd-count)
               MOVE ws-run-term TO ws-sd-term(ws-sd-count)
               MOVE ws-term-credits TO ws-sd-term-credits(ws-sd-count)
               MOVE ws-term-gpa TO ws-sd-term-gpa(ws-sd-count)
               MOVE ws-cum-credits TO ws-sd-cum-credits(ws-sd-count)
               MOVE ws-cum-gpa TO ws-sd-cum-gpa(ws-sd-count)
               MOVE ws-standing TO ws-sd-standing(ws-sd-count)
               MOVE ws-today TO ws-sd-run-date(ws-sd-count)
           ELSE
               DISPLAY "Tabel status penuh (maksimum 2000) - NPM "
                   st-npm " tidak disimpan"
           END-IF.

       WRITE-TOTALS-PARA.
           WRITE REPORT-REC FROM ws-heading.
           MOVE "DAFTAR DEKAN" TO rc-label.
           MOVE ws-dean-count TO rc-count.
           WRITE REPORT-REC FROM report-count-line.
           MOVE "BAIK" TO rc-label.
           MOVE ws-good-count TO rc-count.
           WRITE REPORT-REC FROM report-count-line.
           MOVE "PERCOBAAN" TO rc-label.
           MOVE ws-probation-count TO rc-count.
           WRITE REPORT-REC FROM report-count-line.
           MOVE "SKORSING" TO rc-label.
           MOVE ws-suspend-count TO rc-count.
           WRITE REPORT-REC FROM report-count-line.
           MOVE "BELUM ADA NILAI BER-SKS" TO rc-label.
           MOVE ws-skipped-count TO rc-count.
           WRITE REPORT-REC FROM report-count-line.

       LOAD-SCHEDULE-PARA.
           OPEN INPUT SCHEDULE-MASTER-FILE.
           IF ws-sched-status = "00"
               PERFORM READ-SCHEDULE-PARA UNTIL ws-sched-eof = "y"
               CLOSE SCHEDULE-MASTER-FILE
           END-IF.
           IF ws-schedule-count = 0
               DISPLAY "SCHEDMST.DAT kosong atau tidak ada - tidak "
                   "diproses"
               STOP RUN
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
                       MOVE sm-credits TO
                           ws-sm-credits(ws-schedule-count)
                   END-IF
           END-READ.

       LOAD-SCALE-PARA.
           OPEN INPUT SCALE-FILE.
           IF ws-scale-status = "00"
               PERFORM READ-SCALE-PARA UNTIL ws-scale-eof = "y"
               CLOSE SCALE-FILE
           END-IF.
           IF ws-has-zero = "n"
               DISPLAY "GRADESCL.DAT tidak ada atau tanpa band mulai "
                   "0 - isi lewat 2IA07-GRADE-SCALE dulu"
               STOP RUN
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
                       IF gs-min-score = 0
                           MOVE "y" TO ws-has-zero
                       END-IF
                   END-IF
           END-READ.

       LOAD-GRADES-PARA.
           OPEN INPUT GRADES-FILE.
           IF ws-grade-status = "00"
               PERFORM READ-GRADE-PARA UNTIL ws-grade-eof = "y"
               CLOSE GRADES-FILE
           ELSE
               DISPLAY "GRADES.DAT tidak ada - tidak diproses"
               STOP RUN
           END-IF.

       READ-GRADE-PARA.
           READ GRADES-FILE
               AT END
                   MOVE "y" TO ws-grade-eof
               NOT AT END
                   IF ws-grade-count < 2000
                       ADD 1 TO ws-grade-count
                       MOVE gr-npm TO ws-gr-npm(ws-grade-count)
                       MOVE gr-course-code
                           TO ws-gr-code(ws-grade-count)
                       MOVE gr-score TO ws-gr-score(ws-grade-count)
                       MOVE gr-term TO ws-gr-term(ws-grade-count)
                   ELSE
                       DISPLAY "Tabel nilai penuh (maksimum 2000) - "
                           "status akademik tidak diproses"
                       CLOSE GRADES-FILE
                       STOP RUN
                   END-IF
           END-READ.

      * Records for the term being assessed are left out of the
      * table, so a rerun replaces them instead of stacking them.
       LOAD-STANDING-PARA.
           OPEN INPUT STANDING-FILE.
           IF ws-standing-status = "00"
               PERFORM READ-STANDING-PARA UNTIL ws-standing-eof = "y"
               CLOSE STANDING-FILE
           END-IF.

       READ-STANDING-PARA.
           READ STANDING-FILE
               AT END
                   MOVE "y" TO ws-standing-eof
               NOT AT END
                   IF sd-term NOT = ws-run-term
                       IF ws-sd-count < 2000
                           ADD 1 TO ws-sd-count
                           MOVE standing-rec
                               TO ws-sd-entry(ws-sd-count)
                       ELSE
                           DISPLAY "Tabel STANDING.DAT penuh "
                               "(maksimum 2000) - status akademik "
                               "tidak diproses"
                           CLOSE STANDING-FILE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

      * Same whole-file rewrite the schedule maintenance program
      * uses.
       SAVE-STANDING-PARA.
           OPEN OUTPUT STANDING-FILE.
           PERFORM WRITE-STANDING-PARA
               VARYING ws-idx FROM 1 BY 1
               UNTIL ws-idx > ws-sd-count.
           CLOSE STANDING-FILE.

       WRITE-STANDING-PARA.
           MOVE ws-sd-entry(ws-idx) TO standing-rec.
           WRITE standing-rec.
       END PROGRAM 2IA07-STANDING.
