      * Author: Muhammad Sahal Nurdin
      * Date: 02/09/2026
      * Purpose: Transcript printing for one student. Reads the
      *          student's record from STUDMST.DAT by NPM, the courses
      *          of earlier terms from ENRLHIST.DAT, the course names
      *          and credits from SCHEDMST.DAT, the marks from
      *          GRADES.DAT and the letter grades and grade points
      *          from GRADESCL.DAT, and prints the courses semester by
      *          semester, oldest first, with each term's GPA (IP) and
      *          the cumulative GPA (IPK), both weighted by credits, to
      *          TRANSCRIPT.TXT (and the console) - the end-of-
      *          semester job these masters were kept for. A repeated
      *          course counts in the IPK by its latest attempt only,
      *          the same rule the standing run applies. Grades
      *          entered before terms were kept print under their own
      *          heading ahead of the first semester.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-grade-status.
           SELECT HISTORY-FILE ASSIGN TO "ENRLHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-hist-status.
           SELECT SCALE-FILE ASSIGN TO "GRADESCL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-scale-status.
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCRIPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       COPY SCHEDMST.
       FD GRADES-FILE.
       COPY GRADEMST.
       FD HISTORY-FILE.
       COPY ENRLHIST.
       FD SCALE-FILE.
       COPY GRADESCL.
       FD TRANSCRIPT-FILE.
       01 TRANSCRIPT-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 ws-stud-status pic xx value spaces.
       77 ws-sched-status pic xx value spaces.
       77 ws-grade-status pic xx value spaces.
       77 ws-hist-status pic xx value spaces.
       77 ws-scale-status pic xx value spaces.
       77 ws-scale-eof pic x value "n".
       77 ws-scale-count pic 9(2) value 0.
       77 ws-scale-idx pic 9(2) value 0.
       77 ws-has-zero pic x value "n".
       77 ws-band-min pic 9(3) value 0.
       77 ws-points pic 9v99 value 0.
       77 ws-letter pic x(2) value spaces.
       77 ws-credits pic 9(1) value 0.
       77 ws-other-idx pic 9(3) value 0.
       77 ws-superseded pic x value "n".
       77 ws-stud-rel-key pic 9(8) value 0.
       77 ws-npm pic 9(8) value 0.
       77 ws-sched-eof pic x value "n".
       77 ws-grade-eof pic x value "n".
       77 ws-hist-eof pic x value "n".
       77 ws-schedule-count pic 9(2) value 0.
       77 ws-idx pic 9(2) value 0.
       77 ws-slot pic 9(1) value 0.
       77 ws-course-name pic x(40) value spaces.
       77 ws-cum-credits pic 9(3) value 0.
       77 ws-cum-quality pic 9(5)v99 value 0.
       77 ws-gpa pic 9v99 value 0.
       77 ws-row-count pic 9(3) value 0.
       77 ws-row-idx pic 9(3) value 0.
       77 ws-row-hit pic 9(3) value 0.
       77 ws-add-term pic 9(5) value 0.
       77 ws-add-code pic 9(2) value 0.
       77 ws-last-term pic s9(6) value -1.
       77 ws-next-term pic s9(6) value 0.
       77 ws-more-terms pic x value "y".
       77 ws-term-credits pic 9(3) value 0.
       77 ws-term-quality pic 9(5)v99 value 0.
       77 ws-term-count pic 9(2) value 0.
       01 ws-term-work pic 9(5) value 0.
       01 ws-term-view redefines ws-term-work.
           02 ws-tv-year pic 9(4).
           02 ws-tv-sem pic 9(1).
      * Every course the student has taken - one row per term and
      * course, from the enrolment history, the current enrolment
      * and any graded course neither of those lists.
       01 ws-course-table.
           02 ws-course-row occurs 100 times.
               03 ws-ct-term pic 9(5).
               03 ws-ct-code pic 9(2).
               03 ws-ct-score pic 9(3).
               03 ws-ct-graded pic x.
       01 ws-sched-table.
           02 ws-sched-entry occurs 20 times.
               03 ws-sm-code pic 9(2).
               03 ws-sm-name pic x(40).
               03 ws-sm-credits pic 9(1).
       01 ws-scale-table.
           02 ws-scale-entry occurs 15 times.
               03 ws-gs-min pic 9(3).
               03 ws-gs-letter pic x(2).
               03 ws-gs-points pic 9v99.
       01 ws-heading pic x(60) value all "-".
       01 transcript-title-line.
           02 f pic x(19) value " TRANSKRIP NILAI - ".
           02 tt-npm pic 9(8).
           02 f pic x(2) value spaces.
           02 tt-name pic x(30).
       01 transcript-term-line.
           02 f pic x(10) value " SEMESTER ".
           02 tl-year pic 9(4).
           02 f pic x value "/".
           02 tl-sem pic 9(1).
           02 f pic x(2) value spaces.
           02 tl-sem-name pic x(6).
       01 transcript-detail-line.
           02 f pic x(2) value spaces.
           02 td-code pic 9(2).
           02 f pic x(2) value spaces.
           02 td-name pic x(36).
           02 f pic x value space.
           02 td-credits pic 9(1).
           02 f pic x(4) value " SKS".
           02 f pic x(2) value spaces.
           02 td-score pic zz9.
           02 f pic x(2) value spaces.
           02 td-letter pic x(2).
           02 f pic x(2) value spaces.
           02 td-note pic x(14).
       01 transcript-term-avg-line.
           02 f pic x(22) value "   IP SEMESTER ......:".
           02 tm-gpa pic 9.99.
           02 f pic x(3) value " (".
           02 tm-credits pic zz9.
           02 f pic x(5) value " SKS)".
       01 transcript-avg-line.
           02 f pic x(22) value " IPK ...............: ".
           02 ta-gpa pic 9.99.
           02 f pic x(3) value " (".
           02 ta-credits pic zz9.
           02 f pic x(5) value " SKS)".
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----CETAK TRANSKRIP----".
           END-READ.
           CLOSE STUDENT-MASTER-FILE.
           PERFORM LOAD-SCHEDULE-PARA.
           PERFORM LOAD-SCALE-PARA.
           PERFORM LOAD-HISTORY-PARA.
           PERFORM VARYING ws-slot FROM 1 BY 1 UNTIL ws-slot > 5
               IF st-course-code(ws-slot) NOT = 0
                   MOVE st-term TO ws-add-term
                   MOVE st-course-code(ws-slot) TO ws-add-code
                   PERFORM ADD-ROW-PARA
               END-IF
           END-PERFORM.
           PERFORM LOAD-GRADES-PARA.
           OPEN OUTPUT TRANSCRIPT-FILE.
           WRITE TRANSCRIPT-REC FROM ws-heading.
           MOVE ws-npm TO tt-npm.
           MOVE st-name TO tt-name.
           WRITE TRANSCRIPT-REC FROM transcript-title-line.
           WRITE TRANSCRIPT-REC FROM ws-heading.
           PERFORM FIND-NEXT-TERM-PARA.
           PERFORM PRINT-TERM-PARA UNTIL ws-more-terms = "n".
           WRITE TRANSCRIPT-REC FROM ws-heading.
           IF ws-cum-credits > 0
               COMPUTE ws-gpa ROUNDED =
                   ws-cum-quality / ws-cum-credits
               MOVE ws-gpa TO ta-gpa
               MOVE ws-cum-credits TO ta-credits
               WRITE TRANSCRIPT-REC FROM transcript-avg-line
               DISPLAY "IPK: " ws-gpa " (" ws-cum-credits " SKS)"
           ELSE
               MOVE " BELUM ADA NILAI TERCATAT" TO TRANSCRIPT-REC
               WRITE TRANSCRIPT-REC
           END-IF.
           CLOSE TRANSCRIPT-FILE.
           DISPLAY "Transkrip ditulis ke TRANSCRIPT.TXT untuk NPM "
               ws-npm " (" ws-term-count " semester)".
           STOP RUN.

      * Terms print oldest first: each pass picks the lowest term
      * above the one just printed, starting below term 0.
       FIND-NEXT-TERM-PARA.
           MOVE "n" TO ws-more-terms.
           PERFORM VARYING ws-row-idx FROM 1 BY 1
                   UNTIL ws-row-idx > ws-row-count
               IF ws-ct-term(ws-row-idx) > ws-last-term
                   IF ws-more-terms = "n"
                           OR ws-ct-term(ws-row-idx) < ws-next-term
                       MOVE ws-ct-term(ws-row-idx) TO ws-next-term
                       MOVE "y" TO ws-more-terms
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-TERM-PARA.
           ADD 1 TO ws-term-count.
           MOVE ws-next-term TO ws-term-work.
           IF ws-term-work = 0
               MOVE " SEBELUM PENCATATAN SEMESTER" TO TRANSCRIPT-REC
               WRITE TRANSCRIPT-REC
               DISPLAY "SEBELUM PENCATATAN SEMESTER"
           ELSE
               MOVE ws-tv-year TO tl-year
               MOVE ws-tv-sem TO tl-sem
               IF ws-tv-sem = 1
                   MOVE "GANJIL" TO tl-sem-name
               ELSE
                   MOVE "GENAP" TO tl-sem-name
               END-IF
               WRITE TRANSCRIPT-REC FROM transcript-term-line
               DISPLAY transcript-term-line
           END-IF.
           MOVE 0 TO ws-term-credits.
           MOVE 0 TO ws-term-quality.
           PERFORM VARYING ws-row-idx FROM 1 BY 1
                   UNTIL ws-row-idx > ws-row-count
               IF ws-ct-term(ws-row-idx) = ws-term-work
                   PERFORM PRINT-COURSE-PARA
               END-IF
           END-PERFORM.
           IF ws-term-credits > 0
               COMPUTE ws-gpa ROUNDED =
                   ws-term-quality / ws-term-credits
               MOVE ws-gpa TO tm-gpa
               MOVE ws-term-credits TO tm-credits
               WRITE TRANSCRIPT-REC FROM transcript-term-avg-line
           END-IF.
           MOVE ws-next-term TO ws-last-term.
           PERFORM FIND-NEXT-TERM-PARA.

       PRINT-COURSE-PARA.
           PERFORM FIND-COURSE-NAME-PARA.
           MOVE ws-ct-code(ws-row-idx) TO td-code.
           MOVE ws-course-name TO td-name.
           MOVE ws-credits TO td-credits.
           MOVE SPACES TO td-letter.
           MOVE SPACES TO td-note.
           IF ws-ct-graded(ws-row-idx) = "y"
               MOVE ws-ct-score(ws-row-idx) TO td-score
               PERFORM FIND-POINTS-PARA
               MOVE ws-letter TO td-letter
               PERFORM CHECK-REPEATED-PARA
               IF ws-credits = 0
                   MOVE "TANPA BOBOT SKS" TO td-note
               ELSE
                   ADD ws-credits TO ws-term-credits
                   COMPUTE ws-term-quality =
                       ws-term-quality + ws-points * ws-credits
                   IF ws-superseded = "y"
                       MOVE "DIULANG" TO td-note
                   ELSE
                       ADD ws-credits TO ws-cum-credits
                       COMPUTE ws-cum-quality =
                           ws-cum-quality + ws-points * ws-credits
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO td-score
               MOVE "BELUM DINILAI" TO td-note
           END-IF.
           WRITE TRANSCRIPT-REC FROM transcript-detail-line.
           DISPLAY td-code " " td-name " " td-credits " " td-score
               " " td-letter " " td-note.

      * A graded course taken again in a later term counts in the
      * IPK by the later grade only.
       CHECK-REPEATED-PARA.
           MOVE "n" TO ws-superseded.
           PERFORM VARYING ws-other-idx FROM 1 BY 1
                   UNTIL ws-other-idx > ws-row-count
               IF ws-ct-code(ws-other-idx) = ws-ct-code(ws-row-idx)
                       AND ws-ct-graded(ws-other-idx) = "y"
                       AND ws-ct-term(ws-other-idx) >
                           ws-ct-term(ws-row-idx)
                   MOVE "y" TO ws-superseded
               END-IF
           END-PERFORM.

      * The band with the highest lowest-score the mark reaches.
       FIND-POINTS-PARA.
           MOVE 0 TO ws-points.
           MOVE 0 TO ws-band-min.
           MOVE SPACES TO ws-letter.
           PERFORM VARYING ws-scale-idx FROM 1 BY 1
                   UNTIL ws-scale-idx > ws-scale-count
               IF ws-gs-min(ws-scale-idx) NOT >
                       ws-ct-score(ws-row-idx)
                       AND (ws-gs-min(ws-scale-idx) > ws-band-min
                           OR ws-letter = SPACES)
                   MOVE ws-gs-min(ws-scale-idx) TO ws-band-min
                   MOVE ws-gs-letter(ws-scale-idx) TO ws-letter
                   MOVE ws-gs-points(ws-scale-idx) TO ws-points
               END-IF
           END-PERFORM.

      * The schedule table is small, so the name lookup re-walks it
      * per course.
       FIND-COURSE-NAME-PARA.
           MOVE "(KODE TIDAK ADA DI JADWAL)" TO ws-course-name.
           MOVE 0 TO ws-credits.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-schedule-count
               IF ws-sm-code(ws-idx) = ws-ct-code(ws-row-idx)
                   MOVE ws-sm-name(ws-idx) TO ws-course-name
                   MOVE ws-sm-credits(ws-idx) TO ws-credits
               END-IF
           END-PERFORM.

      * One row per term and course - a course already listed for
      * the term is not added twice.
       ADD-ROW-PARA.
           PERFORM FIND-ROW-PARA.
           IF ws-row-hit = 0
               IF ws-row-count < 100
                   ADD 1 TO ws-row-count
                   MOVE ws-row-count TO ws-row-hit
                   MOVE ws-add-term TO ws-ct-term(ws-row-hit)
                   MOVE ws-add-code TO ws-ct-code(ws-row-hit)
                   MOVE 0 TO ws-ct-score(ws-row-hit)
                   MOVE "n" TO ws-ct-graded(ws-row-hit)
               ELSE
                   DISPLAY "Tabel mata kuliah penuh (maksimum 100)"
               END-IF
           END-IF.

       FIND-ROW-PARA.
           MOVE 0 TO ws-row-hit.
           PERFORM VARYING ws-row-idx FROM 1 BY 1
                   UNTIL ws-row-idx > ws-row-count
               IF ws-ct-term(ws-row-idx) = ws-add-term
                       AND ws-ct-code(ws-row-idx) = ws-add-code
                   MOVE ws-row-idx TO ws-row-hit
               END-IF
           END-PERFORM.

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

       LOAD-HISTORY-PARA.
           OPEN INPUT HISTORY-FILE.
           IF ws-hist-status = "00"
               READ HISTORY-FILE AT END MOVE "y" TO ws-hist-eof
               END-READ
               PERFORM HISTORY-SCAN-PARA UNTIL ws-hist-eof = "y"
               CLOSE HISTORY-FILE
           END-IF.

       HISTORY-SCAN-PARA.
           IF eh-npm = ws-npm
               MOVE eh-term TO ws-add-term
               MOVE eh-course-code TO ws-add-code
               PERFORM ADD-ROW-PARA
           END-IF.
           READ HISTORY-FILE AT END MOVE "y" TO ws-hist-eof.

      * GRADES.DAT is read once; each of the student's grades lands
      * on its term and course row, adding the row if the course
      * was graded but never archived.
       LOAD-GRADES-PARA.
           OPEN INPUT GRADES-FILE.
           IF ws-grade-status = "00"
               READ GRADES-FILE AT END MOVE "y" TO ws-grade-eof

       GRADE-SCAN-PARA.
           IF gr-npm = ws-npm
               MOVE gr-term TO ws-add-term
               MOVE gr-course-code TO ws-add-code
               PERFORM ADD-ROW-PARA
               IF ws-row-hit > 0
                   MOVE gr-score TO ws-ct-score(ws-row-hit)
                   MOVE "y" TO ws-ct-graded(ws-row-hit)
               END-IF
           END-IF.
           READ GRADES-FILE AT END MOVE "y" TO ws-grade-eof.

                           ws-sm-code(ws-schedule-count)
                       MOVE sm-course-name TO
                           ws-sm-name(ws-schedule-count)
                       MOVE sm-credits TO
                           ws-sm-credits(ws-schedule-count)
                   END-IF
           END-READ.
       END PROGRAM 2IA07-TRANSCRIPT.
