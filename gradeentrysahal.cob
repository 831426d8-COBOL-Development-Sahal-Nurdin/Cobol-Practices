      *          2IA07-NPM-VALIDATOR, the student must exist in
      *          STUDMST.DAT, and a grade for a course the student is
      *          not enrolled in is rejected to GRADEREJ.TXT. Grades
      *          land in GRADES.DAT (one record per NPM, course and
      *          term - the term is the st-term the enrolment belongs
      *          to, so a repeated course keeps its earlier grade, and
      *          re-entering a grade in the same term replaces it) using
      *          the same load-table / whole-file-rewrite convention
      *          as the schedule maintenance program.
      * Tectonics: cobc
       77 ws-stud-rel-key pic 9(8) value 0.
       77 ws-grade-eof pic x value "n".
       77 ws-sched-eof pic x value "n".
       77 ws-grade-count pic 9(4) value 0.
       77 ws-schedule-count pic 9(2) value 0.
       77 ws-idx pic 9(4) value 0.
       77 ws-found-idx pic 9(4) value 0.
       77 ws-npm-entry pic x(10) value spaces.
       77 ws-npm pic x(8) value spaces.
       77 ws-npm-num pic 9(8) value 0.
       77 ws-changed pic x value "n".
       77 ws-today pic 9(8) value 0.
       01 ws-grade-table.
           02 ws-grade-entry occurs 2000 times.
               03 ws-gr-npm pic 9(8).
               03 ws-gr-code pic 9(2).
               03 ws-gr-score pic 9(3).
               03 ws-gr-date pic 9(8).
               03 ws-gr-term pic 9(5).
       01 ws-sched-table.
           02 ws-sched-entry occurs 20 times.
               03 ws-sm-code pic 9(2).
           END-PERFORM.

      * Re-entering a grade replaces the earlier record for the same
      * NPM, course and term instead of stacking a duplicate; a
      * grade from an earlier term for the same course is kept.
       STORE-GRADE-PARA.
           MOVE 0 TO ws-found-idx.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-grade-count
               IF ws-gr-npm(ws-idx) = ws-npm-num
                       AND ws-gr-code(ws-idx) = ws-req-code
                       AND ws-gr-term(ws-idx) = st-term
                   MOVE ws-idx TO ws-found-idx
               END-IF
           END-PERFORM.
           IF ws-found-idx = 0
               IF ws-grade-count < 2000
                   ADD 1 TO ws-grade-count
                   MOVE ws-grade-count TO ws-found-idx
               ELSE
                   DISPLAY "Tabel nilai penuh (maksimum 2000)"
               END-IF
           END-IF.
           IF ws-found-idx > 0
               MOVE ws-req-code TO ws-gr-code(ws-found-idx)
               MOVE ws-new-score TO ws-gr-score(ws-found-idx)
               MOVE ws-today TO ws-gr-date(ws-found-idx)
               MOVE st-term TO ws-gr-term(ws-found-idx)
               MOVE "y" TO ws-changed
               ADD 1 TO ws-entered-count
               DISPLAY "Nilai " ws-new-score " tersimpan untuk NPM "
                   ws-npm-num " kode " ws-req-code " semester "
                   st-term
           END-IF.

      * The register carries what was keyed - ws-npm is only set
               AT END
                   MOVE "y" TO ws-grade-eof
               NOT AT END
                   IF ws-grade-count < 2000
                       ADD 1 TO ws-grade-count
                       MOVE gr-npm TO ws-gr-npm(ws-grade-count)
                       MOVE gr-course-code
                       MOVE gr-score TO ws-gr-score(ws-grade-count)
                       MOVE gr-entry-date
                           TO ws-gr-date(ws-grade-count)
                       MOVE gr-term TO ws-gr-term(ws-grade-count)
                   END-IF
           END-READ.

           MOVE ws-gr-code(ws-idx) TO gr-course-code.
           MOVE ws-gr-score(ws-idx) TO gr-score.
           MOVE ws-gr-date(ws-idx) TO gr-entry-date.
           MOVE ws-gr-term(ws-idx) TO gr-term.
           WRITE grade-rec.

       LOAD-SCHEDULE-PARA.
