      *          start/end times from SCHEDMST.DAT, and enforcing the
      *          per-course capacity on the schedule record. Refused
      *          enrollments go to REGREJ.TXT with the clashing
      *          course named. Enrolments and waitlist places are
      *          tagged with the term open in TERM.DAT; only an open
      *          invoice from an earlier term blocks a new enrolment.
      *          The student's latest academic standing in
      *          STANDING.DAT sets the credit load allowed, and a
      *          suspended student is refused outright. Once the
      *          term's tuition has been invoiced, a drop raises a
      *          credit note priced from the course fee at the
      *          REFUNDSC.DAT percentage, and an add (by hand or by
      *          waitlist promotion) a debit note at the full fee, in
      *          TUITADJ.DAT for the tuition receipt posting to apply.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS ws-wait-status.
           SELECT PROMOTE-FILE ASSIGN TO "WAITPROM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TERM-FILE ASSIGN TO "TERM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-term-status.
           SELECT STANDING-FILE ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-standing-status.
           SELECT REFUND-SCHED-FILE ASSIGN TO "REFUNDSC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-refund-status.
           SELECT ADJUST-FILE ASSIGN TO "TUITADJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-adjust-status.
       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-MASTER-FILE.
       COPY WAITLIST.
       FD PROMOTE-FILE.
       01 PROMOTE-REC PIC X(80).
       FD TERM-FILE.
       COPY TERMCTL.
       FD STANDING-FILE.
       COPY STANDING.
       FD REFUND-SCHED-FILE.
       COPY REFUNDSC.
       FD ADJUST-FILE.
       COPY TUITADJ.
       WORKING-STORAGE SECTION.
       77 ws-sched-status pic xx value spaces.
       77 ws-stud-status pic xx value spaces.
       77 ws-drop-idx pic 9(2) value 0.
       77 ws-promote-done pic x value "n".
       77 ws-promoted-npm pic 9(8) value 0.
       77 ws-term-status pic xx value spaces.
       77 ws-cur-term pic 9(5) value 0.
       77 ws-standing-status pic xx value spaces.
       77 ws-standing-eof pic x value "n".
       77 ws-sd-count pic 9(3) value 0.
       77 ws-sd-idx pic 9(3) value 0.
       77 ws-sd-hit pic 9(3) value 0.
       77 ws-load-credits pic 9(2) value 0.
       77 ws-max-credits pic 9(2) value 0.
      * Credit load allowed per term by academic standing - dean's
      * list, good, probation, and a student not yet assessed.
       77 ws-max-sks-dean pic 9(2) value 24.
       77 ws-max-sks-good pic 9(2) value 21.
       77 ws-max-sks-probation pic 9(2) value 15.
       77 ws-max-sks-new pic 9(2) value 21.
       77 ws-today pic 9(8) value 0.
       77 ws-term-open pic 9(8) value 0.
       77 ws-days-in pic s9(5) value 0.
       77 ws-refund-status pic xx value spaces.
       77 ws-refund-eof pic x value "n".
       77 ws-rf-count pic 9(2) value 0.
       77 ws-rf-idx pic 9(2) value 0.
       77 ws-rf-best pic s9(4) value 0.
       77 ws-refund-pct pic 9(3) value 0.
       77 ws-adjust-status pic xx value spaces.
       77 ws-billed-count pic 9(3) value 0.
       77 ws-billed-idx pic 9(3) value 0.
       77 ws-is-billed pic x value "n".
       77 ws-note-type pic x value spaces.
       77 ws-note-idx pic 9(2) value 0.
       77 ws-note-amt pic 9(7)v99 value 0.
       77 ws-note-count pic 9(4) value 0.
      * Students already invoiced for the term now open - only their
      * drops and adds raise tuition credit and debit notes.
       01 ws-billed-table.
           02 ws-billed-npm occurs 500 times pic 9(8).
       01 ws-refund-table.
           02 ws-rf-entry occurs 10 times.
               03 ws-rf-day pic 9(3).
               03 ws-rf-pct pic 9(3).
       01 ws-standing-table.
           02 ws-sd-entry occurs 500 times.
               03 ws-sd-npm pic 9(8).
               03 ws-sd-term pic 9(5).
               03 ws-sd-standing pic x.
       01 ws-wait-table.
           02 ws-wait-entry occurs 100 times.
               03 ws-wl-course pic 9(2).
               03 ws-wl-npm pic 9(8).
               03 ws-wl-seq pic 9(4).
               03 ws-wl-term pic 9(5).
       01 promote-line.
           02 f pic x(6) value " NPM ".
           02 pm-npm pic 9(8).
               03 ws-sm-capacity pic 9(3).
               03 ws-sm-enrolled pic 9(3).
               03 ws-sm-fee pic 9(7)v99.
               03 ws-sm-credits pic 9(1).
       01 reject-line.
           02 rj-npm pic 9(8).
           02 f pic x(2) value spaces.
           02 rj-reason pic x(60).
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           PERFORM LOAD-TERM-PARA.
           PERFORM LOAD-SCHEDULE-PARA.
           IF ws-schedule-count = 0
               DISPLAY "SCHEDMST.DAT kosong atau tidak ada - tidak "
           END-IF.
           PERFORM RECOUNT-ENROLLED-PARA.
           PERFORM LOAD-DEBTORS-PARA.
           PERFORM LOAD-STANDING-PARA.
           PERFORM LOAD-WAITLIST-PARA.
           PERFORM LOAD-REFUND-PARA.
           OPEN I-O STUDENT-MASTER-FILE.
           IF ws-stud-status = "35"
               OPEN OUTPUT STUDENT-MASTER-FILE
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT PROMOTE-FILE.
           OPEN EXTEND ADJUST-FILE.
           IF ws-adjust-status = "35"
               OPEN OUTPUT ADJUST-FILE
               CLOSE ADJUST-FILE
               OPEN EXTEND ADJUST-FILE
           END-IF.
           PERFORM REGISTER-LOOP-PARA.
           CLOSE STUDENT-MASTER-FILE, REJECT-FILE, PROMOTE-FILE,
               ADJUST-FILE.
           IF ws-changed = "y"
               PERFORM SAVE-SCHEDULE-PARA
           END-IF.
               " diterima, " ws-refuse-count " ditolak".
           DISPLAY "Penolakan dicatat di REGREJ.TXT, promosi "
               "waitlist di WAITPROM.TXT".
           IF ws-note-count > 0
               DISPLAY ws-note-count " nota kredit/debit kuliah "
                   "ditulis ke TUITADJ.DAT"
           END-IF.
           STOP RUN.

       REGISTER-LOOP-PARA.
               END-IF
           END-IF.

      * An invoice for the term now open is this semester's bill,
      * not a prior balance, and does not block registration - it
      * marks the student as invoiced, so later drops and adds raise
      * credit and debit notes.
       NOTE-DEBTOR-PARA.
           IF tr-paid-flag NOT = "y" AND tr-term < ws-cur-term
               MOVE "n" TO ws-has-debt
               PERFORM VARYING ws-debtor-idx FROM 1 BY 1
                       UNTIL ws-debtor-idx > ws-debtor-count
                   MOVE tr-npm TO ws-debtor-npm(ws-debtor-count)
               END-IF
           END-IF.
           IF tr-term = ws-cur-term
               PERFORM NOTE-BILLED-PARA
           END-IF.
           READ TUITION-FILE AT END MOVE "y" TO ws-tuition-eof.

       NOTE-BILLED-PARA.
           MOVE "n" TO ws-is-billed.
           PERFORM VARYING ws-billed-idx FROM 1 BY 1
                   UNTIL ws-billed-idx > ws-billed-count
               IF ws-billed-npm(ws-billed-idx) = tr-npm
                   MOVE "y" TO ws-is-billed
               END-IF
           END-PERFORM.
           IF ws-is-billed = "n" AND ws-billed-count < 500
               ADD 1 TO ws-billed-count
               MOVE tr-npm TO ws-billed-npm(ws-billed-count)
           END-IF.

       ENROLL-PARA.
           DISPLAY "Kode mata kuliah: " WITH NO ADVANCING.
           ACCEPT ws-req-code.
           PERFORM VALIDATE-ENROLLMENT-PARA.
           IF ws-valid = "y"
               MOVE ws-req-code TO st-course-code(ws-free-slot)
               MOVE ws-cur-term TO st-term
               REWRITE student-rec
               ADD 1 TO ws-sm-enrolled(ws-new-idx)
               MOVE "y" TO ws-changed
               ADD 1 TO ws-enroll-count
               DISPLAY "NPM " ws-npm " terdaftar di "
                   ws-sm-name(ws-new-idx)
               PERFORM RAISE-DEBIT-PARA
           ELSE
               ADD 1 TO ws-refuse-count
               MOVE ws-npm TO rj-npm
                   UNTIL ws-wait-idx > ws-wait-count
               IF ws-wl-course(ws-wait-idx) = ws-req-code
                       AND ws-wl-npm(ws-wait-idx) = ws-npm
                       AND ws-wl-term(ws-wait-idx) = ws-cur-term
                   MOVE ws-wait-idx TO ws-wait-hit
               END-IF
           END-PERFORM.
                   MOVE ws-req-code TO ws-wl-course(ws-wait-count)
                   MOVE ws-npm TO ws-wl-npm(ws-wait-count)
                   MOVE ws-wait-seq TO ws-wl-seq(ws-wait-count)
                   MOVE ws-cur-term TO ws-wl-term(ws-wait-count)
                   MOVE "y" TO ws-wait-changed
                   DISPLAY "NPM " ws-npm " masuk waitlist kode "
                       ws-req-code " urutan " ws-wait-seq
           IF ws-valid = "y"
               PERFORM CHECK-ALREADY-PARA
           END-IF.
           IF ws-valid = "y"
               PERFORM CHECK-STANDING-PARA
           END-IF.
           IF ws-valid = "y"
               PERFORM CHECK-CAPACITY-PARA
           END-IF.
           IF ws-valid = "y"
               PERFORM CHECK-FREE-SLOT-PARA
           END-IF.
           IF ws-valid = "y"
               PERFORM CHECK-CREDIT-LOAD-PARA
           END-IF.
           IF ws-valid = "y"
               PERFORM CHECK-TIMETABLE-PARA
           END-IF.
               MOVE "y" TO ws-changed
               DISPLAY "NPM " ws-npm " dibatalkan dari kode "
                   ws-drop-code
               IF ws-drop-idx > 0
                   PERFORM RAISE-CREDIT-PARA
               END-IF
               PERFORM PROMOTE-PARA
           END-IF.

               END-READ
           END-IF.

      * Only a place asked for in the term now open is promoted - a
      * leftover entry from an earlier term is ignored until the
      * semester rollover purges it.
       FIND-WAIT-HEAD-PARA.
           MOVE 0 TO ws-wait-hit.
           PERFORM VARYING ws-wait-idx FROM 1 BY 1
                   UNTIL ws-wait-idx > ws-wait-count
               IF ws-wl-course(ws-wait-idx) = ws-drop-code
                       AND ws-wl-term(ws-wait-idx) = ws-cur-term
                   IF ws-wait-hit = 0
                       MOVE ws-wait-idx TO ws-wait-hit
                   ELSE
           MOVE "y" TO ws-wait-changed.
           IF ws-valid = "y"
               MOVE ws-req-code TO st-course-code(ws-free-slot)
               MOVE ws-cur-term TO st-term
               REWRITE student-rec
               ADD 1 TO ws-sm-enrolled(ws-new-idx)
               MOVE "y" TO ws-changed
               DISPLAY "NPM " ws-promoted-npm
                   " dipromosikan dari waitlist ke "
                   ws-sm-name(ws-new-idx)
               PERFORM RAISE-DEBIT-PARA
           ELSE
               MOVE ws-promoted-npm TO pm-npm
               MOVE SPACES TO pm-text
               WRITE PROMOTE-REC FROM promote-line
           END-IF.

      * A drop after the term was invoiced earns back the course fee
      * at the refund schedule's percentage for the days since the
      * term opened. Past the cutoff there is nothing to credit.
       RAISE-CREDIT-PARA.
           PERFORM CHECK-BILLED-PARA.
           IF ws-is-billed = "y"
               IF ws-rf-count = 0
                   DISPLAY "REFUNDSC.DAT tidak ada - nota kredit "
                       "tidak dibuat"
               ELSE
                   PERFORM FIND-REFUND-PCT-PARA
                   COMPUTE ws-note-amt ROUNDED =
                       ws-sm-fee(ws-drop-idx) * ws-refund-pct / 100
                   IF ws-note-amt = 0
                       DISPLAY "Lewat batas refund - tidak ada kredit "
                           "untuk kode " ws-drop-code
                   ELSE
                       MOVE "C" TO ws-note-type
                       MOVE ws-drop-idx TO ws-note-idx
                       PERFORM WRITE-NOTE-PARA
                   END-IF
               END-IF
           END-IF.

      * A course added after the term was invoiced is not on the
      * invoice, so it is charged in full by a debit note - a later
      * drop of it then credits a fee that was actually billed.
       RAISE-DEBIT-PARA.
           PERFORM CHECK-BILLED-PARA.
           IF ws-is-billed = "y" AND ws-sm-fee(ws-new-idx) > 0
               MOVE 100 TO ws-refund-pct
               MOVE ws-sm-fee(ws-new-idx) TO ws-note-amt
               MOVE "D" TO ws-note-type
               MOVE ws-new-idx TO ws-note-idx
               PERFORM WRITE-NOTE-PARA
           END-IF.

       CHECK-BILLED-PARA.
           MOVE "n" TO ws-is-billed.
           PERFORM VARYING ws-billed-idx FROM 1 BY 1
                   UNTIL ws-billed-idx > ws-billed-count
               IF ws-billed-npm(ws-billed-idx) = st-npm
                   MOVE "y" TO ws-is-billed
               END-IF
           END-PERFORM.

      * The band with the highest starting day not after today
      * applies; before the first band the fee comes back in full.
       FIND-REFUND-PCT-PARA.
           MOVE 100 TO ws-refund-pct.
           MOVE -1 TO ws-rf-best.
           MOVE 0 TO ws-days-in.
           IF ws-term-open > 0
               COMPUTE ws-days-in =
                   FUNCTION INTEGER-OF-DATE(ws-today)
                   - FUNCTION INTEGER-OF-DATE(ws-term-open)
           END-IF.
           PERFORM VARYING ws-rf-idx FROM 1 BY 1
                   UNTIL ws-rf-idx > ws-rf-count
               IF ws-rf-day(ws-rf-idx) NOT > ws-days-in
                       AND ws-rf-day(ws-rf-idx) > ws-rf-best
                   MOVE ws-rf-day(ws-rf-idx) TO ws-rf-best
                   MOVE ws-rf-pct(ws-rf-idx) TO ws-refund-pct
               END-IF
           END-PERFORM.

       WRITE-NOTE-PARA.
           MOVE st-npm TO ta-npm.
           MOVE ws-cur-term TO ta-term.
           MOVE ws-today TO ta-date.
           MOVE ws-note-type TO ta-type.
           MOVE ws-sm-code(ws-note-idx) TO ta-course-code.
           MOVE ws-sm-fee(ws-note-idx) TO ta-fee.
           MOVE ws-refund-pct TO ta-pct.
           MOVE ws-note-amt TO ta-amount.
           MOVE "n" TO ta-status.
           MOVE 0 TO ta-invoice-no.
           MOVE 0 TO ta-refund-amt.
           WRITE tuitadj-rec.
           ADD 1 TO ws-note-count.
           IF ws-note-type = "C"
               DISPLAY "Nota kredit " ws-refund-pct "% sebesar "
                   ws-note-amt " untuk NPM " st-npm
           ELSE
               DISPLAY "Nota debit sebesar " ws-note-amt
                   " untuk NPM " st-npm
           END-IF.

       LOAD-REFUND-PARA.
           OPEN INPUT REFUND-SCHED-FILE.
           IF ws-refund-status = "00"
               PERFORM READ-REFUND-PARA UNTIL ws-refund-eof = "y"
               CLOSE REFUND-SCHED-FILE
           END-IF.

       READ-REFUND-PARA.
           READ REFUND-SCHED-FILE
               AT END
                   MOVE "y" TO ws-refund-eof
               NOT AT END
                   IF ws-rf-count < 10
                       ADD 1 TO ws-rf-count
                       MOVE rf-from-day TO ws-rf-day(ws-rf-count)
                       MOVE rf-pct TO ws-rf-pct(ws-rf-count)
                   END-IF
           END-READ.

       LOAD-WAITLIST-PARA.
           OPEN INPUT WAITLIST-FILE.
           IF ws-wait-status = "00"
               MOVE wl-course-code TO ws-wl-course(ws-wait-count)
               MOVE wl-npm TO ws-wl-npm(ws-wait-count)
               MOVE wl-seq TO ws-wl-seq(ws-wait-count)
               MOVE wl-term TO ws-wl-term(ws-wait-count)
               IF wl-seq > ws-wait-seq
                   MOVE wl-seq TO ws-wait-seq
               END-IF
               MOVE ws-wl-course(ws-wait-idx) TO wl-course-code
               MOVE ws-wl-npm(ws-wait-idx) TO wl-npm
               MOVE ws-wl-seq(ws-wait-idx) TO wl-seq
               MOVE ws-wl-term(ws-wait-idx) TO wl-term
               WRITE waitlist-rec
           END-IF.

               END-IF
           END-PERFORM.

      * Checked ahead of capacity so a suspended student is refused
      * outright rather than put on the waitlist. The limit for the
      * credit-load check is set here from the same standing.
       CHECK-STANDING-PARA.
           MOVE 0 TO ws-sd-hit.
           PERFORM VARYING ws-sd-idx FROM 1 BY 1
                   UNTIL ws-sd-idx > ws-sd-count
               IF ws-sd-npm(ws-sd-idx) = st-npm
                   MOVE ws-sd-idx TO ws-sd-hit
               END-IF
           END-PERFORM.
           IF ws-sd-hit = 0
               MOVE ws-max-sks-new TO ws-max-credits
           ELSE
               EVALUATE ws-sd-standing(ws-sd-hit)
                   WHEN "S"
                       MOVE "n" TO ws-valid
                       MOVE "MAHASISWA DALAM SKORSING AKADEMIK"
                           TO ws-reason
                   WHEN "D"
                       MOVE ws-max-sks-dean TO ws-max-credits
                   WHEN "P"
                       MOVE ws-max-sks-probation TO ws-max-credits
                   WHEN OTHER
                       MOVE ws-max-sks-good TO ws-max-credits
               END-EVALUATE
           END-IF.

      * Credits already taken this term plus the new course must
      * stay within the load the standing allows.
       CHECK-CREDIT-LOAD-PARA.
           MOVE ws-sm-credits(ws-new-idx) TO ws-load-credits.
           PERFORM VARYING ws-slot FROM 1 BY 1 UNTIL ws-slot > 5
               IF st-course-code(ws-slot) NOT = 0
                   PERFORM FIND-OLD-COURSE-PARA
                   IF ws-old-idx > 0
                       ADD ws-sm-credits(ws-old-idx)
                           TO ws-load-credits
                   END-IF
               END-IF
           END-PERFORM.
           IF ws-load-credits > ws-max-credits
               MOVE "n" TO ws-valid
               MOVE SPACES TO ws-reason
               STRING "BEBAN SKS MELEBIHI BATAS " DELIMITED BY SIZE
                   ws-max-credits DELIMITED BY SIZE
                   " SKS" DELIMITED BY SIZE
                   INTO ws-reason
               END-STRING
           END-IF.

       CHECK-CAPACITY-PARA.
           IF ws-sm-capacity(ws-new-idx) > 0
               AND ws-sm-enrolled(ws-new-idx) NOT <
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE "y" TO ws-recount-eof.

      * Every enrolment is tagged with the term now open, so there
      * is no registering until the term conversion or the semester
      * rollover has written TERM.DAT.
       LOAD-TERM-PARA.
           OPEN INPUT TERM-FILE.
           IF ws-term-status NOT = "00"
               DISPLAY "TERM.DAT tidak ada - jalankan konversi "
                   "semester atau rollover semester dulu"
               STOP RUN
           END-IF.
           READ TERM-FILE
               AT END
                   DISPLAY "TERM.DAT kosong - tidak bisa registrasi"
                   CLOSE TERM-FILE
                   STOP RUN
           END-READ.
           MOVE tm-current-term TO ws-cur-term.
           MOVE tm-open-date TO ws-term-open.
           CLOSE TERM-FILE.
           DISPLAY "Semester berjalan: " ws-cur-term.

      * Only each student's latest assessed term is kept - that is
      * the standing the student registers under.
       LOAD-STANDING-PARA.
           OPEN INPUT STANDING-FILE.
           IF ws-standing-status = "00"
               READ STANDING-FILE AT END MOVE "y" TO ws-standing-eof
               END-READ
               PERFORM NOTE-STANDING-PARA UNTIL ws-standing-eof = "y"
               CLOSE STANDING-FILE
           END-IF.

       NOTE-STANDING-PARA.
           MOVE 0 TO ws-sd-hit.
           PERFORM VARYING ws-sd-idx FROM 1 BY 1
                   UNTIL ws-sd-idx > ws-sd-count
               IF ws-sd-npm(ws-sd-idx) = sd-npm
                   MOVE ws-sd-idx TO ws-sd-hit
               END-IF
           END-PERFORM.
           IF ws-sd-hit = 0 AND ws-sd-count < 500
               ADD 1 TO ws-sd-count
               MOVE ws-sd-count TO ws-sd-hit
               MOVE sd-npm TO ws-sd-npm(ws-sd-hit)
               MOVE 0 TO ws-sd-term(ws-sd-hit)
           END-IF.
           IF ws-sd-hit > 0
               IF sd-term NOT < ws-sd-term(ws-sd-hit)
                   MOVE sd-term TO ws-sd-term(ws-sd-hit)
                   MOVE sd-standing TO ws-sd-standing(ws-sd-hit)
               END-IF
           END-IF.
           READ STANDING-FILE AT END MOVE "y" TO ws-standing-eof.

       LOAD-SCHEDULE-PARA.
           OPEN INPUT SCHEDULE-MASTER-FILE.
           IF ws-sched-status = "00"
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
       END PROGRAM 2IA07-REGISTRATION.
