           SELECT REJECT-FILE ASSIGN TO "NPMREJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-reject-status.
           SELECT TERM-FILE ASSIGN TO "TERM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-term-status.
       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
               03 it-course-code occurs 5 times pic 9(2).
       FD REJECT-FILE.
       01 REJECT-REC PIC X(80).
       FD TERM-FILE.
       COPY TERMCTL.
       WORKING-STORAGE SECTION.
       01 num1 PIC X(10).
       01 num2 PIC 99.
       77 ws-intake-count pic 9(4) value 0.
       77 ws-pass-count pic 9(4) value 0.
       77 ws-fail-count pic 9(4) value 0.
       77 ws-term-status pic xx value spaces.
       77 ws-cur-term pic 9(5) value 0.
       01 reject-line.
           02 rj-npm pic x(8).
           02 f pic x(2) value spaces.
               CLOSE STUDENT-MASTER-FILE
               OPEN I-O STUDENT-MASTER-FILE
           END-IF.
           PERFORM LOAD-TERM-PARA.
           MOVE ws-stud-rel-key TO st-npm.
           MOVE it-name TO st-name.
           MOVE ws-cur-term TO st-term.
           PERFORM VARYING ws-course-idx FROM 1 BY 1
                   UNTIL ws-course-idx > 5
               MOVE it-course-code(ws-course-idx)
               CLOSE STUDENT-MASTER-FILE
               OPEN I-O STUDENT-MASTER-FILE
           END-IF.
           PERFORM LOAD-TERM-PARA.
           MOVE ws-stud-rel-key TO st-npm.
           MOVE ws-cur-term TO st-term.
           DISPLAY "Masukkan nama mahasiswa: " WITH NO ADVANCING.
           ACCEPT st-name.
           DISPLAY "Masukkan sampai 5 kode mata kuliah yang diikuti
           END-WRITE.
           CLOSE STUDENT-MASTER-FILE.
           DISPLAY "DATA MAHASISWA DISIMPAN KE STUDENT MASTER.".

      * The courses keyed here belong to the term open in TERM.DAT;
      * with no term file yet the student is left at term 0 and the
      * next semester rollover files them under the closing term.
       LOAD-TERM-PARA.
           IF ws-cur-term = 0
               OPEN INPUT TERM-FILE
               IF ws-term-status = "00"
                   READ TERM-FILE
                       NOT AT END
                           MOVE tm-current-term TO ws-cur-term
                   END-READ
                   CLOSE TERM-FILE
               END-IF
           END-IF.
       END PROGRAM 2IA07-NPM-VALIDATOR.
