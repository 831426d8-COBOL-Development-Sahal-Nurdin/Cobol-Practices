      * a seat the head of that course's waitlist is promoted
      * automatically (after re-running the timetable-conflict
      * check) and a promotion notice goes to WAITPROM.TXT for the
      * administration to post. wl-term is the academic term the
      * place was asked for; the semester rollover purges every
      * entry not for the term being opened.
      ******************************************************************
       01    waitlist-rec.
               02      wl-course-code pic 9(2).
               02      wl-npm pic 9(8).
               02      wl-seq pic 9(4).
               02      wl-term pic 9(5).
