           03 R-CTL-TERM         PIC X(10).

       FD  F-RESULTS
           RECORD CONTAINS 774 CHARACTERS.
       01  REC-F-RESULTS.
           03 RES-KEY.
               05 RES-K-STUDENT  PIC 9(04).
           03 RES-COURSE-ENTRY OCCURS 20 TIMES.
               05 RES-C-LABEL    PIC X(25).
               05 RES-C-GRADE    PIC X(05).
           03 FILLER             PIC X(24).

       FD  F-MASTER
           RECORD CONTAINS 64 CHARACTERS.
