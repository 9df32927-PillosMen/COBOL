      *                     be run through the one-time STUCONV
      *                     conversion before programs built with
      *                     this layout can open it.
      *   15/10/26  PILLOS  STUDENT-MERGED status for an ID retired by
      *                     STUMERGE when it turned out to duplicate
      *                     another student.  A merged record keeps
      *                     its name and date of birth, and carries
      *                     the surviving ID where the program code
      *                     used to be (STUDENT-MERGED-INTO) so the
      *                     ID can be traced and is never reused.
      ******************************************************************
       01  STUDENT-FILE.
           05  STUDENT-ID           PIC 9(05).
               88  STUDENT-ACTIVE           VALUE 'A'.
               88  STUDENT-WITHDRAWN        VALUE 'W'.
               88  STUDENT-GRADUATED        VALUE 'G'.
               88  STUDENT-MERGED           VALUE 'M'.
           05  STUDENT-PROGRAM      PIC X(05).
           05  STUDENT-MERGED-INTO  REDEFINES STUDENT-PROGRAM
                                    PIC 9(05).
           05  STUDENT-DOB          PIC 9(08).
