      ******************************************************************
      * Copybook:  REGREC.CPY
      * Author:    PILLOS
      * Date:      15/10/26
      * Purpose:   Record layout for REGISTER.DAT, the registration
      *            master written by REGMAINT.  One row per student
      *            per course per term, keyed on REG-KEY - the same
      *            STUDENT-ID + term + course bytes as GRADEREC.CPY's
      *            GRADE-ENROLL-KEY, so GRDMAINT and GRDLOAD can look
      *            a grade's registration up with the grade key as
      *            it stands.  REG-SECT-KEY is an alternate key (with
      *            duplicates) that groups a section's rows together:
      *            the enrolled students first (status E, sequence
      *            zero), then the waitlist in the order it was
      *            joined (status W, REG-WAIT-SEQ 1, 2, 3 ...), which
      *            is the order the class list prints and the order
      *            seats are handed out when one comes free.
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       01  REG-RECORD.
           05  REG-KEY.
               10  REG-STUDENT-ID   PIC 9(05).
               10  REG-TERM         PIC X(06).
               10  REG-COURSE       PIC X(10).
           05  REG-SECT-KEY.
               10  REG-SECT-TERM    PIC X(06).
               10  REG-SECT-COURSE  PIC X(10).
               10  REG-SECT-NUMBER  PIC X(03).
               10  REG-STATUS       PIC X(01).
                   88  REG-ENROLLED         VALUE 'E'.
                   88  REG-WAITLISTED       VALUE 'W'.
               10  REG-WAIT-SEQ     PIC 9(05).
           05  FILLER               PIC X(04).
