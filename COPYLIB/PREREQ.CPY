      ******************************************************************
      * Copybook:  PREREQ.CPY
      * Author:    PILLOS
      * Date:      15/10/26
      * Purpose:   Record layout for PREREQ.DAT, the course
      *            prerequisite file maintained from CRSMAINT.  One
      *            row per course per prerequisite, keyed on
      *            PREREQ-KEY (the course being taken + the course
      *            that must be passed first, both COURSE-CODEs from
      *            CRSREC.CPY), so a course's prerequisites read back
      *            together.  PREREQ-MIN-LETTER is the lowest letter
      *            (A through D) that satisfies it.  A prerequisite
      *            is met by a GRADES.DAT row for the required course
      *            in an earlier term than the enrollment being
      *            checked, whose letter is at or above the minimum -
      *            a row keyed without a letter is graded off its
      *            score on the usual 90/80/70/60 scale.  Terms are
      *            ordered by year, then season WI, SP, SU, FA.
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       01  PREREQ-RECORD.
           05  PREREQ-KEY.
               10  PREREQ-COURSE    PIC X(10).
               10  PREREQ-REQUIRED  PIC X(10).
           05  PREREQ-MIN-LETTER    PIC X(01).
               88  PREREQ-LETTER-VALID      VALUE 'A' 'B' 'C' 'D'.
           05  FILLER               PIC X(09).
