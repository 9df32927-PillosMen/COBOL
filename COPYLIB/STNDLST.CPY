      ******************************************************************
      * Copybook:  STNDLST.CPY
      * Author:    PILLOS
      * Date:      15/10/26
      * Purpose:   One line of STNDLIST.DAT, the machine-readable
      *            copy of the honor roll and probation sections of
      *            a STANDRPT run - one row per student listed, with
      *            the GPA, credits, term and thresholds the run used.
      *            Rewritten by every STANDRPT run; read by STNDLTR
      *            to produce the standing letters and labels, so the
      *            letters always match the report the office signed
      *            off.  A blank STL-TERM means the run covered all
      *            terms.
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       01  STL-RECORD.
           05  STL-STUDENT-ID       PIC 9(05).
           05  STL-STANDING         PIC X(01).
               88  STL-HONOR                VALUE 'H'.
               88  STL-PROBATION            VALUE 'P'.
           05  STL-GPA              PIC 9V99.
           05  STL-CREDITS          PIC 9(04).
           05  STL-TERM             PIC X(06).
           05  STL-HONOR-GPA        PIC 9V99.
           05  STL-PROBATION-GPA    PIC 9V99.
           05  STL-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(10).
