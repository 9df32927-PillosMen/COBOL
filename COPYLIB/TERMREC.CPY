      ******************************************************************
      * Copybook:  TERMREC.CPY
      * Author:    PILLOS
      * Date:      15/10/26
      * Purpose:   Record layout for TERMS.DAT, the term calendar,
      *            maintained by TRMMAINT.  Keyed on TERM-CODE, the
      *            same six characters GRADE-TERM carries in
      *            GRADES.DAT (e.g. 2026FA).  Dates are YYYYMMDD.
      *            Once TRMMAINT closes a term (TERM-CLOSED, stamped
      *            with the date and time it was closed) GRDMAINT and
      *            GRDLOAD refuse any direct change to its grade rows
      *            - a correction must go through a grade-change
      *            request (GRDCHGRQ) approved by a second admin.
      *            JRNLARCH recovery uses the close stamp to refuse
      *            direct changes journaled after the close.  Kept
      *            at 50 bytes so a whole row fits a journal image.
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       01  TERM-RECORD.
           05  TERM-CODE            PIC X(06).
           05  TERM-START-DATE      PIC 9(08).
           05  TERM-END-DATE        PIC 9(08).
           05  TERM-GRADE-DEADLINE  PIC 9(08).
           05  TERM-STATUS          PIC X(01).
               88  TERM-OPEN                VALUE 'O'.
               88  TERM-CLOSED              VALUE 'C'.
           05  TERM-CLOSED-DATE     PIC 9(08).
           05  TERM-CLOSED-TIME     PIC 9(06).
           05  FILLER               PIC X(05).
