      ******************************************************************
      * Copybook:  ATTNREC.CPY
      * Author:    PILLOS
      * Date:      15/10/26
      * Purpose:   Record layout for ATTEND.DAT, the daily attendance
      *            master - loaded from the teachers' daily sheets by
      *            ATTLOAD and corrected one row at a time through
      *            ATTMAINT.  One row per student per class day per
      *            course, keyed on ATT-KEY (STUDENT-ID + date +
      *            course), so one student's rows read back in date
      *            order.  The term the day belongs to is carried on
      *            the row for the enrollment check and the absence
      *            report.  Kept at 50 bytes so a whole row fits a
      *            journal image; the journal key column shows the
      *            first 21 bytes of ATT-KEY, the images carry all
      *            of it.
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       01  ATT-RECORD.
           05  ATT-KEY.
               10  ATT-STUDENT-ID   PIC 9(05).
               10  ATT-DATE         PIC 9(08).
               10  ATT-COURSE       PIC X(10).
           05  ATT-TERM             PIC X(06).
           05  ATT-CODE             PIC X(01).
               88  ATT-PRESENT              VALUE 'P'.
               88  ATT-ABSENT               VALUE 'A'.
               88  ATT-TARDY                VALUE 'T'.
               88  ATT-EXCUSED              VALUE 'E'.
               88  ATT-CODE-VALID           VALUE 'P' 'A' 'T' 'E'.
           05  ATT-RECORDED-BY      PIC X(08).
           05  FILLER               PIC X(12).
