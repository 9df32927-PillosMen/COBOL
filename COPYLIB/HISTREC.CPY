      ******************************************************************
      * Copybook:  HISTREC.CPY
      * Author:    PILLOS
      * Date:      15/10/26
      * Purpose:   Record layout for HISTORY.DAT, the records
      *            retention archive.  STUPURGE moves a long-gone
      *            student off the live masters into it: one S row
      *            carrying the CONES.DAT record and one G row per
      *            GRADES.DAT enrollment, each holding the live record
      *            image byte for byte in HIST-DATA.  Keyed on
      *            HIST-KEY - the STUDENT-ID, the row type and, for a
      *            G row, the term and course of the enrollment key -
      *            so a student's archive reads back as the student
      *            row followed by the grades in term order.  STUHIST
      *            looks an archived student up and, when one comes
      *            back, restores the rows to the live masters and
      *            removes them from here.
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       01  HIST-RECORD.
           05  HIST-KEY.
               10  HIST-STUDENT-ID  PIC 9(05).
               10  HIST-TYPE        PIC X(01).
                   88  HIST-STUDENT-ROW     VALUE 'S'.
                   88  HIST-GRADE-ROW       VALUE 'G'.
               10  HIST-GRADE-PART.
                   15  HIST-TERM    PIC X(06).
                   15  HIST-COURSE  PIC X(10).
           05  HIST-PURGE-DATE      PIC 9(08).
           05  HIST-PURGED-BY       PIC X(08).
           05  HIST-DATA            PIC X(44).
           05  FILLER               PIC X(18).
