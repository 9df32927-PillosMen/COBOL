      ******************************************************************
      * Copybook:  GCHGREC.CPY
      * Author:    PILLOS
      * Date:      15/10/26
      * Purpose:   Record layout for GRDCHG.DAT, the grade-change
      *            requests against terms TRMMAINT has closed.  Keyed
      *            on GCHG-REQ-NO, numbered upward by GRDCHGRQ as
      *            requests are filed.  GCHG-ENROLL-KEY is laid out
      *            byte for byte like GRADE-ENROLL-KEY.  A request is
      *            filed PENDING with the grade on file at the time,
      *            the grade asked for and a reason; a second admin
      *            (never the requester) APPROVES it - which is the
      *            only thing that then REWRITEs the GRADES.DAT row
      *            and journals it - or DENIES it with a note.
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       01  GCHG-RECORD.
           05  GCHG-REQ-NO          PIC 9(06).
           05  GCHG-ENROLL-KEY.
               10  GCHG-STUDENT-ID  PIC 9(05).
               10  GCHG-TERM        PIC X(06).
               10  GCHG-COURSE      PIC X(10).
           05  GCHG-OLD-SCORE       PIC 9(03).
           05  GCHG-OLD-LETTER      PIC X(01).
           05  GCHG-NEW-SCORE       PIC 9(03).
           05  GCHG-NEW-LETTER      PIC X(01).
           05  GCHG-REASON          PIC X(40).
           05  GCHG-REQ-USER        PIC X(08).
           05  GCHG-REQ-DATE        PIC 9(08).
           05  GCHG-STATUS          PIC X(01).
               88  GCHG-PENDING             VALUE 'P'.
               88  GCHG-APPROVED            VALUE 'A'.
               88  GCHG-DENIED              VALUE 'D'.
           05  GCHG-DECIDED-BY      PIC X(08).
           05  GCHG-DECIDED-DATE    PIC 9(08).
           05  GCHG-DECISION-NOTE   PIC X(30).
           05  FILLER               PIC X(10).
