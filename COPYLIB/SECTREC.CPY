      ******************************************************************
      * Copybook:  SECTREC.CPY
      * Author:    PILLOS
      * Date:      15/10/26
      * Purpose:   Record layout for SECTIONS.DAT, the class section
      *            master.  Keyed on SECT-KEY (academic term + the
      *            COURSE-CODE from CRSREC.CPY + a three-character
      *            section number), so one course can run several
      *            sections in a term.  Each section carries its
      *            instructor (the faculty user ID that signs the
      *            GRDSHEET.DAT header), its meeting slot and its
      *            seat capacity.  SECT-DAYS holds one position per
      *            weekday in M T W R F S U order - the day letter
      *            when the section meets that day, a space when it
      *            does not; an all-blank SECT-DAYS is an unscheduled
      *            (TBA) section that never clashes.  Times are
      *            24-hour HHMM.  SECT-ENROLLED is kept by REGMAINT
      *            as seats are taken and given back - the waitlist
      *            is not counted here, it lives in REGISTER.DAT.
      *            The record is held to fifty bytes so a whole row
      *            fits a JOURNAL.DAT before/after image.
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       01  SECTION-RECORD.
           05  SECT-KEY.
               10  SECT-TERM        PIC X(06).
               10  SECT-COURSE      PIC X(10).
               10  SECT-NUMBER      PIC X(03).
           05  SECT-INSTRUCTOR      PIC X(08).
           05  SECT-DAYS            PIC X(07).
           05  SECT-DAY-TABLE  REDEFINES SECT-DAYS.
               10  SECT-DAY         PIC X(01) OCCURS 7 TIMES.
           05  SECT-START-TIME      PIC 9(04).
           05  SECT-END-TIME        PIC 9(04).
           05  SECT-CAPACITY        PIC 9(03).
           05  SECT-ENROLLED        PIC 9(03).
           05  FILLER               PIC X(02).
