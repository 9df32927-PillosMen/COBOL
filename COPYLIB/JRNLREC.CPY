      *                     against a journal written before this
      *                     change should use the archived copy of
      *                     that journal, not reread it as new-layout.
      *   15/10/26  PILLOS  JRNL-MASTER added after the after-image.
      *                     A program that writes a single master
      *                     leaves it blank (the program name says
      *                     which master); STUMERGE, which moves a
      *                     student's rows across several masters,
      *                     names the master each line was written
      *                     against so JRNLARCH replays only its own.
      *   15/10/26  PILLOS  STUPURGE (retention purge) and STUHIST
      *                     (archive restore) also write CONES.DAT and
      *                     GRADES.DAT in one run and name the master
      *                     on each line the same way.
      *   15/10/26  PILLOS  GRDCHGRQ names GRDCHG on its request lines
      *                     and GRADES on an approved change;
      *                     STUMERGE and STUPURGE name CONTACT on the
      *                     CONTACT.DAT lines they write.  JRNLARCH
      *                     replays neither GRDCHG nor CONTACT lines.
      *   15/10/26  PILLOS  CRSMAINT names COURSES or PREREQ, REGMAINT
      *                     REGISTER or SECTIONS, and STUMERGE also
      *                     SECTIONS for a seat it gives back.
      ******************************************************************
       01  JOURNAL-RECORD.
           05  JRNL-DATE            PIC X(10).
           05  JRNL-BEFORE          PIC X(50).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  JRNL-AFTER           PIC X(50).
           05  FILLER               PIC X(01)   VALUE SPACE.
           05  JRNL-MASTER          PIC X(08).
