      ******************************************************************
      * Copybook:  CONTREC.CPY
      * Author:    PILLOS
      * Date:      15/10/26
      * Purpose:   Record layout for CONTACT.DAT, the student contact
      *            and guardian master - one row per student, keyed on
      *            CNT-STUDENT-ID (the CONES.DAT STUDENT-ID), kept
      *            through CNTMAINT.  Holds the household mailing
      *            address, the student's own phone and e-mail, and
      *            up to three guardians with their relationship.  A
      *            guardian slot with a blank name is empty.  The
      *            guardian marked CNT-GRD-GETS-MAIL is the one the
      *            standing letters (STNDLTR) are addressed to; with
      *            none marked the first guardian on file gets them.
      *            An address the post office has sent back is
      *            flagged CNT-ADDR-RETURNED so no more mail goes to
      *            it until it is corrected.  Kept at 450 bytes - nine
      *            50-byte journal images - so CNTMAINT can journal a
      *            change slice by slice.
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       01  CNT-RECORD.
           05  CNT-STUDENT-ID       PIC 9(05).
           05  CNT-ADDRESS.
               10  CNT-ADDR-LINE-1  PIC X(30).
               10  CNT-ADDR-LINE-2  PIC X(30).
               10  CNT-CITY         PIC X(20).
               10  CNT-STATE        PIC X(02).
               10  CNT-ZIP          PIC X(10).
           05  CNT-ADDR-STATUS      PIC X(01).
               88  CNT-ADDR-GOOD            VALUE 'G'.
               88  CNT-ADDR-RETURNED        VALUE 'R'.
               88  CNT-ADDR-STATUS-VALID    VALUE 'G' 'R'.
           05  CNT-PHONE            PIC X(15).
           05  CNT-EMAIL            PIC X(40).
           05  CNT-GUARDIAN OCCURS 3 TIMES.
               10  CNT-GRD-NAME     PIC X(30).
               10  CNT-GRD-RELATION PIC X(01).
                   88  CNT-GRD-MOTHER       VALUE 'M'.
                   88  CNT-GRD-FATHER       VALUE 'F'.
                   88  CNT-GRD-LEGAL        VALUE 'G'.
                   88  CNT-GRD-RELATIVE     VALUE 'R'.
                   88  CNT-GRD-OTHER        VALUE 'O'.
                   88  CNT-GRD-REL-VALID    VALUE 'M' 'F' 'G'
                                                  'R' 'O'.
               10  CNT-GRD-PHONE    PIC X(15).
               10  CNT-GRD-EMAIL    PIC X(40).
               10  CNT-GRD-MAIL     PIC X(01).
                   88  CNT-GRD-GETS-MAIL    VALUE 'Y'.
                   88  CNT-GRD-MAIL-VALID   VALUE 'Y' 'N'.
           05  CNT-CHANGED-BY       PIC X(08).
           05  CNT-CHANGED-DATE     PIC 9(08).
           05  FILLER               PIC X(20).
