      ******************************************************************
      * Copybook:  CURRREC.CPY
      * Author:    PILLOS
      * Date:      15/10/26
      * Purpose:   Record layout for CURRIC.DAT, the program
      *            curriculum - the courses each program requires,
      *            grouped into requirement blocks.  Kept by hand
      *            beside PROGREQ.DAT (the program's credit total),
      *            one line per block followed by one line per
      *            course in it:
      *              B line - program, block, 'B', how many of the
      *                       block's courses must be passed (00 =
      *                       every one, i.e. a core block; 02 for
      *                       "choose 2 of these 5") and a title;
      *              C line - program, block, 'C', a COURSE-CODE
      *                       from CRSREC.CPY.
      *            A course is met by a passing GRADES.DAT row (A-D,
      *            or a score of 60 and up when no letter was keyed).
      *            A course may be listed only once per program, so
      *            one pass cannot clear two blocks.  Read by DEGRCHK.
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       01  CURRIC-RECORD.
           05  CUR-PROGRAM          PIC X(05).
           05  CUR-BLOCK            PIC X(04).
           05  CUR-TYPE             PIC X(01).
               88  CUR-BLOCK-LINE           VALUE 'B'.
               88  CUR-COURSE-LINE          VALUE 'C'.
           05  CUR-DETAIL           PIC X(30).
           05  CUR-BLOCK-DETAIL  REDEFINES CUR-DETAIL.
               10  CUR-CHOOSE       PIC 9(02).
               10  CUR-TITLE        PIC X(20).
               10  FILLER           PIC X(08).
           05  CUR-COURSE-DETAIL REDEFINES CUR-DETAIL.
               10  CUR-COURSE       PIC X(10).
               10  FILLER           PIC X(20).
