      ******************************************************************
      * Copybook:  DEGRLNK.CPY
      * Author:    PILLOS
      * Date:      15/10/26
      * Purpose:   LINKAGE record passed between a calling program
      *            and DEGRCHK to audit one student against the
      *            curriculum for a program (CURRIC.DAT, CURRREC.CPY)
      *            and get the result back.  Caller fills in the
      *            action, student and program; A)UDIT answers with
      *            the overall result, the passing credits against
      *            the PROGREQ.DAT total, every block of the program
      *            (needed / passed) and every course in those blocks
      *            with the term and letter that met it.  C)LOSE,
      *            once at the end of the caller's run, closes the
      *            files DEGRCHK keeps open between calls.
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       01  DEGREE-CONTROL.
           05  DGC-ACTION           PIC X(01).
               88  DGC-AUDIT                VALUE 'A'.
               88  DGC-CLOSE                VALUE 'C'.
           05  DGC-STUDENT-ID       PIC 9(05).
           05  DGC-PROGRAM          PIC X(05).
           05  DGC-RESULT           PIC X(01).
               88  DGC-ALL-MET              VALUE 'Y'.
               88  DGC-OUTSTANDING          VALUE 'N'.
               88  DGC-NO-CURRICULUM        VALUE 'U'.
               88  DGC-NO-FILES             VALUE 'F'.
           05  DGC-EARNED           PIC 9(05).
           05  DGC-REQUIRED         PIC 9(03).
           05  DGC-REQ-FOUND        PIC X(01).
               88  DGC-HAVE-REQUIRED        VALUE 'Y'.
           05  DGC-STILL-NEEDED     PIC 9(03).
           05  DGC-BLOCKS-OUT       PIC 9(03).
           05  DGC-BLOCK-COUNT      PIC 9(03).
           05  DGC-BLOCK OCCURS 20 TIMES.
               10  DGC-BLK-ID       PIC X(04).
               10  DGC-BLK-TITLE    PIC X(20).
               10  DGC-BLK-NEED     PIC 9(02).
               10  DGC-BLK-HAVE     PIC 9(02).
               10  DGC-BLK-MET      PIC X(01).
               10  DGC-BLK-FIRST    PIC 9(03).
               10  DGC-BLK-COURSES  PIC 9(03).
           05  DGC-COURSE-COUNT     PIC 9(03).
           05  DGC-COURSE OCCURS 100 TIMES.
               10  DGC-CRS-CODE     PIC X(10).
               10  DGC-CRS-MET      PIC X(01).
               10  DGC-CRS-TERM     PIC X(06).
               10  DGC-CRS-LETTER   PIC X(01).
               10  DGC-CRS-RANK     PIC 9(05).
