      *                     releases it at 9000-TERMINATE, the same
      *                     screen/batch interlock the other
      *                     maintenance screens use.
      *   15/10/26  PILLOS  New P)REREQS option maintains PREREQ.DAT
      *                     (see PREREQ.CPY) - for each course, the
      *                     courses that must be passed first and the
      *                     lowest letter that counts.  Both codes must
      *                     be in the catalog.  Every add, change and
      *                     delete is journaled like a course row.
      *                     GRDMAINT and GRDLOAD enforce the
      *                     prerequisites; PREQRPT lists the history
      *                     that already breaks them.
      *   15/10/26  PILLOS  Journal lines name their master (COURSES or
      *                     PREREQ) in JRNL-MASTER, now that the
      *                     program writes two.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSMAINT.
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT PREREQ-FILE ASSIGN TO 'PREREQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREREQ-KEY
               FILE STATUS IS WS-PREREQ-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
       FD  COURSES-FILE.
           COPY CRSREC.

       FD  PREREQ-FILE.
           COPY PREREQ.

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       01  WS-COURSE-STATUS         PIC X(02).
           88  WS-COURSE-OK             VALUE '00'.
           88  WS-COURSE-NOT-OPEN       VALUE '35'.
       01  WS-PREREQ-STATUS         PIC X(02).
           88  WS-PREREQ-OK             VALUE '00'.
           88  WS-PREREQ-NOT-OPEN       VALUE '35'.
       01  WS-PREREQ-SW             PIC X(01)   VALUE 'N'.
           88  WS-HAVE-PREREQ           VALUE 'Y'.
       01  WS-PRQ-DONE-SW           PIC X(01)   VALUE 'N'.
           88  WS-PRQ-DONE              VALUE 'Y'.
       01  WS-LIST-DONE-SW          PIC X(01)   VALUE 'N'.
           88  WS-LIST-DONE             VALUE 'Y'.
       01  WS-PRQ-COURSE            PIC X(10).
       01  WS-PRQ-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-DONE-SW               PIC X(01)   VALUE 'N'.
           88  WS-DONE                  VALUE 'Y'.
       01  WS-OPCION                PIC X(01).
           05  FILLER               PIC 9(02).
       01  WS-JRNL-ACTION           PIC X(03).
       01  WS-JRNL-KEY              PIC X(21).
       01  WS-JRNL-MASTER           PIC X(08)   VALUE SPACES.
       01  WS-BEFORE-IMAGE          PIC X(50).
       01  WS-AFTER-IMAGE           PIC X(50).


      *-----------------------------------------------------------*
      *  1000-INITIALIZE - open the master, creating it the first  *
      *  time this program is ever run.  The prerequisite file is   *
      *  created the same way; failing to open it only takes the   *
      *  P)REREQS option away.                                       *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O COURSES-FILE
               OPEN OUTPUT COURSES-FILE
               CLOSE COURSES-FILE
               OPEN I-O COURSES-FILE
           END-IF

           OPEN I-O PREREQ-FILE
           IF WS-PREREQ-NOT-OPEN
               OPEN OUTPUT PREREQ-FILE
               CLOSE PREREQ-FILE
               OPEN I-O PREREQ-FILE
           END-IF
           IF WS-PREREQ-OK
               MOVE 'Y' TO WS-PREREQ-SW
           ELSE
               DISPLAY "PREREQ.DAT COULD NOT BE OPENED - STATUS "
                   WS-PREREQ-STATUS
           END-IF.

       1000-EXIT.
      *-----------------------------------------------------------*
       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "COURSE CATALOG  -  A)DD  C)HANGE  D)ELETE  "
               "P)REREQS  X)IT"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
                   PERFORM 4000-CHANGE-COURSE THRU 4000-EXIT
               WHEN 'D' WHEN 'd'
                   PERFORM 5000-DELETE-COURSE THRU 5000-EXIT
               WHEN 'P' WHEN 'p'
                   IF WS-HAVE-PREREQ
                       MOVE 'N' TO WS-PRQ-DONE-SW
                       PERFORM 6000-PREREQ-MENU THRU 6000-EXIT
                           UNTIL WS-PRQ-DONE
                   ELSE
                       DISPLAY "PREREQ.DAT IS NOT AVAILABLE"
                   END-IF
               WHEN 'X' WHEN 'x'
                   MOVE 'Y' TO WS-DONE-SW
               WHEN OTHER
           MOVE COURSE-CODE TO WS-JRNL-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE COURSE-RECORD TO WS-AFTER-IMAGE
           MOVE 'COURSES' TO WS-JRNL-MASTER
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       3000-EXIT.

           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE COURSE-RECORD TO WS-AFTER-IMAGE
           MOVE 'COURSES' TO WS-JRNL-MASTER
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       4000-EXIT.

           MOVE 'DEL' TO WS-JRNL-ACTION
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE 'COURSES' TO WS-JRNL-MASTER
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-PREREQ-MENU - one pass through the prerequisite menu  *
      *-----------------------------------------------------------*
       6000-PREREQ-MENU.
           DISPLAY " "
           DISPLAY "PREREQUISITES  -  A)DD  C)HANGE  D)ELETE  L)IST  "
               "X)IT"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 'A' WHEN 'a'
                   PERFORM 6100-ADD-PREREQ THRU 6100-EXIT
               WHEN 'C' WHEN 'c'
                   PERFORM 6200-CHANGE-PREREQ THRU 6200-EXIT
               WHEN 'D' WHEN 'd'
                   PERFORM 6300-DELETE-PREREQ THRU 6300-EXIT
               WHEN 'L' WHEN 'l'
                   PERFORM 6400-LIST-PREREQS THRU 6400-EXIT
               WHEN 'X' WHEN 'x'
                   MOVE 'Y' TO WS-PRQ-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6100-ADD-PREREQ - prompt for a course, the course that     *
      *  must be passed before it and the lowest letter that        *
      *  counts, and WRITE the row.                                  *
      *-----------------------------------------------------------*
       6100-ADD-PREREQ.
           MOVE SPACES TO PREREQ-RECORD
           DISPLAY "COURSE                : " WITH NO ADVANCING
           ACCEPT PREREQ-COURSE
           DISPLAY "MUST FIRST PASS       : " WITH NO ADVANCING
           ACCEPT PREREQ-REQUIRED
           DISPLAY "MINIMUM LETTER A-D    : " WITH NO ADVANCING
           ACCEPT PREREQ-MIN-LETTER

           PERFORM 6500-VALIDATE-PREREQ THRU 6500-EXIT
           IF NOT WS-VALID-ROW
               GO TO 6100-EXIT
           END-IF

           WRITE PREREQ-RECORD
               INVALID KEY
                   DISPLAY "THAT PREREQUISITE IS ALREADY ON FILE"
                   GO TO 6100-EXIT
           END-WRITE
           DISPLAY "PREREQUISITE ADDED"

           MOVE 'ADD' TO WS-JRNL-ACTION
           MOVE PREREQ-KEY TO WS-JRNL-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE PREREQ-RECORD TO WS-AFTER-IMAGE
           MOVE 'PREREQ' TO WS-JRNL-MASTER
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6200-CHANGE-PREREQ - look a prerequisite up and REWRITE    *
      *  its minimum letter.  To point it at a different course,    *
      *  delete it and add the new one.                              *
      *-----------------------------------------------------------*
       6200-CHANGE-PREREQ.
           DISPLAY "COURSE                : " WITH NO ADVANCING
           ACCEPT PREREQ-COURSE
           DISPLAY "MUST FIRST PASS       : " WITH NO ADVANCING
           ACCEPT PREREQ-REQUIRED
           READ PREREQ-FILE
               INVALID KEY
                   DISPLAY "NO SUCH PREREQUISITE ON FILE"
                   GO TO 6200-EXIT
           END-READ
           MOVE PREREQ-KEY TO WS-JRNL-KEY
           MOVE PREREQ-RECORD TO WS-BEFORE-IMAGE

           DISPLAY "MINIMUM LETTER A-D (NOW " PREREQ-MIN-LETTER ") : "
               WITH NO ADVANCING
           ACCEPT PREREQ-MIN-LETTER
           IF NOT PREREQ-LETTER-VALID
               DISPLAY "MINIMUM LETTER MUST BE A, B, C OR D"
               GO TO 6200-EXIT
           END-IF

           REWRITE PREREQ-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED"
                   GO TO 6200-EXIT
           END-REWRITE
           DISPLAY "PREREQUISITE CHANGED"

           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE PREREQ-RECORD TO WS-AFTER-IMAGE
           MOVE 'PREREQ' TO WS-JRNL-MASTER
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       6200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6300-DELETE-PREREQ - look a prerequisite up and remove it. *
      *-----------------------------------------------------------*
       6300-DELETE-PREREQ.
           DISPLAY "COURSE                : " WITH NO ADVANCING
           ACCEPT PREREQ-COURSE
           DISPLAY "MUST FIRST PASS       : " WITH NO ADVANCING
           ACCEPT PREREQ-REQUIRED
           READ PREREQ-FILE
               INVALID KEY
                   DISPLAY "NO SUCH PREREQUISITE ON FILE"
                   GO TO 6300-EXIT
           END-READ
           MOVE PREREQ-KEY TO WS-JRNL-KEY
           MOVE PREREQ-RECORD TO WS-BEFORE-IMAGE

           DELETE PREREQ-FILE
               INVALID KEY
                   DISPLAY "DELETE FAILED"
                   GO TO 6300-EXIT
           END-DELETE
           DISPLAY "PREREQUISITE DELETED"

           MOVE 'DEL' TO WS-JRNL-ACTION
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE 'PREREQ' TO WS-JRNL-MASTER
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       6300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6400-LIST-PREREQS - show every prerequisite of one course. *
      *-----------------------------------------------------------*
       6400-LIST-PREREQS.
           DISPLAY "COURSE                : " WITH NO ADVANCING
           ACCEPT WS-PRQ-COURSE
           MOVE ZERO TO WS-PRQ-COUNT
           MOVE 'N' TO WS-LIST-DONE-SW

           MOVE WS-PRQ-COURSE TO PREREQ-COURSE
           MOVE LOW-VALUES TO PREREQ-REQUIRED
           START PREREQ-FILE KEY NOT LESS THAN PREREQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-DONE-SW
           END-START
           PERFORM 6410-LIST-ONE THRU 6410-EXIT
               UNTIL WS-LIST-DONE

           IF WS-PRQ-COUNT = ZERO
               DISPLAY "NO PREREQUISITES FOR " WS-PRQ-COURSE
           END-IF.

       6400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6410-LIST-ONE - one prerequisite row of the course.         *
      *-----------------------------------------------------------*
       6410-LIST-ONE.
           READ PREREQ-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-LIST-DONE-SW
                   GO TO 6410-EXIT
           END-READ
           IF PREREQ-COURSE NOT = WS-PRQ-COURSE
               MOVE 'Y' TO WS-LIST-DONE-SW
               GO TO 6410-EXIT
           END-IF
           ADD 1 TO WS-PRQ-COUNT
           DISPLAY "  " PREREQ-REQUIRED "  MINIMUM " PREREQ-MIN-LETTER.

       6410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6500-VALIDATE-PREREQ - both codes non-blank, different     *
      *  and in the catalog, and a minimum letter of A through D.   *
      *-----------------------------------------------------------*
       6500-VALIDATE-PREREQ.
           MOVE 'Y' TO WS-VALID-SW

           IF PREREQ-COURSE = SPACES OR PREREQ-REQUIRED = SPACES
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "COURSE CODES MAY NOT BE BLANK"
               GO TO 6500-EXIT
           END-IF

           IF PREREQ-COURSE = PREREQ-REQUIRED
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "A COURSE CANNOT BE ITS OWN PREREQUISITE"
               GO TO 6500-EXIT
           END-IF

           IF NOT PREREQ-LETTER-VALID
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "MINIMUM LETTER MUST BE A, B, C OR D"
           END-IF

           MOVE PREREQ-COURSE TO COURSE-CODE
           READ COURSES-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   DISPLAY PREREQ-COURSE " IS NOT IN THE CATALOG"
           END-READ

           MOVE PREREQ-REQUIRED TO COURSE-CODE
           READ COURSES-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   DISPLAY PREREQ-REQUIRED " IS NOT IN THE CATALOG"
           END-READ.

       6500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-WRITE-JOURNAL - append one before/after line to the   *
      *  shared change journal, the same open-EXTEND-or-create way  *
      *  LOGINCHK appends to AUDIT.LOG.  The caller has set the     *
      *  master, action, key and both images before coming here.    *
      *-----------------------------------------------------------*
       7000-WRITE-JOURNAL.
           ACCEPT WS-JRNL-TODAY FROM DATE YYYYMMDD
           MOVE WS-JRNL-KEY TO JRNL-KEY
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
           MOVE WS-AFTER-IMAGE TO JRNL-AFTER
           MOVE WS-JRNL-MASTER TO JRNL-MASTER

           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.
           IF WS-COURSE-OK
               CLOSE COURSES-FILE
           END-IF
           IF WS-HAVE-PREREQ
               CLOSE PREREQ-FILE
           END-IF
           IF WS-HAVE-HOLD
               MOVE 'R' TO LKC-ACTION
               CALL "FILELOCK" USING LOCK-CONTROL
