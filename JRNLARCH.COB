      *                     its status REWRITEs against CONES.DAT,
      *                     so its lines joined the CONES.DAT replay
      *                     alongside STUMAINT and STUAPPLY.
      *   15/10/26  PILLOS  GRDCHGRQ (approved grade-change requests)
      *                     journals its GRADES.DAT REWRITEs, so its
      *                     lines joined the GRADES.DAT replay.  A
      *                     GRDMAINT or GRDLOAD line for a term the
      *                     term calendar (TERMS.DAT, see TRMMAINT)
      *                     shows closed, stamped after the moment it
      *                     was closed, is not replayed - direct
      *                     changes to a closed term are refused, and
      *                     a recovery must not let one back in.  The
      *                     refused lines are counted on the way out.
      *   15/10/26  PILLOS  STUMERGE (duplicate-student merge) lines
      *                     join the CONES.DAT and GRADES.DAT replays
      *                     by the master each line names (JRNL-MASTER,
      *                     see JRNLREC.CPY).  Like GRDCHGRQ, a merge
      *                     may move rows of a closed term and is not
      *                     held to the closed-term lock.
      *   15/10/26  PILLOS  STUPURGE (retention purge) deletions and
      *                     STUHIST (archive restore) adds join the
      *                     CONES.DAT and GRADES.DAT replays the same
      *                     way: any line naming a master is kept only
      *                     for that master and, like a merge, is not
      *                     held to the closed-term lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLARCH.
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-STATUS.

           SELECT TERMS-FILE ASSIGN TO 'TERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT STU-BKP-FILE ASSIGN TO 'CONES.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STU-BKP-STATUS.
       FD  USER-FILE.
           COPY USRREC.

       FD  TERMS-FILE.
           COPY TERMREC.

       FD  STU-BKP-FILE.
       01  STU-BKP-RECORD.
           05  STU-BKP-TYPE         PIC X(01).
           88  WS-GRADE-OK              VALUE '00'.
       01  WS-USER-STATUS           PIC X(02).
           88  WS-USER-OK               VALUE '00'.
       01  WS-TERM-STATUS           PIC X(02).
           88  WS-TERM-OK               VALUE '00'.
       01  WS-TERMS-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-TERMS            VALUE 'Y'.
       01  WS-LOCKED-SW             PIC X(01)   VALUE 'N'.
           88  WS-LINE-LOCKED           VALUE 'Y'.
       01  WS-STU-BKP-STATUS        PIC X(02).
       01  WS-GRD-BKP-STATUS        PIC X(02).
       01  WS-USR-BKP-STATUS        PIC X(02).
       01  WS-BKP-DATE              PIC X(08)   VALUE SPACES.
       01  WS-BKP-TIME              PIC X(06)   VALUE SPACES.
       01  WS-BKP-DATE-H            PIC X(10)   VALUE SPACES.
       01  WS-LINE-STAMP.
           05  WS-LINE-YMD          PIC X(08).
           05  WS-LINE-HMS          PIC X(06).
       01  WS-CLOSE-STAMP.
           05  WS-CLOSE-YMD         PIC 9(08).
           05  WS-CLOSE-HMS         PIC 9(06).

       01  WS-LINES-READ            PIC 9(05) COMP VALUE ZERO.
       01  WS-LINES-MASTER          PIC 9(05) COMP VALUE ZERO.
       01  WS-LINES-SKIPPED         PIC 9(05) COMP VALUE ZERO.
       01  WS-LINES-REPLAYED        PIC 9(05) COMP VALUE ZERO.
       01  WS-LINES-FAILED          PIC 9(05) COMP VALUE ZERO.
       01  WS-LINES-LOCKED          PIC 9(05) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO WS-LINES-SKIPPED
           MOVE ZERO TO WS-LINES-REPLAYED
           MOVE ZERO TO WS-LINES-FAILED
           MOVE ZERO TO WS-LINES-LOCKED
           MOVE 'N' TO WS-EOF-SW
           PERFORM 6000-REPLAY-LINE THRU 6000-EXIT
               UNTIL WS-EOF
           DISPLAY "BEFORE THE BACKUP     : " WS-LINES-SKIPPED
           DISPLAY "CHANGES REPLAYED      : " WS-LINES-REPLAYED
           DISPLAY "CHANGES NOT APPLIED   : " WS-LINES-FAILED
           IF WS-PICK-GRADES
               DISPLAY "AFTER THE TERM CLOSED : " WS-LINES-LOCKED
           END-IF
           IF WS-LINES-FAILED > ZERO
               DISPLAY "REVIEW THE NOT-APPLIED LINES WITH JRNLRPT"
           END-IF.

      *-----------------------------------------------------------*
      *  5200-OPEN-TARGET - the master being rolled forward, I-O.   *
      *  It must already exist - the reload created it.  GRADES.DAT *
      *  also reads the term calendar, when there is one, for the   *
      *  closed-term check.                                          *
      *-----------------------------------------------------------*
       5200-OPEN-TARGET.
           MOVE 'N' TO WS-ABORT-SW
                           "STATUS " WS-GRADE-STATUS
                       MOVE 'Y' TO WS-ABORT-SW
                   END-IF
                   MOVE 'N' TO WS-TERMS-SW
                   OPEN INPUT TERMS-FILE
                   IF WS-TERM-OK
                       MOVE 'Y' TO WS-TERMS-SW
                   END-IF
               WHEN OTHER
                   OPEN I-O USER-FILE
                   IF NOT WS-USER-OK
                   CLOSE STUDENT
               WHEN WS-PICK-GRADES
                   CLOSE GRADES-FILE
                   IF WS-HAVE-TERMS
                       CLOSE TERMS-FILE
                   END-IF
               WHEN OTHER
                   CLOSE USER-FILE
           END-EVALUATE.
      *  when its program writes the chosen master and its stamp    *
      *  is not before the backup's, then re-apply its after-image. *
      *  The boundary second replays too - re-applying a change the *
      *  backup already holds lands on the same values.  A direct   *
      *  grade change to a closed term, made after it was closed,   *
      *  is refused rather than replayed.  A STUMERGE, STUPURGE or  *
      *  STUHIST line may be for either master and is kept only     *
      *  for the one it names.                                       *
      *-----------------------------------------------------------*
       6000-REPLAY-LINE.
           READ JOURNAL-FILE
                   IF JRNL-PROGRAM NOT = 'STUMAINT'
                           AND JRNL-PROGRAM NOT = 'STUAPPLY'
                           AND JRNL-PROGRAM NOT = 'PROGRESS'
                           AND JRNL-PROGRAM NOT = 'STUMERGE'
                           AND JRNL-PROGRAM NOT = 'STUPURGE'
                           AND JRNL-PROGRAM NOT = 'STUHIST'
                       GO TO 6000-EXIT
                   END-IF
                   IF JRNL-MASTER NOT = SPACES
                           AND JRNL-MASTER NOT = 'CONES'
                       GO TO 6000-EXIT
                   END-IF
               WHEN WS-PICK-GRADES
                   IF JRNL-PROGRAM NOT = 'GRDMAINT'
                           AND JRNL-PROGRAM NOT = 'GRDLOAD'
                           AND JRNL-PROGRAM NOT = 'GRDCHGRQ'
                           AND JRNL-PROGRAM NOT = 'STUMERGE'
                           AND JRNL-PROGRAM NOT = 'STUPURGE'
                           AND JRNL-PROGRAM NOT = 'STUHIST'
                       GO TO 6000-EXIT
                   END-IF
                   IF JRNL-MASTER NOT = SPACES
                           AND JRNL-MASTER NOT = 'GRADES'
                       GO TO 6000-EXIT
                   END-IF
               WHEN OTHER
               GO TO 6000-EXIT
           END-IF

           IF WS-PICK-GRADES AND JRNL-PROGRAM NOT = 'GRDCHGRQ'
                   AND JRNL-MASTER = SPACES
               PERFORM 6050-CHECK-CLOSED THRU 6050-EXIT
               IF WS-LINE-LOCKED
                   ADD 1 TO WS-LINES-LOCKED
                   GO TO 6000-EXIT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-PICK-STUDENT
                   PERFORM 6100-APPLY-STU THRU 6100-EXIT
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6050-CHECK-CLOSED - a GRDMAINT/GRDLOAD line whose term     *
      *  (JRNL-KEY positions 6-11, the GRADE-TERM of the enrollment *
      *  key) is closed on TERMS.DAT and whose stamp is after the   *
      *  close stamp is locked.  Lines from before the close replay *
      *  as usual, and without a calendar nothing is locked.         *
      *-----------------------------------------------------------*
       6050-CHECK-CLOSED.
           MOVE 'N' TO WS-LOCKED-SW
           IF NOT WS-HAVE-TERMS
               GO TO 6050-EXIT
           END-IF
           MOVE JRNL-KEY (6:6) TO TERM-CODE
           READ TERMS-FILE
               INVALID KEY
                   GO TO 6050-EXIT
           END-READ
           IF NOT TERM-CLOSED
               GO TO 6050-EXIT
           END-IF

           MOVE SPACES TO WS-LINE-STAMP
           STRING JRNL-DATE (1:4) DELIMITED BY SIZE
                  JRNL-DATE (6:2) DELIMITED BY SIZE
                  JRNL-DATE (9:2) DELIMITED BY SIZE
                  INTO WS-LINE-YMD
           MOVE JRNL-TIME (1:6) TO WS-LINE-HMS
           MOVE TERM-CLOSED-DATE TO WS-CLOSE-YMD
           MOVE TERM-CLOSED-TIME TO WS-CLOSE-HMS
           IF WS-LINE-STAMP > WS-CLOSE-STAMP
               MOVE 'Y' TO WS-LOCKED-SW
           END-IF.

       6050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6100-APPLY-STU - one journal line against CONES.DAT: an    *
      *  ADD whose row already exists falls back to REWRITE (the    *
