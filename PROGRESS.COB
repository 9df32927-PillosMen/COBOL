      *               (unattended run, GRDLPARM.DAT style) or are
      *               prompted for.
      * Tectonics:    cobc -x PROGRESS.COB LOGINCHK.COB FILELOCK.COB
      *                   DEGRCHK.COB
      * Mod history:
      *   02/09/26  PILLOS  Initial version.
      *   15/10/26  PILLOS  Credits alone no longer graduate anybody:
      *                     a student over the credit line is also
      *                     run through DEGRCHK against the program
      *                     curriculum (CURRIC.DAT) and is proposed
      *                     for G only when every requirement block
      *                     is met.  One with blocks outstanding is
      *                     listed as HELD (DEGAUDIT shows which).  A
      *                     program with no curriculum on file is
      *                     still judged on credits, and counted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRESS.
       77  PASS                     PIC X(10).
       COPY LOGINLNK.
       COPY LOCKLNK.
       COPY DEGRLNK.
       01  WS-CALLED-SW             PIC X(01)   VALUE 'N'.
           88  WS-DEGRCHK-CALLED        VALUE 'Y'.

       01  WS-REQ-MAX               PIC 9(03) COMP VALUE 50.
       01  WS-REQ-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-NOREQ-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-PROPOSED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-CHANGED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-NOCURR-COUNT          PIC 9(05) COMP VALUE ZERO.

       01  WS-JRNL-TODAY            PIC 9(08).
       01  WS-JRNL-DATE-R  REDEFINES WS-JRNL-TODAY.
      *-----------------------------------------------------------*
      *  3000-PROCESS-STUDENT - the next CONES.DAT row: only an     *
      *  ACTIVE student with a known program requirement can        *
      *  progress.  Earned credits at or over the requirement, and  *
      *  every curriculum block met, proposes (and, in the apply    *
      *  phase, applies) A to G.                                     *
      *-----------------------------------------------------------*
       3000-PROCESS-STUDENT.
           READ STUDENT NEXT INTO WS-STUDENT-REC
               GO TO 3000-EXIT
           END-IF

           PERFORM 3350-CHECK-CURRICULUM THRU 3350-EXIT
           IF NOT DGC-ALL-MET AND NOT DGC-NO-CURRICULUM
               ADD 1 TO WS-HELD-COUNT
               PERFORM 3400-WRITE-PROOF-LINE THRU 3400-EXIT
               GO TO 3000-EXIT
           END-IF
           IF DGC-NO-CURRICULUM
               ADD 1 TO WS-NOCURR-COUNT
           END-IF

           ADD 1 TO WS-PROPOSED-COUNT
           IF WS-PHASE-APPLY
               PERFORM 3500-APPLY-CHANGE THRU 3500-EXIT
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3350-CHECK-CURRICULUM - the degree audit for a student     *
      *  who has the credits: DEGRCHK answers whether every block   *
      *  of the program curriculum is met.                           *
      *-----------------------------------------------------------*
       3350-CHECK-CURRICULUM.
           MOVE 'A' TO DGC-ACTION
           MOVE WS-STUDENT-ID TO DGC-STUDENT-ID
           MOVE WS-STU-PROGRAM TO DGC-PROGRAM
           CALL "DEGRCHK" USING DEGREE-CONTROL
           MOVE 'Y' TO WS-CALLED-SW.

       3350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3400-WRITE-PROOF-LINE - one proposed (or applied) change   *
      *  on the proof report, or a student held back by an          *
      *  outstanding curriculum block.                               *
      *-----------------------------------------------------------*
       3400-WRITE-PROOF-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
           MOVE WS-STU-PROGRAM TO WS-DTL-PROGRAM
           MOVE WS-EARNED TO WS-DTL-EARNED
           MOVE WS-REQUIRED TO WS-DTL-REQUIRED
           EVALUATE TRUE
               WHEN NOT DGC-ALL-MET AND NOT DGC-NO-CURRICULUM
                   MOVE 'HELD' TO WS-DTL-CHANGE
               WHEN WS-PHASE-APPLY
                   MOVE 'A->G  *' TO WS-DTL-CHANGE
               WHEN OTHER
                   MOVE 'A->G' TO WS-DTL-CHANGE
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

           MOVE 'STATUSES CHANGED             :' TO WS-CNT-LABEL
           MOVE WS-CHANGED-COUNT TO WS-CNT-VALUE
           PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
           MOVE 'HELD - BLOCKS OUTSTANDING    :' TO WS-CNT-LABEL
           MOVE WS-HELD-COUNT TO WS-CNT-VALUE
           PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
           MOVE 'NO CURRICULUM - CREDITS ONLY :' TO WS-CNT-LABEL
           MOVE WS-NOCURR-COUNT TO WS-CNT-VALUE
           PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
           CLOSE REPORT-FILE

           DISPLAY " "
           IF WS-NOREQ-COUNT > ZERO
               DISPLAY "NO REQUIREMENT    : " WS-NOREQ-COUNT
                   " - ADD THE PROGRAMS TO PROGREQ.DAT"
           END-IF
           IF WS-HELD-COUNT > ZERO
               DISPLAY "HELD BY AUDIT     : " WS-HELD-COUNT
                   " - SEE DEGAUDIT FOR THE OUTSTANDING BLOCKS"
           END-IF
           IF WS-NOCURR-COUNT > ZERO
               DISPLAY "NO CURRICULUM     : " WS-NOCURR-COUNT
                   " - ADD THE PROGRAMS TO CURRIC.DAT"
           END-IF.

       4000-EXIT.
      *  9000-TERMINATE - close whatever actually opened.           *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-DEGRCHK-CALLED
               MOVE 'C' TO DGC-ACTION
               CALL "DEGRCHK" USING DEGREE-CONTROL
           END-IF
           IF WS-STUDENT-STATUS = '00' OR WS-STUDENT-STATUS = '10'
                   OR WS-STUDENT-STATUS = '23'
               CLOSE STUDENT
