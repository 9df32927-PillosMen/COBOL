      *                     GRDMAINT keeps the apply out, with the
      *                     holder named in the job log.  The edit
      *                     phase only reads and runs regardless.
      *   15/10/26  PILLOS  Every row is now also checked against
      *                     REGISTER.DAT (see REGMAINT): a student not
      *                     registered for the course that term is
      *                     rejected NOT REGISTERED, one only on a
      *                     section's waitlist WAITLISTED ONLY.  A
      *                     missing registration file aborts the run
      *                     the way a missing catalog does.
      *   15/10/26  PILLOS  Every row is now also checked against the
      *                     course's prerequisites on PREREQ.DAT (see
      *                     CRSMAINT P)REREQS): a student without an
      *                     earlier-term pass of each required course
      *                     at its minimum letter is rejected PREREQ
      *                     NOT MET.  No PREREQ.DAT means no course
      *                     has prerequisites.
      *   15/10/26  PILLOS  A sheet for a term TRMMAINT has closed is
      *                     refused row by row (TERM CLOSED) - those
      *                     grades go through GRDCHGRQ instead.  When
      *                     the term calendar TERMS.DAT is present a
      *                     sheet for a term not on it is rejected
      *                     TERM NOT ON CALENDAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDLOAD.
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO 'REGISTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY
               ALTERNATE RECORD KEY IS REG-SECT-KEY WITH DUPLICATES
               FILE STATUS IS WS-REG-STATUS.

           SELECT PREREQ-FILE ASSIGN TO 'PREREQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREREQ-KEY
               FILE STATUS IS WS-PREREQ-STATUS.

           SELECT TERMS-FILE ASSIGN TO 'TERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT SHEET-FILE ASSIGN TO 'GRDSHEET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.
       FD  COURSES-FILE.
           COPY CRSREC.

       FD  REGISTER-FILE.
           COPY REGREC.

       FD  PREREQ-FILE.
           COPY PREREQ.

       FD  TERMS-FILE.
           COPY TERMREC.

       FD  SHEET-FILE.
       01  SHEET-HEADER.
           05  SHEET-H-TYPE         PIC X(01).
           88  WS-GRADE-NOT-OPEN        VALUE '35'.
       01  WS-COURSE-STATUS         PIC X(02).
           88  WS-COURSE-OK             VALUE '00'.
       01  WS-REG-STATUS            PIC X(02).
           88  WS-REG-OK                VALUE '00'.
       01  WS-PREREQ-STATUS         PIC X(02).
           88  WS-PREREQ-OK             VALUE '00'.
       01  WS-TERM-STATUS           PIC X(02).
           88  WS-TERM-OK               VALUE '00'.
       01  WS-SHEET-STATUS          PIC X(02).
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-PARM-STATUS           PIC X(02).
       01  WS-SHEET-OPEN-SW         PIC X(01)   VALUE 'N'.
           88  WS-SHEET-OPEN            VALUE 'Y'.
       01  WS-REJECT-REASON         PIC X(20).
       01  WS-PREREQ-SW             PIC X(01)   VALUE 'N'.
           88  WS-HAVE-PREREQ           VALUE 'Y'.
       01  WS-TERMS-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-TERMS            VALUE 'Y'.
       01  WS-CUR-TERM-STATE        PIC X(01)   VALUE SPACE.
           88  WS-CUR-TERM-CLOSED       VALUE 'C'.
           88  WS-CUR-TERM-UNKNOWN      VALUE 'U'.
       01  WS-PRQ-ALL-MET-SW        PIC X(01)   VALUE 'Y'.
           88  WS-PRQ-ALL-MET           VALUE 'Y'.
       01  WS-PRQ-DONE-SW           PIC X(01)   VALUE 'N'.
           88  WS-PRQ-DONE              VALUE 'Y'.
       01  WS-HIST-DONE-SW          PIC X(01)   VALUE 'N'.
           88  WS-HIST-DONE             VALUE 'Y'.
       01  WS-PRQ-MET-SW            PIC X(01)   VALUE 'N'.
           88  WS-PRQ-MET               VALUE 'Y'.
       01  WS-RANK-TERM             PIC X(06).
       01  WS-RANK-TERM-R  REDEFINES WS-RANK-TERM.
           05  WS-RANK-YEAR         PIC 9(04).
           05  WS-RANK-SEASON       PIC X(02).
       01  WS-RANK-VALUE            PIC 9(05).
       01  WS-TARGET-RANK           PIC 9(05).
       01  WS-EFF-LETTER            PIC X(01).

       01  WS-CUR-FACULTY           PIC X(08)   VALUE SPACES.
       01  WS-CUR-TERM              PIC X(06)   VALUE SPACES.
               DISPLAY "RUN CRSMAINT TO BUILD THE COURSE CATALOG"
           END-IF

           OPEN INPUT REGISTER-FILE
           IF NOT WS-REG-OK
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "REGISTER.DAT COULD NOT BE OPENED - STATUS "
                   WS-REG-STATUS
               DISPLAY "REGISTER THE STUDENTS THROUGH REGMAINT FIRST"
           END-IF

           OPEN INPUT PREREQ-FILE
           IF WS-PREREQ-OK
               MOVE 'Y' TO WS-PREREQ-SW
           END-IF

           OPEN INPUT TERMS-FILE
           IF WS-TERM-OK
               MOVE 'Y' TO WS-TERMS-SW
           END-IF

           OPEN INPUT SHEET-FILE
           IF WS-SHEET-STATUS NOT = '00'
               MOVE 'N' TO WS-INIT-OK-SW

      *-----------------------------------------------------------*
      *  3100-NEW-SHEET - close out the previous sheet's totals     *
      *  and open the new one on the proof report.  The sheet's    *
      *  term is looked up on the calendar once, here.              *
      *-----------------------------------------------------------*
       3100-NEW-SHEET.
           IF WS-SHEET-OPEN
           MOVE 'Y' TO WS-SHEET-OPEN-SW
           MOVE SHEET-FACULTY TO WS-CUR-FACULTY
           MOVE SHEET-TERM TO WS-CUR-TERM
           MOVE SPACE TO WS-CUR-TERM-STATE
           IF WS-HAVE-TERMS
               MOVE WS-CUR-TERM TO TERM-CODE
               READ TERMS-FILE
                   INVALID KEY
                       MOVE 'U' TO WS-CUR-TERM-STATE
                   NOT INVALID KEY
                       MOVE TERM-STATUS TO WS-CUR-TERM-STATE
               END-READ
           END-IF
           IF SHEET-EXPECTED IS NUMERIC
               MOVE SHEET-EXPECTED TO WS-CUR-EXPECTED
           ELSE
      *-----------------------------------------------------------*
      *  3300-VALIDATE-ROW - the same rules GRDMAINT enforces at    *
      *  the screen, plus the sheet-level ones: the row must be     *
      *  under a sheet header for a term that is not closed (and,  *
      *  with a calendar, is on it), the student must be on         *
      *  CONES.DAT and STUDENT-ACTIVE, the course an active catalog *
      *  row, the student registered (not just waitlisted) for the  *
      *  course that term on REGISTER.DAT, the course's             *
      *  prerequisites met in earlier terms, and the enrollment     *
      *  must not already be on the master.                          *
      *-----------------------------------------------------------*
       3300-VALIDATE-ROW.
           MOVE 'Y' TO WS-VALID-SW
               GO TO 3300-EXIT
           END-IF

           IF WS-CUR-TERM-CLOSED
               MOVE 'N' TO WS-VALID-SW
               MOVE 'TERM CLOSED' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF

           IF WS-CUR-TERM-UNKNOWN
               MOVE 'N' TO WS-VALID-SW
               MOVE 'TERM NOT ON CALENDAR' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF

           IF SHEET-STUDENT-ID IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NON-NUMERIC ID' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF

           MOVE SHEET-STUDENT-ID TO REG-STUDENT-ID
           MOVE WS-CUR-TERM TO REG-TERM
           MOVE SHEET-COURSE TO REG-COURSE
           READ REGISTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'NOT REGISTERED' TO WS-REJECT-REASON
                   GO TO 3300-EXIT
           END-READ
           IF NOT REG-ENROLLED
               MOVE 'N' TO WS-VALID-SW
               MOVE 'WAITLISTED ONLY' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF

           IF SHEET-SCORE IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BAD SCORE' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF

           PERFORM 3310-CHECK-PREREQS THRU 3310-EXIT
           IF NOT WS-PRQ-ALL-MET
               MOVE 'N' TO WS-VALID-SW
               MOVE 'PREREQ NOT MET' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF

           MOVE SHEET-STUDENT-ID TO GRADE-STUDENT-ID
           MOVE WS-CUR-TERM TO GRADE-TERM
           MOVE SHEET-COURSE TO GRADE-COURSE
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3310-CHECK-PREREQS - every prerequisite PREREQ.DAT lists   *
      *  for the sheet row's course must already be passed at or   *
      *  above its minimum letter in an EARLIER term on GRADES.DAT, *
      *  the same rule GRDMAINT applies to an ADD.  No PREREQ.DAT   *
      *  at all means no course has prerequisites.                  *
      *-----------------------------------------------------------*
       3310-CHECK-PREREQS.
           MOVE 'Y' TO WS-PRQ-ALL-MET-SW
           IF NOT WS-HAVE-PREREQ
               GO TO 3310-EXIT
           END-IF

           MOVE WS-CUR-TERM TO WS-RANK-TERM
           PERFORM 3340-RANK-TERM THRU 3340-EXIT
           MOVE WS-RANK-VALUE TO WS-TARGET-RANK

           MOVE 'N' TO WS-PRQ-DONE-SW
           MOVE SHEET-COURSE TO PREREQ-COURSE
           MOVE LOW-VALUES TO PREREQ-REQUIRED
           START PREREQ-FILE KEY NOT LESS THAN PREREQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PRQ-DONE-SW
           END-START
           PERFORM 3320-CHECK-ONE-PREREQ THRU 3320-EXIT
               UNTIL WS-PRQ-DONE.

       3310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3320-CHECK-ONE-PREREQ - next prerequisite of the course;   *
      *  look through the student's history for a passing row.     *
      *  The first one not met ends the check.                       *
      *-----------------------------------------------------------*
       3320-CHECK-ONE-PREREQ.
           READ PREREQ-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-PRQ-DONE-SW
                   GO TO 3320-EXIT
           END-READ
           IF PREREQ-COURSE NOT = SHEET-COURSE
               MOVE 'Y' TO WS-PRQ-DONE-SW
               GO TO 3320-EXIT
           END-IF

           MOVE 'N' TO WS-PRQ-MET-SW
           MOVE 'N' TO WS-HIST-DONE-SW
           MOVE SHEET-STUDENT-ID TO GRADE-STUDENT-ID
           MOVE LOW-VALUES TO GRADE-TERM
           MOVE LOW-VALUES TO GRADE-COURSE
           START GRADES-FILE KEY NOT LESS THAN GRADE-ENROLL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-DONE-SW
           END-START
           PERFORM 3330-CHECK-HISTORY THRU 3330-EXIT
               UNTIL WS-HIST-DONE

           IF NOT WS-PRQ-MET
               MOVE 'N' TO WS-PRQ-ALL-MET-SW
               MOVE 'Y' TO WS-PRQ-DONE-SW
           END-IF.

       3320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3330-CHECK-HISTORY - one of the student's GRADES rows.     *
      *  It satisfies the prerequisite when it is the required      *
      *  course, from a term before the sheet's, and its letter is  *
      *  a pass no lower than the minimum.                           *
      *-----------------------------------------------------------*
       3330-CHECK-HISTORY.
           READ GRADES-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-HIST-DONE-SW
                   GO TO 3330-EXIT
           END-READ
           IF GRADE-STUDENT-ID NOT = SHEET-STUDENT-ID
               MOVE 'Y' TO WS-HIST-DONE-SW
               GO TO 3330-EXIT
           END-IF
           IF GRADE-COURSE NOT = PREREQ-REQUIRED
               GO TO 3330-EXIT
           END-IF

           MOVE GRADE-TERM TO WS-RANK-TERM
           PERFORM 3340-RANK-TERM THRU 3340-EXIT
           IF WS-RANK-VALUE NOT LESS THAN WS-TARGET-RANK
               GO TO 3330-EXIT
           END-IF

           PERFORM 3350-EFFECTIVE-LETTER THRU 3350-EXIT
           IF WS-EFF-LETTER NOT = 'F'
                   AND WS-EFF-LETTER NOT GREATER THAN PREREQ-MIN-LETTER
               MOVE 'Y' TO WS-PRQ-MET-SW
               MOVE 'Y' TO WS-HIST-DONE-SW
           END-IF.

       3330-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3340-RANK-TERM - turn a term such as 2026FA into a number  *
      *  that sorts in calendar order: the year, then WI, SP, SU,   *
      *  FA.  A suffix outside those four sorts after FA; a term    *
      *  with no numeric year sorts first.                          *
      *-----------------------------------------------------------*
       3340-RANK-TERM.
           IF WS-RANK-YEAR IS NOT NUMERIC
               MOVE ZERO TO WS-RANK-VALUE
               GO TO 3340-EXIT
           END-IF

           COMPUTE WS-RANK-VALUE = WS-RANK-YEAR * 10
           EVALUATE WS-RANK-SEASON
               WHEN 'WI'
                   ADD 1 TO WS-RANK-VALUE
               WHEN 'SP'
                   ADD 2 TO WS-RANK-VALUE
               WHEN 'SU'
                   ADD 3 TO WS-RANK-VALUE
               WHEN 'FA'
                   ADD 4 TO WS-RANK-VALUE
               WHEN OTHER
                   ADD 9 TO WS-RANK-VALUE
           END-EVALUATE.

       3340-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3350-EFFECTIVE-LETTER - the row's letter grade; a row      *
      *  keyed without one falls back to the score on the usual     *
      *  90/80/70/60 scale, the way STANDRPT grades it.             *
      *-----------------------------------------------------------*
       3350-EFFECTIVE-LETTER.
           EVALUATE GRADE-LETTER
               WHEN 'A' WHEN 'B' WHEN 'C' WHEN 'D' WHEN 'F'
                   MOVE GRADE-LETTER TO WS-EFF-LETTER
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN GRADE-SCORE IS NOT NUMERIC
                           MOVE 'F' TO WS-EFF-LETTER
                       WHEN GRADE-SCORE NOT LESS THAN 90
                           MOVE 'A' TO WS-EFF-LETTER
                       WHEN GRADE-SCORE NOT LESS THAN 80
                           MOVE 'B' TO WS-EFF-LETTER
                       WHEN GRADE-SCORE NOT LESS THAN 70
                           MOVE 'C' TO WS-EFF-LETTER
                       WHEN GRADE-SCORE NOT LESS THAN 60
                           MOVE 'D' TO WS-EFF-LETTER
                       WHEN OTHER
                           MOVE 'F' TO WS-EFF-LETTER
                   END-EVALUATE
           END-EVALUATE.

       3350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3400-APPLY-ROW - WRITE the validated enrollment to the     *
      *  master and journal it the way GRDMAINT does.  A duplicate  *
                   OR WS-COURSE-STATUS = '23'
               CLOSE COURSES-FILE
           END-IF
           IF WS-REG-STATUS = '00' OR WS-REG-STATUS = '10'
                   OR WS-REG-STATUS = '23'
               CLOSE REGISTER-FILE
           END-IF
           IF WS-HAVE-PREREQ
               CLOSE PREREQ-FILE
           END-IF
           IF WS-HAVE-TERMS
               CLOSE TERMS-FILE
           END-IF
           IF WS-SHEET-STATUS = '00' OR WS-SHEET-STATUS = '10'
               CLOSE SHEET-FILE
           END-IF
