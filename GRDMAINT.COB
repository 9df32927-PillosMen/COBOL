      *                     stream holds the batch window the screen
      *                     refuses with BATCH WINDOW OPEN,
      *                     INQUIRIES ONLY.
      *   15/10/26  PILLOS  An ADD must now also match a registration
      *                     on REGISTER.DAT (see REGMAINT) - the
      *                     student has to hold a seat in a section of
      *                     that course that term, not just a
      *                     waitlist place.  A missing registration
      *                     file rejects every add with a message to
      *                     register through REGMAINT first.
      *   15/10/26  PILLOS  An ADD is now checked against the course's
      *                     prerequisites on PREREQ.DAT (maintained
      *                     under CRSMAINT P)REREQS): each required
      *                     course must already be on GRADES.DAT for
      *                     that student in an earlier term, passed at
      *                     or above its minimum letter.  Changes to a
      *                     row already on file are not re-checked.
      *   15/10/26  PILLOS  Closed terms are now locked.  When the term
      *                     calendar (TERMS.DAT, see TRMMAINT) is
      *                     present an ADD must name a term on it, and
      *                     ADD, CHANGE and DELETE all refuse a term
      *                     TRMMAINT has closed - those corrections go
      *                     through a grade-change request (GRDCHGRQ)
      *                     instead.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDMAINT.
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

           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
       FD  COURSES-FILE.
           COPY CRSREC.

       FD  REGISTER-FILE.
           COPY REGREC.

       FD  PREREQ-FILE.
           COPY PREREQ.

       FD  TERMS-FILE.
           COPY TERMREC.

       FD  JOURNAL-FILE.
           COPY JRNLREC.

           88  WS-COURSE-OK             VALUE '00'.
       01  WS-CATALOG-SW            PIC X(01)   VALUE 'N'.
           88  WS-HAVE-CATALOG          VALUE 'Y'.
       01  WS-REG-STATUS            PIC X(02).
           88  WS-REG-OK                VALUE '00'.
       01  WS-REGISTER-SW           PIC X(01)   VALUE 'N'.
           88  WS-HAVE-REGISTER         VALUE 'Y'.
       01  WS-PREREQ-STATUS         PIC X(02).
           88  WS-PREREQ-OK             VALUE '00'.
       01  WS-PREREQ-SW             PIC X(01)   VALUE 'N'.
           88  WS-HAVE-PREREQ           VALUE 'Y'.
       01  WS-TERM-STATUS           PIC X(02).
           88  WS-TERM-OK               VALUE '00'.
       01  WS-TERMS-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-TERMS            VALUE 'Y'.
       01  WS-ADDING-SW             PIC X(01)   VALUE 'N'.
           88  WS-ADDING                VALUE 'Y'.
       01  WS-PRQ-DONE-SW           PIC X(01)   VALUE 'N'.
           88  WS-PRQ-DONE              VALUE 'Y'.
       01  WS-HIST-DONE-SW          PIC X(01)   VALUE 'N'.
           88  WS-HIST-DONE             VALUE 'Y'.
       01  WS-PRQ-MET-SW            PIC X(01)   VALUE 'N'.
           88  WS-PRQ-MET               VALUE 'Y'.
       01  WS-PRQ-SAVE.
           05  WS-PRQ-ID            PIC 9(05).
           05  WS-PRQ-TERM          PIC X(06).
           05  WS-PRQ-COURSE        PIC X(10).
           05  FILLER               PIC X(14).
       01  WS-RANK-TERM             PIC X(06).
       01  WS-RANK-TERM-R  REDEFINES WS-RANK-TERM.
           05  WS-RANK-YEAR         PIC 9(04).
           05  WS-RANK-SEASON       PIC X(02).
       01  WS-RANK-VALUE            PIC 9(05).
       01  WS-TARGET-RANK           PIC 9(05).
       01  WS-EFF-LETTER            PIC X(01).
       01  WS-DONE-SW               PIC X(01)   VALUE 'N'.
           88  WS-DONE                  VALUE 'Y'.
       01  WS-OPCION                PIC X(01).
      *  time this program is ever run.  The course catalog is      *
      *  opened read-only for the add-time check; a missing catalog *
      *  is not fatal here, but every add will be rejected until    *
      *  CRSMAINT has built it.  REGISTER.DAT is opened the same    *
      *  way, for the add-time registration check.  PREREQ.DAT is   *
      *  optional - without it no course has prerequisites.  So is *
      *  TERMS.DAT - until TRMMAINT builds it no term is closed.    *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O GRADES-FILE
                   WS-COURSE-STATUS
               DISPLAY "ADDS WILL BE REJECTED UNTIL CRSMAINT HAS"
               DISPLAY "BUILT THE COURSE CATALOG"
           END-IF

           OPEN INPUT REGISTER-FILE
           IF WS-REG-OK
               MOVE 'Y' TO WS-REGISTER-SW
           ELSE
               DISPLAY "REGISTER.DAT COULD NOT BE OPENED - STATUS "
                   WS-REG-STATUS
               DISPLAY "ADDS WILL BE REJECTED UNTIL STUDENTS ARE"
               DISPLAY "REGISTERED THROUGH REGMAINT"
           END-IF

           OPEN INPUT PREREQ-FILE
           IF WS-PREREQ-OK
               MOVE 'Y' TO WS-PREREQ-SW
           END-IF

           OPEN INPUT TERMS-FILE
           IF WS-TERM-OK
               MOVE 'Y' TO WS-TERMS-SW
           END-IF.

       1000-EXIT.
           DISPLAY "LETTER GRADE          : " WITH NO ADVANCING
           ACCEPT GRADE-LETTER

           MOVE 'Y' TO WS-ADDING-SW
           PERFORM 3500-VALIDATE-GRADE THRU 3500-EXIT
           IF WS-VALID-ROW
               PERFORM 3520-CHECK-CATALOG THRU 3520-EXIT
           END-IF
           IF WS-VALID-ROW
               PERFORM 3530-CHECK-TERM THRU 3530-EXIT
           END-IF
           IF NOT WS-VALID-ROW
               GO TO 3000-EXIT
           END-IF
                   DISPLAY "NO ROW FOR THAT STUDENT, TERM AND COURSE"
                   GO TO 4000-EXIT
           END-READ
           MOVE 'N' TO WS-ADDING-SW
           MOVE 'Y' TO WS-VALID-SW
           PERFORM 3530-CHECK-TERM THRU 3530-EXIT
           IF NOT WS-VALID-ROW
               GO TO 4000-EXIT
           END-IF
           MOVE GRADE-ENROLL-KEY TO WS-JRNL-KEY
           MOVE GRADE-RECORD TO WS-BEFORE-IMAGE

           DISPLAY "LETTER GRADE          : " WITH NO ADVANCING
           ACCEPT GRADE-LETTER

           MOVE 'N' TO WS-ADDING-SW
           PERFORM 3500-VALIDATE-GRADE THRU 3500-EXIT
           IF NOT WS-VALID-ROW
               GO TO 4000-EXIT
      *-----------------------------------------------------------*
      *  3500-VALIDATE-GRADE - reject a zero/non-numeric STUDENT-   *
      *  ID, a blank TERM or COURSE, or a non-numeric/out-of-range  *
      *  SCORE before it reaches the master.  A new enrollment must *
      *  also clear the course's prerequisites.                     *
      *-----------------------------------------------------------*
       3500-VALIDATE-GRADE.
           MOVE 'Y' TO WS-VALID-SW
                   MOVE 'N' TO WS-VALID-SW
                   DISPLAY "SCORE MAY NOT EXCEED 100"
               END-IF
           END-IF

           IF WS-ADDING AND WS-VALID-ROW
               PERFORM 3540-CHECK-PREREQS THRU 3540-EXIT
           END-IF.

       3500-EXIT.

      *-----------------------------------------------------------*
      *  3520-CHECK-CATALOG - an added course code must be an        *
      *  active row in the course catalog, and the student must be  *
      *  registered (enrolled, not waitlisted) in a section of it   *
      *  that term.  CHANGE and DELETE work on rows already on      *
      *  file, so only ADD comes through here.                       *
      *-----------------------------------------------------------*
       3520-CHECK-CATALOG.
           IF NOT WS-HAVE-CATALOG
           IF NOT COURSE-ACTIVE
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "COURSE IS INACTIVE IN THE CATALOG"
               GO TO 3520-EXIT
           END-IF

           IF NOT WS-HAVE-REGISTER
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "NO REGISTRATION FILE - RUN REGMAINT FIRST"
               GO TO 3520-EXIT
           END-IF

           MOVE GRADE-ENROLL-KEY TO REG-KEY
           READ REGISTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   DISPLAY "STUDENT NOT REGISTERED FOR THAT COURSE "
                       "THAT TERM - SEE REGMAINT"
                   GO TO 3520-EXIT
           END-READ

           IF NOT REG-ENROLLED
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "STUDENT IS ONLY ON THE WAITLIST OF SECTION "
                   REG-SECT-NUMBER
           END-IF.

       3520-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3530-CHECK-TERM - a term TRMMAINT has closed is locked:    *
      *  no row of it may be added, changed or deleted here.  A new *
      *  row must also name a term that is on the calendar.  With   *
      *  no TERMS.DAT nothing is closed and nothing is checked.     *
      *-----------------------------------------------------------*
       3530-CHECK-TERM.
           IF NOT WS-HAVE-TERMS
               GO TO 3530-EXIT
           END-IF
           MOVE GRADE-TERM TO TERM-CODE
           READ TERMS-FILE
               INVALID KEY
                   IF WS-ADDING
                       DISPLAY "TERM " GRADE-TERM " IS NOT ON THE "
                           "TERM CALENDAR - ADD IT THROUGH TRMMAINT"
                       MOVE 'N' TO WS-VALID-SW
                   END-IF
                   GO TO 3530-EXIT
           END-READ
           IF TERM-CLOSED
               DISPLAY "TERM " GRADE-TERM " IS CLOSED - FILE A "
                   "GRADE-CHANGE REQUEST (GRDCHGRQ)"
               MOVE 'N' TO WS-VALID-SW
           END-IF.

       3530-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3540-CHECK-PREREQS - every prerequisite PREREQ.DAT lists   *
      *  for the course being added must already be passed at or   *
      *  above its minimum letter in an EARLIER term on GRADES.DAT. *
      *  The row being added is parked in WS-PRQ-SAVE while the     *
      *  student's history is read, and put back afterward.         *
      *  No PREREQ.DAT at all means no course has prerequisites.    *
      *-----------------------------------------------------------*
       3540-CHECK-PREREQS.
           IF NOT WS-HAVE-PREREQ
               GO TO 3540-EXIT
           END-IF

           MOVE GRADE-RECORD TO WS-PRQ-SAVE
           MOVE WS-PRQ-TERM TO WS-RANK-TERM
           PERFORM 3580-RANK-TERM THRU 3580-EXIT
           MOVE WS-RANK-VALUE TO WS-TARGET-RANK

           MOVE 'N' TO WS-PRQ-DONE-SW
           MOVE WS-PRQ-COURSE TO PREREQ-COURSE
           MOVE LOW-VALUES TO PREREQ-REQUIRED
           START PREREQ-FILE KEY NOT LESS THAN PREREQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PRQ-DONE-SW
           END-START
           PERFORM 3550-CHECK-ONE-PREREQ THRU 3550-EXIT
               UNTIL WS-PRQ-DONE

           MOVE WS-PRQ-SAVE TO GRADE-RECORD.

       3540-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3550-CHECK-ONE-PREREQ - next prerequisite of the course;   *
      *  look through the student's history for a passing row.     *
      *-----------------------------------------------------------*
       3550-CHECK-ONE-PREREQ.
           READ PREREQ-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-PRQ-DONE-SW
                   GO TO 3550-EXIT
           END-READ
           IF PREREQ-COURSE NOT = WS-PRQ-COURSE
               MOVE 'Y' TO WS-PRQ-DONE-SW
               GO TO 3550-EXIT
           END-IF

           MOVE 'N' TO WS-PRQ-MET-SW
           MOVE 'N' TO WS-HIST-DONE-SW
           MOVE WS-PRQ-ID TO GRADE-STUDENT-ID
           MOVE LOW-VALUES TO GRADE-TERM
           MOVE LOW-VALUES TO GRADE-COURSE
           START GRADES-FILE KEY NOT LESS THAN GRADE-ENROLL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-DONE-SW
           END-START
           PERFORM 3560-CHECK-HISTORY THRU 3560-EXIT
               UNTIL WS-HIST-DONE

           IF NOT WS-PRQ-MET
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "PREREQUISITE NOT MET - " PREREQ-REQUIRED
                   " AT " PREREQ-MIN-LETTER " OR BETTER IN AN "
                   "EARLIER TERM"
           END-IF.

       3550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3560-CHECK-HISTORY - one of the student's GRADES rows.     *
      *  It satisfies the prerequisite when it is the required      *
      *  course, from a term before the one being added, and its    *
      *  letter is a pass no lower than the minimum.                *
      *-----------------------------------------------------------*
       3560-CHECK-HISTORY.
           READ GRADES-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-HIST-DONE-SW
                   GO TO 3560-EXIT
           END-READ
           IF GRADE-STUDENT-ID NOT = WS-PRQ-ID
               MOVE 'Y' TO WS-HIST-DONE-SW
               GO TO 3560-EXIT
           END-IF
           IF GRADE-COURSE NOT = PREREQ-REQUIRED
               GO TO 3560-EXIT
           END-IF

           MOVE GRADE-TERM TO WS-RANK-TERM
           PERFORM 3580-RANK-TERM THRU 3580-EXIT
           IF WS-RANK-VALUE NOT LESS THAN WS-TARGET-RANK
               GO TO 3560-EXIT
           END-IF

           PERFORM 3590-EFFECTIVE-LETTER THRU 3590-EXIT
           IF WS-EFF-LETTER NOT = 'F'
                   AND WS-EFF-LETTER NOT GREATER THAN PREREQ-MIN-LETTER
               MOVE 'Y' TO WS-PRQ-MET-SW
               MOVE 'Y' TO WS-HIST-DONE-SW
           END-IF.

       3560-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3580-RANK-TERM - turn a term such as 2026FA into a number  *
      *  that sorts in calendar order: the year, then WI, SP, SU,   *
      *  FA.  A suffix outside those four sorts after FA; a term    *
      *  with no numeric year sorts first.                          *
      *-----------------------------------------------------------*
       3580-RANK-TERM.
           IF WS-RANK-YEAR IS NOT NUMERIC
               MOVE ZERO TO WS-RANK-VALUE
               GO TO 3580-EXIT
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

       3580-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3590-EFFECTIVE-LETTER - the row's letter grade; a row      *
      *  keyed without one falls back to the score on the usual     *
      *  90/80/70/60 scale, the way STANDRPT grades it.             *
      *-----------------------------------------------------------*
       3590-EFFECTIVE-LETTER.
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

       3590-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-DELETE-GRADE - look an enrollment up by STUDENT-ID    *
      *  and COURSE and remove that single row.                      *
                   DISPLAY "NO ROW FOR THAT STUDENT, TERM AND COURSE"
                   GO TO 5000-EXIT
           END-READ
           MOVE 'N' TO WS-ADDING-SW
           MOVE 'Y' TO WS-VALID-SW
           PERFORM 3530-CHECK-TERM THRU 3530-EXIT
           IF NOT WS-VALID-ROW
               GO TO 5000-EXIT
           END-IF
           MOVE GRADE-ENROLL-KEY TO WS-JRNL-KEY
           MOVE GRADE-RECORD TO WS-BEFORE-IMAGE

           IF WS-HAVE-CATALOG
               CLOSE COURSES-FILE
           END-IF
           IF WS-HAVE-REGISTER
               CLOSE REGISTER-FILE
           END-IF
           IF WS-HAVE-PREREQ
               CLOSE PREREQ-FILE
           END-IF
           IF WS-HAVE-TERMS
               CLOSE TERMS-FILE
           END-IF
           IF WS-HAVE-HOLD
               MOVE 'R' TO LKC-ACTION
               CALL "FILELOCK" USING LOCK-CONTROL
