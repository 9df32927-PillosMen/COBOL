      ******************************************************************
      * Program:      PREQRPT
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Prerequisite violation report over the grade
      *               history already on GRADES.DAT.  GRDMAINT and
      *               GRDLOAD refuse a new enrollment whose
      *               prerequisites (PREREQ.DAT, maintained under
      *               CRSMAINT P)REREQS) are not met, but every row
      *               written before the prerequisites were loaded
      *               went in unchecked.  This run reads GRADES.DAT
      *               one student at a time, holds that student's
      *               rows in a table, and for each row checks every
      *               prerequisite of its course against the rows
      *               from earlier terms - met when one is the
      *               required course passed at or above the minimum
      *               letter.  Each unmet prerequisite is one line on
      *               the headed PREQVIOL.DAT report, with what the
      *               student did have for that course, and the run
      *               ends with control totals.  Read-only; nothing
      *               is changed on either master.
      * Tectonics:    cobc -x PREQRPT.COB LOGINCHK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREQRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO 'CONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT GRADES-FILE ASSIGN TO 'GRADES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRADE-ENROLL-KEY
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT PREREQ-FILE ASSIGN TO 'PREREQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREREQ-KEY
               FILE STATUS IS WS-PREREQ-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'PREQVIOL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SIGNON-FILE ASSIGN TO 'SIGNON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT.
           COPY STUDENT.

       FD  GRADES-FILE.
           COPY GRADEREC.

       FD  PREREQ-FILE.
           COPY PREREQ.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  SIGNON-FILE.
           COPY SGNREC.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-STATUS        PIC X(02).
           88  WS-STUDENT-OK            VALUE '00'.
       01  WS-GRADE-STATUS          PIC X(02).
           88  WS-GRADE-OK              VALUE '00'.
       01  WS-PREREQ-STATUS         PIC X(02).
           88  WS-PREREQ-OK             VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-SIGNON-STATUS         PIC X(02).
       01  WS-INIT-OK-SW            PIC X(01)   VALUE 'Y'.
           88  WS-INIT-OK               VALUE 'Y'.
       01  WS-GRADE-EOF-SW          PIC X(01)   VALUE 'N'.
           88  WS-GRADE-EOF             VALUE 'Y'.
       01  WS-PRQ-DONE-SW           PIC X(01)   VALUE 'N'.
           88  WS-PRQ-DONE              VALUE 'Y'.
       01  WS-PRQ-MET-SW            PIC X(01)   VALUE 'N'.
           88  WS-PRQ-MET               VALUE 'Y'.
       01  WS-STU-FLAGGED-SW        PIC X(01)   VALUE 'N'.
           88  WS-STU-FLAGGED           VALUE 'Y'.

       77  WS-USER-ID               PIC X(08).
       77  PASS                     PIC X(10).
       COPY LOGINLNK.

      *    One student's GRADES rows, held while each is checked
      *    against the others.  WS-HIST-RANK is the term in calendar
      *    order (see 3600-RANK-TERM); WS-HIST-LETTER the effective
      *    letter (see 3700-EFFECTIVE-LETTER).
       01  WS-CUR-ID                PIC 9(05)   VALUE ZERO.
       01  WS-CUR-NAME              PIC X(25).
       01  WS-HIST-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-HIST-MAX              PIC 9(03) COMP VALUE 200.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY        OCCURS 200 TIMES.
               10  WS-HIST-TERM     PIC X(06).
               10  WS-HIST-COURSE   PIC X(10).
               10  WS-HIST-RANK     PIC 9(05).
               10  WS-HIST-LETTER   PIC X(01).
       01  WS-IX                    PIC 9(03) COMP VALUE ZERO.
       01  WS-JX                    PIC 9(03) COMP VALUE ZERO.

       01  WS-RANK-TERM             PIC X(06).
       01  WS-RANK-TERM-R  REDEFINES WS-RANK-TERM.
           05  WS-RANK-YEAR         PIC 9(04).
           05  WS-RANK-SEASON       PIC X(02).
       01  WS-RANK-VALUE            PIC 9(05).
       01  WS-EFF-LETTER            PIC X(01).

      *    What the student did have for the missing prerequisite -
      *    the best earlier-term letter, or a later / same-term try.
       01  WS-BEST-LETTER           PIC X(01).
       01  WS-BEST-TERM             PIC X(06).
       01  WS-LATER-SW              PIC X(01)   VALUE 'N'.
           88  WS-TAKEN-LATER           VALUE 'Y'.

       01  WS-GRADE-ROWS            PIC 9(05) COMP VALUE ZERO.
       01  WS-STUDENT-ROWS          PIC 9(05) COMP VALUE ZERO.
       01  WS-CHECKED-ROWS          PIC 9(05) COMP VALUE ZERO.
       01  WS-VIOL-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-VIOL-STUDENTS         PIC 9(05) COMP VALUE ZERO.
       01  WS-OVERFLOW-COUNT        PIC 9(05) COMP VALUE ZERO.

       01  WS-PAGE-NO               PIC 9(03) COMP VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-LINES-PER-PAGE        PIC 9(03) COMP VALUE 40.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(04).
           05  WS-RUN-MM            PIC 9(02).
           05  WS-RUN-DD            PIC 9(02).

       01  WS-HDR-1.
           05  FILLER               PIC X(24) VALUE SPACES.
           05  FILLER               PIC X(25) VALUE
               "PREREQUISITE VIOLATIONS".
           05  FILLER               PIC X(20) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE "PAGE ".
           05  WS-HDR-PAGE          PIC ZZ9.
       01  WS-HDR-2.
           05  FILLER               PIC X(08) VALUE "RUN DATE".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-HDR-YYYY          PIC 9(04).
           05  FILLER               PIC X(01) VALUE "-".
           05  WS-HDR-MM            PIC 9(02).
           05  FILLER               PIC X(01) VALUE "-".
           05  WS-HDR-DD            PIC 9(02).
       01  WS-HDR-3.
           05  FILLER               PIC X(07) VALUE "ID".
           05  FILLER               PIC X(22) VALUE "NAME".
           05  FILLER               PIC X(08) VALUE "TERM".
           05  FILLER               PIC X(11) VALUE "COURSE".
           05  FILLER               PIC X(11) VALUE "NEEDS".
           05  FILLER               PIC X(04) VALUE "MIN".
           05  FILLER               PIC X(17) VALUE "ON FILE".

       01  WS-DETAIL-LINE.
           05  WS-DTL-ID            PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-NAME          PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-TERM          PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-COURSE        PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-REQUIRED      PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-MIN           PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-FOUND         PIC X(17).

       01  WS-FOUND-TEXT.
           05  WS-FND-LETTER        PIC X(01).
           05  FILLER               PIC X(04) VALUE " IN ".
           05  WS-FND-TERM          PIC X(06).
           05  FILLER               PIC X(06) VALUE SPACES.

       01  WS-WARN-LINE.
           05  FILLER               PIC X(35) VALUE
               "*** MORE THAN 200 ROWS FOR STUDENT ".
           05  WS-WARN-ID           PIC ZZZZ9.
           05  FILLER               PIC X(25) VALUE
               " - EXTRA ROWS NOT CHECKED".

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL         PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-CNT-VALUE         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF LOGIN-OK
               IF WS-INIT-OK
                   PERFORM 3000-READ-GRADE THRU 3000-EXIT
                       UNTIL WS-GRADE-EOF
                   PERFORM 3100-CHECK-STUDENT THRU 3100-EXIT
                   PERFORM 5000-FINISH THRU 5000-EXIT
               ELSE
                   DISPLAY "PREREQUISITE REPORT ABORTED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "CONTRASENA INCORRECTA"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - log the operator in and open the files.  *
      *  GRADES.DAT and PREREQ.DAT are both required - without the  *
      *  second there is nothing to check against.  CONES.DAT only  *
      *  supplies names, so a missing roster is not fatal.          *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT SIGNON-FILE
           IF WS-SIGNON-STATUS = '00'
               READ SIGNON-FILE
               CLOSE SIGNON-FILE
               MOVE SIGNON-USER-ID TO WS-USER-ID
               MOVE SIGNON-PASSWORD TO PASS
           ELSE
               DISPLAY "PREREQUISITE REPORT - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
           END-IF

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "PREQRPT" TO LOGIN-PROGRAM
           CALL "LOGINCHK" USING LOGIN-CONTROL

           IF NOT LOGIN-OK
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-OK
               DISPLAY "CONES.DAT COULD NOT BE OPENED - STATUS "
                   WS-STUDENT-STATUS
               DISPLAY "NAMES WILL NOT BE SHOWN"
           END-IF

           OPEN INPUT GRADES-FILE
           IF NOT WS-GRADE-OK
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "GRADES.DAT COULD NOT BE OPENED - STATUS "
                   WS-GRADE-STATUS
           END-IF

           OPEN INPUT PREREQ-FILE
           IF NOT WS-PREREQ-OK
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "PREREQ.DAT COULD NOT BE OPENED - STATUS "
                   WS-PREREQ-STATUS
               DISPLAY "LOAD PREREQUISITES THROUGH CRSMAINT FIRST"
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "PREQVIOL.DAT COULD NOT BE OPENED - STATUS "
                   WS-REPORT-STATUS
           END-IF

           IF WS-INIT-OK
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-WRITE-HEADING - start a new report page.              *
      *-----------------------------------------------------------*
       2000-WRITE-HEADING.
           ADD 1 TO WS-PAGE-NO
           MOVE ZERO TO WS-LINE-COUNT

           MOVE WS-PAGE-NO TO WS-HDR-PAGE
           WRITE REPORT-LINE FROM WS-HDR-1

           MOVE WS-RUN-YYYY TO WS-HDR-YYYY
           MOVE WS-RUN-MM TO WS-HDR-MM
           MOVE WS-RUN-DD TO WS-HDR-DD
           WRITE REPORT-LINE FROM WS-HDR-2

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-HDR-3.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-WRITE-COUNT-LINE - one labelled count, page-checked.  *
      *-----------------------------------------------------------*
       2200-WRITE-COUNT-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           ADD 1 TO WS-LINE-COUNT.

       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2250-WRITE-WARNING - a student with more rows than the     *
      *  table holds; only the first 200 are checked.               *
      *-----------------------------------------------------------*
       2250-WRITE-WARNING.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF
           WRITE REPORT-LINE FROM WS-WARN-LINE
           ADD 1 TO WS-LINE-COUNT.

       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-READ-GRADE - next GRADES.DAT row.  The file reads     *
      *  back in student order, so a change of ID means the last    *
      *  student's rows are all in the table and can be checked.    *
      *-----------------------------------------------------------*
       3000-READ-GRADE.
           READ GRADES-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-GRADE-EOF-SW
                   GO TO 3000-EXIT
           END-READ

           ADD 1 TO WS-GRADE-ROWS
           IF GRADE-STUDENT-ID NOT = WS-CUR-ID
               PERFORM 3100-CHECK-STUDENT THRU 3100-EXIT
               MOVE GRADE-STUDENT-ID TO WS-CUR-ID
               MOVE ZERO TO WS-HIST-COUNT
               ADD 1 TO WS-STUDENT-ROWS
           END-IF

           IF WS-HIST-COUNT NOT LESS THAN WS-HIST-MAX
               IF WS-HIST-COUNT = WS-HIST-MAX
                   ADD 1 TO WS-OVERFLOW-COUNT
                   ADD 1 TO WS-HIST-COUNT
                   MOVE WS-CUR-ID TO WS-WARN-ID
                   PERFORM 2250-WRITE-WARNING THRU 2250-EXIT
               END-IF
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-HIST-COUNT
           MOVE GRADE-TERM TO WS-HIST-TERM (WS-HIST-COUNT)
           MOVE GRADE-COURSE TO WS-HIST-COURSE (WS-HIST-COUNT)
           MOVE GRADE-TERM TO WS-RANK-TERM
           PERFORM 3600-RANK-TERM THRU 3600-EXIT
           MOVE WS-RANK-VALUE TO WS-HIST-RANK (WS-HIST-COUNT)
           PERFORM 3700-EFFECTIVE-LETTER THRU 3700-EXIT
           MOVE WS-EFF-LETTER TO WS-HIST-LETTER (WS-HIST-COUNT).

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-CHECK-STUDENT - check every row held for the current  *
      *  student.  Called on each change of ID and once more at     *
      *  end of file for the last student.                           *
      *-----------------------------------------------------------*
       3100-CHECK-STUDENT.
           IF WS-HIST-COUNT = ZERO
               GO TO 3100-EXIT
           END-IF
           IF WS-HIST-COUNT > WS-HIST-MAX
               MOVE WS-HIST-MAX TO WS-HIST-COUNT
           END-IF

           MOVE SPACES TO WS-CUR-NAME
           IF WS-STUDENT-STATUS = '00' OR WS-STUDENT-STATUS = '23'
               MOVE WS-CUR-ID TO STUDENT-ID
               READ STUDENT
                   INVALID KEY
                       MOVE '** NOT ON CONES.DAT **' TO WS-CUR-NAME
                   NOT INVALID KEY
                       MOVE NAME TO WS-CUR-NAME
               END-READ
           END-IF

           MOVE 'N' TO WS-STU-FLAGGED-SW
           MOVE ZERO TO WS-IX
           PERFORM 3200-CHECK-ROW THRU 3200-EXIT
               UNTIL WS-IX NOT LESS THAN WS-HIST-COUNT
           IF WS-STU-FLAGGED
               ADD 1 TO WS-VIOL-STUDENTS
           END-IF.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-CHECK-ROW - every prerequisite of the next held       *
      *  row's course.                                               *
      *-----------------------------------------------------------*
       3200-CHECK-ROW.
           ADD 1 TO WS-IX

           MOVE 'N' TO WS-PRQ-DONE-SW
           MOVE WS-HIST-COURSE (WS-IX) TO PREREQ-COURSE
           MOVE LOW-VALUES TO PREREQ-REQUIRED
           START PREREQ-FILE KEY NOT LESS THAN PREREQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PRQ-DONE-SW
           END-START
           IF NOT WS-PRQ-DONE
               ADD 1 TO WS-CHECKED-ROWS
           END-IF
           PERFORM 3300-CHECK-ONE-PREREQ THRU 3300-EXIT
               UNTIL WS-PRQ-DONE.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3300-CHECK-ONE-PREREQ - next prerequisite of the row's     *
      *  course; look through the student's other rows for an       *
      *  earlier-term pass at or above the minimum letter.          *
      *-----------------------------------------------------------*
       3300-CHECK-ONE-PREREQ.
           READ PREREQ-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-PRQ-DONE-SW
                   GO TO 3300-EXIT
           END-READ
           IF PREREQ-COURSE NOT = WS-HIST-COURSE (WS-IX)
               MOVE 'Y' TO WS-PRQ-DONE-SW
               GO TO 3300-EXIT
           END-IF

           MOVE 'N' TO WS-PRQ-MET-SW
           MOVE 'N' TO WS-LATER-SW
           MOVE SPACES TO WS-BEST-LETTER
           MOVE SPACES TO WS-BEST-TERM
           MOVE ZERO TO WS-JX
           PERFORM 3400-CHECK-HISTORY THRU 3400-EXIT
               UNTIL WS-JX NOT LESS THAN WS-HIST-COUNT
                   OR WS-PRQ-MET

           IF NOT WS-PRQ-MET
               PERFORM 3500-REPORT-VIOLATION THRU 3500-EXIT
           END-IF.

       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3400-CHECK-HISTORY - one held row against the              *
      *  prerequisite.  Besides setting WS-PRQ-MET it keeps the     *
      *  best earlier-term letter for the report line.              *
      *-----------------------------------------------------------*
       3400-CHECK-HISTORY.
           ADD 1 TO WS-JX
           IF WS-HIST-COURSE (WS-JX) NOT = PREREQ-REQUIRED
               GO TO 3400-EXIT
           END-IF
           IF WS-HIST-RANK (WS-JX) NOT LESS THAN WS-HIST-RANK (WS-IX)
               MOVE 'Y' TO WS-LATER-SW
               GO TO 3400-EXIT
           END-IF

           IF WS-BEST-LETTER = SPACE
                   OR WS-HIST-LETTER (WS-JX) < WS-BEST-LETTER
               MOVE WS-HIST-LETTER (WS-JX) TO WS-BEST-LETTER
               MOVE WS-HIST-TERM (WS-JX) TO WS-BEST-TERM
           END-IF

           IF WS-HIST-LETTER (WS-JX) NOT = 'F'
                   AND WS-HIST-LETTER (WS-JX)
                       NOT GREATER THAN PREREQ-MIN-LETTER
               MOVE 'Y' TO WS-PRQ-MET-SW
           END-IF.

       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3500-REPORT-VIOLATION - one unmet prerequisite on the      *
      *  report: the student, the row that breaks the rule, the     *
      *  course it needed and what the student had instead.         *
      *-----------------------------------------------------------*
       3500-REPORT-VIOLATION.
           ADD 1 TO WS-VIOL-COUNT
           MOVE 'Y' TO WS-STU-FLAGGED-SW

           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF

           MOVE WS-CUR-ID TO WS-DTL-ID
           MOVE WS-CUR-NAME TO WS-DTL-NAME
           MOVE WS-HIST-TERM (WS-IX) TO WS-DTL-TERM
           MOVE WS-HIST-COURSE (WS-IX) TO WS-DTL-COURSE
           MOVE PREREQ-REQUIRED TO WS-DTL-REQUIRED
           MOVE PREREQ-MIN-LETTER TO WS-DTL-MIN

           EVALUATE TRUE
               WHEN WS-BEST-LETTER NOT = SPACE
                   MOVE WS-BEST-LETTER TO WS-FND-LETTER
                   MOVE WS-BEST-TERM TO WS-FND-TERM
                   MOVE WS-FOUND-TEXT TO WS-DTL-FOUND
               WHEN WS-TAKEN-LATER
                   MOVE 'NOT BEFORE TERM' TO WS-DTL-FOUND
               WHEN OTHER
                   MOVE 'NOT TAKEN' TO WS-DTL-FOUND
           END-EVALUATE

           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3600-RANK-TERM - turn a term such as 2026FA into a number  *
      *  that sorts in calendar order: the year, then WI, SP, SU,   *
      *  FA.  A suffix outside those four sorts after FA; a term    *
      *  with no numeric year sorts first.                          *
      *-----------------------------------------------------------*
       3600-RANK-TERM.
           IF WS-RANK-YEAR IS NOT NUMERIC
               MOVE ZERO TO WS-RANK-VALUE
               GO TO 3600-EXIT
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

       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3700-EFFECTIVE-LETTER - the row's letter grade; a row      *
      *  keyed without one falls back to the score on the usual     *
      *  90/80/70/60 scale, the way STANDRPT grades it.             *
      *-----------------------------------------------------------*
       3700-EFFECTIVE-LETTER.
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

       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-FINISH - control totals on the report and console.    *
      *-----------------------------------------------------------*
       5000-FINISH.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'GRADE ROWS READ              :' TO WS-CNT-LABEL
           MOVE WS-GRADE-ROWS TO WS-CNT-VALUE
           PERFORM 2200-WRITE-COUNT-LINE THRU 2200-EXIT
           MOVE 'STUDENTS READ                :' TO WS-CNT-LABEL
           MOVE WS-STUDENT-ROWS TO WS-CNT-VALUE
           PERFORM 2200-WRITE-COUNT-LINE THRU 2200-EXIT
           MOVE 'ROWS WITH PREREQUISITES      :' TO WS-CNT-LABEL
           MOVE WS-CHECKED-ROWS TO WS-CNT-VALUE
           PERFORM 2200-WRITE-COUNT-LINE THRU 2200-EXIT
           MOVE 'PREREQUISITES NOT MET        :' TO WS-CNT-LABEL
           MOVE WS-VIOL-COUNT TO WS-CNT-VALUE
           PERFORM 2200-WRITE-COUNT-LINE THRU 2200-EXIT
           MOVE 'STUDENTS WITH VIOLATIONS     :' TO WS-CNT-LABEL
           MOVE WS-VIOL-STUDENTS TO WS-CNT-VALUE
           PERFORM 2200-WRITE-COUNT-LINE THRU 2200-EXIT
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE 'STUDENTS NOT FULLY CHECKED   :' TO WS-CNT-LABEL
               MOVE WS-OVERFLOW-COUNT TO WS-CNT-VALUE
               PERFORM 2200-WRITE-COUNT-LINE THRU 2200-EXIT
           END-IF
           CLOSE REPORT-FILE

           DISPLAY " "
           DISPLAY "PREREQUISITE REPORT COMPLETE - SEE PREQVIOL.DAT"
           DISPLAY "GRADE ROWS READ   : " WS-GRADE-ROWS
           DISPLAY "STUDENTS READ     : " WS-STUDENT-ROWS
           DISPLAY "NOT MET           : " WS-VIOL-COUNT
           DISPLAY "STUDENTS FLAGGED  : " WS-VIOL-STUDENTS.

       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE - close whatever actually opened.           *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-STUDENT-STATUS = '00' OR WS-STUDENT-STATUS = '10'
                   OR WS-STUDENT-STATUS = '23'
               CLOSE STUDENT
           END-IF
           IF WS-GRADE-STATUS = '00' OR WS-GRADE-STATUS = '10'
                   OR WS-GRADE-STATUS = '23'
               CLOSE GRADES-FILE
           END-IF
           IF WS-PREREQ-STATUS = '00' OR WS-PREREQ-STATUS = '10'
                   OR WS-PREREQ-STATUS = '23'
               CLOSE PREREQ-FILE
           END-IF
           IF NOT WS-INIT-OK AND WS-REPORT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF.

       9000-EXIT.
           EXIT.
