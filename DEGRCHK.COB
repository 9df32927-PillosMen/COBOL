      ******************************************************************
      * Program:      DEGRCHK
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Common degree-audit check, CALLed the way
      *               FILELOCK is (see DEGRLNK.CPY), so the audit
      *               report (DEGAUDIT) and the progression run
      *               (PROGRESS) judge a student by the same rules.
      *               On the first call it loads the program
      *               curriculum (CURRIC.DAT, CURRREC.CPY) and the
      *               credit totals (PROGREQ.DAT) into tables and
      *               opens GRADES.DAT and the course catalog; they
      *               stay open until the caller's C)LOSE call.  An
      *               A)UDIT call walks the student's GRADES.DAT rows
      *               once: every passing row adds its credits (1
      *               when the catalog does not know the course, as
      *               PROGRESS and TRANSCPT weight) and meets the
      *               curriculum course it matches, recording the
      *               earliest term it was passed in.  A block is
      *               met when at least its "choose" count of its
      *               courses were passed (all of them for a core
      *               block).  Read-only.
      * Tectonics:    cobc -c DEGRCHK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGRCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADES-FILE ASSIGN TO 'GRADES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRADE-ENROLL-KEY
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT COURSES-FILE ASSIGN TO 'COURSES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT CURRIC-FILE ASSIGN TO 'CURRIC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRIC-STATUS.

           SELECT PROGREQ-FILE ASSIGN TO 'PROGREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROGREQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADES-FILE.
           COPY GRADEREC.

       FD  COURSES-FILE.
           COPY CRSREC.

       FD  CURRIC-FILE.
           COPY CURRREC.

       FD  PROGREQ-FILE.
       01  PROGREQ-RECORD.
           05  PROGREQ-PROGRAM      PIC X(05).
           05  PROGREQ-CREDITS      PIC 9(03).

       WORKING-STORAGE SECTION.
       01  WS-GRADE-STATUS          PIC X(02).
           88  WS-GRADE-OK              VALUE '00'.
       01  WS-COURSE-STATUS         PIC X(02).
           88  WS-COURSE-OK             VALUE '00'.
       01  WS-CURRIC-STATUS         PIC X(02).
       01  WS-PROGREQ-STATUS        PIC X(02).
       01  WS-LOADED-SW             PIC X(01)   VALUE 'N'.
           88  WS-LOADED                VALUE 'Y'.
       01  WS-GRADES-SW             PIC X(01)   VALUE 'N'.
           88  WS-HAVE-GRADES           VALUE 'Y'.
       01  WS-CATALOG-SW            PIC X(01)   VALUE 'N'.
           88  WS-HAVE-CATALOG          VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01)   VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       01  WS-GRADES-DONE-SW        PIC X(01)   VALUE 'N'.
           88  WS-GRADES-DONE            VALUE 'Y'.
       01  WS-FOUND-SW              PIC X(01)   VALUE 'N'.
           88  WS-FOUND                 VALUE 'Y'.

      *    The whole curriculum.  A block's courses sit together in
      *    WS-CC-ENTRY from WS-CB-FIRST, since its C lines follow
      *    its B line in the file.
       01  WS-CB-MAX                PIC 9(04) COMP VALUE 200.
       01  WS-CB-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-CB-TABLE.
           05  WS-CB-ENTRY OCCURS 200 TIMES.
               10  WS-CB-PROGRAM    PIC X(05).
               10  WS-CB-ID         PIC X(04).
               10  WS-CB-CHOOSE     PIC 9(02).
               10  WS-CB-TITLE      PIC X(20).
               10  WS-CB-FIRST      PIC 9(04) COMP.
               10  WS-CB-COURSES    PIC 9(04) COMP.
       01  WS-CC-MAX                PIC 9(04) COMP VALUE 2000.
       01  WS-CC-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-CC-TABLE.
           05  WS-CC-ENTRY OCCURS 2000 TIMES.
               10  WS-CC-PROGRAM    PIC X(05).
               10  WS-CC-CODE       PIC X(10).

       01  WS-REQ-MAX               PIC 9(03) COMP VALUE 50.
       01  WS-REQ-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 50 TIMES.
               10  WS-TBL-PROGRAM   PIC X(05).
               10  WS-TBL-CREDITS   PIC 9(03) COMP.

       01  WS-IX                    PIC 9(04) COMP VALUE ZERO.
       01  WS-JX                    PIC 9(04) COMP VALUE ZERO.
       01  WS-KX                    PIC 9(04) COMP VALUE ZERO.
       01  WS-LAST                  PIC 9(04) COMP VALUE ZERO.
       01  WS-BLK-MAX               PIC 9(04) COMP VALUE 20.
       01  WS-CRS-MAX               PIC 9(04) COMP VALUE 100.
       01  WS-BLK-IX                PIC 9(04) COMP VALUE ZERO.
       01  WS-CRS-IX                PIC 9(04) COMP VALUE ZERO.
       01  WS-HAVE-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-CRS-CREDITS           PIC 9(02) COMP VALUE ZERO.

       01  WS-RANK-TERM             PIC X(06).
       01  WS-RANK-TERM-R  REDEFINES WS-RANK-TERM.
           05  WS-RANK-YEAR         PIC 9(04).
           05  WS-RANK-SEASON       PIC X(02).
       01  WS-RANK-VALUE            PIC 9(05).
       01  WS-EFF-LETTER            PIC X(01).

       LINKAGE SECTION.
       COPY DEGRLNK.

       PROCEDURE DIVISION USING DEGREE-CONTROL.
       0000-MAINLINE.
           IF DGC-CLOSE
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
               GOBACK
           END-IF

           IF NOT WS-LOADED
               PERFORM 1000-LOAD THRU 1000-EXIT
           END-IF

           MOVE 'F' TO DGC-RESULT
           MOVE ZERO TO DGC-EARNED
           MOVE ZERO TO DGC-REQUIRED
           MOVE 'N' TO DGC-REQ-FOUND
           MOVE ZERO TO DGC-STILL-NEEDED
           MOVE ZERO TO DGC-BLOCKS-OUT
           MOVE ZERO TO DGC-BLOCK-COUNT
           MOVE ZERO TO DGC-COURSE-COUNT

           IF NOT DGC-AUDIT OR NOT WS-HAVE-GRADES
               GOBACK
           END-IF

           PERFORM 2000-FIND-REQUIRED THRU 2000-EXIT
           PERFORM 3000-COPY-CURRICULUM THRU 3000-EXIT
           PERFORM 4000-WALK-GRADES THRU 4000-EXIT
           PERFORM 5000-SCORE-BLOCKS THRU 5000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-LOAD - first call only: open GRADES.DAT (required)   *
      *  and the catalog (optional - 1 credit per course without  *
      *  it), and load CURRIC.DAT and PROGREQ.DAT into the tables.  *
      *  No CURRIC.DAT answers every program as having no           *
      *  curriculum.                                                  *
      *-----------------------------------------------------------*
       1000-LOAD.
           MOVE 'Y' TO WS-LOADED-SW

           OPEN INPUT GRADES-FILE
           IF WS-GRADE-OK
               MOVE 'Y' TO WS-GRADES-SW
           ELSE
               DISPLAY "GRADES.DAT COULD NOT BE OPENED - STATUS "
                   WS-GRADE-STATUS
           END-IF

           OPEN INPUT COURSES-FILE
           IF WS-COURSE-OK
               MOVE 'Y' TO WS-CATALOG-SW
           ELSE
               DISPLAY "COURSES.DAT COULD NOT BE OPENED - STATUS "
                   WS-COURSE-STATUS
               DISPLAY "EVERY COURSE WILL BE WEIGHTED AS 1 CREDIT"
           END-IF

           OPEN INPUT CURRIC-FILE
           IF WS-CURRIC-STATUS = '00'
               MOVE 'N' TO WS-EOF-SW
               PERFORM 1100-LOAD-CURRIC-LINE THRU 1100-EXIT
                   UNTIL WS-EOF
               CLOSE CURRIC-FILE
           ELSE
               DISPLAY "CURRIC.DAT COULD NOT BE OPENED - STATUS "
                   WS-CURRIC-STATUS
               DISPLAY "NO PROGRAM CURRICULUM - CREDITS ONLY"
           END-IF

           OPEN INPUT PROGREQ-FILE
           IF WS-PROGREQ-STATUS = '00'
               MOVE 'N' TO WS-EOF-SW
               PERFORM 1200-LOAD-ONE-REQ THRU 1200-EXIT
                   UNTIL WS-EOF
               CLOSE PROGREQ-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SW.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-LOAD-CURRIC-LINE - one CURRIC.DAT line.  A B line     *
      *  opens a block; a C line adds a course to the block just    *
      *  opened.  A C line for another block, a course already      *
      *  listed for the program, or a malformed line is ignored     *
      *  with a message so the file can be corrected.               *
      *-----------------------------------------------------------*
       1100-LOAD-CURRIC-LINE.
           READ CURRIC-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 1100-EXIT
           END-READ
           IF CUR-PROGRAM = SPACES OR CUR-BLOCK = SPACES
               GO TO 1100-EXIT
           END-IF

           IF CUR-BLOCK-LINE
               IF CUR-CHOOSE IS NOT NUMERIC
                   DISPLAY "CURRIC.DAT - BAD CHOOSE COUNT - BLOCK "
                       CUR-PROGRAM " " CUR-BLOCK " IGNORED"
                   GO TO 1100-EXIT
               END-IF
               IF WS-CB-COUNT NOT LESS THAN WS-CB-MAX
                   DISPLAY "CURRIC.DAT HAS MORE THAN " WS-CB-MAX
                       " BLOCKS - BLOCK " CUR-PROGRAM " " CUR-BLOCK
                       " IGNORED"
                   GO TO 1100-EXIT
               END-IF
               ADD 1 TO WS-CB-COUNT
               MOVE CUR-PROGRAM TO WS-CB-PROGRAM (WS-CB-COUNT)
               MOVE CUR-BLOCK TO WS-CB-ID (WS-CB-COUNT)
               MOVE CUR-CHOOSE TO WS-CB-CHOOSE (WS-CB-COUNT)
               MOVE CUR-TITLE TO WS-CB-TITLE (WS-CB-COUNT)
               COMPUTE WS-CB-FIRST (WS-CB-COUNT) = WS-CC-COUNT + 1
               MOVE ZERO TO WS-CB-COURSES (WS-CB-COUNT)
               GO TO 1100-EXIT
           END-IF

           IF NOT CUR-COURSE-LINE OR CUR-COURSE = SPACES
               DISPLAY "CURRIC.DAT - BAD LINE IGNORED - "
                   CUR-PROGRAM " " CUR-BLOCK
               GO TO 1100-EXIT
           END-IF
           IF WS-CB-COUNT = ZERO
               DISPLAY "CURRIC.DAT - COURSE BEFORE ANY BLOCK - "
                   CUR-PROGRAM " " CUR-BLOCK " " CUR-COURSE " IGNORED"
               GO TO 1100-EXIT
           END-IF
           IF CUR-PROGRAM NOT = WS-CB-PROGRAM (WS-CB-COUNT)
                   OR CUR-BLOCK NOT = WS-CB-ID (WS-CB-COUNT)
               DISPLAY "CURRIC.DAT - COURSE OUTSIDE ITS BLOCK - "
                   CUR-PROGRAM " " CUR-BLOCK " " CUR-COURSE " IGNORED"
               GO TO 1100-EXIT
           END-IF

           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-IX
           PERFORM 1110-CHECK-LISTED THRU 1110-EXIT
               UNTIL WS-FOUND OR WS-IX NOT LESS THAN WS-CC-COUNT
           IF WS-FOUND
               DISPLAY "CURRIC.DAT - COURSE LISTED TWICE FOR "
                   CUR-PROGRAM " - " CUR-COURSE " IGNORED IN "
                   CUR-BLOCK
               GO TO 1100-EXIT
           END-IF
           IF WS-CC-COUNT NOT LESS THAN WS-CC-MAX
               DISPLAY "CURRIC.DAT HAS MORE THAN " WS-CC-MAX
                   " COURSES - " CUR-PROGRAM " " CUR-COURSE " IGNORED"
               GO TO 1100-EXIT
           END-IF

           ADD 1 TO WS-CC-COUNT
           MOVE CUR-PROGRAM TO WS-CC-PROGRAM (WS-CC-COUNT)
           MOVE CUR-COURSE TO WS-CC-CODE (WS-CC-COUNT)
           ADD 1 TO WS-CB-COURSES (WS-CB-COUNT).

       1100-EXIT.
           EXIT.

       1110-CHECK-LISTED.
           ADD 1 TO WS-IX
           IF WS-CC-PROGRAM (WS-IX) = CUR-PROGRAM
                   AND WS-CC-CODE (WS-IX) = CUR-COURSE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1200-LOAD-ONE-REQ - one PROGREQ.DAT line (program code,    *
      *  required credits), as PROGRESS loads it.                    *
      *-----------------------------------------------------------*
       1200-LOAD-ONE-REQ.
           READ PROGREQ-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 1200-EXIT
           END-READ
           IF PROGREQ-PROGRAM = SPACES
                   OR PROGREQ-CREDITS IS NOT NUMERIC
               GO TO 1200-EXIT
           END-IF
           IF WS-REQ-COUNT NOT LESS THAN WS-REQ-MAX
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-REQ-COUNT
           MOVE PROGREQ-PROGRAM TO WS-TBL-PROGRAM (WS-REQ-COUNT)
           MOVE PROGREQ-CREDITS TO WS-TBL-CREDITS (WS-REQ-COUNT).

       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-FIND-REQUIRED - the program's credit total from the   *
      *  PROGREQ.DAT table, when it has one.                         *
      *-----------------------------------------------------------*
       2000-FIND-REQUIRED.
           MOVE ZERO TO WS-IX
           PERFORM 2100-CHECK-REQ-ENTRY THRU 2100-EXIT
               UNTIL DGC-HAVE-REQUIRED
                  OR WS-IX NOT LESS THAN WS-REQ-COUNT.

       2000-EXIT.
           EXIT.

       2100-CHECK-REQ-ENTRY.
           ADD 1 TO WS-IX
           IF WS-TBL-PROGRAM (WS-IX) = DGC-PROGRAM
               MOVE 'Y' TO DGC-REQ-FOUND
               MOVE WS-TBL-CREDITS (WS-IX) TO DGC-REQUIRED
           END-IF.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-COPY-CURRICULUM - the program's blocks and their      *
      *  courses into the caller's record, nothing yet met.  A      *
      *  block that will not fit is counted as outstanding, so an   *
      *  oversized curriculum can never pass a student by default.  *
      *-----------------------------------------------------------*
       3000-COPY-CURRICULUM.
           MOVE ZERO TO WS-IX
           PERFORM 3100-COPY-BLOCK THRU 3100-EXIT
               UNTIL WS-IX NOT LESS THAN WS-CB-COUNT.

       3000-EXIT.
           EXIT.

       3100-COPY-BLOCK.
           ADD 1 TO WS-IX
           IF WS-CB-PROGRAM (WS-IX) NOT = DGC-PROGRAM
               GO TO 3100-EXIT
           END-IF
           IF DGC-BLOCK-COUNT NOT LESS THAN WS-BLK-MAX
               DISPLAY "PROGRAM " DGC-PROGRAM " HAS MORE THAN "
                   WS-BLK-MAX " BLOCKS - BLOCK " WS-CB-ID (WS-IX)
                   " COUNTED OUTSTANDING"
               ADD 1 TO DGC-BLOCKS-OUT
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO DGC-BLOCK-COUNT
           MOVE DGC-BLOCK-COUNT TO WS-BLK-IX
           MOVE WS-CB-ID (WS-IX) TO DGC-BLK-ID (WS-BLK-IX)
           MOVE WS-CB-TITLE (WS-IX) TO DGC-BLK-TITLE (WS-BLK-IX)
           IF WS-CB-CHOOSE (WS-IX) = ZERO
               MOVE WS-CB-COURSES (WS-IX) TO DGC-BLK-NEED (WS-BLK-IX)
           ELSE
               MOVE WS-CB-CHOOSE (WS-IX) TO DGC-BLK-NEED (WS-BLK-IX)
           END-IF
           MOVE ZERO TO DGC-BLK-HAVE (WS-BLK-IX)
           MOVE 'N' TO DGC-BLK-MET (WS-BLK-IX)
           COMPUTE DGC-BLK-FIRST (WS-BLK-IX) = DGC-COURSE-COUNT + 1
           MOVE ZERO TO DGC-BLK-COURSES (WS-BLK-IX)

           COMPUTE WS-JX = WS-CB-FIRST (WS-IX) - 1
           COMPUTE WS-LAST = WS-CB-FIRST (WS-IX)
                           + WS-CB-COURSES (WS-IX) - 1
           PERFORM 3200-COPY-COURSE THRU 3200-EXIT
               UNTIL WS-JX NOT LESS THAN WS-LAST.

       3100-EXIT.
           EXIT.

       3200-COPY-COURSE.
           ADD 1 TO WS-JX
           IF DGC-COURSE-COUNT NOT LESS THAN WS-CRS-MAX
               DISPLAY "PROGRAM " DGC-PROGRAM " HAS MORE THAN "
                   WS-CRS-MAX " COURSES - " WS-CC-CODE (WS-JX)
                   " LEFT OUT"
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO DGC-COURSE-COUNT
           MOVE DGC-COURSE-COUNT TO WS-CRS-IX
           MOVE WS-CC-CODE (WS-JX) TO DGC-CRS-CODE (WS-CRS-IX)
           MOVE 'N' TO DGC-CRS-MET (WS-CRS-IX)
           MOVE SPACES TO DGC-CRS-TERM (WS-CRS-IX)
           MOVE SPACES TO DGC-CRS-LETTER (WS-CRS-IX)
           MOVE ZERO TO DGC-CRS-RANK (WS-CRS-IX)
           ADD 1 TO DGC-BLK-COURSES (WS-BLK-IX).

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-WALK-GRADES - every GRADES.DAT row of the student.    *
      *-----------------------------------------------------------*
       4000-WALK-GRADES.
           MOVE 'N' TO WS-GRADES-DONE-SW
           MOVE DGC-STUDENT-ID TO GRADE-STUDENT-ID
           MOVE LOW-VALUES TO GRADE-TERM
           MOVE LOW-VALUES TO GRADE-COURSE
           START GRADES-FILE KEY NOT LESS THAN GRADE-ENROLL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-GRADES-DONE-SW
           END-START

           PERFORM 4100-NEXT-GRADE THRU 4100-EXIT
               UNTIL WS-GRADES-DONE.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4100-NEXT-GRADE - one enrollment row.  A pass (A-D, or a   *
      *  score of 60 and up when no letter was keyed) adds its      *
      *  credits and meets the matching curriculum course; the      *
      *  earliest passing term is the one kept.                      *
      *-----------------------------------------------------------*
       4100-NEXT-GRADE.
           READ GRADES-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-GRADES-DONE-SW
                   GO TO 4100-EXIT
           END-READ
           IF GRADE-STUDENT-ID NOT = DGC-STUDENT-ID
               MOVE 'Y' TO WS-GRADES-DONE-SW
               GO TO 4100-EXIT
           END-IF

           PERFORM 4700-EFFECTIVE-LETTER THRU 4700-EXIT
           IF WS-EFF-LETTER = 'F'
               GO TO 4100-EXIT
           END-IF

           PERFORM 4300-GET-CREDITS THRU 4300-EXIT
           ADD WS-CRS-CREDITS TO DGC-EARNED

           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-KX
           PERFORM 4200-MATCH-COURSE THRU 4200-EXIT
               UNTIL WS-FOUND OR WS-KX NOT LESS THAN DGC-COURSE-COUNT
           IF NOT WS-FOUND
               GO TO 4100-EXIT
           END-IF

           MOVE GRADE-TERM TO WS-RANK-TERM
           PERFORM 4600-RANK-TERM THRU 4600-EXIT
           IF DGC-CRS-MET (WS-KX) = 'Y'
                   AND DGC-CRS-RANK (WS-KX) NOT GREATER THAN
                       WS-RANK-VALUE
               GO TO 4100-EXIT
           END-IF
           MOVE 'Y' TO DGC-CRS-MET (WS-KX)
           MOVE GRADE-TERM TO DGC-CRS-TERM (WS-KX)
           MOVE WS-EFF-LETTER TO DGC-CRS-LETTER (WS-KX)
           MOVE WS-RANK-VALUE TO DGC-CRS-RANK (WS-KX).

       4100-EXIT.
           EXIT.

       4200-MATCH-COURSE.
           ADD 1 TO WS-KX
           IF DGC-CRS-CODE (WS-KX) = GRADE-COURSE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4300-GET-CREDITS - the course's credit hours from the      *
      *  catalog, 1 when the catalog does not know the course -     *
      *  the same rule PROGRESS weights with.                       *
      *-----------------------------------------------------------*
       4300-GET-CREDITS.
           MOVE 1 TO WS-CRS-CREDITS
           IF NOT WS-HAVE-CATALOG
               GO TO 4300-EXIT
           END-IF

           MOVE GRADE-COURSE TO COURSE-CODE
           READ COURSES-FILE
               INVALID KEY
                   GO TO 4300-EXIT
           END-READ

           IF COURSE-CREDITS IS NUMERIC AND COURSE-CREDITS > ZERO
               MOVE COURSE-CREDITS TO WS-CRS-CREDITS
           END-IF.

       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4600-RANK-TERM - turn a term such as 2026FA into a number  *
      *  that sorts in calendar order: the year, then WI, SP, SU,   *
      *  FA.  A suffix outside those four sorts after FA; a term    *
      *  with no numeric year sorts first.                          *
      *-----------------------------------------------------------*
       4600-RANK-TERM.
           IF WS-RANK-YEAR IS NOT NUMERIC
               MOVE ZERO TO WS-RANK-VALUE
               GO TO 4600-EXIT
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

       4600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4700-EFFECTIVE-LETTER - the row's letter grade; a row      *
      *  keyed without one falls back to the score on the usual     *
      *  90/80/70/60 scale, the way STANDRPT grades it.             *
      *-----------------------------------------------------------*
       4700-EFFECTIVE-LETTER.
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

       4700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-SCORE-BLOCKS - count each block's passed courses      *
      *  against what it needs, then settle the overall result and  *
      *  the credits still needed.                                    *
      *-----------------------------------------------------------*
       5000-SCORE-BLOCKS.
           MOVE ZERO TO WS-BLK-IX
           PERFORM 5100-SCORE-ONE-BLOCK THRU 5100-EXIT
               UNTIL WS-BLK-IX NOT LESS THAN DGC-BLOCK-COUNT

           EVALUATE TRUE
               WHEN DGC-BLOCK-COUNT = ZERO AND DGC-BLOCKS-OUT = ZERO
                   MOVE 'U' TO DGC-RESULT
               WHEN DGC-BLOCKS-OUT = ZERO
                   MOVE 'Y' TO DGC-RESULT
               WHEN OTHER
                   MOVE 'N' TO DGC-RESULT
           END-EVALUATE

           IF DGC-HAVE-REQUIRED AND DGC-REQUIRED > DGC-EARNED
               COMPUTE DGC-STILL-NEEDED = DGC-REQUIRED - DGC-EARNED
           END-IF.

       5000-EXIT.
           EXIT.

       5100-SCORE-ONE-BLOCK.
           ADD 1 TO WS-BLK-IX
           MOVE ZERO TO WS-HAVE-COUNT
           COMPUTE WS-KX = DGC-BLK-FIRST (WS-BLK-IX) - 1
           COMPUTE WS-LAST = DGC-BLK-FIRST (WS-BLK-IX)
                           + DGC-BLK-COURSES (WS-BLK-IX) - 1
           PERFORM 5200-COUNT-MET THRU 5200-EXIT
               UNTIL WS-KX NOT LESS THAN WS-LAST
           MOVE WS-HAVE-COUNT TO DGC-BLK-HAVE (WS-BLK-IX)

           IF WS-HAVE-COUNT NOT LESS THAN DGC-BLK-NEED (WS-BLK-IX)
               MOVE 'Y' TO DGC-BLK-MET (WS-BLK-IX)
           ELSE
               ADD 1 TO DGC-BLOCKS-OUT
           END-IF.

       5100-EXIT.
           EXIT.

       5200-COUNT-MET.
           ADD 1 TO WS-KX
           IF DGC-CRS-MET (WS-KX) = 'Y'
               ADD 1 TO WS-HAVE-COUNT
           END-IF.

       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-CLOSE-FILES - the caller's C)LOSE call: close what   *
      *  the first call opened, so a later run loads afresh.         *
      *-----------------------------------------------------------*
       9000-CLOSE-FILES.
           IF WS-HAVE-GRADES
               CLOSE GRADES-FILE
           END-IF
           IF WS-HAVE-CATALOG
               CLOSE COURSES-FILE
           END-IF
           MOVE 'N' TO WS-GRADES-SW
           MOVE 'N' TO WS-CATALOG-SW
           MOVE 'N' TO WS-LOADED-SW
           MOVE ZERO TO WS-CB-COUNT
           MOVE ZERO TO WS-CC-COUNT
           MOVE ZERO TO WS-REQ-COUNT.

       9000-EXIT.
           EXIT.
