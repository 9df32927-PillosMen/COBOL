      ******************************************************************
      * Program:      ABSNRPT
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Chronic absence report.  Reads the attendance
      *               master (ATTEND.DAT, see ATTNREC.CPY) for one
      *               term, or every term, and works out each
      *               student's absence rate - absences (A and E marks
      *               alike; tardies count as present) over class
      *               sessions marked - per course and overall.  Every
      *               student at or past the absence percentage for a
      *               course is listed under that course in the BY
      *               COURSE section, and every student at or past it
      *               across all their courses in the OVERALL section,
      *               so counselors can be handed the list each week
      *               instead of at the end of the term.  The
      *               percentage and term come from ABSNPARM.DAT when
      *               it is present (scheduled run, STNDPARM.DAT
      *               style) or are prompted for.  Output goes to
      *               ABSENCE.DAT.
      * Tectonics:    cobc -x ABSNRPT.COB LOGINCHK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSNRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO 'CONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT ATTEND-FILE ASSIGN TO 'ATTEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'ABSENCE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'ABSNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SIGNON-FILE ASSIGN TO 'SIGNON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT.
           COPY STUDENT.

       FD  ATTEND-FILE.
           COPY ATTNREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-USER-ID         PIC X(08).
           05  PARM-PASSWORD        PIC X(10).
           05  PARM-ABSENT-PCT      PIC 9(03).
           05  PARM-TERM-FILTER     PIC X(06).

       FD  SIGNON-FILE.
           COPY SGNREC.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-STATUS        PIC X(02).
           88  WS-STUDENT-OK            VALUE '00'.
       01  WS-ATT-STATUS            PIC X(02).
           88  WS-ATT-OK                VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-PARM-STATUS           PIC X(02).
       01  WS-SIGNON-STATUS         PIC X(02).
       01  WS-INIT-OK-SW            PIC X(01)   VALUE 'Y'.
           88  WS-INIT-OK               VALUE 'Y'.
       01  WS-BATCH-SW              PIC X(01)   VALUE 'N'.
           88  WS-BATCH-MODE            VALUE 'Y'.
       01  WS-CREDS-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-CREDS            VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01)   VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       01  WS-FOUND-SW              PIC X(01)   VALUE 'N'.
           88  WS-FOUND                  VALUE 'Y'.

       77  WS-USER-ID               PIC X(08).
       77  PASS                     PIC X(10).
       COPY LOGINLNK.

       01  WS-ABSENT-PCT            PIC 9(03)   VALUE ZERO.
       01  WS-ABSENT-PCT-X REDEFINES WS-ABSENT-PCT
                                    PIC X(03).
       01  WS-TERM-FILTER           PIC X(06)   VALUE SPACES.

      *    One student's courses while their rows are read.
       01  WS-CUR-ID                PIC 9(05)   VALUE ZERO.
       01  WS-CRS-MAX               PIC 9(03) COMP VALUE 30.
       01  WS-CRS-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-CRS-TABLE.
           05  WS-CRS-ENTRY OCCURS 30 TIMES.
               10  WS-CRS-CODE      PIC X(10).
               10  WS-CRS-SESSIONS  PIC 9(05) COMP.
               10  WS-CRS-ABSENT    PIC 9(05) COMP.
               10  WS-CRS-EXCUSED   PIC 9(05) COMP.
               10  WS-CRS-TARDY     PIC 9(05) COMP.
       01  WS-STU-SESSIONS          PIC 9(05) COMP VALUE ZERO.
       01  WS-STU-ABSENT            PIC 9(05) COMP VALUE ZERO.
       01  WS-STU-EXCUSED           PIC 9(05) COMP VALUE ZERO.
       01  WS-STU-TARDY             PIC 9(05) COMP VALUE ZERO.
       01  WS-CRS-OVERFLOW          PIC 9(05) COMP VALUE ZERO.

      *    Students past the percentage, per course and overall,
      *    held for the two report sections.
       01  WS-FLAG-MAX              PIC 9(04) COMP VALUE 2000.
       01  WS-CFLAG-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-CFLAG-TABLE.
           05  WS-CFLAG-ENTRY OCCURS 2000 TIMES.
               10  WS-CF-COURSE     PIC X(10).
               10  WS-CF-ID         PIC 9(05).
               10  WS-CF-SESSIONS   PIC 9(05) COMP.
               10  WS-CF-ABSENT     PIC 9(05) COMP.
               10  WS-CF-EXCUSED    PIC 9(05) COMP.
               10  WS-CF-TARDY      PIC 9(05) COMP.
               10  WS-CF-PCT        PIC 9(03)V9.
               10  WS-CF-PRINTED    PIC X(01).
       01  WS-OFLAG-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-OFLAG-TABLE.
           05  WS-OFLAG-ENTRY OCCURS 2000 TIMES.
               10  WS-OF-ID         PIC 9(05).
               10  WS-OF-COURSES    PIC 9(03) COMP.
               10  WS-OF-SESSIONS   PIC 9(05) COMP.
               10  WS-OF-ABSENT     PIC 9(05) COMP.
               10  WS-OF-EXCUSED    PIC 9(05) COMP.
               10  WS-OF-TARDY      PIC 9(05) COMP.
               10  WS-OF-PCT        PIC 9(03)V9.
       01  WS-FLAG-SKIPPED          PIC 9(05) COMP VALUE ZERO.

       01  WS-IX                    PIC 9(04) COMP VALUE ZERO.
       01  WS-JX                    PIC 9(04) COMP VALUE ZERO.
       01  WS-PCT                   PIC 9(03)V9 VALUE ZERO.
       01  WS-GROUP-COURSE          PIC X(10)   VALUE SPACES.
       01  WS-GROUP-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-COURSES-EDIT          PIC ZZ9.

       01  WS-STUDENT-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-MARK-COUNT            PIC 9(07) COMP VALUE ZERO.

       01  WS-PAGE-NO               PIC 9(03) COMP VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-LINES-PER-PAGE        PIC 9(03) COMP VALUE 40.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(04).
           05  WS-RUN-MM            PIC 9(02).
           05  WS-RUN-DD            PIC 9(02).

       01  WS-HDR-1.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(22) VALUE
               "CHRONIC ABSENCE REPORT".
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
       01  WS-HDR-2B.
           05  FILLER               PIC X(22) VALUE
               "ABSENT AT OR PAST    ".
           05  WS-HDR-PCT           PIC ZZ9.
           05  FILLER               PIC X(09) VALUE " PERCENT ".
           05  FILLER               PIC X(07) VALUE "  TERM ".
           05  WS-HDR-TERM          PIC X(09).
       01  WS-HDR-3.
           05  FILLER               PIC X(06) VALUE "ID".
           05  FILLER               PIC X(21) VALUE "NAME".
           05  FILLER               PIC X(11) VALUE "COURSE".
           05  FILLER               PIC X(08) VALUE "SESSIONS".
           05  FILLER               PIC X(08) VALUE "  ABSENT".
           05  FILLER               PIC X(08) VALUE " EXCUSED".
           05  FILLER               PIC X(07) VALUE "  TARDY".
           05  FILLER               PIC X(07) VALUE "   PCT".
       01  WS-HDR-4.
           05  FILLER               PIC X(05) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE ALL "-".

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE         PIC X(60).

       01  WS-DETAIL-LINE.
           05  WS-DTL-ID            PIC 9(05).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-NAME          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-COURSE        PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-SESSIONS      PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-ABSENT        PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-EXCUSED       PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-TARDY         PIC ZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-PCT           PIC ZZ9.9.

       01  WS-COUNT-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CNT-LABEL         PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-CNT-VALUE         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF LOGIN-OK
               IF WS-INIT-OK
                   PERFORM 3000-PROCESS-GROUP THRU 3000-EXIT
                       UNTIL WS-EOF
                   PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
               ELSE
                   DISPLAY "CHRONIC ABSENCE REPORT ABORTED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "CONTRASENA INCORRECTA"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - credentials and parameters (parm file   *
      *  or prompts), login, open the files, first page heading.    *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-GET-CREDENTIALS THRU 1010-EXIT

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "ABSNRPT" TO LOGIN-PROGRAM
           CALL "LOGINCHK" USING LOGIN-CONTROL

           IF NOT LOGIN-OK
               GO TO 1000-EXIT
           END-IF

           IF WS-ABSENT-PCT IS NOT NUMERIC
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "ABSENCE PERCENTAGE MUST BE NUMERIC (E.G. 010)"
               GO TO 1000-EXIT
           END-IF
           IF WS-ABSENT-PCT = ZERO OR WS-ABSENT-PCT > 100
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "ABSENCE PERCENTAGE MUST BE 1 TO 100"
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-OK
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "CONES.DAT COULD NOT BE OPENED - STATUS "
                   WS-STUDENT-STATUS
           END-IF

           OPEN INPUT ATTEND-FILE
           IF NOT WS-ATT-OK
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "ATTEND.DAT COULD NOT BE OPENED - STATUS "
                   WS-ATT-STATUS
               DISPLAY "LOAD THE DAILY SHEETS THROUGH ATTLOAD FIRST"
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "ABSENCE.DAT COULD NOT BE OPENED - STATUS "
                   WS-REPORT-STATUS
           END-IF

           IF WS-INIT-OK
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
               PERFORM 3010-READ-MARK THRU 3010-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1010-GET-CREDENTIALS - credentials come from SIGNON.DAT     *
      *  when a dispatcher wrote one, else from ABSNPARM.DAT, else   *
      *  from a prompt.  The percentage and term come from           *
      *  ABSNPARM.DAT whenever it is present, so a NIGHTRUN step     *
      *  does not hang on a prompt.  The percentage is a whole       *
      *  number: 010 means 10 percent of sessions marked.            *
      *-----------------------------------------------------------*
       1010-GET-CREDENTIALS.
           MOVE 'N' TO WS-BATCH-SW
           MOVE 'N' TO WS-CREDS-SW
           OPEN INPUT SIGNON-FILE
           IF WS-SIGNON-STATUS = '00'
               READ SIGNON-FILE
               CLOSE SIGNON-FILE
               MOVE SIGNON-USER-ID TO WS-USER-ID
               MOVE SIGNON-PASSWORD TO PASS
               MOVE 'Y' TO WS-CREDS-SW
           END-IF

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               MOVE 'Y' TO WS-BATCH-SW
               READ PARM-FILE
               CLOSE PARM-FILE
               IF NOT WS-HAVE-CREDS
                   MOVE PARM-USER-ID TO WS-USER-ID
                   MOVE PARM-PASSWORD TO PASS
                   MOVE 'Y' TO WS-CREDS-SW
               END-IF
               MOVE PARM-ABSENT-PCT TO WS-ABSENT-PCT
               MOVE PARM-TERM-FILTER TO WS-TERM-FILTER
               DISPLAY "ABSNRPT - UNATTENDED BATCH RUN"
               GO TO 1010-EXIT
           END-IF

           IF NOT WS-HAVE-CREDS
               DISPLAY "CHRONIC ABSENCE REPORT - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
           END-IF
           DISPLAY "ABSENCE PERCENT (E.G. 010 = 10%)     : "
               WITH NO ADVANCING
           ACCEPT WS-ABSENT-PCT-X
           DISPLAY "TERM (E.G. 2026FA, ENTER=ALL)        : "
               WITH NO ADVANCING
           ACCEPT WS-TERM-FILTER.

       1010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-WRITE-HEADING - start a new report page: title, run   *
      *  date, the percentage and term this run used, and column    *
      *  headings.                                                   *
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

           MOVE WS-ABSENT-PCT TO WS-HDR-PCT
           IF WS-TERM-FILTER = SPACES
               MOVE 'ALL TERMS' TO WS-HDR-TERM
           ELSE
               MOVE WS-TERM-FILTER TO WS-HDR-TERM
           END-IF
           WRITE REPORT-LINE FROM WS-HDR-2B

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           WRITE REPORT-LINE FROM WS-HDR-3
           WRITE REPORT-LINE FROM WS-HDR-4.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-PROCESS-GROUP - the current ATTEND.DAT row opens a    *
      *  new student: tally every mark for that student by course,  *
      *  then measure the student against the percentage.            *
      *-----------------------------------------------------------*
       3000-PROCESS-GROUP.
           MOVE ATT-STUDENT-ID TO WS-CUR-ID
           MOVE ZERO TO WS-CRS-COUNT
           MOVE ZERO TO WS-STU-SESSIONS
           MOVE ZERO TO WS-STU-ABSENT
           MOVE ZERO TO WS-STU-EXCUSED
           MOVE ZERO TO WS-STU-TARDY

           PERFORM 3100-TALLY-MARK THRU 3100-EXIT
               UNTIL WS-EOF
                  OR ATT-STUDENT-ID NOT = WS-CUR-ID

           PERFORM 3200-CHECK-STUDENT THRU 3200-EXIT.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3010-READ-MARK - read the next attendance row.             *
      *-----------------------------------------------------------*
       3010-READ-MARK.
           READ ATTEND-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       3010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-TALLY-MARK - count one mark against its course and    *
      *  the student's totals, then read the next row.  A row      *
      *  outside the term the run was narrowed to is read past.     *
      *-----------------------------------------------------------*
       3100-TALLY-MARK.
           IF WS-TERM-FILTER NOT = SPACES
                   AND ATT-TERM NOT = WS-TERM-FILTER
               PERFORM 3010-READ-MARK THRU 3010-EXIT
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-MARK-COUNT
           MOVE ZERO TO WS-IX
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 3110-FIND-COURSE THRU 3110-EXIT
               UNTIL WS-FOUND OR WS-IX NOT LESS THAN WS-CRS-COUNT
           IF NOT WS-FOUND
               IF WS-CRS-COUNT NOT LESS THAN WS-CRS-MAX
                   ADD 1 TO WS-CRS-OVERFLOW
                   PERFORM 3010-READ-MARK THRU 3010-EXIT
                   GO TO 3100-EXIT
               END-IF
               ADD 1 TO WS-CRS-COUNT
               MOVE WS-CRS-COUNT TO WS-IX
               MOVE ATT-COURSE TO WS-CRS-CODE (WS-IX)
               MOVE ZERO TO WS-CRS-SESSIONS (WS-IX)
               MOVE ZERO TO WS-CRS-ABSENT (WS-IX)
               MOVE ZERO TO WS-CRS-EXCUSED (WS-IX)
               MOVE ZERO TO WS-CRS-TARDY (WS-IX)
           END-IF

           ADD 1 TO WS-CRS-SESSIONS (WS-IX)
           ADD 1 TO WS-STU-SESSIONS
           EVALUATE TRUE
               WHEN ATT-ABSENT
                   ADD 1 TO WS-CRS-ABSENT (WS-IX)
                   ADD 1 TO WS-STU-ABSENT
               WHEN ATT-EXCUSED
                   ADD 1 TO WS-CRS-EXCUSED (WS-IX)
                   ADD 1 TO WS-STU-EXCUSED
               WHEN ATT-TARDY
                   ADD 1 TO WS-CRS-TARDY (WS-IX)
                   ADD 1 TO WS-STU-TARDY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 3010-READ-MARK THRU 3010-EXIT.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3110-FIND-COURSE - look at the next course in the         *
      *  student's table for the course on the current row.         *
      *-----------------------------------------------------------*
       3110-FIND-COURSE.
           ADD 1 TO WS-IX
           IF WS-CRS-CODE (WS-IX) = ATT-COURSE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       3110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-CHECK-STUDENT - the finished student's rate for each *
      *  course and overall against the percentage; whatever is at  *
      *  or past it is filed for the report sections.  A student   *
      *  with no marks in the chosen term is skipped.                *
      *-----------------------------------------------------------*
       3200-CHECK-STUDENT.
           IF WS-STU-SESSIONS = ZERO
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-STUDENT-COUNT

           MOVE ZERO TO WS-IX
           PERFORM 3210-CHECK-COURSE THRU 3210-EXIT
               UNTIL WS-IX NOT LESS THAN WS-CRS-COUNT

           COMPUTE WS-PCT ROUNDED =
               (WS-STU-ABSENT + WS-STU-EXCUSED) * 100
                   / WS-STU-SESSIONS
           IF WS-PCT < WS-ABSENT-PCT
               GO TO 3200-EXIT
           END-IF
           IF WS-OFLAG-COUNT NOT LESS THAN WS-FLAG-MAX
               ADD 1 TO WS-FLAG-SKIPPED
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-OFLAG-COUNT
           MOVE WS-CUR-ID TO WS-OF-ID (WS-OFLAG-COUNT)
           MOVE WS-CRS-COUNT TO WS-OF-COURSES (WS-OFLAG-COUNT)
           MOVE WS-STU-SESSIONS TO WS-OF-SESSIONS (WS-OFLAG-COUNT)
           MOVE WS-STU-ABSENT TO WS-OF-ABSENT (WS-OFLAG-COUNT)
           MOVE WS-STU-EXCUSED TO WS-OF-EXCUSED (WS-OFLAG-COUNT)
           MOVE WS-STU-TARDY TO WS-OF-TARDY (WS-OFLAG-COUNT)
           MOVE WS-PCT TO WS-OF-PCT (WS-OFLAG-COUNT).

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3210-CHECK-COURSE - one course of the finished student.    *
      *-----------------------------------------------------------*
       3210-CHECK-COURSE.
           ADD 1 TO WS-IX
           COMPUTE WS-PCT ROUNDED =
               (WS-CRS-ABSENT (WS-IX) + WS-CRS-EXCUSED (WS-IX)) * 100
                   / WS-CRS-SESSIONS (WS-IX)
           IF WS-PCT < WS-ABSENT-PCT
               GO TO 3210-EXIT
           END-IF
           IF WS-CFLAG-COUNT NOT LESS THAN WS-FLAG-MAX
               ADD 1 TO WS-FLAG-SKIPPED
               GO TO 3210-EXIT
           END-IF
           ADD 1 TO WS-CFLAG-COUNT
           MOVE WS-CRS-CODE (WS-IX) TO WS-CF-COURSE (WS-CFLAG-COUNT)
           MOVE WS-CUR-ID TO WS-CF-ID (WS-CFLAG-COUNT)
           MOVE WS-CRS-SESSIONS (WS-IX)
               TO WS-CF-SESSIONS (WS-CFLAG-COUNT)
           MOVE WS-CRS-ABSENT (WS-IX) TO WS-CF-ABSENT (WS-CFLAG-COUNT)
           MOVE WS-CRS-EXCUSED (WS-IX)
               TO WS-CF-EXCUSED (WS-CFLAG-COUNT)
           MOVE WS-CRS-TARDY (WS-IX) TO WS-CF-TARDY (WS-CFLAG-COUNT)
           MOVE WS-PCT TO WS-CF-PCT (WS-CFLAG-COUNT)
           MOVE 'N' TO WS-CF-PRINTED (WS-CFLAG-COUNT).

       3210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-WRITE-REPORT - the BY COURSE section (each course's  *
      *  students together), the OVERALL section, then the totals. *
      *-----------------------------------------------------------*
       4000-WRITE-REPORT.
           MOVE 'BY COURSE - AT OR PAST THE PERCENTAGE IN THE COURSE'
               TO WS-SEC-TITLE
           PERFORM 4050-WRITE-TITLE THRU 4050-EXIT
           MOVE ZERO TO WS-IX
           PERFORM 4100-COURSE-GROUP THRU 4100-EXIT
               UNTIL WS-IX NOT LESS THAN WS-CFLAG-COUNT

           MOVE 'OVERALL - AT OR PAST THE PERCENTAGE ACROSS ALL COURSES'
               TO WS-SEC-TITLE
           PERFORM 4050-WRITE-TITLE THRU 4050-EXIT
           MOVE ZERO TO WS-IX
           PERFORM 4300-OVERALL-DETAIL THRU 4300-EXIT
               UNTIL WS-IX NOT LESS THAN WS-OFLAG-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'STUDENTS WITH MARKS    :' TO WS-CNT-LABEL
           MOVE WS-STUDENT-COUNT TO WS-CNT-VALUE
           PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT
           MOVE 'FLAGGED IN A COURSE    :' TO WS-CNT-LABEL
           MOVE WS-CFLAG-COUNT TO WS-CNT-VALUE
           PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT
           MOVE 'FLAGGED OVERALL        :' TO WS-CNT-LABEL
           MOVE WS-OFLAG-COUNT TO WS-CNT-VALUE
           PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT
           CLOSE REPORT-FILE

           IF WS-FLAG-SKIPPED > ZERO
               DISPLAY "FLAG TABLE FULL - ENTRIES DROPPED: "
                   WS-FLAG-SKIPPED
           END-IF
           IF WS-CRS-OVERFLOW > ZERO
               DISPLAY "MORE THAN " WS-CRS-MAX " COURSES FOR ONE "
                   "STUDENT - MARKS NOT COUNTED: " WS-CRS-OVERFLOW
           END-IF
           DISPLAY "CHRONIC ABSENCE REPORT COMPLETE - SEE ABSENCE.DAT"
           DISPLAY "MARKS READ       : " WS-MARK-COUNT
           DISPLAY "FLAGGED OVERALL  : " WS-OFLAG-COUNT.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4050-WRITE-TITLE - a section title, page-checked.          *
      *-----------------------------------------------------------*
       4050-WRITE-TITLE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           ADD 2 TO WS-LINE-COUNT.

       4050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4100-COURSE-GROUP - the next course-flag entry not yet     *
      *  printed starts a course group: it and every later entry   *
      *  for the same course are printed together, followed by the *
      *  group's count.                                              *
      *-----------------------------------------------------------*
       4100-COURSE-GROUP.
           ADD 1 TO WS-IX
           IF WS-CF-PRINTED (WS-IX) = 'Y'
               GO TO 4100-EXIT
           END-IF

           MOVE WS-CF-COURSE (WS-IX) TO WS-GROUP-COURSE
           MOVE ZERO TO WS-GROUP-COUNT
           MOVE WS-IX TO WS-JX
           SUBTRACT 1 FROM WS-JX
           PERFORM 4200-COURSE-DETAIL THRU 4200-EXIT
               UNTIL WS-JX NOT LESS THAN WS-CFLAG-COUNT

           MOVE SPACES TO WS-CNT-LABEL
           STRING 'STUDENTS IN ' DELIMITED BY SIZE
                  WS-GROUP-COURSE DELIMITED BY SPACE
                  INTO WS-CNT-LABEL
           MOVE WS-GROUP-COUNT TO WS-CNT-VALUE
           PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.

       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4200-COURSE-DETAIL - print the next entry when it belongs  *
      *  to the course group being printed.                          *
      *-----------------------------------------------------------*
       4200-COURSE-DETAIL.
           ADD 1 TO WS-JX
           IF WS-CF-COURSE (WS-JX) NOT = WS-GROUP-COURSE
               GO TO 4200-EXIT
           END-IF
           MOVE 'Y' TO WS-CF-PRINTED (WS-JX)
           ADD 1 TO WS-GROUP-COUNT

           MOVE WS-CF-ID (WS-JX) TO WS-DTL-ID
           PERFORM 4400-GET-NAME THRU 4400-EXIT
           MOVE WS-CF-COURSE (WS-JX) TO WS-DTL-COURSE
           MOVE WS-CF-SESSIONS (WS-JX) TO WS-DTL-SESSIONS
           MOVE WS-CF-ABSENT (WS-JX) TO WS-DTL-ABSENT
           MOVE WS-CF-EXCUSED (WS-JX) TO WS-DTL-EXCUSED
           MOVE WS-CF-TARDY (WS-JX) TO WS-DTL-TARDY
           MOVE WS-CF-PCT (WS-JX) TO WS-DTL-PCT
           PERFORM 4450-WRITE-DETAIL THRU 4450-EXIT.

       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4300-OVERALL-DETAIL - one student flagged overall; the     *
      *  course column carries the number of courses marked.        *
      *-----------------------------------------------------------*
       4300-OVERALL-DETAIL.
           ADD 1 TO WS-IX
           MOVE WS-OF-ID (WS-IX) TO WS-DTL-ID
           PERFORM 4400-GET-NAME THRU 4400-EXIT
           MOVE SPACES TO WS-DTL-COURSE
           MOVE WS-OF-COURSES (WS-IX) TO WS-COURSES-EDIT
           STRING WS-COURSES-EDIT DELIMITED BY SIZE
                  ' COURSES' DELIMITED BY SIZE
                  INTO WS-DTL-COURSE
           MOVE WS-OF-SESSIONS (WS-IX) TO WS-DTL-SESSIONS
           MOVE WS-OF-ABSENT (WS-IX) TO WS-DTL-ABSENT
           MOVE WS-OF-EXCUSED (WS-IX) TO WS-DTL-EXCUSED
           MOVE WS-OF-TARDY (WS-IX) TO WS-DTL-TARDY
           MOVE WS-OF-PCT (WS-IX) TO WS-DTL-PCT
           PERFORM 4450-WRITE-DETAIL THRU 4450-EXIT.

       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4400-GET-NAME - the student's name from CONES.DAT for the  *
      *  detail line.                                                *
      *-----------------------------------------------------------*
       4400-GET-NAME.
           MOVE WS-DTL-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   MOVE '** NOT ON FILE **' TO NAME
           END-READ
           MOVE NAME TO WS-DTL-NAME.

       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4450-WRITE-DETAIL - one detail line, page-checked.         *
      *-----------------------------------------------------------*
       4450-WRITE-DETAIL.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       4450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4500-WRITE-COUNT-LINE - one labelled count, page-checked.  *
      *-----------------------------------------------------------*
       4500-WRITE-COUNT-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           ADD 1 TO WS-LINE-COUNT.

       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE - close the master and the attendance file. *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-STUDENT-STATUS = '00' OR WS-STUDENT-STATUS = '10'
                   OR WS-STUDENT-STATUS = '23'
               CLOSE STUDENT
           END-IF
           IF WS-ATT-STATUS = '00' OR WS-ATT-STATUS = '10'
               CLOSE ATTEND-FILE
           END-IF
           IF NOT WS-INIT-OK AND WS-REPORT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF.

       9000-EXIT.
           EXIT.
