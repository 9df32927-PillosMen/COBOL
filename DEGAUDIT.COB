      ******************************************************************
      * Program:      DEGAUDIT
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Degree audit report.  Checks one student, or
      *               every active student in a program, against the
      *               program curriculum (CURRIC.DAT, CURRREC.CPY)
      *               through DEGRCHK - the same check PROGRESS makes
      *               before it proposes a graduation.  For each
      *               student it prints every requirement block with
      *               what the block needs and how many of its
      *               courses were passed, each course with the term
      *               and letter that met it (or nothing yet), the
      *               credits earned against the PROGREQ.DAT total
      *               and the credits still needed, and the overall
      *               result.  Ends with control totals.  The student
      *               or program comes from DAUDPARM.DAT when it is
      *               present (STNDPARM.DAT style) or is prompted
      *               for.  Output goes to DEGAUDIT.DAT.  Read-only.
      * Tectonics:    cobc -x DEGAUDIT.COB DEGRCHK.COB LOGINCHK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO 'CONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'DEGAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'DAUDPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SIGNON-FILE ASSIGN TO 'SIGNON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT.
           COPY STUDENT.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-USER-ID         PIC X(08).
           05  PARM-PASSWORD        PIC X(10).
           05  PARM-STUDENT-ID      PIC X(05).
           05  PARM-PROGRAM         PIC X(05).

       FD  SIGNON-FILE.
           COPY SGNREC.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-STATUS        PIC X(02).
           88  WS-STUDENT-OK            VALUE '00'.
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
       01  WS-CALLED-SW             PIC X(01)   VALUE 'N'.
           88  WS-DEGRCHK-CALLED        VALUE 'Y'.

       77  WS-USER-ID               PIC X(08).
       77  PASS                     PIC X(10).
       COPY LOGINLNK.
       COPY DEGRLNK.

       01  WS-AUDIT-ID-X            PIC X(05)   VALUE SPACES.
       01  WS-AUDIT-ID  REDEFINES WS-AUDIT-ID-X
                                    PIC 9(05).
       01  WS-AUDIT-PROGRAM         PIC X(05)   VALUE SPACES.

       01  WS-BLK-IX                PIC 9(04) COMP VALUE ZERO.
       01  WS-CRS-IX                PIC 9(04) COMP VALUE ZERO.
       01  WS-LAST                  PIC 9(04) COMP VALUE ZERO.
       01  WS-LINES-NEEDED          PIC 9(04) COMP VALUE ZERO.

       01  WS-AUDITED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-MET-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-OUTSTANDING-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-NOCURR-COUNT          PIC 9(05) COMP VALUE ZERO.

       01  WS-PAGE-NO               PIC 9(03) COMP VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-LINES-PER-PAGE        PIC 9(03) COMP VALUE 40.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(04).
           05  WS-RUN-MM            PIC 9(02).
           05  WS-RUN-DD            PIC 9(02).

       01  WS-HDR-1.
           05  FILLER               PIC X(32) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "DEGREE AUDIT".
           05  FILLER               PIC X(25) VALUE SPACES.
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
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-HDR-SCOPE         PIC X(30).

       01  WS-STUDENT-LINE.
           05  FILLER               PIC X(08) VALUE "STUDENT ".
           05  WS-STL-ID            PIC 9(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-STL-NAME          PIC A(25).
           05  FILLER               PIC X(10) VALUE "  PROGRAM ".
           05  WS-STL-PROGRAM       PIC X(05).
           05  FILLER               PIC X(09) VALUE "  STATUS ".
           05  WS-STL-STATUS        PIC X(01).
       01  WS-BLOCK-HEAD.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
               "BLOCK REQUIREMENT".
           05  FILLER               PIC X(06) VALUE "  NEED".
           05  FILLER               PIC X(06) VALUE "  HAVE".
           05  FILLER               PIC X(13) VALUE "  RESULT".
       01  WS-BLOCK-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BKL-ID            PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BKL-TITLE         PIC X(20).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-BKL-NEED          PIC Z9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-BKL-HAVE          PIC Z9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BKL-RESULT        PIC X(11).
       01  WS-COURSE-LINE.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  WS-CRL-CODE          PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CRL-STATUS        PIC X(05).
           05  WS-CRL-TERM          PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CRL-LETTER        PIC X(01).
       01  WS-CREDIT-LINE.
           05  FILLER               PIC X(17) VALUE
               "  CREDITS EARNED ".
           05  WS-CRD-EARNED        PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE "  REQUIRED ".
           05  WS-CRD-REQUIRED      PIC X(05).
           05  FILLER               PIC X(15) VALUE
               "  STILL NEEDED ".
           05  WS-CRD-NEEDED        PIC X(05).
       01  WS-EDIT-CREDITS          PIC ZZZZ9.
       01  WS-RESULT-LINE.
           05  FILLER               PIC X(10) VALUE "  RESULT: ".
           05  WS-RSL-TEXT          PIC X(60).
       01  WS-OUT-EDIT              PIC ZZ9.
       01  WS-HOLD-LINE             PIC X(80).

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
                   IF WS-AUDIT-ID NOT = ZERO
                       PERFORM 3000-AUDIT-ONE THRU 3000-EXIT
                   ELSE
                       PERFORM 3100-AUDIT-NEXT THRU 3100-EXIT
                           UNTIL WS-EOF
                   END-IF
                   PERFORM 4000-FINISH THRU 4000-EXIT
               ELSE
                   DISPLAY "DEGREE AUDIT ABORTED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "CONTRASENA INCORRECTA"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - credentials and the audit scope (parm    *
      *  file or prompts), login, open the files, first heading.    *
      *  A student ID audits that student; a blank ID audits every  *
      *  active student in the program given.                        *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-GET-CREDENTIALS THRU 1010-EXIT

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "DEGAUDIT" TO LOGIN-PROGRAM
           CALL "LOGINCHK" USING LOGIN-CONTROL

           IF NOT LOGIN-OK
               GO TO 1000-EXIT
           END-IF

           IF WS-AUDIT-ID-X = SPACES
               MOVE ZERO TO WS-AUDIT-ID
           END-IF
           IF WS-AUDIT-ID IS NOT NUMERIC
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "STUDENT ID MUST BE NUMERIC"
               GO TO 1000-EXIT
           END-IF
           IF WS-AUDIT-ID = ZERO AND WS-AUDIT-PROGRAM = SPACES
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "GIVE A STUDENT ID OR A PROGRAM CODE"
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-OK
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "CONES.DAT COULD NOT BE OPENED - STATUS "
                   WS-STUDENT-STATUS
               GO TO 1000-EXIT
           END-IF

           IF WS-AUDIT-ID NOT = ZERO
               MOVE WS-AUDIT-ID TO STUDENT-ID
               READ STUDENT
                   INVALID KEY
                       MOVE 'N' TO WS-INIT-OK-SW
                       DISPLAY "STUDENT NOT ON FILE - " WS-AUDIT-ID
                       GO TO 1000-EXIT
               END-READ
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "DEGAUDIT.DAT COULD NOT BE OPENED - STATUS "
                   WS-REPORT-STATUS
               GO TO 1000-EXIT
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-HDR-SCOPE
           IF WS-AUDIT-ID NOT = ZERO
               STRING "STUDENT " DELIMITED BY SIZE
                      WS-AUDIT-ID DELIMITED BY SIZE
                      INTO WS-HDR-SCOPE
           ELSE
               STRING "PROGRAM " DELIMITED BY SIZE
                      WS-AUDIT-PROGRAM DELIMITED BY SPACE
                      " - ACTIVE STUDENTS" DELIMITED BY SIZE
                      INTO WS-HDR-SCOPE
           END-IF
           PERFORM 2000-WRITE-HEADING THRU 2000-EXIT.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1010-GET-CREDENTIALS - credentials come from SIGNON.DAT     *
      *  when Ventanas wrote one, else from DAUDPARM.DAT, else from  *
      *  a prompt.  The student or program comes from DAUDPARM.DAT  *
      *  whenever it is present, else from a prompt.                *
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
               MOVE PARM-STUDENT-ID TO WS-AUDIT-ID-X
               MOVE PARM-PROGRAM TO WS-AUDIT-PROGRAM
               DISPLAY "DEGAUDIT - UNATTENDED BATCH RUN"
               GO TO 1010-EXIT
           END-IF

           IF NOT WS-HAVE-CREDS
               DISPLAY "DEGREE AUDIT - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
           END-IF
           DISPLAY "STUDENT ID (5 DIGITS, ENTER=PROGRAM) : "
               WITH NO ADVANCING
           ACCEPT WS-AUDIT-ID-X
           IF WS-AUDIT-ID-X = SPACES
               DISPLAY "PROGRAM CODE                         : "
                   WITH NO ADVANCING
               ACCEPT WS-AUDIT-PROGRAM
           END-IF.

       1010-EXIT.
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
           WRITE REPORT-LINE.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-AUDIT-ONE - the single student read at start-up.      *
      *-----------------------------------------------------------*
       3000-AUDIT-ONE.
           PERFORM 3200-AUDIT-STUDENT THRU 3200-EXIT.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-AUDIT-NEXT - the next CONES.DAT row; an active        *
      *  student in the program asked for is audited.               *
      *-----------------------------------------------------------*
       3100-AUDIT-NEXT.
           READ STUDENT NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           IF STUDENT-PROGRAM NOT = WS-AUDIT-PROGRAM
                   OR NOT STUDENT-ACTIVE
               GO TO 3100-EXIT
           END-IF
           PERFORM 3200-AUDIT-STUDENT THRU 3200-EXIT.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-AUDIT-STUDENT - run the check for the student in the  *
      *  record area and print the result, kept on one page when    *
      *  it fits.  DEGRCHK without GRADES.DAT ends the run.          *
      *-----------------------------------------------------------*
       3200-AUDIT-STUDENT.
           MOVE 'A' TO DGC-ACTION
           MOVE STUDENT-ID TO DGC-STUDENT-ID
           MOVE STUDENT-PROGRAM TO DGC-PROGRAM
           CALL "DEGRCHK" USING DEGREE-CONTROL
           MOVE 'Y' TO WS-CALLED-SW
           IF DGC-NO-FILES
               DISPLAY "GRADES.DAT NOT AVAILABLE - AUDIT STOPPED"
               MOVE 'Y' TO WS-EOF-SW
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-AUDITED-COUNT

           COMPUTE WS-LINES-NEEDED = DGC-BLOCK-COUNT
                                   + DGC-COURSE-COUNT + 6
           IF WS-LINE-COUNT > ZERO
                   AND WS-LINE-COUNT + WS-LINES-NEEDED
                       > WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF

           MOVE STUDENT-ID TO WS-STL-ID
           MOVE NAME TO WS-STL-NAME
           MOVE STUDENT-PROGRAM TO WS-STL-PROGRAM
           MOVE STUDENT-STATUS TO WS-STL-STATUS
           MOVE WS-STUDENT-LINE TO REPORT-LINE
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT

           IF DGC-BLOCK-COUNT > ZERO
               MOVE WS-BLOCK-HEAD TO REPORT-LINE
               PERFORM 4500-WRITE-LINE THRU 4500-EXIT
           END-IF
           MOVE ZERO TO WS-BLK-IX
           PERFORM 3300-PRINT-BLOCK THRU 3300-EXIT
               UNTIL WS-BLK-IX NOT LESS THAN DGC-BLOCK-COUNT

           MOVE DGC-EARNED TO WS-CRD-EARNED
           IF DGC-HAVE-REQUIRED
               MOVE DGC-REQUIRED TO WS-EDIT-CREDITS
               MOVE WS-EDIT-CREDITS TO WS-CRD-REQUIRED
               MOVE DGC-STILL-NEEDED TO WS-EDIT-CREDITS
               MOVE WS-EDIT-CREDITS TO WS-CRD-NEEDED
           ELSE
               MOVE '  N/A' TO WS-CRD-REQUIRED
               MOVE '  N/A' TO WS-CRD-NEEDED
           END-IF
           MOVE WS-CREDIT-LINE TO REPORT-LINE
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT

           MOVE SPACES TO WS-RSL-TEXT
           EVALUATE TRUE
               WHEN DGC-ALL-MET
                   ADD 1 TO WS-MET-COUNT
                   MOVE 'EVERY REQUIREMENT BLOCK MET' TO WS-RSL-TEXT
               WHEN DGC-NO-CURRICULUM
                   ADD 1 TO WS-NOCURR-COUNT
                   MOVE 'NO CURRICULUM ON FILE FOR THE PROGRAM'
                       TO WS-RSL-TEXT
               WHEN OTHER
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   MOVE DGC-BLOCKS-OUT TO WS-OUT-EDIT
                   STRING WS-OUT-EDIT DELIMITED BY SIZE
                          ' REQUIREMENT BLOCK(S) OUTSTANDING'
                              DELIMITED BY SIZE
                          INTO WS-RSL-TEXT
           END-EVALUATE
           MOVE WS-RESULT-LINE TO REPORT-LINE
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT

           MOVE SPACES TO REPORT-LINE
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3300-PRINT-BLOCK - one requirement block and its courses.  *
      *-----------------------------------------------------------*
       3300-PRINT-BLOCK.
           ADD 1 TO WS-BLK-IX
           MOVE DGC-BLK-ID (WS-BLK-IX) TO WS-BKL-ID
           MOVE DGC-BLK-TITLE (WS-BLK-IX) TO WS-BKL-TITLE
           MOVE DGC-BLK-NEED (WS-BLK-IX) TO WS-BKL-NEED
           MOVE DGC-BLK-HAVE (WS-BLK-IX) TO WS-BKL-HAVE
           IF DGC-BLK-MET (WS-BLK-IX) = 'Y'
               MOVE 'MET' TO WS-BKL-RESULT
           ELSE
               MOVE 'OUTSTANDING' TO WS-BKL-RESULT
           END-IF
           MOVE WS-BLOCK-LINE TO REPORT-LINE
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT

           COMPUTE WS-CRS-IX = DGC-BLK-FIRST (WS-BLK-IX) - 1
           COMPUTE WS-LAST = DGC-BLK-FIRST (WS-BLK-IX)
                           + DGC-BLK-COURSES (WS-BLK-IX) - 1
           PERFORM 3400-PRINT-COURSE THRU 3400-EXIT
               UNTIL WS-CRS-IX NOT LESS THAN WS-LAST.

       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3400-PRINT-COURSE - one course of the block: the term and  *
      *  letter that met it, or dashes while it is outstanding.     *
      *-----------------------------------------------------------*
       3400-PRINT-COURSE.
           ADD 1 TO WS-CRS-IX
           MOVE DGC-CRS-CODE (WS-CRS-IX) TO WS-CRL-CODE
           IF DGC-CRS-MET (WS-CRS-IX) = 'Y'
               MOVE 'MET' TO WS-CRL-STATUS
               MOVE DGC-CRS-TERM (WS-CRS-IX) TO WS-CRL-TERM
               MOVE DGC-CRS-LETTER (WS-CRS-IX) TO WS-CRL-LETTER
           ELSE
               MOVE '--' TO WS-CRL-STATUS
               MOVE SPACES TO WS-CRL-TERM
               MOVE SPACES TO WS-CRL-LETTER
           END-IF
           MOVE WS-COURSE-LINE TO REPORT-LINE
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT.

       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-FINISH - control totals on the report and console.    *
      *-----------------------------------------------------------*
       4000-FINISH.
           MOVE 'STUDENTS AUDITED       :' TO WS-CNT-LABEL
           MOVE WS-AUDITED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-LINE
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT
           MOVE 'EVERY BLOCK MET        :' TO WS-CNT-LABEL
           MOVE WS-MET-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-LINE
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT
           MOVE 'BLOCKS OUTSTANDING     :' TO WS-CNT-LABEL
           MOVE WS-OUTSTANDING-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-LINE
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT
           MOVE 'NO CURRICULUM          :' TO WS-CNT-LABEL
           MOVE WS-NOCURR-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-LINE
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT
           CLOSE REPORT-FILE

           DISPLAY "DEGREE AUDIT COMPLETE - SEE DEGAUDIT.DAT"
           DISPLAY "STUDENTS AUDITED  : " WS-AUDITED-COUNT
           DISPLAY "EVERY BLOCK MET   : " WS-MET-COUNT
           IF WS-NOCURR-COUNT > ZERO
               DISPLAY "NO CURRICULUM     : " WS-NOCURR-COUNT
                   " - ADD THE PROGRAM TO CURRIC.DAT"
           END-IF.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4500-WRITE-LINE - the line in REPORT-LINE, page-checked.   *
      *-----------------------------------------------------------*
       4500-WRITE-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               MOVE REPORT-LINE TO WS-HOLD-LINE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
               MOVE WS-HOLD-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE - let DEGRCHK close its files, then close   *
      *  the master.                                                 *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-DEGRCHK-CALLED
               MOVE 'C' TO DGC-ACTION
               CALL "DEGRCHK" USING DEGREE-CONTROL
           END-IF
           IF WS-STUDENT-STATUS = '00' OR WS-STUDENT-STATUS = '10'
                   OR WS-STUDENT-STATUS = '23'
               CLOSE STUDENT
           END-IF
           IF NOT WS-INIT-OK AND WS-REPORT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF.

       9000-EXIT.
           EXIT.
