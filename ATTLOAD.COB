      ******************************************************************
      * Program:      ATTLOAD
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Batch load of the teachers' daily attendance
      *               sheets into ATTEND.DAT (see ATTNREC.CPY).  Reads
      *               ATTSHEET.DAT: one H header per class sheet
      *               carrying the teacher's ID, the academic term,
      *               the class date, the course and the expected row
      *               count, then one D line per STUDENT-ID with its
      *               code - P)RESENT, A)BSENT, T)ARDY or E)XCUSED.
      *               Runs in the same two phases as GRDLOAD: E)DIT
      *               checks every row and writes the proof report
      *               (ATTPROOF.DAT) with nothing applied; A)PPLY does
      *               the same checks and WRITEs the good rows with a
      *               JOURNAL.DAT line each.  Every row is verified
      *               against CONES.DAT (the student must exist and be
      *               STUDENT-ACTIVE) and against the student's
      *               enrollment in the course that term - a GRADES.DAT
      *               row, or for a term still in progress an enrolled
      *               REGISTER.DAT seat.  Each sheet ends with
      *               applied/rejected control totals and a check of
      *               the row count against the header's expected
      *               count.  Credentials and the phase come from
      *               ATTLPARM.DAT when it is present (unattended run)
      *               or are prompted for.  A row already on file is
      *               rejected - corrections go through ATTMAINT.
      * Tectonics:    cobc -x ATTLOAD.COB LOGINCHK.COB FILELOCK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTLOAD.

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

           SELECT REGISTER-FILE ASSIGN TO 'REGISTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY
               ALTERNATE RECORD KEY IS REG-SECT-KEY WITH DUPLICATES
               FILE STATUS IS WS-REG-STATUS.

           SELECT TERMS-FILE ASSIGN TO 'TERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT SHEET-FILE ASSIGN TO 'ATTSHEET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'ATTPROOF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'ATTLPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT.
           COPY STUDENT.

       FD  ATTEND-FILE.
           COPY ATTNREC.

       FD  GRADES-FILE.
           COPY GRADEREC.

       FD  COURSES-FILE.
           COPY CRSREC.

       FD  REGISTER-FILE.
           COPY REGREC.

       FD  TERMS-FILE.
           COPY TERMREC.

       FD  SHEET-FILE.
       01  SHEET-HEADER.
           05  SHEET-H-TYPE         PIC X(01).
           05  SHEET-FACULTY        PIC X(08).
           05  SHEET-TERM           PIC X(06).
           05  SHEET-DATE           PIC 9(08).
           05  SHEET-COURSE         PIC X(10).
           05  SHEET-EXPECTED       PIC 9(05).
       01  SHEET-DETAIL.
           05  SHEET-D-TYPE         PIC X(01).
           05  SHEET-STUDENT-ID     PIC 9(05).
           05  SHEET-CODE           PIC X(01).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-USER-ID         PIC X(08).
           05  PARM-PASSWORD        PIC X(10).
           05  PARM-PHASE           PIC X(01).

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-STATUS        PIC X(02).
           88  WS-STUDENT-OK            VALUE '00'.
       01  WS-ATT-STATUS            PIC X(02).
           88  WS-ATT-OK                VALUE '00'.
           88  WS-ATT-NOT-OPEN          VALUE '35'.
       01  WS-GRADE-STATUS          PIC X(02).
           88  WS-GRADE-OK              VALUE '00'.
       01  WS-GRADES-SW             PIC X(01)   VALUE 'N'.
           88  WS-HAVE-GRADES           VALUE 'Y'.
       01  WS-COURSE-STATUS         PIC X(02).
           88  WS-COURSE-OK             VALUE '00'.
       01  WS-REG-STATUS            PIC X(02).
           88  WS-REG-OK                VALUE '00'.
       01  WS-REGISTER-SW           PIC X(01)   VALUE 'N'.
           88  WS-HAVE-REGISTER         VALUE 'Y'.
       01  WS-TERM-STATUS           PIC X(02).
           88  WS-TERM-OK               VALUE '00'.
       01  WS-TERMS-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-TERMS            VALUE 'Y'.
       01  WS-SHEET-STATUS          PIC X(02).
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-PARM-STATUS           PIC X(02).
       01  WS-JRNL-STATUS           PIC X(02).
       01  WS-INIT-OK-SW            PIC X(01)   VALUE 'Y'.
           88  WS-INIT-OK               VALUE 'Y'.
       01  WS-BATCH-SW              PIC X(01)   VALUE 'N'.
           88  WS-BATCH-MODE            VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01)   VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       01  WS-VALID-SW              PIC X(01)   VALUE 'Y'.
           88  WS-VALID-ROW             VALUE 'Y'.
       01  WS-ENROLLED-SW           PIC X(01)   VALUE 'N'.
           88  WS-IS-ENROLLED           VALUE 'Y'.
       01  WS-PHASE                 PIC X(01).
           88  WS-PHASE-EDIT            VALUE 'E'.
           88  WS-PHASE-APPLY           VALUE 'A'.
       01  WS-SHEET-OPEN-SW         PIC X(01)   VALUE 'N'.
           88  WS-SHEET-OPEN            VALUE 'Y'.
       01  WS-REJECT-REASON         PIC X(20).
       01  WS-SHEET-REASON          PIC X(20)   VALUE SPACES.

       01  WS-CUR-FACULTY           PIC X(08)   VALUE SPACES.
       01  WS-CUR-TERM              PIC X(06)   VALUE SPACES.
       01  WS-CUR-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-CUR-COURSE            PIC X(10)   VALUE SPACES.
       01  WS-CUR-EXPECTED          PIC 9(05)   VALUE ZERO.
       01  WS-SHEET-ROWS            PIC 9(05) COMP VALUE ZERO.
       01  WS-SHEET-APPLIED         PIC 9(05) COMP VALUE ZERO.
       01  WS-SHEET-REJECTED        PIC 9(05) COMP VALUE ZERO.

       01  WS-SHEET-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-APPLIED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-REJECT-COUNT          PIC 9(05) COMP VALUE ZERO.

       01  WS-CHK-DATE              PIC 9(08).
       01  WS-CHK-DATE-R  REDEFINES WS-CHK-DATE.
           05  WS-CHK-YYYY          PIC 9(04).
           05  WS-CHK-MM            PIC 9(02).
           05  WS-CHK-DD            PIC 9(02).

       01  WS-JRNL-TODAY            PIC 9(08).
       01  WS-JRNL-DATE-R  REDEFINES WS-JRNL-TODAY.
           05  WS-JRNL-YY           PIC 9(04).
           05  WS-JRNL-MM           PIC 9(02).
           05  WS-JRNL-DD           PIC 9(02).
       01  WS-JRNL-NOW.
           05  WS-JRNL-TIME         PIC 9(06).
           05  FILLER               PIC 9(02).
       01  WS-JRNL-ACTION           PIC X(03).
       01  WS-JRNL-KEY              PIC X(21).
       01  WS-BEFORE-IMAGE          PIC X(50).
       01  WS-AFTER-IMAGE           PIC X(50).

       01  WS-HOLD-SW               PIC X(01)   VALUE 'N'.
           88  WS-HAVE-HOLD             VALUE 'Y'.

       77  WS-USER-ID               PIC X(08).
       77  PASS                     PIC X(10).
       COPY LOGINLNK.
       COPY LOCKLNK.

       01  WS-PAGE-NO               PIC 9(03) COMP VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-LINES-PER-PAGE        PIC 9(03) COMP VALUE 40.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(04).
           05  WS-RUN-MM            PIC 9(02).
           05  WS-RUN-DD            PIC 9(02).
       01  WS-RUN-DATE-N  REDEFINES WS-RUN-DATE PIC 9(08).

       01  WS-HDR-1.
           05  FILLER               PIC X(25) VALUE SPACES.
           05  FILLER               PIC X(24) VALUE
               "ATTENDANCE LOAD PROOF".
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
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE "PHASE ".
           05  WS-HDR-PHASE         PIC X(05).

       01  WS-SHEET-LINE.
           05  FILLER               PIC X(08) VALUE "TEACHER ".
           05  WS-SHT-FACULTY       PIC X(08).
           05  FILLER               PIC X(06) VALUE " TERM ".
           05  WS-SHT-TERM          PIC X(06).
           05  FILLER               PIC X(06) VALUE " DATE ".
           05  WS-SHT-DATE          PIC X(08).
           05  FILLER               PIC X(08) VALUE " COURSE ".
           05  WS-SHT-COURSE        PIC X(10).
           05  FILLER               PIC X(10) VALUE " EXPECTED ".
           05  WS-SHT-EXPECTED      PIC ZZZZ9.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ID            PIC X(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-CODE          PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-VERDICT       PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-REASON        PIC X(20).

       01  WS-COUNT-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CNT-LABEL         PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-CNT-VALUE         PIC ZZZZ9.

       01  WS-WARN-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-WARN-TEXT         PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF LOGIN-OK
               IF WS-INIT-OK
                   PERFORM 3000-PROCESS-LINE THRU 3000-EXIT
                       UNTIL WS-EOF
                   IF WS-SHEET-OPEN
                       PERFORM 3500-SHEET-TOTALS THRU 3500-EXIT
                   END-IF
                   PERFORM 4000-FINISH THRU 4000-EXIT
               ELSE
                   DISPLAY "ATTENDANCE LOAD ABORTED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "CONTRASENA INCORRECTA"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - log in (parm file or prompt), settle the *
      *  phase, open the masters, the sheet file and the proof       *
      *  report.  ATTEND.DAT is only opened for update in the apply *
      *  phase.  The enrollment check needs GRADES.DAT or           *
      *  REGISTER.DAT; with neither there is nothing to check a     *
      *  row against and the run stops.                              *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-GET-CREDENTIALS THRU 1010-EXIT

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "ATTLOAD" TO LOGIN-PROGRAM
           CALL "LOGINCHK" USING LOGIN-CONTROL

           IF NOT LOGIN-OK
               GO TO 1000-EXIT
           END-IF

           EVALUATE WS-PHASE
               WHEN 'E' WHEN 'e'
                   MOVE 'E' TO WS-PHASE
               WHEN 'A' WHEN 'a'
                   MOVE 'A' TO WS-PHASE
               WHEN OTHER
                   MOVE 'N' TO WS-INIT-OK-SW
                   DISPLAY "PHASE MUST BE E (EDIT) OR A (APPLY)"
                   GO TO 1000-EXIT
           END-EVALUATE

           IF WS-PHASE-APPLY
               PERFORM 1020-ACQUIRE-HOLD THRU 1020-EXIT
               IF NOT WS-HAVE-HOLD
                   MOVE 'N' TO WS-INIT-OK-SW
                   GO TO 1000-EXIT
               END-IF
           END-IF

           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-OK
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "CONES.DAT COULD NOT BE OPENED - STATUS "
                   WS-STUDENT-STATUS
           END-IF

           IF WS-PHASE-APPLY
               OPEN I-O ATTEND-FILE
               IF WS-ATT-NOT-OPEN
                   OPEN OUTPUT ATTEND-FILE
                   CLOSE ATTEND-FILE
                   OPEN I-O ATTEND-FILE
               END-IF
           ELSE
               OPEN INPUT ATTEND-FILE
               IF WS-ATT-NOT-OPEN
                   OPEN OUTPUT ATTEND-FILE
                   CLOSE ATTEND-FILE
                   OPEN INPUT ATTEND-FILE
               END-IF
           END-IF
           IF NOT WS-ATT-OK
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "ATTEND.DAT COULD NOT BE OPENED - STATUS "
                   WS-ATT-STATUS
           END-IF

           OPEN INPUT COURSES-FILE
           IF NOT WS-COURSE-OK
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "COURSES.DAT COULD NOT BE OPENED - STATUS "
                   WS-COURSE-STATUS
               DISPLAY "RUN CRSMAINT TO BUILD THE COURSE CATALOG"
           END-IF

           OPEN INPUT GRADES-FILE
           IF WS-GRADE-OK
               MOVE 'Y' TO WS-GRADES-SW
           END-IF

           OPEN INPUT REGISTER-FILE
           IF WS-REG-OK
               MOVE 'Y' TO WS-REGISTER-SW
           END-IF

           IF NOT WS-HAVE-GRADES AND NOT WS-HAVE-REGISTER
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "NEITHER GRADES.DAT NOR REGISTER.DAT COULD BE "
                   "OPENED - NO ENROLLMENT TO CHECK AGAINST"
           END-IF

           OPEN INPUT TERMS-FILE
           IF WS-TERM-OK
               MOVE 'Y' TO WS-TERMS-SW
           END-IF

           OPEN INPUT SHEET-FILE
           IF WS-SHEET-STATUS NOT = '00'
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "ATTSHEET.DAT COULD NOT BE OPENED - STATUS "
                   WS-SHEET-STATUS
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "ATTPROOF.DAT COULD NOT BE OPENED - STATUS "
                   WS-REPORT-STATUS
           END-IF

           IF WS-INIT-OK
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1010-GET-CREDENTIALS - ATTLPARM.DAT present means an       *
      *  unattended (scheduled) run: user ID, password and the      *
      *  E/A phase come from it.  Otherwise prompt the operator.    *
      *-----------------------------------------------------------*
       1010-GET-CREDENTIALS.
           MOVE 'N' TO WS-BATCH-SW
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               MOVE 'Y' TO WS-BATCH-SW
               READ PARM-FILE
               CLOSE PARM-FILE
               MOVE PARM-USER-ID TO WS-USER-ID
               MOVE PARM-PASSWORD TO PASS
               MOVE PARM-PHASE TO WS-PHASE
               DISPLAY "ATTLOAD - UNATTENDED BATCH RUN"
           ELSE
               DISPLAY "ATTENDANCE LOAD - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
               DISPLAY "PHASE - E)DIT ONLY OR A)PPLY ? "
                   WITH NO ADVANCING
               ACCEPT WS-PHASE
           END-IF.

       1010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1020-ACQUIRE-HOLD - the apply phase takes a B hold on      *
      *  ATTEND.DAT through FILELOCK; the edit phase only reads,    *
      *  so it runs regardless.  An operator sitting in ATTMAINT    *
      *  keeps the apply out rather than interleave with it.         *
      *-----------------------------------------------------------*
       1020-ACQUIRE-HOLD.
           MOVE 'ATTEND' TO LKC-MASTER
           MOVE 'B' TO LKC-TYPE
           MOVE 'A' TO LKC-ACTION
           MOVE 'ATTLOAD' TO LKC-PROGRAM
           MOVE LOGIN-USER-ID TO LKC-USER
           CALL "FILELOCK" USING LOCK-CONTROL
           IF LOCK-GRANTED
               MOVE 'Y' TO WS-HOLD-SW
           ELSE
               DISPLAY "ATTEND.DAT IS HELD BY A MAINTENANCE SCREEN -"
               DISPLAY "HELD BY " LKC-HOLDER
               DISPLAY "RUN REFUSED - CLOSE THE SCREEN (OR FREE A"
               DISPLAY "STALE HOLD VIA USRMAINT) AND RERUN"
           END-IF.

       1020-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-WRITE-HEADING - start a new proof-report page.        *
      *-----------------------------------------------------------*
       2000-WRITE-HEADING.
           ADD 1 TO WS-PAGE-NO
           MOVE ZERO TO WS-LINE-COUNT

           MOVE WS-PAGE-NO TO WS-HDR-PAGE
           WRITE REPORT-LINE FROM WS-HDR-1

           MOVE WS-RUN-YYYY TO WS-HDR-YYYY
           MOVE WS-RUN-MM TO WS-HDR-MM
           MOVE WS-RUN-DD TO WS-HDR-DD
           IF WS-PHASE-APPLY
               MOVE 'APPLY' TO WS-HDR-PHASE
           ELSE
               MOVE 'EDIT' TO WS-HDR-PHASE
           END-IF
           WRITE REPORT-LINE FROM WS-HDR-2

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-PROCESS-LINE - read the next sheet line: an H opens   *
      *  a new sheet (closing out the previous one's totals), a D   *
      *  is one student's mark, anything else is rejected on sight. *
      *-----------------------------------------------------------*
       3000-PROCESS-LINE.
           READ SHEET-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3000-EXIT
           END-READ

           EVALUATE SHEET-H-TYPE
               WHEN 'H'
                   PERFORM 3100-NEW-SHEET THRU 3100-EXIT
               WHEN 'D'
                   PERFORM 3200-PROCESS-DETAIL THRU 3200-EXIT
               WHEN OTHER
                   ADD 1 TO WS-READ-COUNT
                   ADD 1 TO WS-REJECT-COUNT
                   ADD 1 TO WS-SHEET-REJECTED
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'BAD ROW TYPE' TO WS-REJECT-REASON
                   PERFORM 3250-WRITE-PROOF-LINE THRU 3250-EXIT
           END-EVALUATE.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-NEW-SHEET - close out the previous sheet's totals     *
      *  and open the new one on the proof report.  The header is   *
      *  checked once, here; a bad header rejects every row under   *
      *  it with the header's reason.                                *
      *-----------------------------------------------------------*
       3100-NEW-SHEET.
           IF WS-SHEET-OPEN
               PERFORM 3500-SHEET-TOTALS THRU 3500-EXIT
           END-IF

           ADD 1 TO WS-SHEET-COUNT
           MOVE 'Y' TO WS-SHEET-OPEN-SW
           MOVE SHEET-FACULTY TO WS-CUR-FACULTY
           MOVE SHEET-TERM TO WS-CUR-TERM
           MOVE SHEET-COURSE TO WS-CUR-COURSE
           IF SHEET-DATE IS NUMERIC
               MOVE SHEET-DATE TO WS-CUR-DATE
           ELSE
               MOVE ZERO TO WS-CUR-DATE
           END-IF
           IF SHEET-EXPECTED IS NUMERIC
               MOVE SHEET-EXPECTED TO WS-CUR-EXPECTED
           ELSE
               MOVE ZERO TO WS-CUR-EXPECTED
           END-IF
           MOVE ZERO TO WS-SHEET-ROWS
           MOVE ZERO TO WS-SHEET-APPLIED
           MOVE ZERO TO WS-SHEET-REJECTED

           PERFORM 3150-CHECK-HEADER THRU 3150-EXIT

           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CUR-FACULTY TO WS-SHT-FACULTY
           MOVE WS-CUR-TERM TO WS-SHT-TERM
           MOVE SHEET-DATE TO WS-SHT-DATE
           MOVE WS-CUR-COURSE TO WS-SHT-COURSE
           MOVE WS-CUR-EXPECTED TO WS-SHT-EXPECTED
           WRITE REPORT-LINE FROM WS-SHEET-LINE
           ADD 2 TO WS-LINE-COUNT
           IF WS-SHEET-REASON NOT = SPACES
               MOVE SPACES TO WS-WARN-TEXT
               STRING '** SHEET REJECTED - ' DELIMITED BY SIZE
                      WS-SHEET-REASON DELIMITED BY SIZE
                      INTO WS-WARN-TEXT
               WRITE REPORT-LINE FROM WS-WARN-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3150-CHECK-HEADER - the sheet's date must be a real        *
      *  YYYYMMDD no later than today, the course an active catalog *
      *  row and the term non-blank.  With a term calendar the term *
      *  must be on it and the date inside its start and end dates. *
      *-----------------------------------------------------------*
       3150-CHECK-HEADER.
           MOVE SPACES TO WS-SHEET-REASON

           IF WS-CUR-TERM = SPACES
               MOVE 'BLANK TERM' TO WS-SHEET-REASON
               GO TO 3150-EXIT
           END-IF

           MOVE WS-CUR-DATE TO WS-CHK-DATE
           IF WS-CHK-YYYY < 1900
                   OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
                   OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
               MOVE 'BAD CLASS DATE' TO WS-SHEET-REASON
               GO TO 3150-EXIT
           END-IF
           IF WS-CUR-DATE > WS-RUN-DATE-N
               MOVE 'DATE IN THE FUTURE' TO WS-SHEET-REASON
               GO TO 3150-EXIT
           END-IF

           IF WS-CUR-COURSE = SPACES
               MOVE 'BLANK COURSE' TO WS-SHEET-REASON
               GO TO 3150-EXIT
           END-IF
           MOVE WS-CUR-COURSE TO COURSE-CODE
           READ COURSES-FILE
               INVALID KEY
                   MOVE 'COURSE NOT IN CATALOG' TO WS-SHEET-REASON
                   GO TO 3150-EXIT
           END-READ
           IF NOT COURSE-ACTIVE
               MOVE 'COURSE INACTIVE' TO WS-SHEET-REASON
               GO TO 3150-EXIT
           END-IF

           IF NOT WS-HAVE-TERMS
               GO TO 3150-EXIT
           END-IF
           MOVE WS-CUR-TERM TO TERM-CODE
           READ TERMS-FILE
               INVALID KEY
                   MOVE 'TERM NOT ON CALENDAR' TO WS-SHEET-REASON
                   GO TO 3150-EXIT
           END-READ
           IF WS-CUR-DATE < TERM-START-DATE
                   OR WS-CUR-DATE > TERM-END-DATE
               MOVE 'DATE OUTSIDE TERM' TO WS-SHEET-REASON
           END-IF.

       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-PROCESS-DETAIL - one student's mark: validate it,     *
      *  apply it when this is the apply phase, and write its proof *
      *  line either way.                                            *
      *-----------------------------------------------------------*
       3200-PROCESS-DETAIL.
           ADD 1 TO WS-READ-COUNT
           ADD 1 TO WS-SHEET-ROWS

           PERFORM 3300-VALIDATE-ROW THRU 3300-EXIT
           IF WS-VALID-ROW AND WS-PHASE-APPLY
               PERFORM 3400-APPLY-ROW THRU 3400-EXIT
           END-IF

           IF WS-VALID-ROW
               ADD 1 TO WS-SHEET-APPLIED
               IF WS-PHASE-APPLY
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-SHEET-REJECTED
           END-IF

           PERFORM 3250-WRITE-PROOF-LINE THRU 3250-EXIT.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3250-WRITE-PROOF-LINE - one sheet row on the proof report  *
      *  with its verdict and, for a reject, the reason.            *
      *-----------------------------------------------------------*
       3250-WRITE-PROOF-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF

           MOVE SHEET-STUDENT-ID TO WS-DTL-ID
           MOVE SHEET-CODE TO WS-DTL-CODE
           IF WS-VALID-ROW
               IF WS-PHASE-APPLY
                   MOVE 'APPLIED' TO WS-DTL-VERDICT
               ELSE
                   MOVE 'OK' TO WS-DTL-VERDICT
               END-IF
               MOVE SPACES TO WS-DTL-REASON
           ELSE
               MOVE 'REJECT' TO WS-DTL-VERDICT
               MOVE WS-REJECT-REASON TO WS-DTL-REASON
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3300-VALIDATE-ROW - the row must sit under a good sheet    *
      *  header, carry a known code, name a student on CONES.DAT    *
      *  who is STUDENT-ACTIVE and enrolled in the sheet's course   *
      *  that term, and not already be on ATTEND.DAT.                *
      *-----------------------------------------------------------*
       3300-VALIDATE-ROW.
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT WS-SHEET-OPEN
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NO SHEET HEADER' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF

           IF WS-SHEET-REASON NOT = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE WS-SHEET-REASON TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF

           IF SHEET-STUDENT-ID IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NON-NUMERIC ID' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF

           IF SHEET-STUDENT-ID = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ZERO ID' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF

           MOVE SHEET-CODE TO ATT-CODE
           IF NOT ATT-CODE-VALID
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BAD ATTENDANCE CODE' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF

           MOVE SHEET-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'STUDENT NOT ON FILE' TO WS-REJECT-REASON
                   GO TO 3300-EXIT
           END-READ
           IF NOT STUDENT-ACTIVE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'STUDENT NOT ACTIVE' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF

           PERFORM 3310-CHECK-ENROLLED THRU 3310-EXIT
           IF NOT WS-IS-ENROLLED
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NOT ENROLLED' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF

           MOVE SHEET-STUDENT-ID TO ATT-STUDENT-ID
           MOVE WS-CUR-DATE TO ATT-DATE
           MOVE WS-CUR-COURSE TO ATT-COURSE
           READ ATTEND-FILE
               INVALID KEY
                   GO TO 3300-EXIT
           END-READ
           MOVE 'N' TO WS-VALID-SW
           MOVE 'ALREADY ON FILE' TO WS-REJECT-REASON.

       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3310-CHECK-ENROLLED - the student is enrolled in the       *
      *  sheet's course that term when GRADES.DAT carries the       *
      *  enrollment row, or - for a term still in progress, before  *
      *  any grade is in - REGISTER.DAT holds an enrolled seat (a   *
      *  waitlist place does not count).                             *
      *-----------------------------------------------------------*
       3310-CHECK-ENROLLED.
           MOVE 'N' TO WS-ENROLLED-SW

           IF WS-HAVE-GRADES
               MOVE SHEET-STUDENT-ID TO GRADE-STUDENT-ID
               MOVE WS-CUR-TERM TO GRADE-TERM
               MOVE WS-CUR-COURSE TO GRADE-COURSE
               READ GRADES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ENROLLED-SW
                       GO TO 3310-EXIT
               END-READ
           END-IF

           IF WS-HAVE-REGISTER
               MOVE SHEET-STUDENT-ID TO REG-STUDENT-ID
               MOVE WS-CUR-TERM TO REG-TERM
               MOVE WS-CUR-COURSE TO REG-COURSE
               READ REGISTER-FILE
                   INVALID KEY
                       GO TO 3310-EXIT
               END-READ
               IF REG-ENROLLED
                   MOVE 'Y' TO WS-ENROLLED-SW
               END-IF
           END-IF.

       3310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3400-APPLY-ROW - WRITE the validated mark to the master    *
      *  and journal it.  A duplicate slipping past the edit (the   *
      *  same student twice on one sheet) is caught here as a       *
      *  reject, not a crash.                                        *
      *-----------------------------------------------------------*
       3400-APPLY-ROW.
           MOVE SPACES TO ATT-RECORD
           MOVE SHEET-STUDENT-ID TO ATT-STUDENT-ID
           MOVE WS-CUR-DATE TO ATT-DATE
           MOVE WS-CUR-COURSE TO ATT-COURSE
           MOVE WS-CUR-TERM TO ATT-TERM
           MOVE SHEET-CODE TO ATT-CODE
           MOVE WS-CUR-FACULTY TO ATT-RECORDED-BY

           WRITE ATT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'ALREADY ON FILE' TO WS-REJECT-REASON
                   GO TO 3400-EXIT
           END-WRITE

           MOVE 'ADD' TO WS-JRNL-ACTION
           MOVE ATT-KEY TO WS-JRNL-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE ATT-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3500-SHEET-TOTALS - close one sheet on the proof report:   *
      *  rows read, applied (or clean, in the edit phase) and       *
      *  rejected, plus a warning when the row count does not       *
      *  match the header's expected count.                         *
      *-----------------------------------------------------------*
       3500-SHEET-TOTALS.
           MOVE 'ROWS ON SHEET          :' TO WS-CNT-LABEL
           MOVE WS-SHEET-ROWS TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT

           IF WS-PHASE-APPLY
               MOVE 'ROWS APPLIED           :' TO WS-CNT-LABEL
           ELSE
               MOVE 'ROWS CLEAN             :' TO WS-CNT-LABEL
           END-IF
           MOVE WS-SHEET-APPLIED TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT

           MOVE 'ROWS REJECTED          :' TO WS-CNT-LABEL
           MOVE WS-SHEET-REJECTED TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT

           IF WS-SHEET-ROWS NOT = WS-CUR-EXPECTED
               MOVE SPACES TO WS-WARN-TEXT
               STRING '** ROW COUNT DOES NOT MATCH THE EXPECTED '
                          DELIMITED BY SIZE
                      'COUNT ON THE HEADER' DELIMITED BY SIZE
                      INTO WS-WARN-TEXT
               IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
                   PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
               END-IF
               WRITE REPORT-LINE FROM WS-WARN-LINE
               ADD 1 TO WS-LINE-COUNT
               DISPLAY "WARNING - SHEET FROM " WS-CUR-FACULTY
                   " FOR " WS-CUR-COURSE " HAS " WS-SHEET-ROWS
                   " ROWS, HEADER SAYS " WS-CUR-EXPECTED
           END-IF

           MOVE 'N' TO WS-SHEET-OPEN-SW.

       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3550-WRITE-COUNT-LINE - one labelled count, page-checked.  *
      *-----------------------------------------------------------*
       3550-WRITE-COUNT-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           ADD 1 TO WS-LINE-COUNT.

       3550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-FINISH - the run's control totals, on the report and  *
      *  the console.                                                *
      *-----------------------------------------------------------*
       4000-FINISH.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SHEETS READ            :' TO WS-CNT-LABEL
           MOVE WS-SHEET-COUNT TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
           MOVE 'MARKS READ             :' TO WS-CNT-LABEL
           MOVE WS-READ-COUNT TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
           MOVE 'MARKS APPLIED          :' TO WS-CNT-LABEL
           MOVE WS-APPLIED-COUNT TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
           MOVE 'MARKS REJECTED         :' TO WS-CNT-LABEL
           MOVE WS-REJECT-COUNT TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
           CLOSE REPORT-FILE

           DISPLAY " "
           IF WS-PHASE-APPLY
               DISPLAY "ATTLOAD APPLY COMPLETE - SEE ATTPROOF.DAT"
           ELSE
               DISPLAY "ATTLOAD EDIT COMPLETE - NOTHING APPLIED"
               DISPLAY "SEE ATTPROOF.DAT FOR THE PROOF REPORT"
           END-IF
           DISPLAY "SHEETS READ      : " WS-SHEET-COUNT
           DISPLAY "ROWS READ        : " WS-READ-COUNT
           DISPLAY "ROWS APPLIED     : " WS-APPLIED-COUNT
           DISPLAY "ROWS REJECTED    : " WS-REJECT-COUNT.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-WRITE-JOURNAL - append one before/after line to the   *
      *  shared change journal, the same open-EXTEND-or-create way  *
      *  LOGINCHK appends to AUDIT.LOG.  The caller has set the     *
      *  action, key and both images before coming here.             *
      *-----------------------------------------------------------*
       7000-WRITE-JOURNAL.
           ACCEPT WS-JRNL-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-JRNL-NOW FROM TIME

           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-STATUS = '05' OR WS-JRNL-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY "WARNING - JOURNAL.DAT NOT WRITTEN - STATUS "
                   WS-JRNL-STATUS
               GO TO 7000-EXIT
           END-IF

           MOVE SPACES TO JOURNAL-RECORD
           STRING WS-JRNL-YY  DELIMITED BY SIZE '-' DELIMITED BY SIZE
                  WS-JRNL-MM  DELIMITED BY SIZE '-' DELIMITED BY SIZE
                  WS-JRNL-DD  DELIMITED BY SIZE
                  INTO JRNL-DATE
           MOVE WS-JRNL-TIME TO JRNL-TIME
           MOVE 'ATTLOAD' TO JRNL-PROGRAM
           MOVE LOGIN-USER-ID TO JRNL-USER-ID
           MOVE WS-JRNL-ACTION TO JRNL-ACTION
           MOVE WS-JRNL-KEY TO JRNL-KEY
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
           MOVE WS-AFTER-IMAGE TO JRNL-AFTER

           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE - close whatever actually opened.           *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-STUDENT-STATUS = '00' OR WS-STUDENT-STATUS = '10'
                   OR WS-STUDENT-STATUS = '23'
               CLOSE STUDENT
           END-IF
           IF WS-ATT-STATUS = '00' OR WS-ATT-STATUS = '10'
                   OR WS-ATT-STATUS = '22' OR WS-ATT-STATUS = '23'
               CLOSE ATTEND-FILE
           END-IF
           IF WS-COURSE-STATUS = '00' OR WS-COURSE-STATUS = '10'
                   OR WS-COURSE-STATUS = '23'
               CLOSE COURSES-FILE
           END-IF
           IF WS-HAVE-GRADES
               CLOSE GRADES-FILE
           END-IF
           IF WS-HAVE-REGISTER
               CLOSE REGISTER-FILE
           END-IF
           IF WS-HAVE-TERMS
               CLOSE TERMS-FILE
           END-IF
           IF WS-SHEET-STATUS = '00' OR WS-SHEET-STATUS = '10'
               CLOSE SHEET-FILE
           END-IF
           IF WS-HAVE-HOLD
               MOVE 'R' TO LKC-ACTION
               CALL "FILELOCK" USING LOCK-CONTROL
           END-IF.

       9000-EXIT.
           EXIT.
