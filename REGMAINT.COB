      ******************************************************************
      * Program:      REGMAINT
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Registration screen - enrolls students in and
      *               drops them from the class sections on
      *               SECTIONS.DAT (see SECMAINT), keeping one
      *               REGISTER.DAT row per student/term/course (see
      *               REGREC.CPY).  An enrollment is refused when the
      *               student is not on CONES.DAT and STUDENT-ACTIVE,
      *               is already registered for the course that term,
      *               or already holds a seat in another section
      *               whose meeting slot overlaps this one.  A full
      *               section is refused too, but the operator can
      *               put the student on that section's waitlist
      *               instead.  When a seat comes free - a drop, or
      *               SECMAINT raising the capacity followed by
      *               W)AITLIST here - the waitlist is worked in the
      *               order it was joined and the first students who
      *               are still active and have no clash get the
      *               seats.  A drop is refused once a grade has been
      *               posted for the enrollment.  L)IST prints the
      *               class list of one section, one course or a
      *               whole term to CLASSLST.DAT, a page per
      *               section.  GRDMAINT and GRDLOAD only take a
      *               grade for an enrollment registered here.
      *               Every registration row written, promoted or
      *               dropped, and every seat count changed, is
      *               journaled to JOURNAL.DAT.
      * Tectonics:    cobc -x REGMAINT.COB LOGINCHK.COB FILELOCK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      *   15/10/26  PILLOS  Also holds SECTIONS.DAT, whose seat counts
      *                     it rewrites; a drop checks the STUDENT-ID
      *                     the way an enrollment does.
      *   15/10/26  PILLOS  Seat-count rewrites of SECTIONS.DAT are
      *                     journaled too, and every journal line names
      *                     its master (REGISTER or SECTIONS).  An
      *                     enrollment first fills the section's free
      *                     seats from its waitlist, so a walk-up no
      *                     longer takes a seat ahead of the queue.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO 'REGISTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY
               ALTERNATE RECORD KEY IS REG-SECT-KEY WITH DUPLICATES
               FILE STATUS IS WS-REG-STATUS.

           SELECT SECTIONS-FILE ASSIGN TO 'SECTIONS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SECT-KEY
               FILE STATUS IS WS-SECT-STATUS.

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

           SELECT COURSES-FILE ASSIGN TO 'COURSES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'CLASSLST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT SIGNON-FILE ASSIGN TO 'SIGNON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
           COPY REGREC.

       FD  SECTIONS-FILE.
           COPY SECTREC.

       FD  STUDENT.
           COPY STUDENT.

       FD  GRADES-FILE.
           COPY GRADEREC.

       FD  COURSES-FILE.
           COPY CRSREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  SIGNON-FILE.
           COPY SGNREC.

       WORKING-STORAGE SECTION.
       01  WS-REG-STATUS            PIC X(02).
           88  WS-REG-OK                VALUE '00'.
           88  WS-REG-NOT-OPEN          VALUE '35'.
       01  WS-SECT-STATUS           PIC X(02).
           88  WS-SECT-OK               VALUE '00'.
       01  WS-STUDENT-STATUS        PIC X(02).
           88  WS-STUDENT-OK            VALUE '00'.
       01  WS-GRADE-STATUS          PIC X(02).
           88  WS-GRADE-OK              VALUE '00'.
       01  WS-COURSE-STATUS         PIC X(02).
           88  WS-COURSE-OK             VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-JRNL-STATUS           PIC X(02).
       01  WS-SIGNON-STATUS         PIC X(02).

       01  WS-INIT-OK-SW            PIC X(01)   VALUE 'Y'.
           88  WS-INIT-OK               VALUE 'Y'.
       01  WS-REGISTER-SW           PIC X(01)   VALUE 'N'.
           88  WS-HAVE-REGISTER         VALUE 'Y'.
       01  WS-SECTIONS-SW           PIC X(01)   VALUE 'N'.
           88  WS-HAVE-SECTIONS         VALUE 'Y'.
       01  WS-STUDENT-SW            PIC X(01)   VALUE 'N'.
           88  WS-HAVE-STUDENT          VALUE 'Y'.
       01  WS-GRADES-SW             PIC X(01)   VALUE 'N'.
           88  WS-HAVE-GRADES           VALUE 'Y'.
       01  WS-CATALOG-SW            PIC X(01)   VALUE 'N'.
           88  WS-HAVE-CATALOG          VALUE 'Y'.
       01  WS-DONE-SW               PIC X(01)   VALUE 'N'.
           88  WS-DONE                  VALUE 'Y'.
       01  WS-OPCION                PIC X(01).
       01  WS-VALID-SW              PIC X(01)   VALUE 'Y'.
           88  WS-VALID-ROW             VALUE 'Y'.
       01  WS-FOUND-SW              PIC X(01)   VALUE 'N'.
           88  WS-FOUND                 VALUE 'Y'.
       01  WS-SCAN-DONE-SW          PIC X(01)   VALUE 'N'.
           88  WS-SCAN-DONE             VALUE 'Y'.
       01  WS-CLASH-SW              PIC X(01)   VALUE 'N'.
           88  WS-CLASH                 VALUE 'Y'.
       01  WS-LIST-DONE-SW          PIC X(01)   VALUE 'N'.
           88  WS-LIST-DONE             VALUE 'Y'.
       01  WS-ROSTER-DONE-SW        PIC X(01)   VALUE 'N'.
           88  WS-ROSTER-DONE           VALUE 'Y'.

      *    The enrollment or drop being keyed.
       01  WS-ENR-ID                PIC 9(05).
       01  WS-ENR-TERM              PIC X(06).
       01  WS-ENR-COURSE            PIC X(10).
       01  WS-ENR-SECTION           PIC X(03).

      *    The section being filled or checked against - saved off
      *    the master because the clash check reads other sections
      *    into the same record area.
       01  WS-TGT-KEY.
           05  WS-TGT-TERM          PIC X(06).
           05  WS-TGT-COURSE        PIC X(10).
           05  WS-TGT-SECTION       PIC X(03).
       01  WS-TGT-DAYS              PIC X(07).
       01  WS-TGT-DAY-TABLE  REDEFINES WS-TGT-DAYS.
           05  WS-TGT-DAY           PIC X(01) OCCURS 7 TIMES.
       01  WS-TGT-START             PIC 9(04).
       01  WS-TGT-END               PIC 9(04).
       01  WS-TGT-CAPACITY          PIC 9(03).
       01  WS-TGT-ENROLLED          PIC 9(03).

      *    Clash check - the student being placed and, on a clash,
      *    the section already holding them at that hour.
       01  WS-CHK-ID                PIC 9(05).
       01  WS-CLASH-COURSE          PIC X(10).
       01  WS-CLASH-SECTION         PIC X(03).
       01  WS-DAY-IX                PIC 9(02) COMP VALUE ZERO.

      *    Waitlist of the section being filled, in joining order.
       01  WS-LAST-SEQ              PIC 9(05)      VALUE ZERO.
       01  WS-NEXT-SEQ              PIC 9(05)      VALUE ZERO.
       01  WS-WAIT-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-WAIT-MAX              PIC 9(03) COMP VALUE 200.
       01  WS-IX                    PIC 9(03) COMP VALUE ZERO.
       01  WS-WAIT-TABLE.
           05  WS-WAIT-ID           PIC 9(05) OCCURS 200 TIMES.
       01  WS-PROMOTED-COUNT        PIC 9(03) COMP VALUE ZERO.
       01  WS-WAS-ENROLLED-SW       PIC X(01)   VALUE 'N'.
           88  WS-WAS-ENROLLED          VALUE 'Y'.

      *    Class-list selection and counts.
       01  WS-LST-TERM              PIC X(06).
       01  WS-LST-COURSE            PIC X(10).
       01  WS-LST-SECTION           PIC X(03).
       01  WS-SECTION-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-LST-ENROLLED          PIC 9(05) COMP VALUE ZERO.
       01  WS-LST-WAITING           PIC 9(05) COMP VALUE ZERO.

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
       01  WS-JRNL-MASTER           PIC X(08)   VALUE SPACES.
       01  WS-BEFORE-IMAGE          PIC X(50).
       01  WS-AFTER-IMAGE           PIC X(50).

       01  WS-HOLD-SW               PIC X(01)   VALUE 'N'.
           88  WS-HAVE-HOLD             VALUE 'Y'.
       01  WS-REG-HOLD-SW           PIC X(01)   VALUE 'N'.
           88  WS-HAVE-REG-HOLD         VALUE 'Y'.

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

       01  WS-HDR-1.
           05  FILLER               PIC X(30) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "CLASS LIST".
           05  FILLER               PIC X(29) VALUE SPACES.
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
           05  FILLER               PIC X(05) VALUE "TERM ".
           05  WS-HDR-TERM          PIC X(06).

       01  WS-SECT-LINE-1.
           05  FILLER               PIC X(07) VALUE "COURSE ".
           05  WS-SL1-COURSE        PIC X(10).
           05  FILLER               PIC X(10) VALUE "  SECTION ".
           05  WS-SL1-SECTION       PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-SL1-TITLE         PIC X(30).
       01  WS-SECT-LINE-2.
           05  FILLER               PIC X(11) VALUE "INSTRUCTOR ".
           05  WS-SL2-INSTRUCTOR    PIC X(08).
           05  FILLER               PIC X(07) VALUE "  DAYS ".
           05  WS-SL2-DAYS          PIC X(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-SL2-START         PIC 9(04).
           05  FILLER               PIC X(01) VALUE "-".
           05  WS-SL2-END           PIC 9(04).
           05  FILLER               PIC X(11) VALUE "  CAPACITY ".
           05  WS-SL2-CAPACITY      PIC ZZ9.
       01  WS-COL-HDR.
           05  FILLER               PIC X(07) VALUE "ID".
           05  FILLER               PIC X(27) VALUE "NAME".
           05  FILLER               PIC X(08) VALUE "STATUS".
           05  FILLER               PIC X(06) VALUE "  POS".

       01  WS-DETAIL-LINE.
           05  WS-DTL-ID            PIC 9(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-NAME          PIC X(25).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-STATUS        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-POS           PIC ZZZZ9 BLANK WHEN ZERO.

       01  WS-COUNT-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CNT-LABEL         PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-CNT-VALUE         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1500-VALIDATE-LOGIN THRU 1500-EXIT
           IF LOGIN-OK
               PERFORM 1600-ACQUIRE-HOLD THRU 1600-EXIT
               IF WS-HAVE-HOLD
                   PERFORM 1000-INITIALIZE THRU 1000-EXIT
                   IF WS-INIT-OK
                       PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
                           UNTIL WS-DONE
                   END-IF
               END-IF
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           ELSE
               DISPLAY "CONTRASENA INCORRECTA"
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      *  1500-VALIDATE-LOGIN - the operator needs the same access   *
      *  GRDMAINT requires; a registration is what lets a grade in. *
      *-----------------------------------------------------------*
       1500-VALIDATE-LOGIN.
           OPEN INPUT SIGNON-FILE
           IF WS-SIGNON-STATUS = '00'
               READ SIGNON-FILE
               CLOSE SIGNON-FILE
               MOVE SIGNON-USER-ID TO WS-USER-ID
               MOVE SIGNON-PASSWORD TO PASS
           ELSE
               DISPLAY "REGISTRATION - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
           END-IF

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "REGMAINT" TO LOGIN-PROGRAM
           CALL "LOGINCHK" USING LOGIN-CONTROL.

       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1600-ACQUIRE-HOLD - register this screen's holds on the    *
      *  registration master and on the sections master, whose     *
      *  seat counts an enrollment or a drop rewrites.  Without     *
      *  both the screen is inquiries only.                          *
      *-----------------------------------------------------------*
       1600-ACQUIRE-HOLD.
           MOVE 'REGISTER' TO LKC-MASTER
           MOVE 'S' TO LKC-TYPE
           MOVE 'A' TO LKC-ACTION
           MOVE 'REGMAINT' TO LKC-PROGRAM
           MOVE LOGIN-USER-ID TO LKC-USER
           CALL "FILELOCK" USING LOCK-CONTROL
           IF LOCK-REFUSED
               DISPLAY "BATCH WINDOW OPEN, INQUIRIES ONLY"
               DISPLAY "REGISTER.DAT IS HELD BY " LKC-HOLDER
               GO TO 1600-EXIT
           END-IF
           MOVE 'Y' TO WS-REG-HOLD-SW

           MOVE 'SECTIONS' TO LKC-MASTER
           MOVE 'A' TO LKC-ACTION
           CALL "FILELOCK" USING LOCK-CONTROL
           IF LOCK-GRANTED
               MOVE 'Y' TO WS-HOLD-SW
           ELSE
               DISPLAY "BATCH WINDOW OPEN, INQUIRIES ONLY"
               DISPLAY "SECTIONS.DAT IS HELD BY " LKC-HOLDER
           END-IF.

       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - open the registration master, creating  *
      *  it the first time this program is ever run.  The sections *
      *  and CONES.DAT must already exist - there is nothing to     *
      *  register against without them.  GRADES.DAT (the drop      *
      *  check) and the catalog (course titles on the class list)  *
      *  are read-only and optional.                                *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O REGISTER-FILE
           IF WS-REG-NOT-OPEN
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN I-O REGISTER-FILE
           END-IF
           IF WS-REG-OK
               MOVE 'Y' TO WS-REGISTER-SW
           ELSE
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "REGISTER.DAT COULD NOT BE OPENED - STATUS "
                   WS-REG-STATUS
           END-IF

           OPEN I-O SECTIONS-FILE
           IF WS-SECT-OK
               MOVE 'Y' TO WS-SECTIONS-SW
           ELSE
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "SECTIONS.DAT COULD NOT BE OPENED - STATUS "
                   WS-SECT-STATUS
               DISPLAY "RUN SECMAINT TO SET UP THE TERM'S SECTIONS"
           END-IF

           OPEN INPUT STUDENT
           IF WS-STUDENT-OK
               MOVE 'Y' TO WS-STUDENT-SW
           ELSE
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "CONES.DAT COULD NOT BE OPENED - STATUS "
                   WS-STUDENT-STATUS
           END-IF

           OPEN INPUT GRADES-FILE
           IF WS-GRADE-OK
               MOVE 'Y' TO WS-GRADES-SW
           END-IF

           OPEN INPUT COURSES-FILE
           IF WS-COURSE-OK
               MOVE 'Y' TO WS-CATALOG-SW
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESS-MENU - one pass through the registration menu *
      *-----------------------------------------------------------*
       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "REGISTRATION  -  E)NROLL  D)ROP  W)AITLIST  "
               "L)IST  X)IT"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 'E' WHEN 'e'
                   PERFORM 3000-ENROLL THRU 3000-EXIT
               WHEN 'D' WHEN 'd'
                   PERFORM 4000-DROP THRU 4000-EXIT
               WHEN 'W' WHEN 'w'
                   PERFORM 4800-PROMOTE-WAITLIST THRU 4800-EXIT
               WHEN 'L' WHEN 'l'
                   PERFORM 5000-CLASS-LIST THRU 5000-EXIT
               WHEN 'X' WHEN 'x'
                   MOVE 'Y' TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-WRITE-HEADING - start a new class-list page.           *
      *-----------------------------------------------------------*
       2100-WRITE-HEADING.
           ADD 1 TO WS-PAGE-NO
           MOVE ZERO TO WS-LINE-COUNT

           MOVE WS-PAGE-NO TO WS-HDR-PAGE
           WRITE REPORT-LINE FROM WS-HDR-1

           MOVE WS-RUN-YYYY TO WS-HDR-YYYY
           MOVE WS-RUN-MM TO WS-HDR-MM
           MOVE WS-RUN-DD TO WS-HDR-DD
           MOVE WS-LST-TERM TO WS-HDR-TERM
           WRITE REPORT-LINE FROM WS-HDR-2

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 3 TO WS-LINE-COUNT.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-ENROLL - register one student in one section: a seat *
      *  when one is free, otherwise (operator's choice) the end of *
      *  the section's waitlist.  The section's free seats go to    *
      *  its waitlist first (4500), so a student already waiting   *
      *  is never passed by a new one.                               *
      *-----------------------------------------------------------*
       3000-ENROLL.
           DISPLAY "STUDENT ID (5 DIGITS) : " WITH NO ADVANCING
           ACCEPT WS-ENR-ID
           DISPLAY "TERM (E.G. 2026FA)    : " WITH NO ADVANCING
           ACCEPT WS-ENR-TERM
           DISPLAY "COURSE                : " WITH NO ADVANCING
           ACCEPT WS-ENR-COURSE
           DISPLAY "SECTION (E.G. 001)    : " WITH NO ADVANCING
           ACCEPT WS-ENR-SECTION

           PERFORM 3500-VALIDATE-ENTRY THRU 3500-EXIT
           IF NOT WS-VALID-ROW
               GO TO 3000-EXIT
           END-IF
           IF WS-ENR-SECTION = SPACES
               DISPLAY "SECTION MAY NOT BE BLANK"
               GO TO 3000-EXIT
           END-IF

           MOVE WS-ENR-TERM TO SECT-TERM
           MOVE WS-ENR-COURSE TO SECT-COURSE
           MOVE WS-ENR-SECTION TO SECT-NUMBER
           READ SECTIONS-FILE
               INVALID KEY
                   DISPLAY "NO SUCH SECTION ON FILE - SEE SECMAINT"
                   GO TO 3000-EXIT
           END-READ
           PERFORM 3550-SAVE-TARGET THRU 3550-EXIT

           MOVE WS-ENR-ID TO REG-STUDENT-ID
           MOVE WS-ENR-TERM TO REG-TERM
           MOVE WS-ENR-COURSE TO REG-COURSE
           MOVE 'Y' TO WS-FOUND-SW
           READ REGISTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
           END-READ
           IF WS-FOUND
               IF REG-WAITLISTED
                   DISPLAY "ALREADY ON THE WAITLIST OF SECTION "
                       REG-SECT-NUMBER " FOR THAT COURSE THAT TERM"
               ELSE
                   DISPLAY "ALREADY ENROLLED IN SECTION "
                       REG-SECT-NUMBER " FOR THAT COURSE THAT TERM"
               END-IF
               GO TO 3000-EXIT
           END-IF

           PERFORM 4500-FILL-SEATS THRU 4500-EXIT

           MOVE WS-ENR-ID TO WS-CHK-ID
           PERFORM 3600-CHECK-CLASH THRU 3600-EXIT
           IF WS-CLASH
               DISPLAY "TIME CLASH WITH " WS-CLASH-COURSE
                   " SECTION " WS-CLASH-SECTION " - ENROLLMENT REFUSED"
               GO TO 3000-EXIT
           END-IF

           IF WS-TGT-ENROLLED NOT LESS THAN WS-TGT-CAPACITY
               PERFORM 3200-OFFER-WAITLIST THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES TO REG-RECORD
           MOVE WS-ENR-ID TO REG-STUDENT-ID
           MOVE WS-TGT-TERM TO REG-TERM REG-SECT-TERM
           MOVE WS-TGT-COURSE TO REG-COURSE REG-SECT-COURSE
           MOVE WS-TGT-SECTION TO REG-SECT-NUMBER
           MOVE 'E' TO REG-STATUS
           MOVE ZERO TO REG-WAIT-SEQ
           WRITE REG-RECORD
               INVALID KEY
                   DISPLAY "WRITE FAILED - STATUS " WS-REG-STATUS
                   GO TO 3000-EXIT
           END-WRITE

           MOVE 'ADD' TO WS-JRNL-ACTION
           MOVE REG-KEY TO WS-JRNL-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE REG-RECORD TO WS-AFTER-IMAGE
           MOVE 'REGISTER' TO WS-JRNL-MASTER
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT

           PERFORM 3800-TAKE-SEAT THRU 3800-EXIT
           DISPLAY "ENROLLED - SEAT " WS-TGT-ENROLLED " OF "
               WS-TGT-CAPACITY.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-OFFER-WAITLIST - the section is full: say so, and on  *
      *  the operator's word put the student at the end of its      *
      *  waitlist.                                                    *
      *-----------------------------------------------------------*
       3200-OFFER-WAITLIST.
           DISPLAY "SECTION FULL - " WS-TGT-ENROLLED " OF "
               WS-TGT-CAPACITY " SEATS TAKEN"
           DISPLAY "ADD TO THE WAITLIST? TYPE Y TO CONFIRM : "
               WITH NO ADVANCING
           ACCEPT WS-OPCION
           IF WS-OPCION NOT = 'Y' AND WS-OPCION NOT = 'y'
               DISPLAY "ENROLLMENT REFUSED"
               GO TO 3200-EXIT
           END-IF

           PERFORM 3700-LAST-WAIT-SEQ THRU 3700-EXIT
           COMPUTE WS-NEXT-SEQ = WS-LAST-SEQ + 1

           MOVE SPACES TO REG-RECORD
           MOVE WS-ENR-ID TO REG-STUDENT-ID
           MOVE WS-TGT-TERM TO REG-TERM REG-SECT-TERM
           MOVE WS-TGT-COURSE TO REG-COURSE REG-SECT-COURSE
           MOVE WS-TGT-SECTION TO REG-SECT-NUMBER
           MOVE 'W' TO REG-STATUS
           MOVE WS-NEXT-SEQ TO REG-WAIT-SEQ
           WRITE REG-RECORD
               INVALID KEY
                   DISPLAY "WRITE FAILED - STATUS " WS-REG-STATUS
                   GO TO 3200-EXIT
           END-WRITE

           MOVE 'ADD' TO WS-JRNL-ACTION
           MOVE REG-KEY TO WS-JRNL-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE REG-RECORD TO WS-AFTER-IMAGE
           MOVE 'REGISTER' TO WS-JRNL-MASTER
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT

           ADD 1 TO WS-WAIT-COUNT
           DISPLAY "WAITLISTED - POSITION " WS-WAIT-COUNT.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3500-VALIDATE-ENTRY - a numeric, non-zero STUDENT-ID that  *
      *  is on CONES.DAT and STUDENT-ACTIVE, and a non-blank term   *
      *  and course.                                                 *
      *-----------------------------------------------------------*
       3500-VALIDATE-ENTRY.
           MOVE 'Y' TO WS-VALID-SW

           IF WS-ENR-TERM = SPACES
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "TERM MAY NOT BE BLANK"
           END-IF

           IF WS-ENR-COURSE = SPACES
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "COURSE MAY NOT BE BLANK"
           END-IF

           IF WS-ENR-ID IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "STUDENT ID MUST BE NUMERIC"
               GO TO 3500-EXIT
           END-IF
           IF WS-ENR-ID = ZERO
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "STUDENT ID MAY NOT BE ZERO"
               GO TO 3500-EXIT
           END-IF

           MOVE WS-ENR-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   DISPLAY "STUDENT NOT ON FILE"
                   GO TO 3500-EXIT
           END-READ
           IF NOT STUDENT-ACTIVE
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "STUDENT IS NOT ACTIVE - STATUS "
                   STUDENT-STATUS
           END-IF.

       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3550-SAVE-TARGET - keep the section just read, so the      *
      *  clash check can read other sections over it.                *
      *-----------------------------------------------------------*
       3550-SAVE-TARGET.
           MOVE SECT-TERM TO WS-TGT-TERM
           MOVE SECT-COURSE TO WS-TGT-COURSE
           MOVE SECT-NUMBER TO WS-TGT-SECTION
           MOVE SECT-DAYS TO WS-TGT-DAYS
           MOVE SECT-START-TIME TO WS-TGT-START
           MOVE SECT-END-TIME TO WS-TGT-END
           MOVE SECT-CAPACITY TO WS-TGT-CAPACITY
           MOVE SECT-ENROLLED TO WS-TGT-ENROLLED.

       3550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3600-CHECK-CLASH - walk WS-CHK-ID's registrations for the  *
      *  target's term and test every section they hold a seat in   *
      *  against the target's slot.  A waitlist place holds no      *
      *  seat, so it cannot clash; neither can a TBA section.        *
      *-----------------------------------------------------------*
       3600-CHECK-CLASH.
           MOVE 'N' TO WS-CLASH-SW
           MOVE SPACES TO WS-CLASH-COURSE
           MOVE SPACES TO WS-CLASH-SECTION
           IF WS-TGT-DAYS = SPACES
               GO TO 3600-EXIT
           END-IF

           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE WS-CHK-ID TO REG-STUDENT-ID
           MOVE WS-TGT-TERM TO REG-TERM
           MOVE LOW-VALUES TO REG-COURSE
           START REGISTER-FILE KEY NOT LESS THAN REG-KEY
               INVALID KEY
                   GO TO 3600-EXIT
           END-START
           PERFORM 3610-NEXT-SEAT THRU 3610-EXIT
               UNTIL WS-SCAN-DONE OR WS-CLASH.

       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3610-NEXT-SEAT - one of the student's registrations that   *
      *  term; a seat in another course gets its slot compared.     *
      *-----------------------------------------------------------*
       3610-NEXT-SEAT.
           READ REGISTER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
                   GO TO 3610-EXIT
           END-READ
           IF REG-STUDENT-ID NOT = WS-CHK-ID
                   OR REG-TERM NOT = WS-TGT-TERM
               MOVE 'Y' TO WS-SCAN-DONE-SW
               GO TO 3610-EXIT
           END-IF
           IF NOT REG-ENROLLED OR REG-COURSE = WS-TGT-COURSE
               GO TO 3610-EXIT
           END-IF

           MOVE REG-SECT-TERM TO SECT-TERM
           MOVE REG-SECT-COURSE TO SECT-COURSE
           MOVE REG-SECT-NUMBER TO SECT-NUMBER
           READ SECTIONS-FILE
               INVALID KEY
                   GO TO 3610-EXIT
           END-READ
           IF SECT-DAYS = SPACES
               GO TO 3610-EXIT
           END-IF
           IF SECT-START-TIME NOT < WS-TGT-END
                   OR WS-TGT-START NOT < SECT-END-TIME
               GO TO 3610-EXIT
           END-IF

           MOVE ZERO TO WS-DAY-IX
           PERFORM 3620-CHECK-DAY THRU 3620-EXIT
               UNTIL WS-DAY-IX NOT LESS THAN 7 OR WS-CLASH
           IF WS-CLASH
               MOVE SECT-COURSE TO WS-CLASH-COURSE
               MOVE SECT-NUMBER TO WS-CLASH-SECTION
           END-IF.

       3610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3620-CHECK-DAY - the hours overlap; do the days?            *
      *-----------------------------------------------------------*
       3620-CHECK-DAY.
           ADD 1 TO WS-DAY-IX
           IF SECT-DAY (WS-DAY-IX) NOT = SPACE
                   AND WS-TGT-DAY (WS-DAY-IX) NOT = SPACE
               MOVE 'Y' TO WS-CLASH-SW
           END-IF.

       3620-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3700-LAST-WAIT-SEQ - find the highest waitlist sequence    *
      *  (and the waitlist length) of the target section.           *
      *-----------------------------------------------------------*
       3700-LAST-WAIT-SEQ.
           MOVE ZERO TO WS-LAST-SEQ
           MOVE ZERO TO WS-WAIT-COUNT
           MOVE 'N' TO WS-SCAN-DONE-SW
           PERFORM 3750-START-WAITLIST THRU 3750-EXIT
           PERFORM 3710-NEXT-WAITER THRU 3710-EXIT
               UNTIL WS-SCAN-DONE.

       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3710-NEXT-WAITER - one waitlist row, counted.               *
      *-----------------------------------------------------------*
       3710-NEXT-WAITER.
           PERFORM 3760-READ-WAITER THRU 3760-EXIT
           IF NOT WS-SCAN-DONE
               MOVE REG-WAIT-SEQ TO WS-LAST-SEQ
               ADD 1 TO WS-WAIT-COUNT
           END-IF.

       3710-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3750-START-WAITLIST - position REGISTER.DAT on the target  *
      *  section's first waitlist row by the alternate key.          *
      *-----------------------------------------------------------*
       3750-START-WAITLIST.
           MOVE WS-TGT-TERM TO REG-SECT-TERM
           MOVE WS-TGT-COURSE TO REG-SECT-COURSE
           MOVE WS-TGT-SECTION TO REG-SECT-NUMBER
           MOVE 'W' TO REG-STATUS
           MOVE ZERO TO REG-WAIT-SEQ
           START REGISTER-FILE KEY NOT LESS THAN REG-SECT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START.

       3750-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3760-READ-WAITER - next row on the alternate key; leaving   *
      *  the target section's waitlist ends the scan.                *
      *-----------------------------------------------------------*
       3760-READ-WAITER.
           READ REGISTER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
                   GO TO 3760-EXIT
           END-READ
           IF REG-SECT-TERM NOT = WS-TGT-TERM
                   OR REG-SECT-COURSE NOT = WS-TGT-COURSE
                   OR REG-SECT-NUMBER NOT = WS-TGT-SECTION
                   OR NOT REG-WAITLISTED
               MOVE 'Y' TO WS-SCAN-DONE-SW
           END-IF.

       3760-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3800-TAKE-SEAT - count one more seat taken on the target   *
      *  section, journaled against SECTIONS.                        *
      *-----------------------------------------------------------*
       3800-TAKE-SEAT.
           MOVE WS-TGT-KEY TO SECT-KEY
           READ SECTIONS-FILE
               INVALID KEY
                   DISPLAY "SECTION VANISHED - SEAT COUNT NOT UPDATED"
                   GO TO 3800-EXIT
           END-READ
           MOVE SECTION-RECORD TO WS-BEFORE-IMAGE
           ADD 1 TO SECT-ENROLLED
           REWRITE SECTION-RECORD
               INVALID KEY
                   DISPLAY "SECTION REWRITE FAILED - STATUS "
                       WS-SECT-STATUS
                   GO TO 3800-EXIT
           END-REWRITE
           MOVE SECT-ENROLLED TO WS-TGT-ENROLLED

           MOVE 'SECTIONS' TO WS-JRNL-MASTER
           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE SECT-KEY TO WS-JRNL-KEY
           MOVE SECTION-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       3800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-DROP - remove one student's registration for a course *
      *  that term.  A dropped seat goes straight to the waitlist.   *
      *-----------------------------------------------------------*
       4000-DROP.
           DISPLAY "STUDENT ID TO DROP    : " WITH NO ADVANCING
           ACCEPT WS-ENR-ID
           DISPLAY "TERM (E.G. 2026FA)    : " WITH NO ADVANCING
           ACCEPT WS-ENR-TERM
           DISPLAY "COURSE                : " WITH NO ADVANCING
           ACCEPT WS-ENR-COURSE

           IF WS-ENR-ID IS NOT NUMERIC
               DISPLAY "STUDENT ID MUST BE NUMERIC - DROP REFUSED"
               GO TO 4000-EXIT
           END-IF
           IF WS-ENR-ID = ZERO
               DISPLAY "STUDENT ID MAY NOT BE ZERO - DROP REFUSED"
               GO TO 4000-EXIT
           END-IF

           MOVE WS-ENR-ID TO REG-STUDENT-ID
           MOVE WS-ENR-TERM TO REG-TERM
           MOVE WS-ENR-COURSE TO REG-COURSE
           READ REGISTER-FILE
               INVALID KEY
                   DISPLAY "NOT REGISTERED FOR THAT COURSE THAT TERM"
                   GO TO 4000-EXIT
           END-READ

           IF REG-ENROLLED AND WS-HAVE-GRADES
               MOVE REG-KEY TO GRADE-ENROLL-KEY
               MOVE 'Y' TO WS-FOUND-SW
               READ GRADES-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-SW
               END-READ
               IF WS-FOUND
                   DISPLAY "A GRADE IS ALREADY POSTED FOR THIS "
                       "ENROLLMENT - DROP REFUSED"
                   GO TO 4000-EXIT
               END-IF
           END-IF

           IF REG-ENROLLED
               MOVE 'Y' TO WS-WAS-ENROLLED-SW
               DISPLAY "ENROLLED IN SECTION " REG-SECT-NUMBER
           ELSE
               MOVE 'N' TO WS-WAS-ENROLLED-SW
               DISPLAY "ON THE WAITLIST OF SECTION " REG-SECT-NUMBER
           END-IF
           DISPLAY "DROP THIS REGISTRATION? TYPE Y TO CONFIRM : "
               WITH NO ADVANCING
           ACCEPT WS-OPCION
           IF WS-OPCION NOT = 'Y' AND WS-OPCION NOT = 'y'
               DISPLAY "DROP CANCELLED"
               GO TO 4000-EXIT
           END-IF

           MOVE REG-SECT-TERM TO WS-TGT-TERM
           MOVE REG-SECT-COURSE TO WS-TGT-COURSE
           MOVE REG-SECT-NUMBER TO WS-TGT-SECTION
           MOVE REG-KEY TO WS-JRNL-KEY
           MOVE REG-RECORD TO WS-BEFORE-IMAGE

           DELETE REGISTER-FILE
               INVALID KEY
                   DISPLAY "DELETE FAILED"
                   GO TO 4000-EXIT
           END-DELETE
           DISPLAY "REGISTRATION DROPPED"

           MOVE 'DEL' TO WS-JRNL-ACTION
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE 'REGISTER' TO WS-JRNL-MASTER
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT

           IF WS-WAS-ENROLLED
               PERFORM 4100-GIVE-BACK-SEAT THRU 4100-EXIT
               PERFORM 4500-FILL-SEATS THRU 4500-EXIT
           END-IF.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4100-GIVE-BACK-SEAT - count one seat less taken on the     *
      *  dropped section, journaled against SECTIONS.                *
      *-----------------------------------------------------------*
       4100-GIVE-BACK-SEAT.
           MOVE WS-TGT-KEY TO SECT-KEY
           READ SECTIONS-FILE
               INVALID KEY
                   DISPLAY "SECTION VANISHED - SEAT COUNT NOT UPDATED"
                   GO TO 4100-EXIT
           END-READ
           MOVE SECTION-RECORD TO WS-BEFORE-IMAGE
           IF SECT-ENROLLED > ZERO
               SUBTRACT 1 FROM SECT-ENROLLED
           END-IF
           REWRITE SECTION-RECORD
               INVALID KEY
                   DISPLAY "SECTION REWRITE FAILED - STATUS "
                       WS-SECT-STATUS
                   GO TO 4100-EXIT
           END-REWRITE

           MOVE 'SECTIONS' TO WS-JRNL-MASTER
           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE SECT-KEY TO WS-JRNL-KEY
           MOVE SECTION-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4500-FILL-SEATS - hand the target section's free seats to  *
      *  its waitlist in joining order.  The waitlist is copied to  *
      *  a table first, since placing each student re-reads         *
      *  REGISTER.DAT by the primary key.  A student no longer      *
      *  active, or now holding a seat that clashes, is passed over *
      *  and keeps the waitlist place.                               *
      *-----------------------------------------------------------*
       4500-FILL-SEATS.
           MOVE ZERO TO WS-PROMOTED-COUNT
           MOVE WS-TGT-KEY TO SECT-KEY
           READ SECTIONS-FILE
               INVALID KEY
                   GO TO 4500-EXIT
           END-READ
           PERFORM 3550-SAVE-TARGET THRU 3550-EXIT
           IF WS-TGT-ENROLLED NOT LESS THAN WS-TGT-CAPACITY
               GO TO 4500-EXIT
           END-IF

           MOVE ZERO TO WS-WAIT-COUNT
           MOVE 'N' TO WS-SCAN-DONE-SW
           PERFORM 3750-START-WAITLIST THRU 3750-EXIT
           PERFORM 4510-LOAD-WAITER THRU 4510-EXIT
               UNTIL WS-SCAN-DONE

           MOVE ZERO TO WS-IX
           PERFORM 4530-TRY-WAITER THRU 4530-EXIT
               UNTIL WS-IX NOT LESS THAN WS-WAIT-COUNT
                  OR WS-TGT-ENROLLED NOT LESS THAN WS-TGT-CAPACITY.

       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4510-LOAD-WAITER - one waitlist row into the table.         *
      *-----------------------------------------------------------*
       4510-LOAD-WAITER.
           PERFORM 3760-READ-WAITER THRU 3760-EXIT
           IF WS-SCAN-DONE
               GO TO 4510-EXIT
           END-IF
           IF WS-WAIT-COUNT NOT LESS THAN WS-WAIT-MAX
               MOVE 'Y' TO WS-SCAN-DONE-SW
               GO TO 4510-EXIT
           END-IF
           ADD 1 TO WS-WAIT-COUNT
           MOVE REG-STUDENT-ID TO WS-WAIT-ID (WS-WAIT-COUNT).

       4510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4530-TRY-WAITER - give the next waitlisted student the     *
      *  seat, if they can still take it.                            *
      *-----------------------------------------------------------*
       4530-TRY-WAITER.
           ADD 1 TO WS-IX
           MOVE WS-WAIT-ID (WS-IX) TO WS-CHK-ID

           MOVE WS-CHK-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   DISPLAY "WAITLIST " WS-CHK-ID
                       " PASSED OVER - NOT ON CONES.DAT"
                   GO TO 4530-EXIT
           END-READ
           IF NOT STUDENT-ACTIVE
               DISPLAY "WAITLIST " WS-CHK-ID
                   " PASSED OVER - STUDENT NOT ACTIVE"
               GO TO 4530-EXIT
           END-IF

           PERFORM 3600-CHECK-CLASH THRU 3600-EXIT
           IF WS-CLASH
               DISPLAY "WAITLIST " WS-CHK-ID
                   " PASSED OVER - TIME CLASH WITH " WS-CLASH-COURSE
                   " SECTION " WS-CLASH-SECTION
               GO TO 4530-EXIT
           END-IF

           MOVE WS-CHK-ID TO REG-STUDENT-ID
           MOVE WS-TGT-TERM TO REG-TERM
           MOVE WS-TGT-COURSE TO REG-COURSE
           READ REGISTER-FILE
               INVALID KEY
                   GO TO 4530-EXIT
           END-READ
           MOVE REG-KEY TO WS-JRNL-KEY
           MOVE REG-RECORD TO WS-BEFORE-IMAGE
           MOVE 'E' TO REG-STATUS
           MOVE ZERO TO REG-WAIT-SEQ
           REWRITE REG-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED - STATUS " WS-REG-STATUS
                   GO TO 4530-EXIT
           END-REWRITE

           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE REG-RECORD TO WS-AFTER-IMAGE
           MOVE 'REGISTER' TO WS-JRNL-MASTER
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT

           PERFORM 3800-TAKE-SEAT THRU 3800-EXIT
           ADD 1 TO WS-PROMOTED-COUNT
           DISPLAY "PROMOTED FROM WAITLIST : " WS-CHK-ID
               " - SEAT " WS-TGT-ENROLLED " OF " WS-TGT-CAPACITY.

       4530-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4800-PROMOTE-WAITLIST - fill a section's free seats from   *
      *  its waitlist on demand, e.g. after SECMAINT raised the     *
      *  capacity.                                                    *
      *-----------------------------------------------------------*
       4800-PROMOTE-WAITLIST.
           DISPLAY "TERM (E.G. 2026FA)    : " WITH NO ADVANCING
           ACCEPT WS-TGT-TERM
           DISPLAY "COURSE                : " WITH NO ADVANCING
           ACCEPT WS-TGT-COURSE
           DISPLAY "SECTION (E.G. 001)    : " WITH NO ADVANCING
           ACCEPT WS-TGT-SECTION

           MOVE WS-TGT-KEY TO SECT-KEY
           READ SECTIONS-FILE
               INVALID KEY
                   DISPLAY "NO SUCH SECTION ON FILE - SEE SECMAINT"
                   GO TO 4800-EXIT
           END-READ

           PERFORM 4500-FILL-SEATS THRU 4500-EXIT
           IF WS-PROMOTED-COUNT = ZERO
               DISPLAY "NOBODY PROMOTED - " WS-TGT-ENROLLED " OF "
                   WS-TGT-CAPACITY " SEATS TAKEN"
           END-IF.

       4800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-CLASS-LIST - print the class list of one section, one *
      *  course's sections or every section of a term to            *
      *  CLASSLST.DAT, each section on its own page: the enrolled   *
      *  students, then the waitlist in order.                       *
      *-----------------------------------------------------------*
       5000-CLASS-LIST.
           MOVE SPACES TO WS-LST-COURSE
           MOVE SPACES TO WS-LST-SECTION
           DISPLAY "TERM (E.G. 2026FA)    : " WITH NO ADVANCING
           ACCEPT WS-LST-TERM
           IF WS-LST-TERM = SPACES
               DISPLAY "TERM MAY NOT BE BLANK"
               GO TO 5000-EXIT
           END-IF
           DISPLAY "COURSE (ENTER = ALL)  : " WITH NO ADVANCING
           ACCEPT WS-LST-COURSE
           IF WS-LST-COURSE NOT = SPACES
               DISPLAY "SECTION (ENTER = ALL) : " WITH NO ADVANCING
               ACCEPT WS-LST-SECTION
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "CLASSLST.DAT COULD NOT BE OPENED - STATUS "
                   WS-REPORT-STATUS
               GO TO 5000-EXIT
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-PAGE-NO
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE 'N' TO WS-LIST-DONE-SW

           MOVE WS-LST-TERM TO SECT-TERM
           IF WS-LST-COURSE = SPACES
               MOVE LOW-VALUES TO SECT-COURSE
           ELSE
               MOVE WS-LST-COURSE TO SECT-COURSE
           END-IF
           IF WS-LST-SECTION = SPACES
               MOVE LOW-VALUES TO SECT-NUMBER
           ELSE
               MOVE WS-LST-SECTION TO SECT-NUMBER
           END-IF
           START SECTIONS-FILE KEY NOT LESS THAN SECT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-DONE-SW
           END-START
           PERFORM 5100-NEXT-SECTION THRU 5100-EXIT
               UNTIL WS-LIST-DONE

           IF WS-SECTION-COUNT = ZERO
               PERFORM 2100-WRITE-HEADING THRU 2100-EXIT
               MOVE SPACES TO REPORT-LINE
               MOVE "NO SECTIONS MATCH THE SELECTION" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "CLASS LISTS WRITTEN TO CLASSLST.DAT - "
               WS-SECTION-COUNT " SECTION(S)".

       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5100-NEXT-SECTION - the next section in key order; leaving *
      *  the term (or the chosen course) ends the listing.           *
      *-----------------------------------------------------------*
       5100-NEXT-SECTION.
           READ SECTIONS-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-LIST-DONE-SW
                   GO TO 5100-EXIT
           END-READ
           IF SECT-TERM NOT = WS-LST-TERM
               MOVE 'Y' TO WS-LIST-DONE-SW
               GO TO 5100-EXIT
           END-IF
           IF WS-LST-COURSE NOT = SPACES
                   AND SECT-COURSE NOT = WS-LST-COURSE
               MOVE 'Y' TO WS-LIST-DONE-SW
               GO TO 5100-EXIT
           END-IF
           IF WS-LST-SECTION NOT = SPACES
                   AND SECT-NUMBER NOT = WS-LST-SECTION
               MOVE 'Y' TO WS-LIST-DONE-SW
               GO TO 5100-EXIT
           END-IF

           PERFORM 5200-PRINT-SECTION THRU 5200-EXIT.

       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5200-PRINT-SECTION - one section's page: its heading block, *
      *  every REGISTER.DAT row on its alternate key, and totals.   *
      *-----------------------------------------------------------*
       5200-PRINT-SECTION.
           ADD 1 TO WS-SECTION-COUNT
           PERFORM 3550-SAVE-TARGET THRU 3550-EXIT
           MOVE ZERO TO WS-LST-ENROLLED
           MOVE ZERO TO WS-LST-WAITING

           MOVE SECT-COURSE TO WS-SL1-COURSE
           MOVE SECT-NUMBER TO WS-SL1-SECTION
           MOVE SPACES TO WS-SL1-TITLE
           IF WS-HAVE-CATALOG
               MOVE SECT-COURSE TO COURSE-CODE
               READ COURSES-FILE
                   INVALID KEY
                       MOVE '** NOT IN CATALOG **' TO WS-SL1-TITLE
                   NOT INVALID KEY
                       MOVE COURSE-TITLE TO WS-SL1-TITLE
               END-READ
           END-IF
           MOVE SECT-INSTRUCTOR TO WS-SL2-INSTRUCTOR
           MOVE SECT-DAYS TO WS-SL2-DAYS
           MOVE SECT-START-TIME TO WS-SL2-START
           MOVE SECT-END-TIME TO WS-SL2-END
           MOVE SECT-CAPACITY TO WS-SL2-CAPACITY

           PERFORM 2100-WRITE-HEADING THRU 2100-EXIT
           PERFORM 5250-WRITE-SECTION-HDR THRU 5250-EXIT

           MOVE 'N' TO WS-ROSTER-DONE-SW
           MOVE WS-TGT-TERM TO REG-SECT-TERM
           MOVE WS-TGT-COURSE TO REG-SECT-COURSE
           MOVE WS-TGT-SECTION TO REG-SECT-NUMBER
           MOVE LOW-VALUES TO REG-STATUS
           MOVE ZERO TO REG-WAIT-SEQ
           START REGISTER-FILE KEY NOT LESS THAN REG-SECT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ROSTER-DONE-SW
           END-START
           PERFORM 5300-NEXT-STUDENT THRU 5300-EXIT
               UNTIL WS-ROSTER-DONE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ENROLLED               :' TO WS-CNT-LABEL
           MOVE WS-LST-ENROLLED TO WS-CNT-VALUE
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'WAITLISTED             :' TO WS-CNT-LABEL
           MOVE WS-LST-WAITING TO WS-CNT-VALUE
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           ADD 3 TO WS-LINE-COUNT.

       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5250-WRITE-SECTION-HDR - the section's identifying lines   *
      *  and column headings, at the top of each of its pages.       *
      *-----------------------------------------------------------*
       5250-WRITE-SECTION-HDR.
           WRITE REPORT-LINE FROM WS-SECT-LINE-1
           WRITE REPORT-LINE FROM WS-SECT-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COL-HDR
           ADD 4 TO WS-LINE-COUNT.

       5250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5300-NEXT-STUDENT - one registration row of the section,   *
      *  enrolled students first, then the waitlist by position.     *
      *-----------------------------------------------------------*
       5300-NEXT-STUDENT.
           READ REGISTER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-ROSTER-DONE-SW
                   GO TO 5300-EXIT
           END-READ
           IF REG-SECT-TERM NOT = WS-TGT-TERM
                   OR REG-SECT-COURSE NOT = WS-TGT-COURSE
                   OR REG-SECT-NUMBER NOT = WS-TGT-SECTION
               MOVE 'Y' TO WS-ROSTER-DONE-SW
               GO TO 5300-EXIT
           END-IF

           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2100-WRITE-HEADING THRU 2100-EXIT
               PERFORM 5250-WRITE-SECTION-HDR THRU 5250-EXIT
           END-IF

           MOVE REG-STUDENT-ID TO WS-DTL-ID
           MOVE REG-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   MOVE '** NOT ON CONES.DAT **' TO WS-DTL-NAME
               NOT INVALID KEY
                   MOVE NAME TO WS-DTL-NAME
           END-READ
           IF REG-ENROLLED
               ADD 1 TO WS-LST-ENROLLED
               MOVE 'ENROLLED' TO WS-DTL-STATUS
               MOVE ZERO TO WS-DTL-POS
           ELSE
               ADD 1 TO WS-LST-WAITING
               MOVE 'WAITLIST' TO WS-DTL-STATUS
               MOVE WS-LST-WAITING TO WS-DTL-POS
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-WRITE-JOURNAL - append one before/after line to the   *
      *  shared change journal, the same open-EXTEND-or-create way  *
      *  LOGINCHK appends to AUDIT.LOG.  The caller has set the     *
      *  master, action, key and both images before coming here.    *
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
           MOVE 'REGMAINT' TO JRNL-PROGRAM
           MOVE LOGIN-USER-ID TO JRNL-USER-ID
           MOVE WS-JRNL-ACTION TO JRNL-ACTION
           MOVE WS-JRNL-KEY TO JRNL-KEY
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
           MOVE WS-AFTER-IMAGE TO JRNL-AFTER
           MOVE WS-JRNL-MASTER TO JRNL-MASTER

           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE - close whatever actually opened.           *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-HAVE-REGISTER
               CLOSE REGISTER-FILE
           END-IF
           IF WS-HAVE-SECTIONS
               CLOSE SECTIONS-FILE
           END-IF
           IF WS-HAVE-STUDENT
               CLOSE STUDENT
           END-IF
           IF WS-HAVE-GRADES
               CLOSE GRADES-FILE
           END-IF
           IF WS-HAVE-CATALOG
               CLOSE COURSES-FILE
           END-IF
           IF WS-HAVE-HOLD
               MOVE 'SECTIONS' TO LKC-MASTER
               MOVE 'R' TO LKC-ACTION
               CALL "FILELOCK" USING LOCK-CONTROL
           END-IF
           IF WS-HAVE-REG-HOLD
               MOVE 'REGISTER' TO LKC-MASTER
               MOVE 'R' TO LKC-ACTION
               CALL "FILELOCK" USING LOCK-CONTROL
           END-IF.

       9000-EXIT.
           EXIT.
