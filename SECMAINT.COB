      ******************************************************************
      * Program:      SECMAINT
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Maintenance screen for SECTIONS.DAT, the class
      *               section master (see SECTREC.CPY) - add, change
      *               or delete the sections a course runs in a term,
      *               with the instructor, meeting slot and seat
      *               capacity of each, the same way CRSMAINT
      *               maintains the catalog.  A section can only be
      *               opened for an active catalog course.  REGMAINT
      *               registers students against these rows, so a
      *               section with anyone registered or waitlisted
      *               cannot be deleted, and its capacity cannot be
      *               cut below the seats already taken.  Changing
      *               the meeting slot does not re-check the students
      *               already enrolled for clashes - move them with a
      *               drop and re-enroll through REGMAINT if needed.
      * Tectonics:    cobc -x SECMAINT.COB LOGINCHK.COB FILELOCK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      *   15/10/26  PILLOS  A change rereads the section before the
      *                     REWRITE and keeps the seats taken on file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTIONS-FILE ASSIGN TO 'SECTIONS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SECT-KEY
               FILE STATUS IS WS-SECT-STATUS.

           SELECT REGISTER-FILE ASSIGN TO 'REGISTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY
               ALTERNATE RECORD KEY IS REG-SECT-KEY WITH DUPLICATES
               FILE STATUS IS WS-REG-STATUS.

           SELECT COURSES-FILE ASSIGN TO 'COURSES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT SIGNON-FILE ASSIGN TO 'SIGNON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTIONS-FILE.
           COPY SECTREC.

       FD  REGISTER-FILE.
           COPY REGREC.

       FD  COURSES-FILE.
           COPY CRSREC.

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  SIGNON-FILE.
           COPY SGNREC.

       WORKING-STORAGE SECTION.
       01  WS-SECT-STATUS           PIC X(02).
           88  WS-SECT-OK               VALUE '00'.
           88  WS-SECT-NOT-OPEN         VALUE '35'.
       01  WS-REG-STATUS            PIC X(02).
           88  WS-REG-OK                VALUE '00'.
       01  WS-COURSE-STATUS         PIC X(02).
           88  WS-COURSE-OK             VALUE '00'.
       01  WS-REGISTER-SW           PIC X(01)   VALUE 'N'.
           88  WS-HAVE-REGISTER         VALUE 'Y'.
       01  WS-CATALOG-SW            PIC X(01)   VALUE 'N'.
           88  WS-HAVE-CATALOG          VALUE 'Y'.
       01  WS-DONE-SW               PIC X(01)   VALUE 'N'.
           88  WS-DONE                  VALUE 'Y'.
       01  WS-OPCION                PIC X(01).
       01  WS-VALID-SW              PIC X(01)   VALUE 'Y'.
           88  WS-VALID-ROW             VALUE 'Y'.
       01  WS-JRNL-STATUS           PIC X(02).
       01  WS-SIGNON-STATUS         PIC X(02).
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

      *    The weekday letters SECT-DAYS must carry, by position.
       01  WS-DAY-LETTERS           PIC X(07)   VALUE 'MTWRFSU'.
       01  WS-DAY-LETTER-TABLE  REDEFINES WS-DAY-LETTERS.
           05  WS-DAY-LETTER        PIC X(01) OCCURS 7 TIMES.
       01  WS-DAY-IX                PIC 9(02) COMP VALUE ZERO.
       01  WS-TIME-X                PIC 9(04).
       01  WS-TIME-R  REDEFINES WS-TIME-X.
           05  WS-TIME-HH           PIC 9(02).
           05  WS-TIME-MM           PIC 9(02).
       01  WS-OLD-ENROLLED          PIC 9(03)   VALUE ZERO.
       01  WS-NEW-SECTION           PIC X(50).
       01  WS-IN-USE-SW             PIC X(01)   VALUE 'N'.
           88  WS-IN-USE                VALUE 'Y'.

       77  WS-USER-ID               PIC X(08).
       77  PASS                     PIC X(10).
       COPY LOGINLNK.
       COPY LOCKLNK.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1500-VALIDATE-LOGIN THRU 1500-EXIT
           IF LOGIN-OK
               PERFORM 1600-ACQUIRE-HOLD THRU 1600-EXIT
               IF WS-HAVE-HOLD
                   PERFORM 1000-INITIALIZE THRU 1000-EXIT
                   IF WS-SECT-OK
                       PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
                           UNTIL WS-DONE
                   ELSE
                       DISPLAY "SECTIONS.DAT COULD NOT BE OPENED - "
                           "STATUS " WS-SECT-STATUS
                   END-IF
               END-IF
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           ELSE
               DISPLAY "CONTRASENA INCORRECTA"
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      *  1500-VALIDATE-LOGIN - the operator needs the same access   *
      *  GRDMAINT requires; the sections gate what GRDMAINT will    *
      *  accept through the registrations made against them.        *
      *-----------------------------------------------------------*
       1500-VALIDATE-LOGIN.
           OPEN INPUT SIGNON-FILE
           IF WS-SIGNON-STATUS = '00'
               READ SIGNON-FILE
               CLOSE SIGNON-FILE
               MOVE SIGNON-USER-ID TO WS-USER-ID
               MOVE SIGNON-PASSWORD TO PASS
           ELSE
               DISPLAY "CLASS SECTION MAINTENANCE - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
           END-IF

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "SECMAINT" TO LOGIN-PROGRAM
           CALL "LOGINCHK" USING LOGIN-CONTROL.

       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1600-ACQUIRE-HOLD - register this screen's hold on the     *
      *  section master through FILELOCK.                            *
      *-----------------------------------------------------------*
       1600-ACQUIRE-HOLD.
           MOVE 'SECTIONS' TO LKC-MASTER
           MOVE 'S' TO LKC-TYPE
           MOVE 'A' TO LKC-ACTION
           MOVE 'SECMAINT' TO LKC-PROGRAM
           MOVE LOGIN-USER-ID TO LKC-USER
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
      *  1000-INITIALIZE - open the master, creating it the first  *
      *  time this program is ever run.  The catalog is read-only   *
      *  for the add-time check; REGISTER.DAT is read-only for the  *
      *  delete-time check and simply absent before the first       *
      *  registration is ever taken.                                 *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O SECTIONS-FILE
           IF WS-SECT-NOT-OPEN
               OPEN OUTPUT SECTIONS-FILE
               CLOSE SECTIONS-FILE
               OPEN I-O SECTIONS-FILE
           END-IF

           OPEN INPUT COURSES-FILE
           IF WS-COURSE-OK
               MOVE 'Y' TO WS-CATALOG-SW
           ELSE
               DISPLAY "COURSES.DAT COULD NOT BE OPENED - STATUS "
                   WS-COURSE-STATUS
               DISPLAY "ADDS WILL BE REJECTED UNTIL CRSMAINT HAS"
               DISPLAY "BUILT THE COURSE CATALOG"
           END-IF

           OPEN INPUT REGISTER-FILE
           IF WS-REG-OK
               MOVE 'Y' TO WS-REGISTER-SW
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESS-MENU - one pass through the maintenance menu *
      *-----------------------------------------------------------*
       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "CLASS SECTIONS  -  A)DD  C)HANGE  D)ELETE  X)IT"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 'A' WHEN 'a'
                   PERFORM 3000-ADD-SECTION THRU 3000-EXIT
               WHEN 'C' WHEN 'c'
                   PERFORM 4000-CHANGE-SECTION THRU 4000-EXIT
               WHEN 'D' WHEN 'd'
                   PERFORM 5000-DELETE-SECTION THRU 5000-EXIT
               WHEN 'X' WHEN 'x'
                   MOVE 'Y' TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-ADD-SECTION - prompt for a new section and WRITE it    *
      *  to the master with no seats taken.                          *
      *-----------------------------------------------------------*
       3000-ADD-SECTION.
           MOVE SPACES TO SECTION-RECORD
           DISPLAY "TERM (E.G. 2026FA)    : " WITH NO ADVANCING
           ACCEPT SECT-TERM
           DISPLAY "COURSE                : " WITH NO ADVANCING
           ACCEPT SECT-COURSE
           DISPLAY "SECTION (E.G. 001)    : " WITH NO ADVANCING
           ACCEPT SECT-NUMBER
           PERFORM 3100-ACCEPT-DETAILS THRU 3100-EXIT
           MOVE ZERO TO SECT-ENROLLED

           PERFORM 3500-VALIDATE-SECTION THRU 3500-EXIT
           IF WS-VALID-ROW
               PERFORM 3520-CHECK-CATALOG THRU 3520-EXIT
           END-IF
           IF NOT WS-VALID-ROW
               GO TO 3000-EXIT
           END-IF

           WRITE SECTION-RECORD
               INVALID KEY
                   DISPLAY "THAT SECTION IS ALREADY ON FILE"
                   GO TO 3000-EXIT
           END-WRITE
           DISPLAY "SECTION ADDED"

           MOVE 'ADD' TO WS-JRNL-ACTION
           MOVE SECT-KEY TO WS-JRNL-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SECTION-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-ACCEPT-DETAILS - the non-key fields, shared by ADD    *
      *  and CHANGE.                                                 *
      *-----------------------------------------------------------*
       3100-ACCEPT-DETAILS.
           DISPLAY "INSTRUCTOR (USER ID)  : " WITH NO ADVANCING
           ACCEPT SECT-INSTRUCTOR
           DISPLAY "DAYS (MTWRFSU, SPACE = NOT THAT DAY,"
           DISPLAY "      ALL BLANK = TBA): " WITH NO ADVANCING
           ACCEPT SECT-DAYS
           DISPLAY "START TIME (HHMM)     : " WITH NO ADVANCING
           ACCEPT SECT-START-TIME
           DISPLAY "END TIME (HHMM)       : " WITH NO ADVANCING
           ACCEPT SECT-END-TIME
           DISPLAY "SEAT CAPACITY (1-999) : " WITH NO ADVANCING
           ACCEPT SECT-CAPACITY.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3500-VALIDATE-SECTION - reject a blank key part or         *
      *  instructor, a day letter out of its MTWRFSU position, a    *
      *  bad or backwards meeting time, or a zero capacity.         *
      *-----------------------------------------------------------*
       3500-VALIDATE-SECTION.
           MOVE 'Y' TO WS-VALID-SW

           IF SECT-TERM = SPACES
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "TERM MAY NOT BE BLANK"
           END-IF

           IF SECT-COURSE = SPACES
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "COURSE MAY NOT BE BLANK"
           END-IF

           IF SECT-NUMBER = SPACES
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "SECTION NUMBER MAY NOT BE BLANK"
           END-IF

           IF SECT-INSTRUCTOR = SPACES
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "INSTRUCTOR MAY NOT BE BLANK"
           END-IF

           MOVE ZERO TO WS-DAY-IX
           PERFORM 3510-CHECK-DAY THRU 3510-EXIT
               UNTIL WS-DAY-IX NOT LESS THAN 7

           IF SECT-START-TIME IS NOT NUMERIC
                   OR SECT-END-TIME IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "MEETING TIMES MUST BE NUMERIC HHMM"
           ELSE
               MOVE SECT-START-TIME TO WS-TIME-X
               IF WS-TIME-HH > 23 OR WS-TIME-MM > 59
                   MOVE 'N' TO WS-VALID-SW
                   DISPLAY "START TIME IS NOT A VALID HHMM"
               END-IF
               MOVE SECT-END-TIME TO WS-TIME-X
               IF WS-TIME-HH > 23 OR WS-TIME-MM > 59
                   MOVE 'N' TO WS-VALID-SW
                   DISPLAY "END TIME IS NOT A VALID HHMM"
               END-IF
               IF SECT-DAYS NOT = SPACES
                       AND SECT-END-TIME NOT > SECT-START-TIME
                   MOVE 'N' TO WS-VALID-SW
                   DISPLAY "END TIME MUST BE AFTER START TIME"
               END-IF
           END-IF

           IF SECT-CAPACITY IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "CAPACITY MUST BE NUMERIC"
           ELSE
               IF SECT-CAPACITY = ZERO
                   MOVE 'N' TO WS-VALID-SW
                   DISPLAY "CAPACITY MAY NOT BE ZERO"
               END-IF
           END-IF.

       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3510-CHECK-DAY - one SECT-DAYS position must be blank or   *
      *  the weekday letter that belongs there.                      *
      *-----------------------------------------------------------*
       3510-CHECK-DAY.
           ADD 1 TO WS-DAY-IX
           IF SECT-DAY (WS-DAY-IX) NOT = SPACE
                   AND SECT-DAY (WS-DAY-IX) NOT =
                       WS-DAY-LETTER (WS-DAY-IX)
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "DAY POSITION " WS-DAY-IX " MUST BE "
                   WS-DAY-LETTER (WS-DAY-IX) " OR A SPACE"
           END-IF.

       3510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3520-CHECK-CATALOG - a section can only be opened for an   *
      *  active row in the course catalog.                           *
      *-----------------------------------------------------------*
       3520-CHECK-CATALOG.
           IF NOT WS-HAVE-CATALOG
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "NO COURSE CATALOG - RUN CRSMAINT FIRST"
               GO TO 3520-EXIT
           END-IF

           MOVE SECT-COURSE TO COURSE-CODE
           READ COURSES-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   DISPLAY "COURSE NOT IN THE CATALOG - SEE CRSMAINT"
                   GO TO 3520-EXIT
           END-READ

           IF NOT COURSE-ACTIVE
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "COURSE IS INACTIVE IN THE CATALOG"
           END-IF.

       3520-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-CHANGE-SECTION - look a section up by key and REWRITE  *
      *  the corrected instructor/slot/capacity.  The seats taken   *
      *  are REGMAINT's to keep: the section is reread just before  *
      *  the REWRITE and the count on file rides through, not the   *
      *  one shown when the change began.                           *
      *-----------------------------------------------------------*
       4000-CHANGE-SECTION.
           DISPLAY "TERM (E.G. 2026FA)    : " WITH NO ADVANCING
           ACCEPT SECT-TERM
           DISPLAY "COURSE                : " WITH NO ADVANCING
           ACCEPT SECT-COURSE
           DISPLAY "SECTION TO CHANGE     : " WITH NO ADVANCING
           ACCEPT SECT-NUMBER
           READ SECTIONS-FILE
               INVALID KEY
                   DISPLAY "NO SUCH SECTION ON FILE"
                   GO TO 4000-EXIT
           END-READ
           MOVE SECT-KEY TO WS-JRNL-KEY
           MOVE SECTION-RECORD TO WS-BEFORE-IMAGE
           MOVE SECT-ENROLLED TO WS-OLD-ENROLLED

           DISPLAY "NOW: INSTRUCTOR " SECT-INSTRUCTOR " DAYS "
               SECT-DAYS " " SECT-START-TIME "-" SECT-END-TIME
               " CAPACITY " SECT-CAPACITY " TAKEN " SECT-ENROLLED
           PERFORM 3100-ACCEPT-DETAILS THRU 3100-EXIT
           MOVE WS-OLD-ENROLLED TO SECT-ENROLLED

           PERFORM 3500-VALIDATE-SECTION THRU 3500-EXIT
           IF NOT WS-VALID-ROW
               GO TO 4000-EXIT
           END-IF

           MOVE SECTION-RECORD TO WS-NEW-SECTION
           READ SECTIONS-FILE
               INVALID KEY
                   DISPLAY "SECTION VANISHED - NOT CHANGED"
                   GO TO 4000-EXIT
           END-READ
           MOVE SECTION-RECORD TO WS-BEFORE-IMAGE
           MOVE SECT-ENROLLED TO WS-OLD-ENROLLED
           MOVE WS-NEW-SECTION TO SECTION-RECORD
           MOVE WS-OLD-ENROLLED TO SECT-ENROLLED
           IF SECT-CAPACITY < SECT-ENROLLED
               DISPLAY "CAPACITY MAY NOT BE CUT BELOW THE "
                   SECT-ENROLLED " SEATS ALREADY TAKEN"
               GO TO 4000-EXIT
           END-IF

           REWRITE SECTION-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED"
                   GO TO 4000-EXIT
           END-REWRITE
           DISPLAY "SECTION CHANGED"
           IF SECT-CAPACITY > SECT-ENROLLED
               DISPLAY "OPEN SEATS GO TO THE WAITLIST THROUGH "
                   "REGMAINT W)AITLIST"
           END-IF

           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE SECTION-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-DELETE-SECTION - look a section up by key and remove  *
      *  it, but only when nobody is registered or waitlisted in it. *
      *-----------------------------------------------------------*
       5000-DELETE-SECTION.
           DISPLAY "TERM (E.G. 2026FA)    : " WITH NO ADVANCING
           ACCEPT SECT-TERM
           DISPLAY "COURSE                : " WITH NO ADVANCING
           ACCEPT SECT-COURSE
           DISPLAY "SECTION TO DELETE     : " WITH NO ADVANCING
           ACCEPT SECT-NUMBER
           READ SECTIONS-FILE
               INVALID KEY
                   DISPLAY "NO SUCH SECTION ON FILE"
                   GO TO 5000-EXIT
           END-READ
           MOVE SECT-KEY TO WS-JRNL-KEY
           MOVE SECTION-RECORD TO WS-BEFORE-IMAGE

           PERFORM 5100-CHECK-IN-USE THRU 5100-EXIT
           IF WS-IN-USE
               DISPLAY "STUDENTS ARE REGISTERED OR WAITLISTED IN THAT"
               DISPLAY "SECTION - DROP THEM THROUGH REGMAINT FIRST"
               GO TO 5000-EXIT
           END-IF

           DISPLAY "DELETE THIS SECTION? TYPE Y TO CONFIRM : "
               WITH NO ADVANCING
           ACCEPT WS-OPCION
           IF WS-OPCION NOT = 'Y' AND WS-OPCION NOT = 'y'
               DISPLAY "DELETE CANCELLED"
               GO TO 5000-EXIT
           END-IF

           DELETE SECTIONS-FILE
               INVALID KEY
                   DISPLAY "DELETE FAILED"
                   GO TO 5000-EXIT
           END-DELETE
           DISPLAY "SECTION DELETED"

           MOVE 'DEL' TO WS-JRNL-ACTION
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5100-CHECK-IN-USE - any REGISTER.DAT row on the section's  *
      *  alternate key, enrolled or waitlisted, keeps it alive.     *
      *-----------------------------------------------------------*
       5100-CHECK-IN-USE.
           MOVE 'N' TO WS-IN-USE-SW
           IF SECT-ENROLLED > ZERO
               MOVE 'Y' TO WS-IN-USE-SW
               GO TO 5100-EXIT
           END-IF
           IF NOT WS-HAVE-REGISTER
               GO TO 5100-EXIT
           END-IF

           MOVE SECT-TERM TO REG-SECT-TERM
           MOVE SECT-COURSE TO REG-SECT-COURSE
           MOVE SECT-NUMBER TO REG-SECT-NUMBER
           MOVE LOW-VALUES TO REG-STATUS
           MOVE ZERO TO REG-WAIT-SEQ
           START REGISTER-FILE KEY NOT LESS THAN REG-SECT-KEY
               INVALID KEY
                   GO TO 5100-EXIT
           END-START
           READ REGISTER-FILE NEXT
               AT END
                   GO TO 5100-EXIT
           END-READ
           IF REG-SECT-TERM = SECT-TERM
                   AND REG-SECT-COURSE = SECT-COURSE
                   AND REG-SECT-NUMBER = SECT-NUMBER
               MOVE 'Y' TO WS-IN-USE-SW
           END-IF.

       5100-EXIT.
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
           MOVE 'SECMAINT' TO JRNL-PROGRAM
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
      *  9000-TERMINATE - close up shop.                            *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-SECT-OK
               CLOSE SECTIONS-FILE
           END-IF
           IF WS-HAVE-CATALOG
               CLOSE COURSES-FILE
           END-IF
           IF WS-HAVE-REGISTER
               CLOSE REGISTER-FILE
           END-IF
           IF WS-HAVE-HOLD
               MOVE 'R' TO LKC-ACTION
               CALL "FILELOCK" USING LOCK-CONTROL
           END-IF.

       9000-EXIT.
           EXIT.
