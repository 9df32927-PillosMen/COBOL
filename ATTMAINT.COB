      ******************************************************************
      * Program:      ATTMAINT
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Maintenance screen for ATTEND.DAT, the daily
      *               attendance master ATTLOAD builds from the
      *               teachers' sheets - add a mark a sheet missed,
      *               change a code (an absence the office later
      *               excuses, a tardy keyed as an absence), delete a
      *               row keyed against the wrong student, or list a
      *               student's marks.  A new row passes the same
      *               checks ATTLOAD applies: the student must be on
      *               CONES.DAT and STUDENT-ACTIVE, and enrolled in the
      *               course that term on GRADES.DAT (or holding an
      *               enrolled REGISTER.DAT seat while the term is in
      *               progress).  Every change is journaled the way
      *               GRDMAINT journals GRADES.DAT.
      * Tectonics:    cobc -x ATTMAINT.COB LOGINCHK.COB FILELOCK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTEND-FILE ASSIGN TO 'ATTEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.

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

           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT SIGNON-FILE ASSIGN TO 'SIGNON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTEND-FILE.
           COPY ATTNREC.

       FD  STUDENT.
           COPY STUDENT.

       FD  GRADES-FILE.
           COPY GRADEREC.

       FD  REGISTER-FILE.
           COPY REGREC.

       FD  TERMS-FILE.
           COPY TERMREC.

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  SIGNON-FILE.
           COPY SGNREC.

       WORKING-STORAGE SECTION.
       01  WS-ATT-STATUS            PIC X(02).
           88  WS-ATT-OK                VALUE '00'.
           88  WS-ATT-NOT-OPEN          VALUE '35'.
       01  WS-ATTEND-SW             PIC X(01)   VALUE 'N'.
           88  WS-HAVE-ATTEND           VALUE 'Y'.
       01  WS-STUDENT-STATUS        PIC X(02).
           88  WS-STUDENT-OK            VALUE '00'.
       01  WS-CONES-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-CONES            VALUE 'Y'.
       01  WS-GRADE-STATUS          PIC X(02).
           88  WS-GRADE-OK              VALUE '00'.
       01  WS-GRADES-SW             PIC X(01)   VALUE 'N'.
           88  WS-HAVE-GRADES           VALUE 'Y'.
       01  WS-REG-STATUS            PIC X(02).
           88  WS-REG-OK                VALUE '00'.
       01  WS-REGISTER-SW           PIC X(01)   VALUE 'N'.
           88  WS-HAVE-REGISTER         VALUE 'Y'.
       01  WS-TERM-STATUS           PIC X(02).
           88  WS-TERM-OK               VALUE '00'.
       01  WS-TERMS-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-TERMS            VALUE 'Y'.
       01  WS-ENROLLED-SW           PIC X(01)   VALUE 'N'.
           88  WS-IS-ENROLLED           VALUE 'Y'.
       01  WS-DONE-SW               PIC X(01)   VALUE 'N'.
           88  WS-DONE                  VALUE 'Y'.
       01  WS-LIST-DONE-SW          PIC X(01)   VALUE 'N'.
           88  WS-LIST-DONE             VALUE 'Y'.
       01  WS-OPCION                PIC X(01).
       01  WS-VALID-SW              PIC X(01)   VALUE 'Y'.
           88  WS-VALID-ROW             VALUE 'Y'.
       01  WS-JRNL-STATUS           PIC X(02).
       01  WS-SIGNON-STATUS         PIC X(02).
       01  WS-TODAY                 PIC 9(08)   VALUE ZERO.
       01  WS-CHK-DATE              PIC 9(08).
       01  WS-CHK-DATE-R  REDEFINES WS-CHK-DATE.
           05  WS-CHK-YYYY          PIC 9(04).
           05  WS-CHK-MM            PIC 9(02).
           05  WS-CHK-DD            PIC 9(02).
       01  WS-LIST-ID               PIC 9(05)   VALUE ZERO.
       01  WS-LIST-TERM             PIC X(06)   VALUE SPACES.
       01  WS-LIST-COUNT            PIC 9(05) COMP VALUE ZERO.
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

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1500-VALIDATE-LOGIN THRU 1500-EXIT
           IF LOGIN-OK
               PERFORM 1600-ACQUIRE-HOLD THRU 1600-EXIT
               IF WS-HAVE-HOLD
                   PERFORM 1000-INITIALIZE THRU 1000-EXIT
                   IF WS-HAVE-ATTEND
                       PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
                           UNTIL WS-DONE
                   ELSE
                       DISPLAY "ATTEND.DAT COULD NOT BE OPENED - "
                           "STATUS " WS-ATT-STATUS
                   END-IF
               END-IF
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           ELSE
               DISPLAY "CONTRASENA INCORRECTA"
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      *  1500-VALIDATE-LOGIN - same access GRDMAINT requires;        *
      *  credentials come from SIGNON.DAT when Ventanas wrote one.  *
      *-----------------------------------------------------------*
       1500-VALIDATE-LOGIN.
           OPEN INPUT SIGNON-FILE
           IF WS-SIGNON-STATUS = '00'
               READ SIGNON-FILE
               CLOSE SIGNON-FILE
               MOVE SIGNON-USER-ID TO WS-USER-ID
               MOVE SIGNON-PASSWORD TO PASS
           ELSE
               DISPLAY "ATTENDANCE MAINTENANCE - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
           END-IF

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "ATTMAINT" TO LOGIN-PROGRAM
           CALL "LOGINCHK" USING LOGIN-CONTROL.

       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1600-ACQUIRE-HOLD - register this screen's hold on the     *
      *  master through FILELOCK.  A refusal means ATTLOAD or the   *
      *  nightly stream has the batch window.                        *
      *-----------------------------------------------------------*
       1600-ACQUIRE-HOLD.
           MOVE 'ATTEND' TO LKC-MASTER
           MOVE 'S' TO LKC-TYPE
           MOVE 'A' TO LKC-ACTION
           MOVE 'ATTMAINT' TO LKC-PROGRAM
           MOVE LOGIN-USER-ID TO LKC-USER
           CALL "FILELOCK" USING LOCK-CONTROL
           IF LOCK-GRANTED
               MOVE 'Y' TO WS-HOLD-SW
           ELSE
               DISPLAY "BATCH WINDOW OPEN, INQUIRIES ONLY"
               DISPLAY "ATTEND.DAT IS HELD BY " LKC-HOLDER
           END-IF.

       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - open the master, creating it the first  *
      *  time this program is ever run, and the files an add is     *
      *  checked against.  Without CONES.DAT, or without both       *
      *  GRADES.DAT and REGISTER.DAT, every add is rejected;         *
      *  changes and deletes still work.  TERMS.DAT is optional.    *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O ATTEND-FILE
           IF WS-ATT-NOT-OPEN
               OPEN OUTPUT ATTEND-FILE
               CLOSE ATTEND-FILE
               OPEN I-O ATTEND-FILE
           END-IF
           IF WS-ATT-OK
               MOVE 'Y' TO WS-ATTEND-SW
           END-IF

           OPEN INPUT STUDENT
           IF WS-STUDENT-OK
               MOVE 'Y' TO WS-CONES-SW
           ELSE
               DISPLAY "CONES.DAT COULD NOT BE OPENED - STATUS "
                   WS-STUDENT-STATUS
               DISPLAY "ADDS WILL BE REJECTED"
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
               DISPLAY "NEITHER GRADES.DAT NOR REGISTER.DAT COULD BE "
                   "OPENED"
               DISPLAY "ADDS WILL BE REJECTED"
           END-IF

           OPEN INPUT TERMS-FILE
           IF WS-TERM-OK
               MOVE 'Y' TO WS-TERMS-SW
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESS-MENU - one pass through the maintenance menu *
      *-----------------------------------------------------------*
       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "ATTENDANCE  -  A)DD  C)HANGE  D)ELETE  L)IST  X)IT"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 'A' WHEN 'a'
                   PERFORM 3000-ADD-MARK THRU 3000-EXIT
               WHEN 'C' WHEN 'c'
                   PERFORM 4000-CHANGE-MARK THRU 4000-EXIT
               WHEN 'D' WHEN 'd'
                   PERFORM 5000-DELETE-MARK THRU 5000-EXIT
               WHEN 'L' WHEN 'l'
                   PERFORM 6000-LIST-MARKS THRU 6000-EXIT
               WHEN 'X' WHEN 'x'
                   MOVE 'Y' TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-ACCEPT-KEY - the student, class date and course that  *
      *  name one row.                                               *
      *-----------------------------------------------------------*
       2100-ACCEPT-KEY.
           DISPLAY "STUDENT ID (5 DIGITS) : " WITH NO ADVANCING
           ACCEPT ATT-STUDENT-ID
           DISPLAY "CLASS DATE (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT ATT-DATE
           DISPLAY "COURSE                : " WITH NO ADVANCING
           ACCEPT ATT-COURSE.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-ADD-MARK - prompt for a new row, check it the way     *
      *  ATTLOAD checks a sheet row and WRITE it.                    *
      *-----------------------------------------------------------*
       3000-ADD-MARK.
           MOVE SPACES TO ATT-RECORD
           PERFORM 2100-ACCEPT-KEY THRU 2100-EXIT
           DISPLAY "TERM (E.G. 2026FA)    : " WITH NO ADVANCING
           ACCEPT ATT-TERM
           DISPLAY "CODE P/A/T/E          : " WITH NO ADVANCING
           ACCEPT ATT-CODE
           MOVE LOGIN-USER-ID TO ATT-RECORDED-BY

           PERFORM 3500-VALIDATE-MARK THRU 3500-EXIT
           IF NOT WS-VALID-ROW
               GO TO 3000-EXIT
           END-IF

           WRITE ATT-RECORD
               INVALID KEY
                   DISPLAY "A MARK FOR THAT STUDENT, DATE AND COURSE "
                       "IS ALREADY ON FILE - USE C)HANGE"
                   GO TO 3000-EXIT
           END-WRITE
           DISPLAY "MARK ADDED"

           MOVE 'ADD' TO WS-JRNL-ACTION
           MOVE ATT-KEY TO WS-JRNL-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE ATT-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3500-VALIDATE-MARK - a new row needs a numeric non-zero    *
      *  ID, a real class date no later than today, a course, a     *
      *  term (on the calendar, with the date inside it, when there *
      *  is a calendar), a known code, an active student and an     *
      *  enrollment in the course that term.                         *
      *-----------------------------------------------------------*
       3500-VALIDATE-MARK.
           MOVE 'Y' TO WS-VALID-SW

           IF ATT-STUDENT-ID IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "STUDENT ID MUST BE NUMERIC"
               GO TO 3500-EXIT
           END-IF
           IF ATT-STUDENT-ID = ZERO
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "STUDENT ID MAY NOT BE ZERO"
               GO TO 3500-EXIT
           END-IF

           MOVE ATT-DATE TO WS-CHK-DATE
           IF WS-CHK-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "CLASS DATE MUST BE NUMERIC YYYYMMDD"
               GO TO 3500-EXIT
           END-IF
           IF WS-CHK-YYYY < 1900
                   OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
                   OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "CLASS DATE IS NOT A VALID DATE"
               GO TO 3500-EXIT
           END-IF
           IF ATT-DATE > WS-TODAY
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "CLASS DATE MAY NOT BE IN THE FUTURE"
               GO TO 3500-EXIT
           END-IF

           IF ATT-COURSE = SPACES
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "COURSE MAY NOT BE BLANK"
               GO TO 3500-EXIT
           END-IF
           IF ATT-TERM = SPACES
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "TERM MAY NOT BE BLANK"
               GO TO 3500-EXIT
           END-IF
           IF NOT ATT-CODE-VALID
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "CODE MUST BE P, A, T OR E"
               GO TO 3500-EXIT
           END-IF

           IF NOT WS-HAVE-CONES
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "NO STUDENT MASTER - ADDS ARE REJECTED"
               GO TO 3500-EXIT
           END-IF

           IF WS-HAVE-TERMS
               MOVE ATT-TERM TO TERM-CODE
               READ TERMS-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       DISPLAY "TERM " ATT-TERM " IS NOT ON THE TERM "
                           "CALENDAR"
                       GO TO 3500-EXIT
               END-READ
               IF ATT-DATE < TERM-START-DATE
                       OR ATT-DATE > TERM-END-DATE
                   MOVE 'N' TO WS-VALID-SW
                   DISPLAY "CLASS DATE IS OUTSIDE TERM " ATT-TERM
                   GO TO 3500-EXIT
               END-IF
           END-IF

           MOVE ATT-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   DISPLAY "STUDENT NOT ON FILE"
                   GO TO 3500-EXIT
           END-READ
           IF NOT STUDENT-ACTIVE
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "STUDENT IS NOT ACTIVE"
               GO TO 3500-EXIT
           END-IF

           PERFORM 3510-CHECK-ENROLLED THRU 3510-EXIT
           IF NOT WS-IS-ENROLLED
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "STUDENT IS NOT ENROLLED IN " ATT-COURSE
                   " IN TERM " ATT-TERM
           END-IF.

       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3510-CHECK-ENROLLED - enrolled when GRADES.DAT carries the *
      *  row for the student, term and course, or REGISTER.DAT      *
      *  holds an enrolled (not waitlisted) seat - the same rule    *
      *  ATTLOAD applies.                                            *
      *-----------------------------------------------------------*
       3510-CHECK-ENROLLED.
           MOVE 'N' TO WS-ENROLLED-SW

           IF WS-HAVE-GRADES
               MOVE ATT-STUDENT-ID TO GRADE-STUDENT-ID
               MOVE ATT-TERM TO GRADE-TERM
               MOVE ATT-COURSE TO GRADE-COURSE
               READ GRADES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ENROLLED-SW
                       GO TO 3510-EXIT
               END-READ
           END-IF

           IF WS-HAVE-REGISTER
               MOVE ATT-STUDENT-ID TO REG-STUDENT-ID
               MOVE ATT-TERM TO REG-TERM
               MOVE ATT-COURSE TO REG-COURSE
               READ REGISTER-FILE
                   INVALID KEY
                       GO TO 3510-EXIT
               END-READ
               IF REG-ENROLLED
                   MOVE 'Y' TO WS-ENROLLED-SW
               END-IF
           END-IF.

       3510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-CHANGE-MARK - look a row up by student, date and      *
      *  course and REWRITE it with the corrected code.  The key    *
      *  and term stay as they are - a row keyed to the wrong day   *
      *  or course is deleted and added again.                       *
      *-----------------------------------------------------------*
       4000-CHANGE-MARK.
           PERFORM 2100-ACCEPT-KEY THRU 2100-EXIT
           READ ATTEND-FILE
               INVALID KEY
                   DISPLAY "NO MARK FOR THAT STUDENT, DATE AND COURSE"
                   GO TO 4000-EXIT
           END-READ
           MOVE ATT-KEY TO WS-JRNL-KEY
           MOVE ATT-RECORD TO WS-BEFORE-IMAGE
           DISPLAY "TERM " ATT-TERM "  CODE NOW " ATT-CODE
               "  RECORDED BY " ATT-RECORDED-BY

           DISPLAY "NEW CODE P/A/T/E      : " WITH NO ADVANCING
           ACCEPT ATT-CODE
           IF NOT ATT-CODE-VALID
               DISPLAY "CODE MUST BE P, A, T OR E - NOTHING CHANGED"
               GO TO 4000-EXIT
           END-IF
           MOVE LOGIN-USER-ID TO ATT-RECORDED-BY

           REWRITE ATT-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED"
                   GO TO 4000-EXIT
           END-REWRITE
           DISPLAY "MARK CHANGED"

           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE ATT-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-DELETE-MARK - look a row up by student, date and      *
      *  course and remove it.                                       *
      *-----------------------------------------------------------*
       5000-DELETE-MARK.
           PERFORM 2100-ACCEPT-KEY THRU 2100-EXIT
           READ ATTEND-FILE
               INVALID KEY
                   DISPLAY "NO MARK FOR THAT STUDENT, DATE AND COURSE"
                   GO TO 5000-EXIT
           END-READ
           MOVE ATT-KEY TO WS-JRNL-KEY
           MOVE ATT-RECORD TO WS-BEFORE-IMAGE

           DELETE ATTEND-FILE
               INVALID KEY
                   DISPLAY "DELETE FAILED"
                   GO TO 5000-EXIT
           END-DELETE
           DISPLAY "MARK DELETED"

           MOVE 'DEL' TO WS-JRNL-ACTION
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-LIST-MARKS - every row for one student, in date       *
      *  order, optionally narrowed to one term.                     *
      *-----------------------------------------------------------*
       6000-LIST-MARKS.
           DISPLAY "STUDENT ID (5 DIGITS) : " WITH NO ADVANCING
           ACCEPT WS-LIST-ID
           DISPLAY "TERM (ENTER = ALL)    : " WITH NO ADVANCING
           ACCEPT WS-LIST-TERM

           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-DONE-SW
           MOVE WS-LIST-ID TO ATT-STUDENT-ID
           MOVE ZERO TO ATT-DATE
           MOVE LOW-VALUES TO ATT-COURSE
           START ATTEND-FILE KEY NOT LESS THAN ATT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-DONE-SW
           END-START
           PERFORM 6100-LIST-ONE THRU 6100-EXIT
               UNTIL WS-LIST-DONE

           DISPLAY WS-LIST-COUNT " MARK(S) LISTED".

       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6100-LIST-ONE - read the next attendance row and show it   *
      *  if it is still the student asked for (and the term, when   *
      *  one was keyed); the first row past the student ends the    *
      *  list.                                                        *
      *-----------------------------------------------------------*
       6100-LIST-ONE.
           READ ATTEND-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-LIST-DONE-SW
                   GO TO 6100-EXIT
           END-READ
           IF ATT-STUDENT-ID NOT = WS-LIST-ID
               MOVE 'Y' TO WS-LIST-DONE-SW
               GO TO 6100-EXIT
           END-IF
           IF WS-LIST-TERM NOT = SPACES
                   AND ATT-TERM NOT = WS-LIST-TERM
               GO TO 6100-EXIT
           END-IF
           ADD 1 TO WS-LIST-COUNT
           DISPLAY ATT-DATE "  " ATT-TERM "  " ATT-COURSE "  "
               ATT-CODE "  " ATT-RECORDED-BY.

       6100-EXIT.
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
           MOVE 'ATTMAINT' TO JRNL-PROGRAM
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
           IF WS-HAVE-ATTEND
               CLOSE ATTEND-FILE
           END-IF
           IF WS-HAVE-CONES
               CLOSE STUDENT
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
           IF WS-HAVE-HOLD
               MOVE 'R' TO LKC-ACTION
               CALL "FILELOCK" USING LOCK-CONTROL
           END-IF.

       9000-EXIT.
           EXIT.
