      ******************************************************************
      * Program:      STUHIST
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Inquiry and restore screen for HISTORY.DAT, the
      *               retention archive STUPURGE moves long-gone
      *               students into (see HISTREC.CPY).  I)NQUIRE shows
      *               an archived student by ID - the student record
      *               as it stood when purged and every grade row;
      *               N)AME lists the archived students whose name
      *               starts with what the operator keys, for when the
      *               ID is not known.  R)ESTORE brings a student back
      *               to the live masters - a former student returning
      *               or an old transcript requested: the CONES.DAT
      *               record and every GRADES.DAT row are written back,
      *               each journaled with the master it went to, and
      *               only then are the archive rows removed.  A
      *               restore is refused when the ID is back on
      *               CONES.DAT or any of the grade rows already is on
      *               GRADES.DAT.  The record comes back with the
      *               status it was purged with; a returning student
      *               is reactivated through STUMAINT as usual.  Takes
      *               screen holds on CONES, GRADES and the archive, so
      *               it and a STUPURGE apply never run together; with
      *               a hold refused it answers inquiries only.
      *               Admin only.
      * Tectonics:    cobc -x STUHIST.COB LOGINCHK.COB FILELOCK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      *   15/10/26  PILLOS  A restore that fails part way takes the
      *                     rows it wrote back off the live masters,
      *                     journaled, so it can be run again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUHIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO 'HISTORY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

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

           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT SIGNON-FILE ASSIGN TO 'SIGNON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY HISTREC.

       FD  STUDENT.
           COPY STUDENT.

       FD  GRADES-FILE.
           COPY GRADEREC.

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  SIGNON-FILE.
           COPY SGNREC.

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS           PIC X(02).
           88  WS-HIST-OK               VALUE '00'.
       01  WS-STUDENT-STATUS        PIC X(02).
           88  WS-STUDENT-OK            VALUE '00'.
       01  WS-GRADE-STATUS          PIC X(02).
           88  WS-GRADE-OK              VALUE '00'.
       01  WS-JRNL-STATUS           PIC X(02).
       01  WS-SIGNON-STATUS         PIC X(02).

       01  WS-HISTORY-SW            PIC X(01)   VALUE 'N'.
           88  WS-HAVE-HISTORY          VALUE 'Y'.
       01  WS-CONES-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-CONES            VALUE 'Y'.
       01  WS-GRADES-SW             PIC X(01)   VALUE 'N'.
           88  WS-HAVE-GRADES           VALUE 'Y'.
       01  WS-DONE-SW               PIC X(01)   VALUE 'N'.
           88  WS-DONE                  VALUE 'Y'.
       01  WS-OPCION                PIC X(01).
       01  WS-ANSWER                PIC X(01).
       01  WS-FOUND-SW              PIC X(01)   VALUE 'N'.
           88  WS-FOUND                 VALUE 'Y'.
       01  WS-ROWS-DONE-SW          PIC X(01)   VALUE 'N'.
           88  WS-ROWS-DONE             VALUE 'Y'.
       01  WS-FAIL-SW               PIC X(01)   VALUE 'N'.
           88  WS-RESTORE-FAILED        VALUE 'Y'.
       01  WS-CONES-WRITTEN-SW      PIC X(01)   VALUE 'N'.
           88  WS-CONES-WRITTEN         VALUE 'Y'.
       01  WS-BACKOUT-FAIL-SW       PIC X(01)   VALUE 'N'.
           88  WS-BACKOUT-FAILED        VALUE 'Y'.

       01  WS-ID-IN                 PIC 9(05)   VALUE ZERO.
       01  WS-SAVE-ID               PIC 9(05)   VALUE ZERO.
       01  WS-SEARCH-NAME           PIC X(25)   VALUE SPACES.
       01  WS-SEARCH-LEN            PIC 9(02) COMP VALUE ZERO.

      *    The archived student row in hand, and one archived grade,
      *    laid out as the live records they were copied from.
       01  WS-ARCH-STUDENT.
           05  WS-ARCH-ID           PIC 9(05).
           05  WS-ARCH-NAME         PIC X(25).
           05  WS-ARCH-STATUS       PIC X(01).
           05  WS-ARCH-PROGRAM      PIC X(05).
           05  WS-ARCH-DOB          PIC 9(08).
       01  WS-ARCH-PURGE-DATE       PIC 9(08)   VALUE ZERO.
       01  WS-ARCH-PURGED-BY        PIC X(08)   VALUE SPACES.
       01  WS-ARCH-GRADE.
           05  WS-AGR-KEY.
               10  WS-AGR-ID        PIC 9(05).
               10  WS-AGR-TERM      PIC X(06).
               10  WS-AGR-COURSE    PIC X(10).
           05  WS-AGR-SCORE         PIC 9(03).
           05  WS-AGR-LETTER        PIC X(01).
           05  FILLER               PIC X(10).

       01  WS-GRADE-ROWS            PIC 9(05) COMP VALUE ZERO.
       01  WS-CLASH-ROWS            PIC 9(05) COMP VALUE ZERO.
       01  WS-MATCH-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-RESTORED-ROWS         PIC 9(05) COMP VALUE ZERO.
       01  WS-REMOVED-ROWS          PIC 9(05) COMP VALUE ZERO.
       01  WS-BACKED-OUT-ROWS       PIC 9(05) COMP VALUE ZERO.
       01  WS-COUNT-EDIT            PIC ZZZZ9.
       01  WS-SCORE-EDIT            PIC ZZ9.

      *    The masters this screen holds while it runs, taken in
      *    this order and given back in the same order.
       01  WS-HOLD-NAMES.
           05  FILLER               PIC X(10)   VALUE 'CONES'.
           05  FILLER               PIC X(10)   VALUE 'GRADES'.
           05  FILLER               PIC X(10)   VALUE 'HISTORY'.
       01  WS-HOLD-TABLE  REDEFINES WS-HOLD-NAMES.
           05  WS-HOLD-NAME         PIC X(10)   OCCURS 3 TIMES.
       01  WS-HOLD-MAX              PIC 9(02) COMP VALUE 3.
       01  WS-HOLDS-TAKEN           PIC 9(02) COMP VALUE ZERO.
       01  WS-HX                    PIC 9(02) COMP VALUE ZERO.
       01  WS-HOLDS-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-HOLDS            VALUE 'Y'.
       01  WS-REFUSED-SW            PIC X(01)   VALUE 'N'.
           88  WS-HOLD-REFUSED          VALUE 'Y'.

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
       01  WS-JRNL-MASTER           PIC X(08).
       01  WS-BEFORE-IMAGE          PIC X(50).
       01  WS-AFTER-IMAGE           PIC X(50).

       77  WS-USER-ID               PIC X(08).
       77  PASS                     PIC X(10).
       COPY LOGINLNK.
       COPY LOCKLNK.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1500-VALIDATE-LOGIN THRU 1500-EXIT
           IF LOGIN-OK
               PERFORM 1600-ACQUIRE-HOLDS THRU 1600-EXIT
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
                   UNTIL WS-DONE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           ELSE
               DISPLAY "CONTRASENA INCORRECTA"
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      *  1500-VALIDATE-LOGIN - a restore writes CONES.DAT and       *
      *  GRADES.DAT back, so the screen takes the admin login.      *
      *-----------------------------------------------------------*
       1500-VALIDATE-LOGIN.
           OPEN INPUT SIGNON-FILE
           IF WS-SIGNON-STATUS = '00'
               READ SIGNON-FILE
               CLOSE SIGNON-FILE
               MOVE SIGNON-USER-ID TO WS-USER-ID
               MOVE SIGNON-PASSWORD TO PASS
           ELSE
               DISPLAY "STUDENT HISTORY - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
           END-IF

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "STUHIST" TO LOGIN-PROGRAM
           CALL "LOGINCHK" USING LOGIN-CONTROL.

       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1600-ACQUIRE-HOLDS - take a screen hold on CONES, GRADES   *
      *  and the archive through FILELOCK.  A refusal means a batch *
      *  program (a STUPURGE apply, the nightly stream) has one of  *
      *  them: the holds already taken go back and the screen       *
      *  answers inquiries only.                                     *
      *-----------------------------------------------------------*
       1600-ACQUIRE-HOLDS.
           MOVE ZERO TO WS-HOLDS-TAKEN
           MOVE 'N' TO WS-REFUSED-SW
           PERFORM 1610-TAKE-HOLD THRU 1610-EXIT
               UNTIL WS-HOLD-REFUSED
                  OR WS-HOLDS-TAKEN NOT LESS THAN WS-HOLD-MAX

           IF WS-HOLD-REFUSED
               PERFORM 9100-RELEASE-HOLDS THRU 9100-EXIT
               DISPLAY "BATCH WINDOW OPEN, INQUIRIES ONLY"
           ELSE
               MOVE 'Y' TO WS-HOLDS-SW
           END-IF.

       1600-EXIT.
           EXIT.

       1610-TAKE-HOLD.
           MOVE WS-HOLD-NAME (WS-HOLDS-TAKEN + 1) TO LKC-MASTER
           MOVE 'S' TO LKC-TYPE
           MOVE 'A' TO LKC-ACTION
           MOVE 'STUHIST' TO LKC-PROGRAM
           MOVE LOGIN-USER-ID TO LKC-USER
           CALL "FILELOCK" USING LOCK-CONTROL
           IF LOCK-REFUSED
               DISPLAY LKC-MASTER " IS HELD BY " LKC-HOLDER
               MOVE 'Y' TO WS-REFUSED-SW
           ELSE
               ADD 1 TO WS-HOLDS-TAKEN
           END-IF.

       1610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - open the archive, and with the holds the *
      *  live masters for a restore.  No archive on disk means      *
      *  nothing has ever been purged.                               *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           IF WS-HAVE-HOLDS
               OPEN I-O HISTORY-FILE
           ELSE
               OPEN INPUT HISTORY-FILE
           END-IF
           IF WS-HIST-OK
               MOVE 'Y' TO WS-HISTORY-SW
           ELSE
               IF WS-HIST-STATUS = '35'
                   DISPLAY "HISTORY.DAT NOT FOUND - NO STUDENT HAS "
                       "BEEN ARCHIVED"
               ELSE
                   DISPLAY "HISTORY.DAT COULD NOT BE OPENED - STATUS "
                       WS-HIST-STATUS
               END-IF
               MOVE 'Y' TO WS-DONE-SW
               GO TO 1000-EXIT
           END-IF

           IF NOT WS-HAVE-HOLDS
               GO TO 1000-EXIT
           END-IF

           OPEN I-O STUDENT
           IF WS-STUDENT-OK
               MOVE 'Y' TO WS-CONES-SW
           ELSE
               DISPLAY "CONES.DAT COULD NOT BE OPENED - STATUS "
                   WS-STUDENT-STATUS
               DISPLAY "RESTORE NOT AVAILABLE, INQUIRIES ONLY"
           END-IF

           OPEN I-O GRADES-FILE
           IF WS-GRADE-OK
               MOVE 'Y' TO WS-GRADES-SW
           ELSE
               DISPLAY "GRADES.DAT COULD NOT BE OPENED - STATUS "
                   WS-GRADE-STATUS
               DISPLAY "RESTORE NOT AVAILABLE, INQUIRIES ONLY"
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESS-MENU - one pass through the history menu.     *
      *-----------------------------------------------------------*
       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "STUDENT HISTORY - I)NQUIRE BY ID  N)AME SEARCH"
               "  R)ESTORE  X)IT"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 'I' WHEN 'i'
                   PERFORM 3000-INQUIRE-STUDENT THRU 3000-EXIT
               WHEN 'N' WHEN 'n'
                   PERFORM 4000-NAME-SEARCH THRU 4000-EXIT
               WHEN 'R' WHEN 'r'
                   PERFORM 5000-RESTORE-STUDENT THRU 5000-EXIT
               WHEN 'X' WHEN 'x'
                   MOVE 'Y' TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-GET-ARCHIVED - ask for a STUDENT-ID and read its      *
      *  archived student row.  WS-FOUND says whether there is one. *
      *-----------------------------------------------------------*
       2100-GET-ARCHIVED.
           MOVE 'N' TO WS-FOUND-SW
           DISPLAY "STUDENT ID (5 DIGITS) : " WITH NO ADVANCING
           ACCEPT WS-ID-IN

           IF WS-ID-IN IS NOT NUMERIC
               DISPLAY "STUDENT ID MUST BE NUMERIC"
               GO TO 2100-EXIT
           END-IF
           IF WS-ID-IN = ZERO
               DISPLAY "STUDENT ID MAY NOT BE ZERO"
               GO TO 2100-EXIT
           END-IF

           MOVE WS-ID-IN TO HIST-STUDENT-ID
           MOVE 'S' TO HIST-TYPE
           MOVE SPACES TO HIST-GRADE-PART
           READ HISTORY-FILE
               INVALID KEY
                   DISPLAY "STUDENT ID NOT IN THE ARCHIVE"
                   GO TO 2100-EXIT
           END-READ

           MOVE 'Y' TO WS-FOUND-SW
           MOVE WS-ID-IN TO WS-SAVE-ID
           MOVE HIST-DATA TO WS-ARCH-STUDENT
           MOVE HIST-PURGE-DATE TO WS-ARCH-PURGE-DATE
           MOVE HIST-PURGED-BY TO WS-ARCH-PURGED-BY.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-START-GRADES - position the archive on the first G    *
      *  row of the student in hand.                                 *
      *-----------------------------------------------------------*
       2200-START-GRADES.
           MOVE 'N' TO WS-ROWS-DONE-SW
           MOVE WS-SAVE-ID TO HIST-STUDENT-ID
           MOVE 'G' TO HIST-TYPE
           MOVE LOW-VALUES TO HIST-GRADE-PART
           START HISTORY-FILE KEY NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ROWS-DONE-SW
           END-START.

       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2300-NEXT-GRADE - the next archived grade of the student   *
      *  in hand into WS-ARCH-GRADE; WS-ROWS-DONE at the last.      *
      *-----------------------------------------------------------*
       2300-NEXT-GRADE.
           READ HISTORY-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-ROWS-DONE-SW
                   GO TO 2300-EXIT
           END-READ
           IF HIST-STUDENT-ID NOT = WS-SAVE-ID
                   OR NOT HIST-GRADE-ROW
               MOVE 'Y' TO WS-ROWS-DONE-SW
               GO TO 2300-EXIT
           END-IF
           MOVE HIST-DATA (1:35) TO WS-ARCH-GRADE.

       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-INQUIRE-STUDENT - show the archived student record    *
      *  and every archived grade row under it.                      *
      *-----------------------------------------------------------*
       3000-INQUIRE-STUDENT.
           PERFORM 2100-GET-ARCHIVED THRU 2100-EXIT
           IF NOT WS-FOUND
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-SHOW-STUDENT THRU 3100-EXIT

           MOVE ZERO TO WS-GRADE-ROWS
           PERFORM 2200-START-GRADES THRU 2200-EXIT
           DISPLAY "TERM    COURSE      SCORE  LETTER"
           PERFORM 3200-SHOW-GRADE THRU 3200-EXIT
               UNTIL WS-ROWS-DONE
           MOVE WS-GRADE-ROWS TO WS-COUNT-EDIT
           DISPLAY WS-COUNT-EDIT " ARCHIVED GRADE ROW(S)".

       3000-EXIT.
           EXIT.

       3100-SHOW-STUDENT.
           DISPLAY " "
           DISPLAY "STUDENT ID   : " WS-ARCH-ID
           DISPLAY "NAME         : " WS-ARCH-NAME
           DISPLAY "STATUS       : " WS-ARCH-STATUS
           DISPLAY "PROGRAM      : " WS-ARCH-PROGRAM
           DISPLAY "DOB          : " WS-ARCH-DOB
           DISPLAY "PURGED       : " WS-ARCH-PURGE-DATE
               " BY " WS-ARCH-PURGED-BY.

       3100-EXIT.
           EXIT.

       3200-SHOW-GRADE.
           PERFORM 2300-NEXT-GRADE THRU 2300-EXIT
           IF WS-ROWS-DONE
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-GRADE-ROWS
           MOVE WS-AGR-SCORE TO WS-SCORE-EDIT
           DISPLAY WS-AGR-TERM "  " WS-AGR-COURSE "  " WS-SCORE-EDIT
               "    " WS-AGR-LETTER.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-NAME-SEARCH - list every archived student whose name  *
      *  starts with what the operator keys.  The archive is keyed  *
      *  on the ID, so this reads it from the top.                   *
      *-----------------------------------------------------------*
       4000-NAME-SEARCH.
           MOVE SPACES TO WS-SEARCH-NAME
           DISPLAY "NAME (OR START OF NAME) : " WITH NO ADVANCING
           ACCEPT WS-SEARCH-NAME
           IF WS-SEARCH-NAME = SPACES
               DISPLAY "A NAME IS REQUIRED"
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO WS-SEARCH-LEN
           INSPECT WS-SEARCH-NAME TALLYING
               WS-SEARCH-LEN FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-SEARCH-LEN = ZERO
               DISPLAY "THE NAME MAY NOT START WITH A SPACE"
               GO TO 4000-EXIT
           END-IF

           MOVE ZERO TO WS-MATCH-COUNT
           MOVE 'N' TO WS-ROWS-DONE-SW
           MOVE LOW-VALUES TO HIST-KEY
           START HISTORY-FILE KEY NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ROWS-DONE-SW
           END-START
           PERFORM 4100-CHECK-NAME THRU 4100-EXIT
               UNTIL WS-ROWS-DONE

           IF WS-MATCH-COUNT = ZERO
               DISPLAY "NO ARCHIVED STUDENT MATCHES"
           ELSE
               MOVE WS-MATCH-COUNT TO WS-COUNT-EDIT
               DISPLAY WS-COUNT-EDIT " ARCHIVED STUDENT(S) FOUND"
           END-IF.

       4000-EXIT.
           EXIT.

       4100-CHECK-NAME.
           READ HISTORY-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-ROWS-DONE-SW
                   GO TO 4100-EXIT
           END-READ
           IF NOT HIST-STUDENT-ROW
               GO TO 4100-EXIT
           END-IF
           MOVE HIST-DATA TO WS-ARCH-STUDENT
           IF WS-ARCH-NAME (1:WS-SEARCH-LEN)
                   NOT = WS-SEARCH-NAME (1:WS-SEARCH-LEN)
               GO TO 4100-EXIT
           END-IF
           IF WS-MATCH-COUNT = ZERO
               DISPLAY "ID     NAME                       ST  PURGED"
           END-IF
           ADD 1 TO WS-MATCH-COUNT
           DISPLAY WS-ARCH-ID "  " WS-ARCH-NAME "  " WS-ARCH-STATUS
               "   " HIST-PURGE-DATE.

       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-RESTORE-STUDENT - bring an archived student back.     *
      *  Nothing is written until the ID and every grade key are    *
      *  proved free on the live masters and the operator agrees.   *
      *  The live rows go back first; the archive rows are removed  *
      *  only when every one of them made it.  Should any of them   *
      *  fail, the rows already written are taken off the live      *
      *  masters again, so the student is left archived and the    *
      *  restore can simply be run again.                            *
      *-----------------------------------------------------------*
       5000-RESTORE-STUDENT.
           IF NOT WS-HAVE-CONES OR NOT WS-HAVE-GRADES
               DISPLAY "RESTORE NOT AVAILABLE, INQUIRIES ONLY"
               GO TO 5000-EXIT
           END-IF

           PERFORM 2100-GET-ARCHIVED THRU 2100-EXIT
           IF NOT WS-FOUND
               GO TO 5000-EXIT
           END-IF
           PERFORM 3100-SHOW-STUDENT THRU 3100-EXIT

           MOVE WS-SAVE-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "STUDENT ID IS ON CONES.DAT AGAIN - "
                       "NOTHING RESTORED"
                   GO TO 5000-EXIT
           END-READ

           MOVE ZERO TO WS-GRADE-ROWS
           MOVE ZERO TO WS-CLASH-ROWS
           PERFORM 2200-START-GRADES THRU 2200-EXIT
           PERFORM 5100-CHECK-GRADE THRU 5100-EXIT
               UNTIL WS-ROWS-DONE
           IF WS-CLASH-ROWS NOT = ZERO
               DISPLAY "GRADE ROWS ALREADY ON GRADES.DAT - "
                   "NOTHING RESTORED"
               GO TO 5000-EXIT
           END-IF

           MOVE WS-GRADE-ROWS TO WS-COUNT-EDIT
           DISPLAY "RESTORE " WS-SAVE-ID " AND " WS-COUNT-EDIT
               " GRADE ROW(S) TO THE LIVE MASTERS (Y/N) : "
               WITH NO ADVANCING
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
               DISPLAY "RESTORE CANCELLED - NOTHING CHANGED"
               GO TO 5000-EXIT
           END-IF

           PERFORM 5200-WRITE-LIVE THRU 5200-EXIT
           IF WS-RESTORE-FAILED
               PERFORM 5500-BACK-OUT THRU 5500-EXIT
               GO TO 5000-EXIT
           END-IF

           MOVE ZERO TO WS-REMOVED-ROWS
           MOVE 'N' TO WS-ROWS-DONE-SW
           PERFORM 5400-REMOVE-ARCHIVE THRU 5400-EXIT
               UNTIL WS-ROWS-DONE

           MOVE WS-RESTORED-ROWS TO WS-COUNT-EDIT
           DISPLAY "STUDENT " WS-SAVE-ID " RESTORED WITH "
               WS-COUNT-EDIT " GRADE ROW(S)"
           DISPLAY "STATUS LEFT AS " WS-ARCH-STATUS
               " - REACTIVATE THROUGH STUMAINT IF RETURNING".

       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5100-CHECK-GRADE - count the archived grade rows and any   *
      *  whose enrollment key is already back on GRADES.DAT.        *
      *-----------------------------------------------------------*
       5100-CHECK-GRADE.
           PERFORM 2300-NEXT-GRADE THRU 2300-EXIT
           IF WS-ROWS-DONE
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO WS-GRADE-ROWS
           MOVE WS-AGR-KEY TO GRADE-ENROLL-KEY
           READ GRADES-FILE
               INVALID KEY
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO WS-CLASH-ROWS
           DISPLAY "ALREADY ON GRADES.DAT : " GRADE-ENROLL-KEY.

       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5200-WRITE-LIVE - write the student back to CONES.DAT and  *
      *  each grade back to GRADES.DAT, journaling every row ADD    *
      *  against its master.                                         *
      *-----------------------------------------------------------*
       5200-WRITE-LIVE.
           MOVE 'N' TO WS-FAIL-SW
           MOVE 'N' TO WS-CONES-WRITTEN-SW
           MOVE ZERO TO WS-RESTORED-ROWS

           MOVE WS-ARCH-STUDENT TO STUDENT-FILE
           WRITE STUDENT-FILE
               INVALID KEY
                   DISPLAY "CONES.DAT WRITE FAILED FOR " WS-SAVE-ID
                       " - STATUS " WS-STUDENT-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
                   GO TO 5200-EXIT
           END-WRITE
           MOVE 'Y' TO WS-CONES-WRITTEN-SW
           MOVE 'CONES' TO WS-JRNL-MASTER
           MOVE 'ADD' TO WS-JRNL-ACTION
           MOVE STUDENT-ID TO WS-JRNL-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE STUDENT-FILE TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT

           PERFORM 2200-START-GRADES THRU 2200-EXIT
           PERFORM 5300-WRITE-GRADE THRU 5300-EXIT
               UNTIL WS-ROWS-DONE.

       5200-EXIT.
           EXIT.

       5300-WRITE-GRADE.
           PERFORM 2300-NEXT-GRADE THRU 2300-EXIT
           IF WS-ROWS-DONE
               GO TO 5300-EXIT
           END-IF
           MOVE WS-ARCH-GRADE TO GRADE-RECORD
           WRITE GRADE-RECORD
               INVALID KEY
                   DISPLAY "GRADES.DAT WRITE FAILED FOR "
                       GRADE-ENROLL-KEY " - STATUS " WS-GRADE-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
                   GO TO 5300-EXIT
           END-WRITE
           ADD 1 TO WS-RESTORED-ROWS
           MOVE 'GRADES' TO WS-JRNL-MASTER
           MOVE 'ADD' TO WS-JRNL-ACTION
           MOVE GRADE-ENROLL-KEY TO WS-JRNL-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE GRADE-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5500-BACK-OUT - a restore that did not finish: delete each *
      *  grade row it wrote back (a live row identical to the       *
      *  archived one) and then the CONES.DAT record, journaling    *
      *  every delete against its master.  The archive is left as   *
      *  it was.                                                     *
      *-----------------------------------------------------------*
       5500-BACK-OUT.
           MOVE 'N' TO WS-BACKOUT-FAIL-SW
           MOVE ZERO TO WS-BACKED-OUT-ROWS
           IF WS-RESTORED-ROWS NOT = ZERO
               PERFORM 2200-START-GRADES THRU 2200-EXIT
               PERFORM 5510-REMOVE-GRADE THRU 5510-EXIT
                   UNTIL WS-ROWS-DONE
           END-IF

           IF WS-CONES-WRITTEN
               MOVE WS-SAVE-ID TO STUDENT-ID
               READ STUDENT
                   INVALID KEY
                       MOVE 'Y' TO WS-BACKOUT-FAIL-SW
                       DISPLAY "CONES.DAT RECORD " WS-SAVE-ID
                           " NOT FOUND TO BACK OUT"
                       GO TO 5500-SHOW
               END-READ
               MOVE STUDENT-FILE TO WS-BEFORE-IMAGE
               DELETE STUDENT
                   INVALID KEY
                       MOVE 'Y' TO WS-BACKOUT-FAIL-SW
                       DISPLAY "CONES.DAT DELETE FAILED FOR "
                           WS-SAVE-ID " - STATUS " WS-STUDENT-STATUS
                       GO TO 5500-SHOW
               END-DELETE
               MOVE 'CONES' TO WS-JRNL-MASTER
               MOVE 'DEL' TO WS-JRNL-ACTION
               MOVE WS-SAVE-ID TO WS-JRNL-KEY
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
           END-IF.

       5500-SHOW.
           IF WS-BACKOUT-FAILED
               DISPLAY "RESTORE FAILED AND WAS NOT FULLY BACKED OUT - "
                   "CHECK CONES.DAT AND GRADES.DAT FOR " WS-SAVE-ID
           ELSE
               MOVE WS-BACKED-OUT-ROWS TO WS-COUNT-EDIT
               DISPLAY "RESTORE FAILED - BACKED OUT, " WS-COUNT-EDIT
                   " GRADE ROW(S) REMOVED; THE STUDENT IS STILL "
                   "ARCHIVED"
           END-IF.

       5500-EXIT.
           EXIT.

       5510-REMOVE-GRADE.
           PERFORM 2300-NEXT-GRADE THRU 2300-EXIT
           IF WS-ROWS-DONE
               GO TO 5510-EXIT
           END-IF
           MOVE WS-AGR-KEY TO GRADE-ENROLL-KEY
           READ GRADES-FILE
               INVALID KEY
                   GO TO 5510-EXIT
           END-READ
           IF GRADE-RECORD NOT = WS-ARCH-GRADE
               GO TO 5510-EXIT
           END-IF
           MOVE GRADE-RECORD TO WS-BEFORE-IMAGE
           DELETE GRADES-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-BACKOUT-FAIL-SW
                   DISPLAY "GRADES.DAT DELETE FAILED FOR "
                       WS-AGR-KEY " - STATUS " WS-GRADE-STATUS
                   GO TO 5510-EXIT
           END-DELETE
           ADD 1 TO WS-BACKED-OUT-ROWS
           MOVE 'GRADES' TO WS-JRNL-MASTER
           MOVE 'DEL' TO WS-JRNL-ACTION
           MOVE WS-AGR-KEY TO WS-JRNL-KEY
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       5510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5400-REMOVE-ARCHIVE - delete the student's first remaining *
      *  archive row.  The row under the cursor is gone, so each    *
      *  pass starts afresh.                                         *
      *-----------------------------------------------------------*
       5400-REMOVE-ARCHIVE.
           MOVE WS-SAVE-ID TO HIST-STUDENT-ID
           MOVE LOW-VALUES TO HIST-TYPE
           MOVE LOW-VALUES TO HIST-GRADE-PART
           START HISTORY-FILE KEY NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ROWS-DONE-SW
                   GO TO 5400-EXIT
           END-START
           READ HISTORY-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-ROWS-DONE-SW
                   GO TO 5400-EXIT
           END-READ
           IF HIST-STUDENT-ID NOT = WS-SAVE-ID
               MOVE 'Y' TO WS-ROWS-DONE-SW
               GO TO 5400-EXIT
           END-IF
           DELETE HISTORY-FILE
               INVALID KEY
                   DISPLAY "HISTORY.DAT DELETE FAILED FOR "
                       WS-SAVE-ID " - STATUS " WS-HIST-STATUS
                   MOVE 'Y' TO WS-ROWS-DONE-SW
                   GO TO 5400-EXIT
           END-DELETE
           ADD 1 TO WS-REMOVED-ROWS.

       5400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-WRITE-JOURNAL - append one before/after line to the   *
      *  shared change journal, naming the master it was made       *
      *  against so JRNLARCH replays each line into its own file.   *
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
           MOVE 'STUHIST' TO JRNL-PROGRAM
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
      *  9000-TERMINATE - close what opened and give the holds back.*
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-HAVE-HISTORY
               CLOSE HISTORY-FILE
           END-IF
           IF WS-HAVE-CONES
               CLOSE STUDENT
           END-IF
           IF WS-HAVE-GRADES
               CLOSE GRADES-FILE
           END-IF
           PERFORM 9100-RELEASE-HOLDS THRU 9100-EXIT.

       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9100-RELEASE-HOLDS - give back every hold 1600 took.       *
      *-----------------------------------------------------------*
       9100-RELEASE-HOLDS.
           MOVE ZERO TO WS-HX
           PERFORM 9110-RELEASE-ONE THRU 9110-EXIT
               UNTIL WS-HX NOT LESS THAN WS-HOLDS-TAKEN
           MOVE ZERO TO WS-HOLDS-TAKEN
           MOVE 'N' TO WS-HOLDS-SW.

       9100-EXIT.
           EXIT.

       9110-RELEASE-ONE.
           ADD 1 TO WS-HX
           MOVE WS-HOLD-NAME (WS-HX) TO LKC-MASTER
           MOVE 'S' TO LKC-TYPE
           MOVE 'R' TO LKC-ACTION
           MOVE 'STUHIST' TO LKC-PROGRAM
           MOVE LOGIN-USER-ID TO LKC-USER
           CALL "FILELOCK" USING LOCK-CONTROL.

       9110-EXIT.
           EXIT.
