      ******************************************************************
      * Program:      TRMMAINT
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Maintenance screen for TERMS.DAT, the term
      *               calendar (see TERMREC.CPY) - add a term with its
      *               start, end and grade-deadline dates, correct
      *               the dates of a term still open, list the
      *               calendar, and close a term.  Closing is the
      *               grade lock: from then on GRDMAINT and GRDLOAD
      *               refuse direct changes to that term's rows and a
      *               correction has to go through a grade-change
      *               request (GRDCHGRQ).  There is no reopen - a
      *               closed term stays closed.  Every add, date
      *               change and close is journaled.  Admin only.
      * Tectonics:    cobc -x TRMMAINT.COB LOGINCHK.COB FILELOCK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRMMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD  TERMS-FILE.
           COPY TERMREC.

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  SIGNON-FILE.
           COPY SGNREC.

       WORKING-STORAGE SECTION.
       01  WS-TERM-STATUS           PIC X(02).
           88  WS-TERM-OK               VALUE '00'.
           88  WS-TERM-NOT-OPEN         VALUE '35'.
       01  WS-DONE-SW               PIC X(01)   VALUE 'N'.
           88  WS-DONE                  VALUE 'Y'.
       01  WS-LIST-DONE-SW          PIC X(01)   VALUE 'N'.
           88  WS-LIST-DONE             VALUE 'Y'.
       01  WS-OPCION                PIC X(01).
       01  WS-VALID-SW              PIC X(01)   VALUE 'Y'.
           88  WS-VALID-ROW             VALUE 'Y'.
       01  WS-TERM-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-TODAY                 PIC 9(08)   VALUE ZERO.
       01  WS-NOW.
           05  WS-NOW-TIME          PIC 9(06).
           05  FILLER               PIC 9(02).

       01  WS-CHK-DATE              PIC 9(08).
       01  WS-CHK-DATE-R  REDEFINES WS-CHK-DATE.
           05  WS-CHK-YYYY          PIC 9(04).
           05  WS-CHK-MM            PIC 9(02).
           05  WS-CHK-DD            PIC 9(02).
       01  WS-CHK-LABEL             PIC X(14).

       01  WS-TERM-CODE-R.
           05  WS-TC-YEAR           PIC X(04).
           05  WS-TC-SEASON         PIC X(02).

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
                   IF WS-TERM-OK
                       PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
                           UNTIL WS-DONE
                   ELSE
                       DISPLAY "TERMS.DAT COULD NOT BE OPENED - "
                           "STATUS " WS-TERM-STATUS
                   END-IF
               END-IF
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           ELSE
               DISPLAY "CONTRASENA INCORRECTA"
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      *  1500-VALIDATE-LOGIN - admin only: closing a term locks     *
      *  every grade in it.                                          *
      *-----------------------------------------------------------*
       1500-VALIDATE-LOGIN.
           OPEN INPUT SIGNON-FILE
           IF WS-SIGNON-STATUS = '00'
               READ SIGNON-FILE
               CLOSE SIGNON-FILE
               MOVE SIGNON-USER-ID TO WS-USER-ID
               MOVE SIGNON-PASSWORD TO PASS
           ELSE
               DISPLAY "TERM CALENDAR MAINTENANCE - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
           END-IF

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "TRMMAINT" TO LOGIN-PROGRAM
           CALL "LOGINCHK" USING LOGIN-CONTROL.

       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1600-ACQUIRE-HOLD - register this screen's hold on the     *
      *  calendar through FILELOCK.                                  *
      *-----------------------------------------------------------*
       1600-ACQUIRE-HOLD.
           MOVE 'TERMS' TO LKC-MASTER
           MOVE 'S' TO LKC-TYPE
           MOVE 'A' TO LKC-ACTION
           MOVE 'TRMMAINT' TO LKC-PROGRAM
           MOVE LOGIN-USER-ID TO LKC-USER
           CALL "FILELOCK" USING LOCK-CONTROL
           IF LOCK-GRANTED
               MOVE 'Y' TO WS-HOLD-SW
           ELSE
               DISPLAY "BATCH WINDOW OPEN, INQUIRIES ONLY"
               DISPLAY "TERMS.DAT IS HELD BY " LKC-HOLDER
           END-IF.

       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - open the calendar, creating it the      *
      *  first time this program is ever run.                      *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O TERMS-FILE
           IF WS-TERM-NOT-OPEN
               OPEN OUTPUT TERMS-FILE
               CLOSE TERMS-FILE
               OPEN I-O TERMS-FILE
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESS-MENU - one pass through the maintenance menu *
      *-----------------------------------------------------------*
       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "TERM CALENDAR  -  A)DD  D)ATES  C)LOSE  L)IST  "
               "X)IT"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 'A' WHEN 'a'
                   PERFORM 3000-ADD-TERM THRU 3000-EXIT
               WHEN 'D' WHEN 'd'
                   PERFORM 4000-CHANGE-DATES THRU 4000-EXIT
               WHEN 'C' WHEN 'c'
                   PERFORM 5000-CLOSE-TERM THRU 5000-EXIT
               WHEN 'L' WHEN 'l'
                   PERFORM 6000-LIST-TERMS THRU 6000-EXIT
               WHEN 'X' WHEN 'x'
                   MOVE 'Y' TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-ADD-TERM - prompt for a new term and its dates and    *
      *  WRITE it open.                                              *
      *-----------------------------------------------------------*
       3000-ADD-TERM.
           MOVE SPACES TO TERM-RECORD
           DISPLAY "TERM (E.G. 2026FA)    : " WITH NO ADVANCING
           ACCEPT TERM-CODE
           PERFORM 3100-ACCEPT-DATES THRU 3100-EXIT
           MOVE 'O' TO TERM-STATUS
           MOVE ZERO TO TERM-CLOSED-DATE
           MOVE ZERO TO TERM-CLOSED-TIME

           PERFORM 3500-VALIDATE-TERM THRU 3500-EXIT
           IF NOT WS-VALID-ROW
               GO TO 3000-EXIT
           END-IF

           WRITE TERM-RECORD
               INVALID KEY
                   DISPLAY "TERM ALREADY ON THE CALENDAR"
                   GO TO 3000-EXIT
           END-WRITE
           DISPLAY "TERM ADDED"

           MOVE 'ADD' TO WS-JRNL-ACTION
           MOVE TERM-CODE TO WS-JRNL-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE TERM-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-ACCEPT-DATES - the three calendar dates, YYYYMMDD.    *
      *-----------------------------------------------------------*
       3100-ACCEPT-DATES.
           DISPLAY "START DATE (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT TERM-START-DATE
           DISPLAY "END DATE (YYYYMMDD)   : " WITH NO ADVANCING
           ACCEPT TERM-END-DATE
           DISPLAY "GRADE DEADLINE        : " WITH NO ADVANCING
           ACCEPT TERM-GRADE-DEADLINE.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3500-VALIDATE-TERM - a term code of a four-digit year and  *
      *  a WI/SP/SU/FA season, three real dates, the end after the  *
      *  start and the grade deadline no earlier than the end.      *
      *-----------------------------------------------------------*
       3500-VALIDATE-TERM.
           MOVE 'Y' TO WS-VALID-SW

           MOVE TERM-CODE TO WS-TERM-CODE-R
           IF WS-TC-YEAR IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "TERM MUST START WITH A 4-DIGIT YEAR"
           END-IF
           IF WS-TC-SEASON NOT = 'WI' AND WS-TC-SEASON NOT = 'SP'
                   AND WS-TC-SEASON NOT = 'SU'
                   AND WS-TC-SEASON NOT = 'FA'
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "TERM MUST END WITH WI, SP, SU OR FA"
           END-IF

           MOVE TERM-START-DATE TO WS-CHK-DATE
           MOVE 'START DATE' TO WS-CHK-LABEL
           PERFORM 3600-CHECK-DATE THRU 3600-EXIT
           MOVE TERM-END-DATE TO WS-CHK-DATE
           MOVE 'END DATE' TO WS-CHK-LABEL
           PERFORM 3600-CHECK-DATE THRU 3600-EXIT
           MOVE TERM-GRADE-DEADLINE TO WS-CHK-DATE
           MOVE 'GRADE DEADLINE' TO WS-CHK-LABEL
           PERFORM 3600-CHECK-DATE THRU 3600-EXIT
           IF NOT WS-VALID-ROW
               GO TO 3500-EXIT
           END-IF

           IF TERM-END-DATE NOT GREATER THAN TERM-START-DATE
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "END DATE MUST BE AFTER THE START DATE"
           END-IF
           IF TERM-GRADE-DEADLINE < TERM-END-DATE
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "GRADE DEADLINE MAY NOT BE BEFORE THE END DATE"
           END-IF.

       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3600-CHECK-DATE - WS-CHK-DATE must be a numeric YYYYMMDD   *
      *  with a month of 1-12 and a day of 1-31.                     *
      *-----------------------------------------------------------*
       3600-CHECK-DATE.
           IF WS-CHK-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               DISPLAY WS-CHK-LABEL " MUST BE NUMERIC YYYYMMDD"
               GO TO 3600-EXIT
           END-IF
           IF WS-CHK-YYYY < 1900
                   OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
                   OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
               MOVE 'N' TO WS-VALID-SW
               DISPLAY WS-CHK-LABEL " IS NOT A VALID DATE"
           END-IF.

       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-CHANGE-DATES - correct the dates of a term that is    *
      *  still open.  A closed term's calendar is history.          *
      *-----------------------------------------------------------*
       4000-CHANGE-DATES.
           DISPLAY "TERM TO CHANGE        : " WITH NO ADVANCING
           ACCEPT TERM-CODE
           READ TERMS-FILE
               INVALID KEY
                   DISPLAY "TERM NOT ON THE CALENDAR"
                   GO TO 4000-EXIT
           END-READ
           IF TERM-CLOSED
               DISPLAY "TERM " TERM-CODE " IS CLOSED - NO CHANGES"
               GO TO 4000-EXIT
           END-IF
           MOVE TERM-CODE TO WS-JRNL-KEY
           MOVE TERM-RECORD TO WS-BEFORE-IMAGE

           DISPLAY "NOW " TERM-START-DATE " TO " TERM-END-DATE
               ", GRADES DUE " TERM-GRADE-DEADLINE
           PERFORM 3100-ACCEPT-DATES THRU 3100-EXIT

           PERFORM 3500-VALIDATE-TERM THRU 3500-EXIT
           IF NOT WS-VALID-ROW
               GO TO 4000-EXIT
           END-IF

           REWRITE TERM-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED"
                   GO TO 4000-EXIT
           END-REWRITE
           DISPLAY "TERM DATES CHANGED"

           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE TERM-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-CLOSE-TERM - lock a term's grades.  Closing before    *
      *  the grade deadline has passed needs a second Y, since      *
      *  late sheets will then need a grade-change request each.    *
      *-----------------------------------------------------------*
       5000-CLOSE-TERM.
           DISPLAY "TERM TO CLOSE         : " WITH NO ADVANCING
           ACCEPT TERM-CODE
           READ TERMS-FILE
               INVALID KEY
                   DISPLAY "TERM NOT ON THE CALENDAR"
                   GO TO 5000-EXIT
           END-READ
           IF TERM-CLOSED
               DISPLAY "TERM " TERM-CODE " IS ALREADY CLOSED"
               GO TO 5000-EXIT
           END-IF
           MOVE TERM-CODE TO WS-JRNL-KEY
           MOVE TERM-RECORD TO WS-BEFORE-IMAGE

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-TODAY NOT GREATER THAN TERM-GRADE-DEADLINE
               DISPLAY "THE GRADE DEADLINE (" TERM-GRADE-DEADLINE
                   ") HAS NOT PASSED YET"
               DISPLAY "CLOSE EARLY? TYPE Y TO CONFIRM : "
                   WITH NO ADVANCING
               ACCEPT WS-OPCION
               IF WS-OPCION NOT = 'Y' AND WS-OPCION NOT = 'y'
                   DISPLAY "CLOSE CANCELLED"
                   GO TO 5000-EXIT
               END-IF
           END-IF

           DISPLAY "NO DIRECT GRADE CHANGES TO " TERM-CODE
               " AFTER THIS - CLOSE IT? TYPE Y TO CONFIRM : "
               WITH NO ADVANCING
           ACCEPT WS-OPCION
           IF WS-OPCION NOT = 'Y' AND WS-OPCION NOT = 'y'
               DISPLAY "CLOSE CANCELLED"
               GO TO 5000-EXIT
           END-IF

           ACCEPT WS-NOW FROM TIME
           MOVE 'C' TO TERM-STATUS
           MOVE WS-TODAY TO TERM-CLOSED-DATE
           MOVE WS-NOW-TIME TO TERM-CLOSED-TIME
           REWRITE TERM-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED"
                   GO TO 5000-EXIT
           END-REWRITE
           DISPLAY "TERM " TERM-CODE " CLOSED"

           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE TERM-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-LIST-TERMS - the whole calendar on the screen.        *
      *-----------------------------------------------------------*
       6000-LIST-TERMS.
           MOVE ZERO TO WS-TERM-COUNT
           MOVE 'N' TO WS-LIST-DONE-SW
           MOVE LOW-VALUES TO TERM-CODE
           START TERMS-FILE KEY NOT LESS THAN TERM-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-DONE-SW
           END-START
           DISPLAY "TERM    START     END       DEADLINE  STATUS"
           PERFORM 6100-LIST-ONE THRU 6100-EXIT
               UNTIL WS-LIST-DONE
           IF WS-TERM-COUNT = ZERO
               DISPLAY "NO TERMS ON THE CALENDAR"
           END-IF.

       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6100-LIST-ONE - one calendar row.                           *
      *-----------------------------------------------------------*
       6100-LIST-ONE.
           READ TERMS-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-LIST-DONE-SW
                   GO TO 6100-EXIT
           END-READ
           ADD 1 TO WS-TERM-COUNT
           IF TERM-CLOSED
               DISPLAY TERM-CODE "  " TERM-START-DATE "  "
                   TERM-END-DATE "  " TERM-GRADE-DEADLINE
                   "  CLOSED " TERM-CLOSED-DATE
           ELSE
               DISPLAY TERM-CODE "  " TERM-START-DATE "  "
                   TERM-END-DATE "  " TERM-GRADE-DEADLINE
                   "  OPEN"
           END-IF.

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
           MOVE 'TRMMAINT' TO JRNL-PROGRAM
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
           IF WS-TERM-OK
               CLOSE TERMS-FILE
           END-IF
           IF WS-HAVE-HOLD
               MOVE 'R' TO LKC-ACTION
               CALL "FILELOCK" USING LOCK-CONTROL
           END-IF.

       9000-EXIT.
           EXIT.
