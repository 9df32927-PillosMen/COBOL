      ******************************************************************
      * Program:      GRDCHGRQ
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Grade-change requests for closed terms.  Once
      *               TRMMAINT has closed a term, GRDMAINT and GRDLOAD
      *               refuse to touch its GRADES.DAT rows; this is
      *               the only way left to correct one.  F)ILE lets a
      *               grade operator ask for a new score/letter on an
      *               existing row of a closed term, with a reason -
      *               the request goes on GRDCHG.DAT (GCHGREC.CPY) as
      *               PENDING and nothing else changes.  A)PPROVE and
      *               D)ENY are for an admin other than the one who
      *               filed it: an approval REWRITEs the GRADES.DAT
      *               row and journals it the way GRDMAINT does, a
      *               denial only records the decision and a note.
      *               Every request filed or decided is journaled
      *               too, under master GRDCHG.
      *               P)ENDING prints every request still waiting to
      *               CHGPEND.DAT.
      * Tectonics:    cobc -x GRDCHGRQ.COB LOGINCHK.COB FILELOCK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      *   15/10/26  PILLOS  Requests filed and decided are journaled;
      *                     a decision is written before the grade row
      *                     and undone if the grade REWRITE fails; the
      *                     letter asked for must be A-F or blank.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDCHGRQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADES-FILE ASSIGN TO 'GRADES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRADE-ENROLL-KEY
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT TERMS-FILE ASSIGN TO 'TERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT GCHG-FILE ASSIGN TO 'GRDCHG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GCHG-REQ-NO
               FILE STATUS IS WS-GCHG-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'CHGPEND.DAT'
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
       FD  GRADES-FILE.
           COPY GRADEREC.

       FD  TERMS-FILE.
           COPY TERMREC.

       FD  GCHG-FILE.
           COPY GCHGREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  SIGNON-FILE.
           COPY SGNREC.

       WORKING-STORAGE SECTION.
       01  WS-GRADE-STATUS          PIC X(02).
           88  WS-GRADE-OK              VALUE '00'.
       01  WS-TERM-STATUS           PIC X(02).
           88  WS-TERM-OK               VALUE '00'.
       01  WS-GCHG-STATUS           PIC X(02).
           88  WS-GCHG-OK               VALUE '00'.
           88  WS-GCHG-NOT-OPEN         VALUE '35'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-JRNL-STATUS           PIC X(02).
       01  WS-SIGNON-STATUS         PIC X(02).
       01  WS-INIT-OK-SW            PIC X(01)   VALUE 'Y'.
           88  WS-INIT-OK               VALUE 'Y'.
       01  WS-TERMS-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-TERMS            VALUE 'Y'.
       01  WS-DONE-SW               PIC X(01)   VALUE 'N'.
           88  WS-DONE                  VALUE 'Y'.
       01  WS-LIST-DONE-SW          PIC X(01)   VALUE 'N'.
           88  WS-LIST-DONE             VALUE 'Y'.
       01  WS-CLOSED-SW             PIC X(01)   VALUE 'N'.
           88  WS-TERM-IS-CLOSED        VALUE 'Y'.
       01  WS-OPCION                PIC X(01).
       01  WS-DECISION              PIC X(01).
           88  WS-DECIDE-APPROVE        VALUE 'A'.
           88  WS-DECIDE-DENY           VALUE 'D'.

       01  WS-NEW-SCORE             PIC 9(03).
       01  WS-NEW-LETTER            PIC X(01).
       01  WS-LETTER-SW             PIC X(01)   VALUE 'N'.
           88  WS-LETTER-OK             VALUE 'Y'.
       01  WS-REASON                PIC X(40).
       01  WS-NOTE                  PIC X(30).
       01  WS-REQ-IN                PIC 9(06).
       01  WS-LAST-REQ-NO           PIC 9(06)   VALUE ZERO.
       01  WS-SAVE-GRADE            PIC X(35).
       01  WS-TODAY                 PIC 9(08)   VALUE ZERO.
       01  WS-PENDING-COUNT         PIC 9(05) COMP VALUE ZERO.

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
       01  WS-JRNL-MASTER           PIC X(08)   VALUE SPACES.
       01  WS-GCHG-BEFORE           PIC X(150).
       01  WS-GCHG-BEFORE-R REDEFINES WS-GCHG-BEFORE.
           05  WS-BEFORE-SLICE      PIC X(50) OCCURS 3 TIMES.
       01  WS-GCHG-AFTER            PIC X(150).
       01  WS-GCHG-AFTER-R  REDEFINES WS-GCHG-AFTER.
           05  WS-AFTER-SLICE       PIC X(50) OCCURS 3 TIMES.
       01  WS-SLICE-IX              PIC 9(02) COMP VALUE ZERO.
       01  WS-SLICE-NO              PIC 9(02).
       01  WS-SAVE-GCHG             PIC X(148).

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

       01  WS-HDR-1.
           05  FILLER               PIC X(24) VALUE SPACES.
           05  FILLER               PIC X(29) VALUE
               "PENDING GRADE-CHANGE REQUESTS".
           05  FILLER               PIC X(16) VALUE SPACES.
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
           05  FILLER               PIC X(08) VALUE "REQ NO".
           05  FILLER               PIC X(07) VALUE "ID".
           05  FILLER               PIC X(08) VALUE "TERM".
           05  FILLER               PIC X(12) VALUE "COURSE".
           05  FILLER               PIC X(07) VALUE "NOW".
           05  FILLER               PIC X(07) VALUE "ASKED".
           05  FILLER               PIC X(10) VALUE "FILED BY".
           05  FILLER               PIC X(08) VALUE "ON".

       01  WS-DETAIL-LINE.
           05  WS-DTL-REQ-NO        PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-ID            PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-TERM          PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-COURSE        PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-OLD-SCORE     PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-OLD-LETTER    PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-NEW-SCORE     PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-NEW-LETTER    PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-USER          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-DATE          PIC 9(08).

       01  WS-REASON-LINE.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  FILLER               PIC X(08) VALUE "REASON: ".
           05  WS-RSN-TEXT          PIC X(40).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL         PIC X(30).
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
      *  GRDMAINT requires to file a request; deciding one is       *
      *  checked against the role at A)PPROVE / D)ENY time.         *
      *-----------------------------------------------------------*
       1500-VALIDATE-LOGIN.
           OPEN INPUT SIGNON-FILE
           IF WS-SIGNON-STATUS = '00'
               READ SIGNON-FILE
               CLOSE SIGNON-FILE
               MOVE SIGNON-USER-ID TO WS-USER-ID
               MOVE SIGNON-PASSWORD TO PASS
           ELSE
               DISPLAY "GRADE-CHANGE REQUESTS - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
           END-IF

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "GRDCHGRQ" TO LOGIN-PROGRAM
           CALL "LOGINCHK" USING LOGIN-CONTROL.

       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1600-ACQUIRE-HOLD - an approval REWRITEs GRADES.DAT, so    *
      *  this screen registers the same S hold GRDMAINT does.       *
      *-----------------------------------------------------------*
       1600-ACQUIRE-HOLD.
           MOVE 'GRADES' TO LKC-MASTER
           MOVE 'S' TO LKC-TYPE
           MOVE 'A' TO LKC-ACTION
           MOVE 'GRDCHGRQ' TO LKC-PROGRAM
           MOVE LOGIN-USER-ID TO LKC-USER
           CALL "FILELOCK" USING LOCK-CONTROL
           IF LOCK-GRANTED
               MOVE 'Y' TO WS-HOLD-SW
           ELSE
               DISPLAY "BATCH WINDOW OPEN, INQUIRIES ONLY"
               DISPLAY "GRADES.DAT IS HELD BY " LKC-HOLDER
           END-IF.

       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - GRADES.DAT must already exist; the       *
      *  request file is created the first time this program is    *
      *  ever run.  Without TERMS.DAT no term is closed, so there   *
      *  is nothing to file against, but pending requests can      *
      *  still be decided and listed.                                *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O GRADES-FILE
           IF NOT WS-GRADE-OK
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "GRADES.DAT COULD NOT BE OPENED - STATUS "
                   WS-GRADE-STATUS
           END-IF

           OPEN I-O GCHG-FILE
           IF WS-GCHG-NOT-OPEN
               OPEN OUTPUT GCHG-FILE
               CLOSE GCHG-FILE
               OPEN I-O GCHG-FILE
           END-IF
           IF NOT WS-GCHG-OK
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "GRDCHG.DAT COULD NOT BE OPENED - STATUS "
                   WS-GCHG-STATUS
           END-IF

           OPEN INPUT TERMS-FILE
           IF WS-TERM-OK
               MOVE 'Y' TO WS-TERMS-SW
           ELSE
               DISPLAY "TERMS.DAT COULD NOT BE OPENED - STATUS "
                   WS-TERM-STATUS
               DISPLAY "NO TERM IS CLOSED UNTIL TRMMAINT HAS BUILT"
               DISPLAY "THE TERM CALENDAR"
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESS-MENU - one pass through the request menu      *
      *-----------------------------------------------------------*
       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "GRADE-CHANGE REQUESTS  -  F)ILE  A)PPROVE  D)ENY  "
               "P)ENDING  X)IT"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 'F' WHEN 'f'
                   PERFORM 3000-FILE-REQUEST THRU 3000-EXIT
               WHEN 'A' WHEN 'a'
                   MOVE 'A' TO WS-DECISION
                   PERFORM 4000-DECIDE-REQUEST THRU 4000-EXIT
               WHEN 'D' WHEN 'd'
                   MOVE 'D' TO WS-DECISION
                   PERFORM 4000-DECIDE-REQUEST THRU 4000-EXIT
               WHEN 'P' WHEN 'p'
                   PERFORM 5000-PENDING-REPORT THRU 5000-EXIT
               WHEN 'X' WHEN 'x'
                   MOVE 'Y' TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-FILE-REQUEST - ask for a new score/letter on an       *
      *  existing row of a closed term.  Nothing on GRADES.DAT      *
      *  changes until an admin approves the request.               *
      *-----------------------------------------------------------*
       3000-FILE-REQUEST.
           DISPLAY "STUDENT ID            : " WITH NO ADVANCING
           ACCEPT GRADE-STUDENT-ID
           DISPLAY "TERM (E.G. 2026FA)    : " WITH NO ADVANCING
           ACCEPT GRADE-TERM
           DISPLAY "COURSE                : " WITH NO ADVANCING
           ACCEPT GRADE-COURSE
           READ GRADES-FILE
               INVALID KEY
                   DISPLAY "NO ROW FOR THAT STUDENT, TERM AND COURSE"
                   GO TO 3000-EXIT
           END-READ

           PERFORM 3600-CHECK-TERM THRU 3600-EXIT
           IF NOT WS-TERM-IS-CLOSED
               DISPLAY "TERM " GRADE-TERM " IS NOT CLOSED - CORRECT "
                   "THE ROW THROUGH GRDMAINT"
               GO TO 3000-EXIT
           END-IF

           DISPLAY "ON FILE: SCORE " GRADE-SCORE "  LETTER "
               GRADE-LETTER
           DISPLAY "NEW SCORE (0-100)     : " WITH NO ADVANCING
           ACCEPT WS-NEW-SCORE
           MOVE 'N' TO WS-LETTER-SW
           PERFORM 3100-ACCEPT-LETTER THRU 3100-EXIT
               UNTIL WS-LETTER-OK
           IF WS-NEW-SCORE IS NOT NUMERIC
               DISPLAY "SCORE MUST BE NUMERIC"
               GO TO 3000-EXIT
           END-IF
           IF WS-NEW-SCORE > 100
               DISPLAY "SCORE MAY NOT EXCEED 100"
               GO TO 3000-EXIT
           END-IF
           IF WS-NEW-SCORE = GRADE-SCORE
                   AND WS-NEW-LETTER = GRADE-LETTER
               DISPLAY "THAT IS THE GRADE ALREADY ON FILE"
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES TO WS-REASON
           DISPLAY "REASON FOR THE CHANGE : " WITH NO ADVANCING
           ACCEPT WS-REASON
           IF WS-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED"
               GO TO 3000-EXIT
           END-IF

           MOVE GRADE-RECORD TO WS-SAVE-GRADE
           PERFORM 3700-LAST-REQ-NO THRU 3700-EXIT
           MOVE WS-SAVE-GRADE TO GRADE-RECORD

           MOVE SPACES TO GCHG-RECORD
           COMPUTE GCHG-REQ-NO = WS-LAST-REQ-NO + 1
           MOVE GRADE-ENROLL-KEY TO GCHG-ENROLL-KEY
           MOVE GRADE-SCORE TO GCHG-OLD-SCORE
           MOVE GRADE-LETTER TO GCHG-OLD-LETTER
           MOVE WS-NEW-SCORE TO GCHG-NEW-SCORE
           MOVE WS-NEW-LETTER TO GCHG-NEW-LETTER
           MOVE WS-REASON TO GCHG-REASON
           MOVE LOGIN-USER-ID TO GCHG-REQ-USER
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO GCHG-REQ-DATE
           MOVE 'P' TO GCHG-STATUS
           MOVE ZERO TO GCHG-DECIDED-DATE

           WRITE GCHG-RECORD
               INVALID KEY
                   DISPLAY "REQUEST COULD NOT BE FILED - STATUS "
                       WS-GCHG-STATUS
                   GO TO 3000-EXIT
           END-WRITE
           DISPLAY "REQUEST " GCHG-REQ-NO " FILED - PENDING APPROVAL "
               "BY A SECOND ADMIN"

           MOVE 'ADD' TO WS-JRNL-ACTION
           MOVE SPACES TO WS-GCHG-BEFORE
           MOVE GCHG-RECORD TO WS-GCHG-AFTER
           PERFORM 7100-JOURNAL-REQUEST THRU 7100-EXIT.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-ACCEPT-LETTER - the letter grade asked for: A, B, C,  *
      *  D or F, or blank to let the score decide it the way        *
      *  STANDRPT grades a row keyed without one.  Anything else    *
      *  is asked for again.                                         *
      *-----------------------------------------------------------*
       3100-ACCEPT-LETTER.
           DISPLAY "NEW LETTER GRADE      : " WITH NO ADVANCING
           MOVE SPACE TO WS-NEW-LETTER
           ACCEPT WS-NEW-LETTER
           EVALUATE WS-NEW-LETTER
               WHEN 'A' WHEN 'B' WHEN 'C' WHEN 'D' WHEN 'F'
               WHEN SPACE
                   MOVE 'Y' TO WS-LETTER-SW
               WHEN OTHER
                   DISPLAY "LETTER GRADE MUST BE A, B, C, D, F OR "
                       "BLANK"
           END-EVALUATE.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3600-CHECK-TERM - is GRADE-TERM closed on the calendar?    *
      *-----------------------------------------------------------*
       3600-CHECK-TERM.
           MOVE 'N' TO WS-CLOSED-SW
           IF NOT WS-HAVE-TERMS
               GO TO 3600-EXIT
           END-IF
           MOVE GRADE-TERM TO TERM-CODE
           READ TERMS-FILE
               INVALID KEY
                   GO TO 3600-EXIT
           END-READ
           IF TERM-CLOSED
               MOVE 'Y' TO WS-CLOSED-SW
           END-IF.

       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3700-LAST-REQ-NO - the highest request number on file, so  *
      *  the new request can take the next one.                      *
      *-----------------------------------------------------------*
       3700-LAST-REQ-NO.
           MOVE ZERO TO WS-LAST-REQ-NO
           MOVE 'N' TO WS-LIST-DONE-SW
           MOVE ZERO TO GCHG-REQ-NO
           START GCHG-FILE KEY NOT LESS THAN GCHG-REQ-NO
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-DONE-SW
           END-START
           PERFORM 3710-NEXT-REQ THRU 3710-EXIT
               UNTIL WS-LIST-DONE.

       3700-EXIT.
           EXIT.

       3710-NEXT-REQ.
           READ GCHG-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-LIST-DONE-SW
                   GO TO 3710-EXIT
           END-READ
           MOVE GCHG-REQ-NO TO WS-LAST-REQ-NO.

       3710-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-DECIDE-REQUEST - approve or deny a pending request.   *
      *  Admin only, and never the admin who filed it.  The request *
      *  is marked decided and journaled first; an approval then    *
      *  REWRITEs the grade row and journals it, and should that    *
      *  REWRITE fail the request is put back to pending.            *
      *-----------------------------------------------------------*
       4000-DECIDE-REQUEST.
           IF LOGIN-ROLE NOT = 'A'
               DISPLAY "ONLY AN ADMIN MAY DECIDE A GRADE-CHANGE "
                   "REQUEST"
               GO TO 4000-EXIT
           END-IF

           DISPLAY "REQUEST NUMBER        : " WITH NO ADVANCING
           ACCEPT WS-REQ-IN
           MOVE WS-REQ-IN TO GCHG-REQ-NO
           READ GCHG-FILE
               INVALID KEY
                   DISPLAY "NO SUCH REQUEST"
                   GO TO 4000-EXIT
           END-READ
           IF NOT GCHG-PENDING
               DISPLAY "REQUEST " GCHG-REQ-NO " HAS ALREADY BEEN "
                   "DECIDED"
               GO TO 4000-EXIT
           END-IF
           IF GCHG-REQ-USER = LOGIN-USER-ID
               DISPLAY "YOU FILED THIS REQUEST - A SECOND ADMIN MUST "
                   "DECIDE IT"
               GO TO 4000-EXIT
           END-IF

           DISPLAY "STUDENT " GCHG-STUDENT-ID "  TERM " GCHG-TERM
               "  COURSE " GCHG-COURSE
           DISPLAY "FROM SCORE " GCHG-OLD-SCORE " LETTER "
               GCHG-OLD-LETTER "  TO SCORE " GCHG-NEW-SCORE
               " LETTER " GCHG-NEW-LETTER
           DISPLAY "FILED BY " GCHG-REQ-USER " ON " GCHG-REQ-DATE
           DISPLAY "REASON: " GCHG-REASON

           MOVE SPACES TO WS-NOTE
           IF WS-DECIDE-APPROVE
               PERFORM 4100-CHECK-CHANGE THRU 4100-EXIT
               IF WS-DECISION NOT = 'A'
                   GO TO 4000-EXIT
               END-IF
               DISPLAY "NOTE (OPTIONAL)       : " WITH NO ADVANCING
               ACCEPT WS-NOTE
           ELSE
               DISPLAY "REASON FOR DENIAL     : " WITH NO ADVANCING
               ACCEPT WS-NOTE
               IF WS-NOTE = SPACES
                   DISPLAY "A REASON IS REQUIRED TO DENY"
                   GO TO 4000-EXIT
               END-IF
           END-IF

           MOVE GCHG-RECORD TO WS-SAVE-GCHG
           MOVE GCHG-RECORD TO WS-GCHG-BEFORE
           MOVE WS-DECISION TO GCHG-STATUS
           MOVE LOGIN-USER-ID TO GCHG-DECIDED-BY
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO GCHG-DECIDED-DATE
           MOVE WS-NOTE TO GCHG-DECISION-NOTE
           REWRITE GCHG-RECORD
               INVALID KEY
                   DISPLAY "REQUEST " GCHG-REQ-NO " COULD NOT BE "
                       "UPDATED - STATUS " WS-GCHG-STATUS
                   GO TO 4000-EXIT
           END-REWRITE

           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE GCHG-RECORD TO WS-GCHG-AFTER
           PERFORM 7100-JOURNAL-REQUEST THRU 7100-EXIT

           IF WS-DECIDE-APPROVE
               PERFORM 4200-APPLY-CHANGE THRU 4200-EXIT
               IF WS-DECISION NOT = 'A'
                   PERFORM 4300-REOPEN-REQUEST THRU 4300-EXIT
                   GO TO 4000-EXIT
               END-IF
               DISPLAY "REQUEST " GCHG-REQ-NO " APPROVED - GRADE "
                   "CHANGED"
           ELSE
               DISPLAY "REQUEST " GCHG-REQ-NO " DENIED"
           END-IF.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4100-CHECK-CHANGE - before an approval: read the           *
      *  GRADES.DAT row, say if it has moved since the request was  *
      *  filed, and have the admin confirm.  Anything that stops    *
      *  the change sets WS-DECISION to space so the request stays  *
      *  pending.                                                    *
      *-----------------------------------------------------------*
       4100-CHECK-CHANGE.
           MOVE GCHG-ENROLL-KEY TO GRADE-ENROLL-KEY
           READ GRADES-FILE
               INVALID KEY
                   DISPLAY "THE GRADE ROW IS NO LONGER ON FILE - DENY "
                       "THE REQUEST INSTEAD"
                   MOVE SPACE TO WS-DECISION
                   GO TO 4100-EXIT
           END-READ

           IF GRADE-SCORE NOT = GCHG-OLD-SCORE
                   OR GRADE-LETTER NOT = GCHG-OLD-LETTER
               DISPLAY "NOTE - THE ROW HAS CHANGED SINCE THE REQUEST "
                   "WAS FILED: NOW SCORE " GRADE-SCORE " LETTER "
                   GRADE-LETTER
           END-IF

           DISPLAY "APPLY THIS CHANGE TO GRADES.DAT? TYPE Y TO "
               "CONFIRM : " WITH NO ADVANCING
           ACCEPT WS-OPCION
           IF WS-OPCION NOT = 'Y' AND WS-OPCION NOT = 'y'
               DISPLAY "APPROVAL CANCELLED - REQUEST STILL PENDING"
               MOVE SPACE TO WS-DECISION
           END-IF.

       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4200-APPLY-CHANGE - the approval itself: reread the        *
      *  GRADES.DAT row, REWRITE it with the requested score and    *
      *  letter and journal it.  A failure sets WS-DECISION to      *
      *  space for the caller to put the request back.              *
      *-----------------------------------------------------------*
       4200-APPLY-CHANGE.
           MOVE GCHG-ENROLL-KEY TO GRADE-ENROLL-KEY
           READ GRADES-FILE
               INVALID KEY
                   DISPLAY "THE GRADE ROW IS NO LONGER ON FILE"
                   MOVE SPACE TO WS-DECISION
                   GO TO 4200-EXIT
           END-READ

           MOVE GRADE-ENROLL-KEY TO WS-JRNL-KEY
           MOVE GRADE-RECORD TO WS-BEFORE-IMAGE
           MOVE GCHG-NEW-SCORE TO GRADE-SCORE
           MOVE GCHG-NEW-LETTER TO GRADE-LETTER
           REWRITE GRADE-RECORD
               INVALID KEY
                   DISPLAY "GRADES.DAT REWRITE FAILED - STATUS "
                       WS-GRADE-STATUS
                   MOVE SPACE TO WS-DECISION
                   GO TO 4200-EXIT
           END-REWRITE

           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE GRADE-RECORD TO WS-AFTER-IMAGE
           MOVE 'GRADES' TO WS-JRNL-MASTER
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4300-REOPEN-REQUEST - the grade was not changed after all: *
      *  put the request back the way it was, PENDING, and journal  *
      *  that too.                                                   *
      *-----------------------------------------------------------*
       4300-REOPEN-REQUEST.
           MOVE GCHG-RECORD TO WS-GCHG-BEFORE
           MOVE WS-SAVE-GCHG TO GCHG-RECORD
           REWRITE GCHG-RECORD
               INVALID KEY
                   DISPLAY "REQUEST " GCHG-REQ-NO " COULD NOT BE PUT "
                       "BACK TO PENDING - STATUS " WS-GCHG-STATUS
                   GO TO 4300-EXIT
           END-REWRITE
           DISPLAY "REQUEST " GCHG-REQ-NO " STILL PENDING"

           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE GCHG-RECORD TO WS-GCHG-AFTER
           PERFORM 7100-JOURNAL-REQUEST THRU 7100-EXIT.

       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-PENDING-REPORT - every request still waiting for a    *
      *  decision, oldest first, to CHGPEND.DAT.                     *
      *-----------------------------------------------------------*
       5000-PENDING-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "CHGPEND.DAT COULD NOT BE OPENED - STATUS "
                   WS-REPORT-STATUS
               GO TO 5000-EXIT
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-PAGE-NO
           MOVE ZERO TO WS-PENDING-COUNT
           PERFORM 2100-WRITE-HEADING THRU 2100-EXIT

           MOVE 'N' TO WS-LIST-DONE-SW
           MOVE ZERO TO GCHG-REQ-NO
           START GCHG-FILE KEY NOT LESS THAN GCHG-REQ-NO
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-DONE-SW
           END-START
           PERFORM 5100-NEXT-PENDING THRU 5100-EXIT
               UNTIL WS-LIST-DONE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REQUESTS PENDING             :' TO WS-CNT-LABEL
           MOVE WS-PENDING-COUNT TO WS-CNT-VALUE
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           CLOSE REPORT-FILE
           DISPLAY "PENDING REQUESTS WRITTEN TO CHGPEND.DAT - "
               WS-PENDING-COUNT " PENDING".

       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-WRITE-HEADING - start a new report page.              *
      *-----------------------------------------------------------*
       2100-WRITE-HEADING.
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

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5100-NEXT-PENDING - the next request; a pending one goes   *
      *  on the report with its reason underneath.                   *
      *-----------------------------------------------------------*
       5100-NEXT-PENDING.
           READ GCHG-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-LIST-DONE-SW
                   GO TO 5100-EXIT
           END-READ
           IF NOT GCHG-PENDING
               GO TO 5100-EXIT
           END-IF

           ADD 1 TO WS-PENDING-COUNT
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2100-WRITE-HEADING THRU 2100-EXIT
           END-IF

           MOVE GCHG-REQ-NO TO WS-DTL-REQ-NO
           MOVE GCHG-STUDENT-ID TO WS-DTL-ID
           MOVE GCHG-TERM TO WS-DTL-TERM
           MOVE GCHG-COURSE TO WS-DTL-COURSE
           MOVE GCHG-OLD-SCORE TO WS-DTL-OLD-SCORE
           MOVE GCHG-OLD-LETTER TO WS-DTL-OLD-LETTER
           MOVE GCHG-NEW-SCORE TO WS-DTL-NEW-SCORE
           MOVE GCHG-NEW-LETTER TO WS-DTL-NEW-LETTER
           MOVE GCHG-REQ-USER TO WS-DTL-USER
           MOVE GCHG-REQ-DATE TO WS-DTL-DATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           MOVE GCHG-REASON TO WS-RSN-TEXT
           WRITE REPORT-LINE FROM WS-REASON-LINE
           ADD 2 TO WS-LINE-COUNT.

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
           MOVE 'GRDCHGRQ' TO JRNL-PROGRAM
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
      *  7100-JOURNAL-REQUEST - journal a GRDCHG.DAT row the way    *
      *  CNTMAINT journals a contact row: one line per 50-byte      *
      *  slice that differs between the before and after images,    *
      *  keyed on the request number and the slice.  The caller     *
      *  has set the action and both whole-row images.               *
      *-----------------------------------------------------------*
       7100-JOURNAL-REQUEST.
           MOVE 'GRDCHG' TO WS-JRNL-MASTER
           MOVE ZERO TO WS-SLICE-IX
           PERFORM 7110-JOURNAL-SLICE THRU 7110-EXIT
               UNTIL WS-SLICE-IX NOT LESS THAN 3.

       7100-EXIT.
           EXIT.

       7110-JOURNAL-SLICE.
           ADD 1 TO WS-SLICE-IX
           IF WS-BEFORE-SLICE (WS-SLICE-IX) =
                   WS-AFTER-SLICE (WS-SLICE-IX)
               GO TO 7110-EXIT
           END-IF

           MOVE WS-SLICE-IX TO WS-SLICE-NO
           MOVE SPACES TO WS-JRNL-KEY
           STRING GCHG-REQ-NO DELIMITED BY SIZE
                  '/'         DELIMITED BY SIZE
                  WS-SLICE-NO DELIMITED BY SIZE
                  INTO WS-JRNL-KEY
           MOVE WS-BEFORE-SLICE (WS-SLICE-IX) TO WS-BEFORE-IMAGE
           MOVE WS-AFTER-SLICE (WS-SLICE-IX) TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       7110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE - close up shop.                            *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-GRADE-STATUS = '00' OR WS-GRADE-STATUS = '10'
                   OR WS-GRADE-STATUS = '23'
               CLOSE GRADES-FILE
           END-IF
           IF WS-GCHG-STATUS = '00' OR WS-GCHG-STATUS = '10'
                   OR WS-GCHG-STATUS = '22'
                   OR WS-GCHG-STATUS = '23'
               CLOSE GCHG-FILE
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
