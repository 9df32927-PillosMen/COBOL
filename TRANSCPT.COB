      *                     record key on NAME (see NOMBRE) - the
      *                     SELECT declares it so the master still
      *                     opens.
      *   15/10/26  PILLOS  A student whose account is on financial
      *                     hold (see BILLRUN / PAYPOST, LEDGER.DAT)
      *                     gets a TRANSCRIPT WITHHELD line in place
      *                     of the course list, and the run counts
      *                     them.  No LEDGER.DAT means nobody is held.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCPT.
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO 'LEDGER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS WS-LEDG-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'TRANSCPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  COURSES-FILE.
           COPY CRSREC.

       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

           88  WS-COURSE-OK             VALUE '00'.
       01  WS-CATALOG-SW            PIC X(01)   VALUE 'N'.
           88  WS-HAVE-CATALOG          VALUE 'Y'.
       01  WS-LEDG-STATUS           PIC X(02).
           88  WS-LEDG-OK               VALUE '00'.
       01  WS-LEDGER-SW             PIC X(01)   VALUE 'N'.
           88  WS-HAVE-LEDGER           VALUE 'Y'.
       01  WS-FIN-HOLD-SW           PIC X(01)   VALUE 'N'.
           88  WS-FIN-HOLD              VALUE 'Y'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-SIGNON-STATUS         PIC X(02).
       01  WS-INIT-OK-SW            PIC X(01)   VALUE 'Y'.
       COPY LOGINLNK.

       01  WS-TOTAL-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-PAGE-NO               PIC 9(03) COMP VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-LINES-PER-PAGE        PIC 9(03) COMP VALUE 40.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-TOT-COUNT         PIC ZZZZ9.

       01  WS-HOLD-LINE.
           05  FILLER               PIC X(12) VALUE SPACES.
           05  FILLER               PIC X(39) VALUE
               "** FINANCIAL HOLD - TRANSCRIPT WITHHELD".

       01  WS-HELD-LINE.
           05  FILLER          PIC X(20) VALUE "WITHHELD FOR HOLD  :".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-HELD-TOT          PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
                   DISPLAY "EVERY COURSE WILL BE WEIGHTED AS 1 CREDIT"
               END-IF

               OPEN INPUT LEDGER-FILE
               IF WS-LEDG-OK
                   MOVE 'Y' TO WS-LEDGER-SW
               END-IF

               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = '00'
                   MOVE 'N' TO WS-INIT-OK-SW
      *-----------------------------------------------------------*
      *  3000-PROCESS-STUDENTS - read the next student, list every  *
      *  course the student has in GRADES.DAT, and close the block  *
      *  with a per-student subtotal line.  A student on financial *
      *  hold gets the withheld line instead.                        *
      *-----------------------------------------------------------*
       3000-PROCESS-STUDENTS.
           READ STUDENT NEXT INTO WS-STUDENT-REC
           END-READ

           ADD 1 TO WS-TOTAL-COUNT
           PERFORM 3020-CHECK-HOLD THRU 3020-EXIT
           IF WS-FIN-HOLD
               PERFORM 3030-WRITE-WITHHELD THRU 3030-EXIT
               GO TO 3000-EXIT
           END-IF

           MOVE ZERO TO WS-CRS-COUNT
           MOVE ZERO TO WS-SCORE-TOT
           MOVE ZERO TO WS-CREDIT-TOT
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3020-CHECK-HOLD - is the student's account row on the      *
      *  ledger flagged on financial hold?                           *
      *-----------------------------------------------------------*
       3020-CHECK-HOLD.
           MOVE 'N' TO WS-FIN-HOLD-SW
           IF NOT WS-HAVE-LEDGER
               GO TO 3020-EXIT
           END-IF

           MOVE WS-STUDENT-ID TO LEDG-STUDENT-ID
           MOVE ZERO TO LEDG-SEQ
           READ LEDGER-FILE
               INVALID KEY
                   GO TO 3020-EXIT
           END-READ
           IF LEDG-ON-HOLD
               MOVE 'Y' TO WS-FIN-HOLD-SW
           END-IF.

       3020-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3030-WRITE-WITHHELD - the student's ID and name on a line  *
      *  with no course, then the withheld notice.                   *
      *-----------------------------------------------------------*
       3030-WRITE-WITHHELD.
           ADD 1 TO WS-HELD-COUNT
           MOVE ZERO TO WS-CRS-COUNT
           MOVE 'Y' TO WS-FIRST-SW
           MOVE SPACES TO GRADE-TERM
           MOVE SPACES TO GRADE-COURSE
           MOVE ZERO TO GRADE-SCORE
           MOVE SPACES TO GRADE-LETTER
           PERFORM 3100-WRITE-DETAIL-LINE THRU 3100-EXIT

           WRITE REPORT-LINE FROM WS-HOLD-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 2 TO WS-LINE-COUNT.

       3030-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3050-START-GRADES - position GRADES.DAT at the current     *
      *  student's first enrollment, if any was ever recorded.      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-HELD-COUNT > ZERO
               MOVE WS-HELD-COUNT TO WS-HELD-TOT
               WRITE REPORT-LINE FROM WS-HELD-LINE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "TRANSCRIPT REPORT COMPLETE - SEE TRANSCPT.DAT".

           IF WS-HAVE-CATALOG
               CLOSE COURSES-FILE
           END-IF
           IF WS-HAVE-LEDGER
               CLOSE LEDGER-FILE
           END-IF
           IF NOT WS-INIT-OK AND WS-REPORT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF.
