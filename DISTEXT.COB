      *                     record key on NAME (see NOMBRE) - the
      *                     SELECT declares it so the master still
      *                     opens.
      *   15/10/26  PILLOS  A student whose account is on financial
      *                     hold (see BILLRUN / PAYPOST, LEDGER.DAT)
      *                     has grades withheld: the student goes
      *                     out once with the course fields empty,
      *                     the same D record as a student with no
      *                     courses, so the layout is unchanged.
      *                     The console shows how many were held.
      *                     No LEDGER.DAT means nobody is held.
      *   15/10/26  PILLOS  A record STUMERGE has retired (status M,
      *                     see STUDENT.CPY) is left out - its grades
      *                     already go out under the surviving ID.
      *                     The console shows how many were skipped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTEXT.
               RECORD KEY IS GRADE-ENROLL-KEY
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO 'LEDGER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS WS-LEDG-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO 'EXTRACT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
       FD  GRADES-FILE.
           COPY GRADEREC.

       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE                PIC X(120).

       01  WS-STUDENT-STATUS        PIC X(02).
           88  WS-STUDENT-OK            VALUE '00'.
       01  WS-GRADE-STATUS          PIC X(02).
       01  WS-LEDG-STATUS           PIC X(02).
           88  WS-LEDG-OK               VALUE '00'.
       01  WS-LEDGER-SW             PIC X(01)   VALUE 'N'.
           88  WS-HAVE-LEDGER           VALUE 'Y'.
       01  WS-FIN-HOLD-SW           PIC X(01)   VALUE 'N'.
           88  WS-FIN-HOLD              VALUE 'Y'.
       01  WS-EXTRACT-STATUS        PIC X(02).
       01  WS-SIGNON-STATUS         PIC X(02).
       01  WS-INIT-OK-SW            PIC X(01)   VALUE 'Y'.
           05  WS-STUDENT-ID        PIC 9(05).
           05  WS-NAME              PIC A(25).
           05  WS-STU-STATUS        PIC X(01).
               88  WS-STU-MERGED            VALUE 'M'.
           05  WS-STU-PROGRAM       PIC X(05).
           05  WS-STU-DOB           PIC 9(08).

       01  WS-CRS-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-STUDENT-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-MERGED-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-DETAIL-COUNT          PIC 9(05)      VALUE ZERO.

       01  WS-RUN-DATE.
               DISPLAY "RUN GRDMAINT AT LEAST ONCE TO CREATE IT"
           END-IF

           OPEN INPUT LEDGER-FILE
           IF WS-LEDG-OK
               MOVE 'Y' TO WS-LEDGER-SW
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
               MOVE 'N' TO WS-INIT-OK-SW
      *  3000-EXTRACT-STUDENT - one D record per course the next    *
      *  student has; a student with none still goes out once, with *
      *  the course fields empty, so the roster side of the feed is *
      *  complete.  A student on financial hold goes out that same  *
      *  way, with the grades withheld.  A merged-away ID is not    *
      *  sent at all.                                                *
      *-----------------------------------------------------------*
       3000-EXTRACT-STUDENT.
           READ STUDENT NEXT INTO WS-STUDENT-REC
                   GO TO 3000-EXIT
           END-READ

           IF WS-STU-MERGED
               ADD 1 TO WS-MERGED-COUNT
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-STUDENT-COUNT
           PERFORM 3050-CHECK-HOLD THRU 3050-EXIT
           IF WS-FIN-HOLD
               ADD 1 TO WS-HELD-COUNT
               PERFORM 3200-WRITE-DETAIL-EMPTY THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF

           MOVE ZERO TO WS-CRS-COUNT
           MOVE 'N' TO WS-GRADES-DONE-SW

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3050-CHECK-HOLD - is the student's account row on the      *
      *  ledger flagged on financial hold?                           *
      *-----------------------------------------------------------*
       3050-CHECK-HOLD.
           MOVE 'N' TO WS-FIN-HOLD-SW
           IF NOT WS-HAVE-LEDGER
               GO TO 3050-EXIT
           END-IF

           MOVE WS-STUDENT-ID TO LEDG-STUDENT-ID
           MOVE ZERO TO LEDG-SEQ
           READ LEDGER-FILE
               INVALID KEY
                   GO TO 3050-EXIT
           END-READ
           IF LEDG-ON-HOLD
               MOVE 'Y' TO WS-FIN-HOLD-SW
           END-IF.

       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-EXTRACT-COURSE - the next enrollment row; a row for   *
      *  a different student closes out the current one.             *

           DISPLAY "DISTRICT EXTRACT COMPLETE - SEE EXTRACT.DAT"
           DISPLAY "STUDENTS READ    : " WS-STUDENT-COUNT
           DISPLAY "D RECORDS WRITTEN: " WS-DETAIL-COUNT
           DISPLAY "GRADES WITHHELD  : " WS-HELD-COUNT
           DISPLAY "MERGED IDS       : " WS-MERGED-COUNT.

       4000-EXIT.
           EXIT.
                   OR WS-GRADE-STATUS = '23'
               CLOSE GRADES-FILE
           END-IF
           IF WS-HAVE-LEDGER
               CLOSE LEDGER-FILE
           END-IF
           IF NOT WS-INIT-OK AND WS-EXTRACT-STATUS = '00'
               CLOSE EXTRACT-FILE
           END-IF.
