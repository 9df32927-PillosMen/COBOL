      *                     record key on NAME (see NOMBRE) - the
      *                     SELECT declares it so the master still
      *                     opens.
      *   15/10/26  PILLOS  The honor roll and probation sections are
      *                     also written one row per student to
      *                     STNDLIST.DAT (see STNDLST.CPY) for the
      *                     standing letters and labels STNDLTR
      *                     produces.  A list that cannot be opened
      *                     is a console warning, not an abort - the
      *                     printed report still runs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDRPT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT STNDLIST-FILE ASSIGN TO 'STNDLIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT PARM-FILE ASSIGN TO 'STNDPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  STNDLIST-FILE.
           COPY STNDLST.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-USER-ID         PIC X(08).
       01  WS-CATALOG-SW            PIC X(01)   VALUE 'N'.
           88  WS-HAVE-CATALOG          VALUE 'Y'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-LIST-STATUS           PIC X(02).
       01  WS-LIST-SW               PIC X(01)   VALUE 'N'.
           88  WS-HAVE-LIST             VALUE 'Y'.
       01  WS-PARM-STATUS           PIC X(02).
       01  WS-SIGNON-STATUS         PIC X(02).
       01  WS-INIT-OK-SW            PIC X(01)   VALUE 'Y'.
                   WS-REPORT-STATUS
           END-IF

           OPEN OUTPUT STNDLIST-FILE
           IF WS-LIST-STATUS = '00'
               MOVE 'Y' TO WS-LIST-SW
           ELSE
               DISPLAY "STNDLIST.DAT COULD NOT BE OPENED - STATUS "
                   WS-LIST-STATUS
               DISPLAY "NO STANDING LETTERS CAN BE RUN FROM THIS PASS"
           END-IF

           IF WS-INIT-OK
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           CLOSE REPORT-FILE
           IF WS-HAVE-LIST
               CLOSE STNDLIST-FILE
               MOVE 'N' TO WS-LIST-SW
           END-IF

           IF WS-STU-SKIPPED > ZERO
               DISPLAY "STANDING TABLE FULL - STUDENTS DROPPED: "
           MOVE WS-TBL-CREDITS (WS-IX) TO WS-DTL-CREDITS
           MOVE WS-TBL-GPA (WS-IX) TO WS-DTL-GPA
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT

           IF WS-HAVE-LIST AND NOT WS-SEC-GOOD
               PERFORM 4300-WRITE-LIST-ROW THRU 4300-EXIT
           END-IF.

       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4300-WRITE-LIST-ROW - the honor roll or probation student  *
      *  just printed, as one STNDLIST.DAT row for STNDLTR.         *
      *-----------------------------------------------------------*
       4300-WRITE-LIST-ROW.
           MOVE SPACES TO STL-RECORD
           MOVE WS-TBL-ID (WS-IX) TO STL-STUDENT-ID
           IF WS-SEC-HONOR
               MOVE 'H' TO STL-STANDING
           ELSE
               MOVE 'P' TO STL-STANDING
           END-IF
           MOVE WS-TBL-GPA (WS-IX) TO STL-GPA
           MOVE WS-TBL-CREDITS (WS-IX) TO STL-CREDITS
           MOVE WS-TERM-FILTER TO STL-TERM
           MOVE WS-HONOR-GPA TO STL-HONOR-GPA
           MOVE WS-PROBATION-GPA TO STL-PROBATION-GPA
           MOVE WS-RUN-DATE TO STL-RUN-DATE
           WRITE STL-RECORD.

       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE - close the two masters.                    *
      *-----------------------------------------------------------*
           END-IF
           IF NOT WS-INIT-OK AND WS-REPORT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           IF WS-HAVE-LIST
               CLOSE STNDLIST-FILE
           END-IF.

       9000-EXIT.
