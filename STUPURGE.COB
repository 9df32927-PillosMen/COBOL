      ******************************************************************
      * Program:      STUPURGE
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Records retention purge.  Walks CONES.DAT and
      *               picks every STUDENT-WITHDRAWN or STUDENT-GRADUATED
      *               student whose last GRADES.DAT term is older than
      *               the retention period (the term's year before
      *               this year less the number of years kept).  Each
      *               one is copied - the student record and every
      *               GRADES.DAT row - to the history archive
      *               (HISTORY.DAT, see HISTREC.CPY) and only then
      *               deleted from the live masters, every deletion
      *               journaled with the master it was made against.
      *               The student's CONTACT.DAT row, if any, is not
      *               archived: it goes with the student, journaled
      *               slice by slice the way CNTMAINT journals it.
      *               A student is kept, and the proof report says
      *               why, when there is no grade to age by, when the
      *               last term is too recent, when LEDGER.DAT still
      *               shows a balance owed either way, or when the
      *               archive already holds rows for the ID.  Runs in
      *               the same two phases as GRDLOAD: E)DIT writes the
      *               proof report (PRGPROOF.DAT) of what would go with
      *               nothing touched; A)PPLY does the purge.  Both end
      *               with control totals, and the apply proves the
      *               archive rows written against the rows deleted.
      *               Credentials, the years kept and the phase come
      *               from PRGPARM.DAT when it is present (unattended
      *               run) or are prompted for.  STUHIST looks an
      *               archived student up and restores one.
      *               Admin only.
      * Tectonics:    cobc -x STUPURGE.COB LOGINCHK.COB FILELOCK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      *   15/10/26  PILLOS  A purged student's CONTACT.DAT row is
      *                     deleted and journaled too, under a hold
      *                     on CONTACT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUPURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT HISTORY-FILE ASSIGN TO 'HISTORY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT LEDGER-FILE ASSIGN TO 'LEDGER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS WS-LEDG-STATUS.

           SELECT CONTACT-FILE ASSIGN TO 'CONTACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-STUDENT-ID
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'PRGPROOF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'PRGPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT.
           COPY STUDENT.

       FD  GRADES-FILE.
           COPY GRADEREC.

       FD  HISTORY-FILE.
           COPY HISTREC.

       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  CONTACT-FILE.
           COPY CONTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-USER-ID         PIC X(08).
           05  PARM-PASSWORD        PIC X(10).
           05  PARM-YEARS           PIC X(02).
           05  PARM-PHASE           PIC X(01).

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-STATUS        PIC X(02).
           88  WS-STUDENT-OK            VALUE '00'.
       01  WS-GRADE-STATUS          PIC X(02).
           88  WS-GRADE-OK              VALUE '00'.
       01  WS-HIST-STATUS           PIC X(02).
           88  WS-HIST-OK               VALUE '00'.
           88  WS-HIST-NOT-OPEN         VALUE '35'.
       01  WS-LEDG-STATUS           PIC X(02).
           88  WS-LEDG-OK               VALUE '00'.
       01  WS-CONTACT-STATUS        PIC X(02).
           88  WS-CONTACT-OK            VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-PARM-STATUS           PIC X(02).
       01  WS-JRNL-STATUS           PIC X(02).

       01  WS-CONES-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-CONES            VALUE 'Y'.
       01  WS-GRADES-SW             PIC X(01)   VALUE 'N'.
           88  WS-HAVE-GRADES           VALUE 'Y'.
       01  WS-HISTORY-SW            PIC X(01)   VALUE 'N'.
           88  WS-HAVE-HISTORY          VALUE 'Y'.
       01  WS-LEDGER-SW             PIC X(01)   VALUE 'N'.
           88  WS-HAVE-LEDGER           VALUE 'Y'.
       01  WS-CONTACT-SW            PIC X(01)   VALUE 'N'.
           88  WS-HAVE-CONTACT          VALUE 'Y'.
       01  WS-REPORT-SW             PIC X(01)   VALUE 'N'.
           88  WS-HAVE-REPORT           VALUE 'Y'.
       01  WS-INIT-OK-SW            PIC X(01)   VALUE 'Y'.
           88  WS-INIT-OK               VALUE 'Y'.
       01  WS-BATCH-SW              PIC X(01)   VALUE 'N'.
           88  WS-BATCH-MODE            VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01)   VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       01  WS-GRD-DONE-SW           PIC X(01)   VALUE 'N'.
           88  WS-GRD-DONE              VALUE 'Y'.
       01  WS-BAD-TERM-SW           PIC X(01)   VALUE 'N'.
           88  WS-BAD-TERM              VALUE 'Y'.
       01  WS-ARCH-FAIL-SW          PIC X(01)   VALUE 'N'.
           88  WS-ARCH-FAILED           VALUE 'Y'.
       01  WS-PHASE                 PIC X(01).
           88  WS-PHASE-EDIT            VALUE 'E'.
           88  WS-PHASE-APPLY           VALUE 'A'.

      *    What became of the student in hand: P)URGED (or would be),
      *    kept because the last term is too R)ECENT, kept with N)O
      *    grades to age by, kept for an open ledger B)ALANCE, or an
      *    e(X)CEPTION - bad term, already archived, or a failed
      *    archive write or delete.
       01  WS-RESULT                PIC X(01).
           88  WS-RESULT-PURGE          VALUE 'P'.
           88  WS-RESULT-RECENT         VALUE 'R'.
           88  WS-RESULT-NO-GRADES      VALUE 'N'.
           88  WS-RESULT-BALANCE        VALUE 'B'.
           88  WS-RESULT-EXCEPTION      VALUE 'X'.
       01  WS-REASON                PIC X(20).

      *    The retention period and the year a last term must fall
      *    before for the student to go.
       01  WS-YEARS-IN              PIC X(02).
       01  WS-YEARS                 PIC 9(02)   VALUE ZERO.
       01  WS-CUTOFF-YEAR           PIC 9(04)   VALUE ZERO.

      *    The student in hand, as read, and what its grades showed.
       01  WS-LAST-ID               PIC 9(05)   VALUE ZERO.
       01  WS-STU-SAVE.
           05  WS-SAVE-ID           PIC 9(05).
           05  WS-SAVE-NAME         PIC X(25).
           05  WS-SAVE-STATUS       PIC X(01).
           05  FILLER               PIC X(13).
       01  WS-STU-GRADES            PIC 9(05) COMP VALUE ZERO.
       01  WS-LAST-YEAR             PIC 9(04)   VALUE ZERO.
       01  WS-LAST-TERM             PIC X(06)   VALUE SPACES.
       01  WS-TERM-YEAR             PIC 9(04)   VALUE ZERO.
       01  WS-STU-WRITTEN           PIC 9(05) COMP VALUE ZERO.
       01  WS-STU-DELETED           PIC 9(05) COMP VALUE ZERO.
       01  WS-OLD-GRADE             PIC X(35).

      *    Control totals.
       01  WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-CAND-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-RECENT-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-NOGRD-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-BALANCE-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-EXCEPT-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-PURGE-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-PURGE-GRADES          PIC 9(05) COMP VALUE ZERO.
       01  WS-HIST-WRITTEN          PIC 9(05) COMP VALUE ZERO.
       01  WS-CONES-DELETED         PIC 9(05) COMP VALUE ZERO.
       01  WS-GRADES-DELETED        PIC 9(05) COMP VALUE ZERO.
       01  WS-CONTACT-PURGED        PIC 9(05) COMP VALUE ZERO.
       01  WS-CHECK-TOTAL           PIC 9(05) COMP VALUE ZERO.
       01  WS-TOTALS-SW             PIC X(01)   VALUE 'Y'.
           88  WS-TOTALS-AGREE          VALUE 'Y'.

      *    The masters this program holds in the apply phase, taken
      *    in this order and given back in the same order.
       01  WS-HOLD-NAMES.
           05  FILLER               PIC X(10)   VALUE 'CONES'.
           05  FILLER               PIC X(10)   VALUE 'GRADES'.
           05  FILLER               PIC X(10)   VALUE 'HISTORY'.
           05  FILLER               PIC X(10)   VALUE 'CONTACT'.
       01  WS-HOLD-TABLE  REDEFINES WS-HOLD-NAMES.
           05  WS-HOLD-NAME         PIC X(10)   OCCURS 4 TIMES.
       01  WS-HOLD-MAX              PIC 9(02) COMP VALUE 4.
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

      *    A CONTACT.DAT row is 450 bytes; it is journaled as nine
      *    50-byte slices keyed on the ID and the slice number.
       01  WS-CNT-BEFORE            PIC X(450).
       01  WS-CNT-BEFORE-R REDEFINES WS-CNT-BEFORE.
           05  WS-BEFORE-SLICE      PIC X(50) OCCURS 9 TIMES.
       01  WS-SLICE-IX              PIC 9(02) COMP VALUE ZERO.
       01  WS-SLICE-NO              PIC 9(02).

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
           05  FILLER               PIC X(22) VALUE SPACES.
           05  FILLER               PIC X(30) VALUE
               "RECORDS RETENTION PURGE PROOF".
           05  FILLER               PIC X(17) VALUE SPACES.
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
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE "YEARS KEPT ".
           05  WS-HDR-YEARS         PIC 9(02).
           05  FILLER               PIC X(19) VALUE
               "  LAST TERM BEFORE ".
           05  WS-HDR-CUTOFF        PIC 9(04).
       01  WS-HDR-3.
           05  FILLER               PIC X(07) VALUE "ID".
           05  FILLER               PIC X(22) VALUE "NAME".
           05  FILLER               PIC X(03) VALUE "ST".
           05  FILLER               PIC X(08) VALUE "LAST".
           05  FILLER               PIC X(06) VALUE "ROWS".
           05  FILLER               PIC X(13) VALUE "VERDICT".
           05  FILLER               PIC X(06) VALUE "REASON".

       01  WS-DETAIL-LINE.
           05  WS-DTL-ID            PIC 9(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-NAME          PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-STATUS        PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-TERM          PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-ROWS          PIC ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-VERDICT       PIC X(11).
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
                   PERFORM 3000-PROCESS-STUDENT THRU 3000-EXIT
                       UNTIL WS-EOF
                   PERFORM 4000-FINISH THRU 4000-EXIT
               ELSE
                   DISPLAY "RETENTION PURGE ABORTED"
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
      *  phase and the years kept, take the holds for an apply and  *
      *  open the files.  CONES.DAT and GRADES.DAT are opened for   *
      *  update, and the archive created if need be, only in the   *
      *  apply phase.  LEDGER.DAT is optional - without it no       *
      *  balance keeps anyone back.                                  *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-GET-CREDENTIALS THRU 1010-EXIT

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "STUPURGE" TO LOGIN-PROGRAM
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

           IF WS-YEARS-IN (2:1) = SPACE
               MOVE WS-YEARS-IN (1:1) TO WS-YEARS-IN (2:1)
               MOVE '0' TO WS-YEARS-IN (1:1)
           END-IF
           IF WS-YEARS-IN IS NOT NUMERIC
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "YEARS KEPT MUST BE 01 TO 99"
               GO TO 1000-EXIT
           END-IF
           MOVE WS-YEARS-IN TO WS-YEARS
           IF WS-YEARS = ZERO
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "YEARS KEPT MUST BE 01 TO 99"
               GO TO 1000-EXIT
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           SUBTRACT WS-YEARS FROM WS-RUN-YYYY GIVING WS-CUTOFF-YEAR

           IF WS-PHASE-APPLY
               PERFORM 1600-ACQUIRE-HOLDS THRU 1600-EXIT
               IF NOT WS-HAVE-HOLDS
                   MOVE 'N' TO WS-INIT-OK-SW
                   GO TO 1000-EXIT
               END-IF
           END-IF

           IF WS-PHASE-APPLY
               OPEN I-O STUDENT
           ELSE
               OPEN INPUT STUDENT
           END-IF
           IF WS-STUDENT-OK
               MOVE 'Y' TO WS-CONES-SW
           ELSE
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "CONES.DAT COULD NOT BE OPENED - STATUS "
                   WS-STUDENT-STATUS
           END-IF

           IF WS-PHASE-APPLY
               OPEN I-O GRADES-FILE
           ELSE
               OPEN INPUT GRADES-FILE
           END-IF
           IF WS-GRADE-OK
               MOVE 'Y' TO WS-GRADES-SW
           ELSE
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "GRADES.DAT COULD NOT BE OPENED - STATUS "
                   WS-GRADE-STATUS
           END-IF

           IF WS-PHASE-APPLY
               OPEN I-O HISTORY-FILE
               IF WS-HIST-NOT-OPEN
                   OPEN OUTPUT HISTORY-FILE
                   CLOSE HISTORY-FILE
                   OPEN I-O HISTORY-FILE
               END-IF
               IF WS-HIST-OK
                   MOVE 'Y' TO WS-HISTORY-SW
               ELSE
                   MOVE 'N' TO WS-INIT-OK-SW
                   DISPLAY "HISTORY.DAT COULD NOT BE OPENED - STATUS "
                       WS-HIST-STATUS
               END-IF
           ELSE
               OPEN INPUT HISTORY-FILE
               IF WS-HIST-OK
                   MOVE 'Y' TO WS-HISTORY-SW
               END-IF
           END-IF

           OPEN INPUT LEDGER-FILE
           IF WS-LEDG-OK
               MOVE 'Y' TO WS-LEDGER-SW
           END-IF

           IF WS-PHASE-APPLY
               OPEN I-O CONTACT-FILE
           ELSE
               OPEN INPUT CONTACT-FILE
           END-IF
           IF WS-CONTACT-OK
               MOVE 'Y' TO WS-CONTACT-SW
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS = '00'
               MOVE 'Y' TO WS-REPORT-SW
           ELSE
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "PRGPROOF.DAT COULD NOT BE OPENED - STATUS "
                   WS-REPORT-STATUS
           END-IF

           IF WS-INIT-OK
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1010-GET-CREDENTIALS - PRGPARM.DAT present means an        *
      *  unattended (scheduled) run: user ID, password, years kept  *
      *  and the E/A phase come from it.  Otherwise prompt.         *
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
               MOVE PARM-YEARS TO WS-YEARS-IN
               MOVE PARM-PHASE TO WS-PHASE
               DISPLAY "STUPURGE - UNATTENDED BATCH RUN"
           ELSE
               DISPLAY "RECORDS RETENTION PURGE - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
               DISPLAY "YEARS KEPT AFTER THE LAST TERM (01-99) : "
                   WITH NO ADVANCING
               ACCEPT WS-YEARS-IN
               DISPLAY "PHASE - E)DIT ONLY OR A)PPLY ? "
                   WITH NO ADVANCING
               ACCEPT WS-PHASE
           END-IF.

       1010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1600-ACQUIRE-HOLDS - the apply phase takes a B hold on     *
      *  CONES, GRADES and the archive through FILELOCK, so no      *
      *  maintenance screen (or a STUHIST restore) is in them while *
      *  rows go.  The first refusal gives back the holds already   *
      *  taken and the run stops with the holder named.  The edit   *
      *  phase only reads, so it runs regardless.                    *
      *-----------------------------------------------------------*
       1600-ACQUIRE-HOLDS.
           MOVE ZERO TO WS-HOLDS-TAKEN
           MOVE 'N' TO WS-REFUSED-SW
           PERFORM 1610-TAKE-HOLD THRU 1610-EXIT
               UNTIL WS-HOLD-REFUSED
                  OR WS-HOLDS-TAKEN NOT LESS THAN WS-HOLD-MAX

           IF WS-HOLD-REFUSED
               PERFORM 9100-RELEASE-HOLDS THRU 9100-EXIT
               DISPLAY "RUN REFUSED - CLOSE THE SCREEN (OR FREE A"
               DISPLAY "STALE HOLD VIA USRMAINT) AND RERUN"
           ELSE
               MOVE 'Y' TO WS-HOLDS-SW
           END-IF.

       1600-EXIT.
           EXIT.

       1610-TAKE-HOLD.
           MOVE WS-HOLD-NAME (WS-HOLDS-TAKEN + 1) TO LKC-MASTER
           MOVE 'B' TO LKC-TYPE
           MOVE 'A' TO LKC-ACTION
           MOVE 'STUPURGE' TO LKC-PROGRAM
           MOVE LOGIN-USER-ID TO LKC-USER
           CALL "FILELOCK" USING LOCK-CONTROL
           IF LOCK-REFUSED
               DISPLAY LKC-MASTER " IS HELD BY A MAINTENANCE SCREEN -"
               DISPLAY "HELD BY " LKC-HOLDER
               MOVE 'Y' TO WS-REFUSED-SW
           ELSE
               ADD 1 TO WS-HOLDS-TAKEN
           END-IF.

       1610-EXIT.
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
           MOVE WS-YEARS TO WS-HDR-YEARS
           MOVE WS-CUTOFF-YEAR TO WS-HDR-CUTOFF
           WRITE REPORT-LINE FROM WS-HDR-2

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-HDR-3.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-PROCESS-STUDENT - the next CONES.DAT student.  A       *
      *  purge deletes the record just read, so every read starts   *
      *  afresh past the last ID seen rather than trusting the      *
      *  file's position.  Only withdrawn and graduated students    *
      *  are considered; each one gets a proof line.                 *
      *-----------------------------------------------------------*
       3000-PROCESS-STUDENT.
           MOVE WS-LAST-ID TO STUDENT-ID
           START STUDENT KEY GREATER THAN STUDENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3000-EXIT
           END-START
           READ STUDENT NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3000-EXIT
           END-READ

           MOVE STUDENT-ID TO WS-LAST-ID
           ADD 1 TO WS-READ-COUNT
           IF NOT STUDENT-WITHDRAWN AND NOT STUDENT-GRADUATED
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-CAND-COUNT
           MOVE STUDENT-FILE TO WS-STU-SAVE
           PERFORM 3100-CHECK-CANDIDATE THRU 3100-EXIT

           IF WS-RESULT-PURGE AND WS-PHASE-APPLY
               PERFORM 5000-PURGE-STUDENT THRU 5000-EXIT
           END-IF
           IF WS-RESULT-PURGE AND WS-HAVE-CONTACT
               PERFORM 5500-PURGE-CONTACT THRU 5500-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-RESULT-PURGE
                   ADD 1 TO WS-PURGE-COUNT
                   ADD WS-STU-GRADES TO WS-PURGE-GRADES
               WHEN WS-RESULT-RECENT
                   ADD 1 TO WS-RECENT-COUNT
               WHEN WS-RESULT-NO-GRADES
                   ADD 1 TO WS-NOGRD-COUNT
               WHEN WS-RESULT-BALANCE
                   ADD 1 TO WS-BALANCE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-EXCEPT-COUNT
           END-EVALUATE

           PERFORM 3500-WRITE-PROOF-LINE THRU 3500-EXIT.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-CHECK-CANDIDATE - decide whether the student goes.    *
      *  The last term is the latest year among the student's       *
      *  GRADES.DAT rows; a student with none has nothing to age    *
      *  by and stays.  One who goes must also owe nothing and be   *
      *  owed nothing on LEDGER.DAT, and have no rows in the        *
      *  archive already (a second copy would collide).              *
      *-----------------------------------------------------------*
       3100-CHECK-CANDIDATE.
           MOVE 'P' TO WS-RESULT
           MOVE SPACES TO WS-REASON

           PERFORM 3110-SCAN-GRADES THRU 3110-EXIT
           IF WS-STU-GRADES = ZERO
               MOVE 'N' TO WS-RESULT
               MOVE 'NO GRADES ON FILE' TO WS-REASON
               GO TO 3100-EXIT
           END-IF
           IF WS-BAD-TERM
               MOVE 'X' TO WS-RESULT
               MOVE 'BAD TERM ON A GRADE' TO WS-REASON
               GO TO 3100-EXIT
           END-IF
           IF WS-LAST-YEAR NOT LESS THAN WS-CUTOFF-YEAR
               MOVE 'R' TO WS-RESULT
               MOVE 'LAST TERM TOO RECENT' TO WS-REASON
               GO TO 3100-EXIT
           END-IF

           PERFORM 3150-CHECK-LEDGER THRU 3150-EXIT
           IF NOT WS-RESULT-PURGE
               GO TO 3100-EXIT
           END-IF

           PERFORM 3160-CHECK-ARCHIVE THRU 3160-EXIT.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3110-SCAN-GRADES - count the student's GRADES.DAT rows and *
      *  find the latest term year among them.  A term whose first  *
      *  four characters are not a year cannot be aged.              *
      *-----------------------------------------------------------*
       3110-SCAN-GRADES.
           MOVE ZERO TO WS-STU-GRADES
           MOVE ZERO TO WS-LAST-YEAR
           MOVE SPACES TO WS-LAST-TERM
           MOVE 'N' TO WS-BAD-TERM-SW
           MOVE 'N' TO WS-GRD-DONE-SW

           MOVE WS-SAVE-ID TO GRADE-STUDENT-ID
           MOVE LOW-VALUES TO GRADE-TERM
           MOVE LOW-VALUES TO GRADE-COURSE
           START GRADES-FILE KEY NOT LESS THAN GRADE-ENROLL-KEY
               INVALID KEY
                   GO TO 3110-EXIT
           END-START

           PERFORM 3120-READ-GRADE THRU 3120-EXIT
               UNTIL WS-GRD-DONE.

       3110-EXIT.
           EXIT.

       3120-READ-GRADE.
           READ GRADES-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-GRD-DONE-SW
                   GO TO 3120-EXIT
           END-READ
           IF GRADE-STUDENT-ID NOT = WS-SAVE-ID
               MOVE 'Y' TO WS-GRD-DONE-SW
               GO TO 3120-EXIT
           END-IF

           ADD 1 TO WS-STU-GRADES
           IF GRADE-TERM (1:4) IS NOT NUMERIC
               MOVE 'Y' TO WS-BAD-TERM-SW
               GO TO 3120-EXIT
           END-IF
           MOVE GRADE-TERM (1:4) TO WS-TERM-YEAR
           IF WS-TERM-YEAR > WS-LAST-YEAR
               MOVE WS-TERM-YEAR TO WS-LAST-YEAR
               MOVE GRADE-TERM TO WS-LAST-TERM
           END-IF.

       3120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3150-CHECK-LEDGER - an account row with a balance either   *
      *  way keeps the student on file until the bursar settles it. *
      *-----------------------------------------------------------*
       3150-CHECK-LEDGER.
           IF NOT WS-HAVE-LEDGER
               GO TO 3150-EXIT
           END-IF
           MOVE WS-SAVE-ID TO LEDG-STUDENT-ID
           MOVE ZERO TO LEDG-SEQ
           READ LEDGER-FILE
               INVALID KEY
                   GO TO 3150-EXIT
           END-READ
           IF LEDG-BALANCE NOT = ZERO
               MOVE 'B' TO WS-RESULT
               MOVE 'OPEN LEDGER BALANCE' TO WS-REASON
           END-IF.

       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3160-CHECK-ARCHIVE - any HISTORY.DAT row already under the *
      *  ID (a student purged, brought back by hand and gone again) *
      *  is an exception for the office to sort out.                 *
      *-----------------------------------------------------------*
       3160-CHECK-ARCHIVE.
           IF NOT WS-HAVE-HISTORY
               GO TO 3160-EXIT
           END-IF
           MOVE WS-SAVE-ID TO HIST-STUDENT-ID
           MOVE LOW-VALUES TO HIST-TYPE
           MOVE LOW-VALUES TO HIST-GRADE-PART
           START HISTORY-FILE KEY NOT LESS THAN HIST-KEY
               INVALID KEY
                   GO TO 3160-EXIT
           END-START
           READ HISTORY-FILE NEXT
               AT END
                   GO TO 3160-EXIT
           END-READ
           IF HIST-STUDENT-ID = WS-SAVE-ID
               MOVE 'X' TO WS-RESULT
               MOVE 'ALREADY IN ARCHIVE' TO WS-REASON
           END-IF.

       3160-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3500-WRITE-PROOF-LINE - one withdrawn or graduated student *
      *  on the proof report with its verdict and, when kept, why.  *
      *-----------------------------------------------------------*
       3500-WRITE-PROOF-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF

           MOVE WS-SAVE-ID TO WS-DTL-ID
           MOVE WS-SAVE-NAME TO WS-DTL-NAME
           MOVE WS-SAVE-STATUS TO WS-DTL-STATUS
           MOVE WS-LAST-TERM TO WS-DTL-TERM
           MOVE WS-STU-GRADES TO WS-DTL-ROWS
           EVALUATE TRUE
               WHEN WS-RESULT-PURGE AND WS-PHASE-APPLY
                   MOVE 'PURGED' TO WS-DTL-VERDICT
               WHEN WS-RESULT-PURGE
                   MOVE 'WOULD PURGE' TO WS-DTL-VERDICT
               WHEN WS-RESULT-EXCEPTION
                   MOVE 'EXCEPTION' TO WS-DTL-VERDICT
               WHEN OTHER
                   MOVE 'KEPT' TO WS-DTL-VERDICT
           END-EVALUATE
           MOVE WS-REASON TO WS-DTL-REASON
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

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
      *  the console.  Every withdrawn or graduated student must    *
      *  land in exactly one column, and in the apply phase every   *
      *  archive row written must match a row deleted from CONES or *
      *  GRADES; any difference is flagged and ends the run with    *
      *  return code 8.                                              *
      *-----------------------------------------------------------*
       4000-FINISH.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'STUDENTS READ          :' TO WS-CNT-LABEL
           MOVE WS-READ-COUNT TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
           MOVE 'WITHDRAWN OR GRADUATED :' TO WS-CNT-LABEL
           MOVE WS-CAND-COUNT TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
           MOVE 'KEPT - TERM TOO RECENT :' TO WS-CNT-LABEL
           MOVE WS-RECENT-COUNT TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
           MOVE 'KEPT - NO GRADES       :' TO WS-CNT-LABEL
           MOVE WS-NOGRD-COUNT TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
           MOVE 'KEPT - LEDGER BALANCE  :' TO WS-CNT-LABEL
           MOVE WS-BALANCE-COUNT TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
           MOVE 'EXCEPTIONS             :' TO WS-CNT-LABEL
           MOVE WS-EXCEPT-COUNT TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
           IF WS-PHASE-APPLY
               MOVE 'STUDENTS PURGED        :' TO WS-CNT-LABEL
           ELSE
               MOVE 'STUDENTS TO PURGE      :' TO WS-CNT-LABEL
           END-IF
           MOVE WS-PURGE-COUNT TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
           IF WS-PHASE-APPLY
               MOVE 'GRADE ROWS PURGED      :' TO WS-CNT-LABEL
           ELSE
               MOVE 'GRADE ROWS TO PURGE    :' TO WS-CNT-LABEL
           END-IF
           MOVE WS-PURGE-GRADES TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
           IF WS-PHASE-APPLY
               MOVE 'CONTACT ROWS DELETED   :' TO WS-CNT-LABEL
           ELSE
               MOVE 'CONTACT ROWS TO DELETE :' TO WS-CNT-LABEL
           END-IF
           MOVE WS-CONTACT-PURGED TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT

           IF WS-PHASE-APPLY
               MOVE 'ARCHIVE ROWS WRITTEN   :' TO WS-CNT-LABEL
               MOVE WS-HIST-WRITTEN TO WS-CNT-VALUE
               PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
               MOVE 'CONES.DAT ROWS DELETED :' TO WS-CNT-LABEL
               MOVE WS-CONES-DELETED TO WS-CNT-VALUE
               PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
               MOVE 'GRADES.DAT ROWS DELETED:' TO WS-CNT-LABEL
               MOVE WS-GRADES-DELETED TO WS-CNT-VALUE
               PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
           END-IF

           PERFORM 4100-CHECK-TOTALS THRU 4100-EXIT
           CLOSE REPORT-FILE
           MOVE 'N' TO WS-REPORT-SW

           DISPLAY " "
           IF WS-PHASE-APPLY
               DISPLAY "STUPURGE APPLY COMPLETE - SEE PRGPROOF.DAT"
           ELSE
               DISPLAY "STUPURGE EDIT COMPLETE - NOTHING PURGED"
               DISPLAY "SEE PRGPROOF.DAT FOR THE PROOF REPORT"
           END-IF
           DISPLAY "STUDENTS READ    : " WS-READ-COUNT
           DISPLAY "CANDIDATES       : " WS-CAND-COUNT
           DISPLAY "STUDENTS PURGED  : " WS-PURGE-COUNT
           DISPLAY "GRADE ROWS       : " WS-PURGE-GRADES
           DISPLAY "CONTACT ROWS     : " WS-CONTACT-PURGED
           DISPLAY "EXCEPTIONS       : " WS-EXCEPT-COUNT
           IF NOT WS-TOTALS-AGREE
               DISPLAY "CONTROL TOTALS DO NOT AGREE - SEE PRGPROOF.DAT"
               MOVE 8 TO RETURN-CODE
           END-IF.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4100-CHECK-TOTALS - prove the columns add up to the        *
      *  candidates and, for an apply, that the archive holds one   *
      *  row for every row deleted: a student row per student       *
      *  purged and a grade row per GRADES.DAT row.                  *
      *-----------------------------------------------------------*
       4100-CHECK-TOTALS.
           MOVE 'Y' TO WS-TOTALS-SW
           COMPUTE WS-CHECK-TOTAL = WS-RECENT-COUNT + WS-NOGRD-COUNT
                                  + WS-BALANCE-COUNT + WS-EXCEPT-COUNT
                                  + WS-PURGE-COUNT
           IF WS-CHECK-TOTAL NOT = WS-CAND-COUNT
               MOVE 'N' TO WS-TOTALS-SW
           END-IF
           IF WS-PHASE-APPLY
               COMPUTE WS-CHECK-TOTAL = WS-CONES-DELETED
                                      + WS-GRADES-DELETED
               IF WS-CHECK-TOTAL NOT = WS-HIST-WRITTEN
                       OR WS-CONES-DELETED NOT = WS-PURGE-COUNT
                       OR WS-GRADES-DELETED NOT = WS-PURGE-GRADES
                   MOVE 'N' TO WS-TOTALS-SW
               END-IF
           END-IF

           MOVE SPACES TO WS-WARN-TEXT
           IF WS-TOTALS-AGREE
               MOVE 'CONTROL TOTALS AGREE' TO WS-WARN-TEXT
           ELSE
               STRING '** CONTROL TOTALS DO NOT AGREE - CHECK THE '
                          DELIMITED BY SIZE
                      'EXCEPTIONS' DELIMITED BY SIZE
                      INTO WS-WARN-TEXT
           END-IF
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-WARN-LINE
           ADD 2 TO WS-LINE-COUNT.

       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-PURGE-STUDENT - archive first, delete second.  The    *
      *  student row and every grade row go to HISTORY.DAT; only   *
      *  when all of them are written are the live rows deleted.   *
      *  A failed archive write backs out what was written and     *
      *  keeps the student as an exception.                          *
      *-----------------------------------------------------------*
       5000-PURGE-STUDENT.
           PERFORM 5100-ARCHIVE-STUDENT THRU 5100-EXIT
           IF WS-ARCH-FAILED
               PERFORM 5200-BACKOUT-ARCHIVE THRU 5200-EXIT
               MOVE 'X' TO WS-RESULT
               MOVE 'ARCHIVE WRITE FAILED' TO WS-REASON
               GO TO 5000-EXIT
           END-IF

           MOVE ZERO TO WS-STU-DELETED
           MOVE 'N' TO WS-GRD-DONE-SW
           PERFORM 5300-DELETE-GRADE THRU 5300-EXIT
               UNTIL WS-GRD-DONE
           IF WS-STU-DELETED NOT = WS-STU-GRADES
               MOVE 'X' TO WS-RESULT
               MOVE 'GRADE DELETE FAILED' TO WS-REASON
               GO TO 5000-EXIT
           END-IF

           PERFORM 5400-DELETE-STUDENT THRU 5400-EXIT.

       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5100-ARCHIVE-STUDENT - write the S row from the student    *
      *  as read, then a G row per GRADES.DAT row.                   *
      *-----------------------------------------------------------*
       5100-ARCHIVE-STUDENT.
           MOVE 'N' TO WS-ARCH-FAIL-SW
           MOVE ZERO TO WS-STU-WRITTEN

           MOVE SPACES TO HIST-RECORD
           MOVE WS-SAVE-ID TO HIST-STUDENT-ID
           MOVE 'S' TO HIST-TYPE
           MOVE WS-RUN-DATE-N TO HIST-PURGE-DATE
           MOVE LOGIN-USER-ID TO HIST-PURGED-BY
           MOVE WS-STU-SAVE TO HIST-DATA
           WRITE HIST-RECORD
               INVALID KEY
                   DISPLAY "HISTORY.DAT WRITE FAILED FOR " WS-SAVE-ID
                       " - STATUS " WS-HIST-STATUS
                   MOVE 'Y' TO WS-ARCH-FAIL-SW
                   GO TO 5100-EXIT
           END-WRITE
           ADD 1 TO WS-STU-WRITTEN
           ADD 1 TO WS-HIST-WRITTEN

           MOVE 'N' TO WS-GRD-DONE-SW
           MOVE WS-SAVE-ID TO GRADE-STUDENT-ID
           MOVE LOW-VALUES TO GRADE-TERM
           MOVE LOW-VALUES TO GRADE-COURSE
           START GRADES-FILE KEY NOT LESS THAN GRADE-ENROLL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-GRD-DONE-SW
           END-START
           PERFORM 5110-ARCHIVE-GRADE THRU 5110-EXIT
               UNTIL WS-GRD-DONE OR WS-ARCH-FAILED

           IF WS-STU-WRITTEN NOT = WS-STU-GRADES + 1
               MOVE 'Y' TO WS-ARCH-FAIL-SW
           END-IF.

       5100-EXIT.
           EXIT.

       5110-ARCHIVE-GRADE.
           READ GRADES-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-GRD-DONE-SW
                   GO TO 5110-EXIT
           END-READ
           IF GRADE-STUDENT-ID NOT = WS-SAVE-ID
               MOVE 'Y' TO WS-GRD-DONE-SW
               GO TO 5110-EXIT
           END-IF

           MOVE SPACES TO HIST-RECORD
           MOVE WS-SAVE-ID TO HIST-STUDENT-ID
           MOVE 'G' TO HIST-TYPE
           MOVE GRADE-TERM TO HIST-TERM
           MOVE GRADE-COURSE TO HIST-COURSE
           MOVE WS-RUN-DATE-N TO HIST-PURGE-DATE
           MOVE LOGIN-USER-ID TO HIST-PURGED-BY
           MOVE GRADE-RECORD TO HIST-DATA
           WRITE HIST-RECORD
               INVALID KEY
                   DISPLAY "HISTORY.DAT WRITE FAILED FOR "
                       GRADE-ENROLL-KEY " - STATUS " WS-HIST-STATUS
                   MOVE 'Y' TO WS-ARCH-FAIL-SW
                   GO TO 5110-EXIT
           END-WRITE
           ADD 1 TO WS-STU-WRITTEN
           ADD 1 TO WS-HIST-WRITTEN.

       5110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5200-BACKOUT-ARCHIVE - take back every archive row the     *
      *  failed student got.  3160 proved there were none before,  *
      *  so every row under the ID is one this run wrote.            *
      *-----------------------------------------------------------*
       5200-BACKOUT-ARCHIVE.
           MOVE 'N' TO WS-GRD-DONE-SW
           PERFORM 5210-BACKOUT-ONE THRU 5210-EXIT
               UNTIL WS-GRD-DONE.

       5200-EXIT.
           EXIT.

       5210-BACKOUT-ONE.
           MOVE WS-SAVE-ID TO HIST-STUDENT-ID
           MOVE LOW-VALUES TO HIST-TYPE
           MOVE LOW-VALUES TO HIST-GRADE-PART
           START HISTORY-FILE KEY NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-GRD-DONE-SW
                   GO TO 5210-EXIT
           END-START
           READ HISTORY-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-GRD-DONE-SW
                   GO TO 5210-EXIT
           END-READ
           IF HIST-STUDENT-ID NOT = WS-SAVE-ID
               MOVE 'Y' TO WS-GRD-DONE-SW
               GO TO 5210-EXIT
           END-IF
           DELETE HISTORY-FILE
               INVALID KEY
                   DISPLAY "HISTORY.DAT BACKOUT FAILED FOR "
                       WS-SAVE-ID " - STATUS " WS-HIST-STATUS
                   MOVE 'Y' TO WS-GRD-DONE-SW
                   GO TO 5210-EXIT
           END-DELETE
           SUBTRACT 1 FROM WS-HIST-WRITTEN.

       5210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5300-DELETE-GRADE - delete the student's first remaining   *
      *  GRADES.DAT row and journal it against GRADES.  The row     *
      *  under the cursor is gone, so each pass starts afresh.       *
      *-----------------------------------------------------------*
       5300-DELETE-GRADE.
           MOVE WS-SAVE-ID TO GRADE-STUDENT-ID
           MOVE LOW-VALUES TO GRADE-TERM
           MOVE LOW-VALUES TO GRADE-COURSE
           START GRADES-FILE KEY NOT LESS THAN GRADE-ENROLL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-GRD-DONE-SW
                   GO TO 5300-EXIT
           END-START
           READ GRADES-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-GRD-DONE-SW
                   GO TO 5300-EXIT
           END-READ
           IF GRADE-STUDENT-ID NOT = WS-SAVE-ID
               MOVE 'Y' TO WS-GRD-DONE-SW
               GO TO 5300-EXIT
           END-IF

           MOVE GRADE-RECORD TO WS-OLD-GRADE
           DELETE GRADES-FILE
               INVALID KEY
                   DISPLAY "GRADES.DAT DELETE FAILED FOR "
                       GRADE-ENROLL-KEY " - STATUS " WS-GRADE-STATUS
                   MOVE 'Y' TO WS-GRD-DONE-SW
                   GO TO 5300-EXIT
           END-DELETE
           ADD 1 TO WS-STU-DELETED
           ADD 1 TO WS-GRADES-DELETED

           MOVE 'GRADES' TO WS-JRNL-MASTER
           MOVE 'DEL' TO WS-JRNL-ACTION
           MOVE WS-OLD-GRADE (1:21) TO WS-JRNL-KEY
           MOVE WS-OLD-GRADE TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5400-DELETE-STUDENT - with the grades gone, delete the     *
      *  CONES.DAT record and journal it against CONES.              *
      *-----------------------------------------------------------*
       5400-DELETE-STUDENT.
           MOVE WS-SAVE-ID TO STUDENT-ID
           DELETE STUDENT
               INVALID KEY
                   DISPLAY "CONES.DAT DELETE FAILED FOR " WS-SAVE-ID
                       " - STATUS " WS-STUDENT-STATUS
                   MOVE 'X' TO WS-RESULT
                   MOVE 'CONES DELETE FAILED' TO WS-REASON
                   GO TO 5400-EXIT
           END-DELETE
           ADD 1 TO WS-CONES-DELETED

           MOVE 'CONES' TO WS-JRNL-MASTER
           MOVE 'DEL' TO WS-JRNL-ACTION
           MOVE WS-SAVE-ID TO WS-JRNL-KEY
           MOVE WS-STU-SAVE TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       5400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5500-PURGE-CONTACT - the purged student's CONTACT.DAT row. *
      *  The edit phase only counts it; the apply deletes it once   *
      *  the student is off CONES.DAT and journals the delete       *
      *  against CONTACT, one line per slice.                        *
      *-----------------------------------------------------------*
       5500-PURGE-CONTACT.
           MOVE WS-SAVE-ID TO CNT-STUDENT-ID
           READ CONTACT-FILE
               INVALID KEY
                   GO TO 5500-EXIT
           END-READ
           IF NOT WS-PHASE-APPLY
               ADD 1 TO WS-CONTACT-PURGED
               GO TO 5500-EXIT
           END-IF

           MOVE CNT-RECORD TO WS-CNT-BEFORE
           DELETE CONTACT-FILE
               INVALID KEY
                   DISPLAY "CONTACT.DAT DELETE FAILED FOR " WS-SAVE-ID
                       " - STATUS " WS-CONTACT-STATUS
                   GO TO 5500-EXIT
           END-DELETE
           ADD 1 TO WS-CONTACT-PURGED

           MOVE 'CONTACT' TO WS-JRNL-MASTER
           MOVE 'DEL' TO WS-JRNL-ACTION
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE ZERO TO WS-SLICE-IX
           PERFORM 5510-JOURNAL-SLICE THRU 5510-EXIT
               UNTIL WS-SLICE-IX NOT LESS THAN 9.

       5500-EXIT.
           EXIT.

       5510-JOURNAL-SLICE.
           ADD 1 TO WS-SLICE-IX
           IF WS-BEFORE-SLICE (WS-SLICE-IX) = SPACES
               GO TO 5510-EXIT
           END-IF
           MOVE WS-SLICE-IX TO WS-SLICE-NO
           MOVE SPACES TO WS-JRNL-KEY
           STRING WS-SAVE-ID  DELIMITED BY SIZE
                  '/'         DELIMITED BY SIZE
                  WS-SLICE-NO DELIMITED BY SIZE
                  INTO WS-JRNL-KEY
           MOVE WS-BEFORE-SLICE (WS-SLICE-IX) TO WS-BEFORE-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       5510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-WRITE-JOURNAL - append one before/after line to the   *
      *  shared change journal, naming the master it was made       *
      *  against so JRNLARCH replays each line into its own file.   *
      *  The caller has set the master, action, key and both        *
      *  images before coming here.                                  *
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
           MOVE 'STUPURGE' TO JRNL-PROGRAM
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
           IF WS-HAVE-CONES
               CLOSE STUDENT
           END-IF
           IF WS-HAVE-GRADES
               CLOSE GRADES-FILE
           END-IF
           IF WS-HAVE-HISTORY
               CLOSE HISTORY-FILE
           END-IF
           IF WS-HAVE-LEDGER
               CLOSE LEDGER-FILE
           END-IF
           IF WS-HAVE-CONTACT
               CLOSE CONTACT-FILE
           END-IF
           IF WS-HAVE-REPORT
               CLOSE REPORT-FILE
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
           MOVE 'B' TO LKC-TYPE
           MOVE 'R' TO LKC-ACTION
           MOVE 'STUPURGE' TO LKC-PROGRAM
           MOVE LOGIN-USER-ID TO LKC-USER
           CALL "FILELOCK" USING LOCK-CONTROL.

       9110-EXIT.
           EXIT.
