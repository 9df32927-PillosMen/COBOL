      ******************************************************************
      * Program:      BILLRUN
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Term billing run.  Walks CONES.DAT and, for
      *               every student carrying credits in the term
      *               being billed, posts the term's charges to the
      *               student account ledger (LEDGER.DAT): tuition at
      *               the per-credit rate FEEMAINT keeps for the
      *               student's STUDENT-PROGRAM, plus one charge for
      *               each active flat term fee.  Credits are the
      *               student's enrolled REGISTER.DAT rows for the
      *               term, plus any GRADES.DAT rows for the term
      *               with no enrolled registration behind them
      *               (terms graded before registration was kept),
      *               each weighed at the catalog's COURSE-CREDITS.
      *               The account row's balance is brought up to
      *               date and the student goes on financial hold
      *               when the balance passes the limit on the fee
      *               schedule.  Runs in two phases the operator
      *               picks up front, the GRDLOAD way: E)DIT works
      *               everything out and writes the proof report
      *               (BILLPRF.DAT) with nothing posted; A)PPLY does
      *               the same and WRITEs the postings with a
      *               JOURNAL.DAT line each.  A student already
      *               charged tuition for the term is rejected
      *               ALREADY BILLED, so a rerun cannot bill twice.
      *               Credentials, the phase and the term come from
      *               BILLPARM.DAT when it is present (unattended
      *               run) or are prompted for.
      * Tectonics:    cobc -x BILLRUN.COB LOGINCHK.COB FILELOCK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      *   15/10/26  PILLOS  A charge row refused by LEDGER.DAT no
      *                     longer counts toward the balance, the last
      *                     sequence or the totals; such rows are
      *                     counted as not posted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLRUN.

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

           SELECT COURSES-FILE ASSIGN TO 'COURSES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.

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

           SELECT FEE-FILE ASSIGN TO 'FEESCHED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO 'LEDGER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS WS-LEDG-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'BILLPRF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'BILLPARM.DAT'
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

       FD  COURSES-FILE.
           COPY CRSREC.

       FD  REGISTER-FILE.
           COPY REGREC.

       FD  TERMS-FILE.
           COPY TERMREC.

       FD  FEE-FILE.
           COPY FEEREC.

       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-USER-ID         PIC X(08).
           05  PARM-PASSWORD        PIC X(10).
           05  PARM-PHASE           PIC X(01).
           05  PARM-TERM            PIC X(06).

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-STATUS        PIC X(02).
           88  WS-STUDENT-OK            VALUE '00'.
       01  WS-GRADE-STATUS          PIC X(02).
           88  WS-GRADE-OK              VALUE '00'.
       01  WS-COURSE-STATUS         PIC X(02).
           88  WS-COURSE-OK             VALUE '00'.
       01  WS-REG-STATUS            PIC X(02).
           88  WS-REG-OK                VALUE '00'.
       01  WS-TERM-STATUS           PIC X(02).
           88  WS-TERM-OK               VALUE '00'.
       01  WS-FEE-STATUS            PIC X(02).
           88  WS-FEE-OK                VALUE '00'.
       01  WS-LEDG-STATUS           PIC X(02).
           88  WS-LEDG-OK               VALUE '00'.
           88  WS-LEDG-NOT-OPEN         VALUE '35'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-PARM-STATUS           PIC X(02).
       01  WS-JRNL-STATUS           PIC X(02).
       01  WS-INIT-OK-SW            PIC X(01)   VALUE 'Y'.
           88  WS-INIT-OK               VALUE 'Y'.
       01  WS-BATCH-SW              PIC X(01)   VALUE 'N'.
           88  WS-BATCH-MODE            VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01)   VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       01  WS-VALID-SW              PIC X(01)   VALUE 'Y'.
           88  WS-VALID-ROW             VALUE 'Y'.
       01  WS-PHASE                 PIC X(01).
           88  WS-PHASE-EDIT            VALUE 'E'.
           88  WS-PHASE-APPLY           VALUE 'A'.
       01  WS-REJECT-REASON         PIC X(20).
       01  WS-REGISTER-SW           PIC X(01)   VALUE 'N'.
           88  WS-HAVE-REGISTER         VALUE 'Y'.
       01  WS-GRADES-SW             PIC X(01)   VALUE 'N'.
           88  WS-HAVE-GRADES           VALUE 'Y'.
       01  WS-TERMS-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-TERMS            VALUE 'Y'.
       01  WS-LEDGER-SW             PIC X(01)   VALUE 'N'.
           88  WS-HAVE-LEDGER           VALUE 'Y'.
       01  WS-LIMIT-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-LIMIT            VALUE 'Y'.
       01  WS-SCAN-DONE-SW          PIC X(01)   VALUE 'N'.
           88  WS-SCAN-DONE             VALUE 'Y'.
       01  WS-ACCT-FOUND-SW         PIC X(01)   VALUE 'N'.
           88  WS-ACCT-FOUND            VALUE 'Y'.
       01  WS-BILLED-SW             PIC X(01)   VALUE 'N'.
           88  WS-ALREADY-BILLED        VALUE 'Y'.
       01  WS-NEW-HOLD-SW           PIC X(01)   VALUE 'N'.
           88  WS-NEW-HOLD              VALUE 'Y'.

       01  WS-BILL-TERM             PIC X(06)   VALUE SPACES.
       01  WS-CRS-CODE              PIC X(10).
       01  WS-CRS-CREDITS           PIC 9(02) COMP VALUE ZERO.
       01  WS-STU-CREDITS           PIC 9(03) COMP VALUE ZERO.
       01  WS-RATE                  PIC 9(05)V99 VALUE ZERO.
       01  WS-HOLD-LIMIT            PIC 9(05)V99 VALUE ZERO.
       01  WS-TUITION               PIC 9(07)V99 VALUE ZERO.
       01  WS-FEES                  PIC 9(07)V99 VALUE ZERO.
       01  WS-ACCT-BALANCE          PIC S9(07)V99 VALUE ZERO.
       01  WS-ACCT-LAST-SEQ         PIC 9(05)   VALUE ZERO.
       01  WS-POST-CODE             PIC X(05).
       01  WS-POST-AMOUNT           PIC S9(07)V99 VALUE ZERO.

       01  WS-IX                    PIC 9(03) COMP VALUE ZERO.
       01  WS-FEE-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 20 TIMES.
               10  WS-TBL-FEE-CODE  PIC X(05).
               10  WS-TBL-FEE-AMT   PIC 9(05)V99.

       01  WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-NO-CREDIT-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-BILLED-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-REJECT-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-NEW-HOLD-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-POSTED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-TOT-TUITION           PIC 9(09)V99 VALUE ZERO.
       01  WS-TOT-FEES              PIC 9(09)V99 VALUE ZERO.
       01  WS-TOT-CHARGED           PIC 9(09)V99 VALUE ZERO.

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
       01  WS-FEE-HOLD-SW           PIC X(01)   VALUE 'N'.
           88  WS-HAVE-FEE-HOLD         VALUE 'Y'.

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
           05  FILLER               PIC X(28) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE
               "TERM BILLING PROOF".
           05  FILLER               PIC X(23) VALUE SPACES.
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
           05  FILLER               PIC X(05) VALUE "TERM ".
           05  WS-HDR-TERM          PIC X(06).
       01  WS-HDR-3.
           05  FILLER               PIC X(07) VALUE "ID".
           05  FILLER               PIC X(19) VALUE "NAME".
           05  FILLER               PIC X(06) VALUE "PROG".
           05  FILLER               PIC X(04) VALUE "CRS".
           05  FILLER               PIC X(10) VALUE "  TUITION".
           05  FILLER               PIC X(09) VALUE "    FEES".
           05  FILLER               PIC X(12) VALUE "    BALANCE".
           05  FILLER               PIC X(08) VALUE "VERDICT".
           05  FILLER               PIC X(04) VALUE "HOLD".

       01  WS-DETAIL-LINE.
           05  WS-DTL-ID            PIC 9(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-NAME          PIC X(18).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-PROG          PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-CREDITS       PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-TUITION       PIC ZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-FEES          PIC ZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-BALANCE       PIC ZZZZZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-VERDICT       PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-HOLD          PIC X(04).

       01  WS-REASON-LINE.
           05  FILLER               PIC X(07) VALUE SPACES.
           05  FILLER               PIC X(03) VALUE "** ".
           05  WS-RSN-TEXT          PIC X(20).

       01  WS-COUNT-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CNT-LABEL         PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-CNT-VALUE         PIC ZZZZ9.

       01  WS-AMOUNT-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-AMT-LABEL         PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-AMT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF LOGIN-OK
               IF WS-INIT-OK
                   PERFORM 3000-BILL-STUDENT THRU 3000-EXIT
                       UNTIL WS-EOF
                   PERFORM 4000-FINISH THRU 4000-EXIT
               ELSE
                   DISPLAY "TERM BILLING RUN ABORTED"
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
      *  phase and the term, open the masters and the proof         *
      *  report, and load the fee schedule.  The catalog and the    *
      *  fee schedule are required; so is at least one of           *
      *  REGISTER.DAT and GRADES.DAT, or there are no credits to    *
      *  bill.  LEDGER.DAT is only opened for update in the apply   *
      *  phase - it is created there on first use - and the edit    *
      *  phase reads it when it exists.                              *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-GET-CREDENTIALS THRU 1010-EXIT

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "BILLRUN" TO LOGIN-PROGRAM
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

           IF WS-BILL-TERM = SPACES
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "NO TERM GIVEN - NOTHING TO BILL"
               GO TO 1000-EXIT
           END-IF

           IF WS-PHASE-APPLY
               PERFORM 1020-ACQUIRE-HOLD THRU 1020-EXIT
               IF NOT WS-HAVE-HOLD OR NOT WS-HAVE-FEE-HOLD
                   MOVE 'N' TO WS-INIT-OK-SW
                   GO TO 1000-EXIT
               END-IF
           END-IF

           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-OK
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "CONES.DAT COULD NOT BE OPENED - STATUS "
                   WS-STUDENT-STATUS
           END-IF

           OPEN INPUT COURSES-FILE
           IF NOT WS-COURSE-OK
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "COURSES.DAT COULD NOT BE OPENED - STATUS "
                   WS-COURSE-STATUS
               DISPLAY "RUN CRSMAINT TO BUILD THE COURSE CATALOG"
           END-IF

           OPEN INPUT FEE-FILE
           IF NOT WS-FEE-OK
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "FEESCHED.DAT COULD NOT BE OPENED - STATUS "
                   WS-FEE-STATUS
               DISPLAY "SET UP THE FEE SCHEDULE THROUGH FEEMAINT"
           END-IF

           OPEN INPUT REGISTER-FILE
           IF WS-REG-OK
               MOVE 'Y' TO WS-REGISTER-SW
           END-IF
           OPEN INPUT GRADES-FILE
           IF WS-GRADE-OK
               MOVE 'Y' TO WS-GRADES-SW
           END-IF
           IF NOT WS-HAVE-REGISTER AND NOT WS-HAVE-GRADES
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "NEITHER REGISTER.DAT NOR GRADES.DAT COULD BE"
               DISPLAY "OPENED - NO CREDITS TO BILL"
           END-IF

           OPEN INPUT TERMS-FILE
           IF WS-TERM-OK
               MOVE 'Y' TO WS-TERMS-SW
               MOVE WS-BILL-TERM TO TERM-CODE
               READ TERMS-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-INIT-OK-SW
                       DISPLAY "TERM " WS-BILL-TERM
                           " IS NOT ON THE TERM CALENDAR"
               END-READ
           END-IF

           IF WS-PHASE-APPLY
               OPEN I-O LEDGER-FILE
               IF WS-LEDG-NOT-OPEN
                   OPEN OUTPUT LEDGER-FILE
                   CLOSE LEDGER-FILE
                   OPEN I-O LEDGER-FILE
               END-IF
               IF WS-LEDG-OK
                   MOVE 'Y' TO WS-LEDGER-SW
               ELSE
                   MOVE 'N' TO WS-INIT-OK-SW
                   DISPLAY "LEDGER.DAT COULD NOT BE OPENED - STATUS "
                       WS-LEDG-STATUS
               END-IF
           ELSE
               OPEN INPUT LEDGER-FILE
               IF WS-LEDG-OK
                   MOVE 'Y' TO WS-LEDGER-SW
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "BILLPRF.DAT COULD NOT BE OPENED - STATUS "
                   WS-REPORT-STATUS
           END-IF

           IF WS-INIT-OK
               PERFORM 1100-LOAD-FEES THRU 1100-EXIT
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1010-GET-CREDENTIALS - BILLPARM.DAT present means an       *
      *  unattended (scheduled) run: user ID, password, the E/A     *
      *  phase and the term come from it.  Otherwise prompt the     *
      *  operator.                                                   *
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
               MOVE PARM-PHASE TO WS-PHASE
               MOVE PARM-TERM TO WS-BILL-TERM
               DISPLAY "BILLRUN - UNATTENDED BATCH RUN"
           ELSE
               DISPLAY "TERM BILLING RUN - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
               DISPLAY "PHASE - E)DIT ONLY OR A)PPLY ? "
                   WITH NO ADVANCING
               ACCEPT WS-PHASE
               DISPLAY "TERM TO BILL (E.G. 2026FA) : "
                   WITH NO ADVANCING
               ACCEPT WS-BILL-TERM
           END-IF.

       1010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1020-ACQUIRE-HOLD - the apply phase takes a B hold on the  *
      *  ledger, so PAYPOST cannot post into an account while the  *
      *  run is rewriting its balance, and one on the fee schedule *
      *  so FEEMAINT cannot change a rate half way through the     *
      *  run.  The edit phase only reads, so it runs regardless.   *
      *-----------------------------------------------------------*
       1020-ACQUIRE-HOLD.
           MOVE 'LEDGER' TO LKC-MASTER
           MOVE 'B' TO LKC-TYPE
           MOVE 'A' TO LKC-ACTION
           MOVE 'BILLRUN' TO LKC-PROGRAM
           MOVE LOGIN-USER-ID TO LKC-USER
           CALL "FILELOCK" USING LOCK-CONTROL
           IF LOCK-GRANTED
               MOVE 'Y' TO WS-HOLD-SW
           ELSE
               DISPLAY "LEDGER.DAT IS HELD BY A MAINTENANCE SCREEN -"
               DISPLAY "HELD BY " LKC-HOLDER
               DISPLAY "RUN REFUSED - CLOSE THE SCREEN (OR FREE A"
               DISPLAY "STALE HOLD VIA USRMAINT) AND RERUN"
               GO TO 1020-EXIT
           END-IF

           MOVE 'FEESCHED' TO LKC-MASTER
           MOVE 'B' TO LKC-TYPE
           MOVE 'A' TO LKC-ACTION
           MOVE 'BILLRUN' TO LKC-PROGRAM
           MOVE LOGIN-USER-ID TO LKC-USER
           CALL "FILELOCK" USING LOCK-CONTROL
           IF LOCK-GRANTED
               MOVE 'Y' TO WS-FEE-HOLD-SW
           ELSE
               DISPLAY "FEESCHED.DAT IS HELD BY A MAINTENANCE SCREEN -"
               DISPLAY "HELD BY " LKC-HOLDER
               DISPLAY "RUN REFUSED - CLOSE THE SCREEN (OR FREE A"
               DISPLAY "STALE HOLD VIA USRMAINT) AND RERUN"
           END-IF.

       1020-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-LOAD-FEES - the hold limit, and the active flat term  *
      *  fees into a table, read once for the whole run.  An        *
      *  inactive limit row (or none) means no account goes on      *
      *  hold.                                                       *
      *-----------------------------------------------------------*
       1100-LOAD-FEES.
           MOVE 'N' TO WS-LIMIT-SW
           MOVE 'L' TO FEE-TYPE
           MOVE 'HOLD' TO FEE-CODE
           READ FEE-FILE
               INVALID KEY
                   DISPLAY "NO HOLD LIMIT ON FEESCHED.DAT - NO ACCOUNT"
                       " WILL BE PUT ON HOLD"
               NOT INVALID KEY
                   IF FEE-ACTIVE
                       MOVE 'Y' TO WS-LIMIT-SW
                       MOVE FEE-AMOUNT TO WS-HOLD-LIMIT
                   END-IF
           END-READ

           MOVE ZERO TO WS-FEE-COUNT
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE 'F' TO FEE-TYPE
           MOVE LOW-VALUES TO FEE-CODE
           START FEE-FILE KEY NOT LESS THAN FEE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           PERFORM 1110-LOAD-ONE-FEE THRU 1110-EXIT
               UNTIL WS-SCAN-DONE.

       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1110-LOAD-ONE-FEE - next flat fee row; active ones go in   *
      *  the table.  The F rows end where the L rows begin.         *
      *-----------------------------------------------------------*
       1110-LOAD-ONE-FEE.
           READ FEE-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
                   GO TO 1110-EXIT
           END-READ
           IF NOT FEE-IS-FLAT
               MOVE 'Y' TO WS-SCAN-DONE-SW
               GO TO 1110-EXIT
           END-IF
           IF NOT FEE-ACTIVE
               GO TO 1110-EXIT
           END-IF
           IF WS-FEE-COUNT NOT LESS THAN 20
               DISPLAY "MORE THAN 20 ACTIVE FLAT FEES - NOT BILLED - "
                   FEE-CODE
               GO TO 1110-EXIT
           END-IF

           ADD 1 TO WS-FEE-COUNT
           MOVE FEE-CODE TO WS-TBL-FEE-CODE (WS-FEE-COUNT)
           MOVE FEE-AMOUNT TO WS-TBL-FEE-AMT (WS-FEE-COUNT).

       1110-EXIT.
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
           MOVE WS-BILL-TERM TO WS-HDR-TERM
           WRITE REPORT-LINE FROM WS-HDR-2

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-HDR-3.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-BILL-STUDENT - next student on CONES.DAT.  One with   *
      *  no credits in the term is passed over (counted, not        *
      *  printed); everyone else is priced, checked, posted when    *
      *  this is the apply phase, and gets a proof line either way. *
      *-----------------------------------------------------------*
       3000-BILL-STUDENT.
           READ STUDENT NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3000-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT

           PERFORM 3100-COUNT-CREDITS THRU 3100-EXIT
           IF WS-STU-CREDITS = ZERO
               ADD 1 TO WS-NO-CREDIT-COUNT
               GO TO 3000-EXIT
           END-IF

           PERFORM 3300-VALIDATE-STUDENT THRU 3300-EXIT
           IF WS-VALID-ROW AND WS-PHASE-APPLY
               PERFORM 3500-POST-CHARGES THRU 3500-EXIT
           END-IF

           IF WS-VALID-ROW
               ADD 1 TO WS-BILLED-COUNT
               ADD WS-TUITION TO WS-TOT-TUITION
               ADD WS-FEES TO WS-TOT-FEES
               IF WS-NEW-HOLD
                   ADD 1 TO WS-NEW-HOLD-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF

           PERFORM 3250-WRITE-PROOF-LINE THRU 3250-EXIT.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-COUNT-CREDITS - the student's credits for the term:   *
      *  every enrolled REGISTER.DAT row (a waitlist place is not   *
      *  billed), then every GRADES.DAT row for the term that has   *
      *  no enrolled registration behind it, so a term graded       *
      *  before registration was kept still bills.                  *
      *-----------------------------------------------------------*
       3100-COUNT-CREDITS.
           MOVE ZERO TO WS-STU-CREDITS

           IF WS-HAVE-REGISTER
               MOVE 'N' TO WS-SCAN-DONE-SW
               MOVE STUDENT-ID TO REG-STUDENT-ID
               MOVE WS-BILL-TERM TO REG-TERM
               MOVE LOW-VALUES TO REG-COURSE
               START REGISTER-FILE KEY NOT LESS THAN REG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-DONE-SW
               END-START
               PERFORM 3110-COUNT-REGISTERED THRU 3110-EXIT
                   UNTIL WS-SCAN-DONE
           END-IF

           IF WS-HAVE-GRADES
               MOVE 'N' TO WS-SCAN-DONE-SW
               MOVE STUDENT-ID TO GRADE-STUDENT-ID
               MOVE WS-BILL-TERM TO GRADE-TERM
               MOVE LOW-VALUES TO GRADE-COURSE
               START GRADES-FILE KEY NOT LESS THAN GRADE-ENROLL-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-DONE-SW
               END-START
               PERFORM 3120-COUNT-GRADED THRU 3120-EXIT
                   UNTIL WS-SCAN-DONE
           END-IF.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3110-COUNT-REGISTERED - next REGISTER.DAT row for the      *
      *  student and term; an enrolled one adds its credits.        *
      *-----------------------------------------------------------*
       3110-COUNT-REGISTERED.
           READ REGISTER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
                   GO TO 3110-EXIT
           END-READ
           IF REG-STUDENT-ID NOT = STUDENT-ID
                   OR REG-TERM NOT = WS-BILL-TERM
               MOVE 'Y' TO WS-SCAN-DONE-SW
               GO TO 3110-EXIT
           END-IF
           IF NOT REG-ENROLLED
               GO TO 3110-EXIT
           END-IF

           MOVE REG-COURSE TO WS-CRS-CODE
           PERFORM 3150-GET-CREDITS THRU 3150-EXIT
           ADD WS-CRS-CREDITS TO WS-STU-CREDITS.

       3110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3120-COUNT-GRADED - next GRADES.DAT row for the student    *
      *  and term.  One already counted through an enrolled         *
      *  registration is skipped.                                    *
      *-----------------------------------------------------------*
       3120-COUNT-GRADED.
           READ GRADES-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
                   GO TO 3120-EXIT
           END-READ
           IF GRADE-STUDENT-ID NOT = STUDENT-ID
                   OR GRADE-TERM NOT = WS-BILL-TERM
               MOVE 'Y' TO WS-SCAN-DONE-SW
               GO TO 3120-EXIT
           END-IF

           IF WS-HAVE-REGISTER
               MOVE GRADE-ENROLL-KEY TO REG-KEY
               READ REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REG-ENROLLED
                           GO TO 3120-EXIT
                       END-IF
               END-READ
           END-IF

           MOVE GRADE-COURSE TO WS-CRS-CODE
           PERFORM 3150-GET-CREDITS THRU 3150-EXIT
           ADD WS-CRS-CREDITS TO WS-STU-CREDITS.

       3120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3150-GET-CREDITS - the course's credit hours from the      *
      *  catalog.  A course the catalog does not know weighs in at *
      *  1 credit, the way TRANSCPT weighs it.                       *
      *-----------------------------------------------------------*
       3150-GET-CREDITS.
           MOVE 1 TO WS-CRS-CREDITS
           MOVE WS-CRS-CODE TO COURSE-CODE
           READ COURSES-FILE
               INVALID KEY
                   DISPLAY "COURSE NOT IN CATALOG - 1 CREDIT USED - "
                       WS-CRS-CODE
                   GO TO 3150-EXIT
           END-READ

           IF COURSE-CREDITS IS NUMERIC AND COURSE-CREDITS > ZERO
               MOVE COURSE-CREDITS TO WS-CRS-CREDITS
           END-IF.

       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3250-WRITE-PROOF-LINE - one student on the proof report:   *
      *  credits, the charges, the balance the account ends on and  *
      *  whether it goes on hold; a reject gets its reason on the   *
      *  line below.                                                 *
      *-----------------------------------------------------------*
       3250-WRITE-PROOF-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF

           MOVE STUDENT-ID TO WS-DTL-ID
           MOVE NAME TO WS-DTL-NAME
           MOVE STUDENT-PROGRAM TO WS-DTL-PROG
           MOVE WS-STU-CREDITS TO WS-DTL-CREDITS
           MOVE WS-TUITION TO WS-DTL-TUITION
           MOVE WS-FEES TO WS-DTL-FEES
           MOVE WS-ACCT-BALANCE TO WS-DTL-BALANCE
           MOVE SPACES TO WS-DTL-HOLD
           IF WS-VALID-ROW
               IF WS-PHASE-APPLY
                   MOVE 'BILLED' TO WS-DTL-VERDICT
               ELSE
                   MOVE 'OK' TO WS-DTL-VERDICT
               END-IF
               IF WS-NEW-HOLD
                   MOVE 'HOLD' TO WS-DTL-HOLD
               END-IF
           ELSE
               MOVE 'REJECT' TO WS-DTL-VERDICT
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT

           IF NOT WS-VALID-ROW
               MOVE WS-REJECT-REASON TO WS-RSN-TEXT
               WRITE REPORT-LINE FROM WS-REASON-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3300-VALIDATE-STUDENT - price the student and check that   *
      *  the bill can go out: the student must be STUDENT-ACTIVE,   *
      *  the program must have an active per-credit rate, and the   *
      *  account must not already carry tuition for the term.  The *
      *  account's present balance comes back from 3400 so the      *
      *  balance after billing, and the hold, show on the proof in  *
      *  both phases.                                                *
      *-----------------------------------------------------------*
       3300-VALIDATE-STUDENT.
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-NEW-HOLD-SW
           MOVE ZERO TO WS-TUITION
           MOVE ZERO TO WS-FEES

           PERFORM 3400-READ-ACCOUNT THRU 3400-EXIT

           IF NOT STUDENT-ACTIVE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'STUDENT NOT ACTIVE' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF

           MOVE 'R' TO FEE-TYPE
           MOVE STUDENT-PROGRAM TO FEE-CODE
           READ FEE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'NO RATE FOR PROGRAM' TO WS-REJECT-REASON
                   GO TO 3300-EXIT
           END-READ
           IF NOT FEE-ACTIVE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'RATE INACTIVE' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF
           MOVE FEE-AMOUNT TO WS-RATE

           IF WS-ALREADY-BILLED
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ALREADY BILLED' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF

           COMPUTE WS-TUITION ROUNDED = WS-STU-CREDITS * WS-RATE
           MOVE ZERO TO WS-IX
           PERFORM 3310-ADD-FLAT-FEE THRU 3310-EXIT
               UNTIL WS-IX NOT LESS THAN WS-FEE-COUNT

           COMPUTE WS-ACCT-BALANCE =
               WS-ACCT-BALANCE + WS-TUITION + WS-FEES
           IF WS-HAVE-LIMIT AND WS-ACCT-BALANCE > WS-HOLD-LIMIT
               MOVE 'Y' TO WS-NEW-HOLD-SW
           END-IF.

       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3310-ADD-FLAT-FEE - next flat fee into the student's total.*
      *-----------------------------------------------------------*
       3310-ADD-FLAT-FEE.
           ADD 1 TO WS-IX
           ADD WS-TBL-FEE-AMT (WS-IX) TO WS-FEES.

       3310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3400-READ-ACCOUNT - the student's account row (balance and *
      *  last sequence used) and a look through the entries for a  *
      *  tuition charge already posted for the term.  No ledger,   *
      *  or no account row yet, is a zero balance.                   *
      *-----------------------------------------------------------*
       3400-READ-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           MOVE 'N' TO WS-BILLED-SW
           MOVE ZERO TO WS-ACCT-BALANCE
           MOVE ZERO TO WS-ACCT-LAST-SEQ
           IF NOT WS-HAVE-LEDGER
               GO TO 3400-EXIT
           END-IF

           MOVE STUDENT-ID TO LEDG-STUDENT-ID
           MOVE ZERO TO LEDG-SEQ
           READ LEDGER-FILE
               INVALID KEY
                   GO TO 3400-EXIT
           END-READ
           MOVE 'Y' TO WS-ACCT-FOUND-SW
           MOVE LEDG-BALANCE TO WS-ACCT-BALANCE
           MOVE LEDG-LAST-SEQ TO WS-ACCT-LAST-SEQ

           MOVE 'N' TO WS-SCAN-DONE-SW
           PERFORM 3410-CHECK-ENTRY THRU 3410-EXIT
               UNTIL WS-SCAN-DONE.

       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3410-CHECK-ENTRY - next ledger row of the student; a       *
      *  TUITN charge for the term means the term is billed.        *
      *-----------------------------------------------------------*
       3410-CHECK-ENTRY.
           READ LEDGER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
                   GO TO 3410-EXIT
           END-READ
           IF LEDG-STUDENT-ID NOT = STUDENT-ID
               MOVE 'Y' TO WS-SCAN-DONE-SW
               GO TO 3410-EXIT
           END-IF
           IF LEDG-CHARGE AND LEDG-CODE = 'TUITN'
                   AND LEDG-TERM = WS-BILL-TERM
               MOVE 'Y' TO WS-BILLED-SW
               MOVE 'Y' TO WS-SCAN-DONE-SW
           END-IF.

       3410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3500-POST-CHARGES - open the account row when the student  *
      *  has none, WRITE the tuition charge and one charge per flat *
      *  fee, then REWRITE the account row with the new balance,    *
      *  last sequence and hold flag.  Every row is journaled.      *
      *-----------------------------------------------------------*
       3500-POST-CHARGES.
           IF NOT WS-ACCT-FOUND
               PERFORM 3510-OPEN-ACCOUNT THRU 3510-EXIT
               IF NOT WS-VALID-ROW
                   GO TO 3500-EXIT
               END-IF
           END-IF

           MOVE 'TUITN' TO WS-POST-CODE
           MOVE WS-TUITION TO WS-POST-AMOUNT
           PERFORM 3520-WRITE-CHARGE THRU 3520-EXIT

           MOVE ZERO TO WS-IX
           PERFORM 3530-POST-FLAT-FEE THRU 3530-EXIT
               UNTIL WS-IX NOT LESS THAN WS-FEE-COUNT

           PERFORM 3540-UPDATE-ACCOUNT THRU 3540-EXIT.

       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3510-OPEN-ACCOUNT - WRITE a zero-balance account row for a *
      *  student billed for the first time.                          *
      *-----------------------------------------------------------*
       3510-OPEN-ACCOUNT.
           MOVE SPACES TO LEDG-RECORD
           MOVE STUDENT-ID TO LEDG-STUDENT-ID
           MOVE ZERO TO LEDG-SEQ
           MOVE ZERO TO LEDG-BALANCE
           MOVE ZERO TO LEDG-LAST-SEQ
           MOVE 'N' TO LEDG-HOLD-FLAG
           MOVE ZERO TO LEDG-HOLD-DATE
           MOVE WS-RUN-DATE-N TO LEDG-OPENED-DATE

           WRITE LEDG-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'ACCOUNT NOT OPENED' TO WS-REJECT-REASON
                   GO TO 3510-EXIT
           END-WRITE

           MOVE 'ADD' TO WS-JRNL-ACTION
           MOVE LEDG-KEY TO WS-JRNL-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE LEDG-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       3510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3520-WRITE-CHARGE - WRITE one charge row at the next       *
      *  sequence number and journal it.                             *
      *-----------------------------------------------------------*
       3520-WRITE-CHARGE.
           MOVE SPACES TO LEDG-RECORD
           MOVE STUDENT-ID TO LEDG-STUDENT-ID
           COMPUTE LEDG-SEQ = WS-ACCT-LAST-SEQ + 1
           MOVE 'C' TO LEDG-TYPE
           MOVE WS-RUN-DATE-N TO LEDG-DATE
           MOVE WS-BILL-TERM TO LEDG-TERM
           MOVE WS-POST-CODE TO LEDG-CODE
           MOVE WS-POST-AMOUNT TO LEDG-AMOUNT
           MOVE 'BILLRUN' TO LEDG-REF

           WRITE LEDG-RECORD
               INVALID KEY
                   DISPLAY "LEDGER ROW ALREADY ON FILE - NOT POSTED - "
                       STUDENT-ID " " WS-POST-CODE
                   PERFORM 3525-BACK-OUT-CHARGE THRU 3525-EXIT
                   GO TO 3520-EXIT
           END-WRITE
           ADD 1 TO WS-ACCT-LAST-SEQ

           MOVE 'ADD' TO WS-JRNL-ACTION
           MOVE LEDG-KEY TO WS-JRNL-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE LEDG-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       3520-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3525-BACK-OUT-CHARGE - a charge row that did not post      *
      *  comes back out of the balance and the student's tuition or *
      *  fee figure, so the account row and the totals carry only   *
      *  what is on the ledger.  The row is counted as not posted.  *
      *-----------------------------------------------------------*
       3525-BACK-OUT-CHARGE.
           ADD 1 TO WS-NOT-POSTED-COUNT
           SUBTRACT WS-POST-AMOUNT FROM WS-ACCT-BALANCE
           IF WS-POST-CODE = 'TUITN'
               SUBTRACT WS-POST-AMOUNT FROM WS-TUITION
           ELSE
               SUBTRACT WS-POST-AMOUNT FROM WS-FEES
           END-IF.

       3525-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3530-POST-FLAT-FEE - next flat fee as a charge row.        *
      *-----------------------------------------------------------*
       3530-POST-FLAT-FEE.
           ADD 1 TO WS-IX
           MOVE WS-TBL-FEE-CODE (WS-IX) TO WS-POST-CODE
           MOVE WS-TBL-FEE-AMT (WS-IX) TO WS-POST-AMOUNT
           PERFORM 3520-WRITE-CHARGE THRU 3520-EXIT.

       3530-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3540-UPDATE-ACCOUNT - REWRITE the account row with the     *
      *  billed balance and last sequence.  The hold is set when   *
      *  the balance passes the limit and lifted when it no longer *
      *  does (the limit may have been raised since) - judged on   *
      *  the balance of the charges that actually posted.          *
      *-----------------------------------------------------------*
       3540-UPDATE-ACCOUNT.
           MOVE 'N' TO WS-NEW-HOLD-SW
           IF WS-HAVE-LIMIT AND WS-ACCT-BALANCE > WS-HOLD-LIMIT
               MOVE 'Y' TO WS-NEW-HOLD-SW
           END-IF

           MOVE STUDENT-ID TO LEDG-STUDENT-ID
           MOVE ZERO TO LEDG-SEQ
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT ROW NOT FOUND - BALANCE NOT "
                       "UPDATED - " STUDENT-ID
                   GO TO 3540-EXIT
           END-READ
           MOVE LEDG-RECORD TO WS-BEFORE-IMAGE

           MOVE WS-ACCT-BALANCE TO LEDG-BALANCE
           MOVE WS-ACCT-LAST-SEQ TO LEDG-LAST-SEQ
           IF WS-NEW-HOLD
               IF NOT LEDG-ON-HOLD
                   MOVE 'Y' TO LEDG-HOLD-FLAG
                   MOVE WS-RUN-DATE-N TO LEDG-HOLD-DATE
               END-IF
           ELSE
               MOVE 'N' TO LEDG-HOLD-FLAG
               MOVE ZERO TO LEDG-HOLD-DATE
           END-IF

           REWRITE LEDG-RECORD
               INVALID KEY
                   DISPLAY "ACCOUNT ROW NOT REWRITTEN - " STUDENT-ID
                   GO TO 3540-EXIT
           END-REWRITE

           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE LEDG-KEY TO WS-JRNL-KEY
           MOVE LEDG-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       3540-EXIT.
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
      *  3560-WRITE-AMOUNT-LINE - one labelled amount, page-checked.*
      *-----------------------------------------------------------*
       3560-WRITE-AMOUNT-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           ADD 1 TO WS-LINE-COUNT.

       3560-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-FINISH - the run's control totals, on the report and  *
      *  the console.                                                *
      *-----------------------------------------------------------*
       4000-FINISH.
           COMPUTE WS-TOT-CHARGED = WS-TOT-TUITION + WS-TOT-FEES

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'STUDENTS READ          :' TO WS-CNT-LABEL
           MOVE WS-READ-COUNT TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
           MOVE 'NO CREDITS IN TERM     :' TO WS-CNT-LABEL
           MOVE WS-NO-CREDIT-COUNT TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
           IF WS-PHASE-APPLY
               MOVE 'STUDENTS BILLED        :' TO WS-CNT-LABEL
           ELSE
               MOVE 'STUDENTS CLEAN         :' TO WS-CNT-LABEL
           END-IF
           MOVE WS-BILLED-COUNT TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
           MOVE 'STUDENTS REJECTED      :' TO WS-CNT-LABEL
           MOVE WS-REJECT-COUNT TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
           MOVE 'ACCOUNTS ON HOLD       :' TO WS-CNT-LABEL
           MOVE WS-NEW-HOLD-COUNT TO WS-CNT-VALUE
           PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
           IF WS-PHASE-APPLY
               MOVE 'CHARGE ROWS NOT POSTED :' TO WS-CNT-LABEL
               MOVE WS-NOT-POSTED-COUNT TO WS-CNT-VALUE
               PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT
           END-IF
           MOVE 'TUITION CHARGED        :' TO WS-AMT-LABEL
           MOVE WS-TOT-TUITION TO WS-AMT-VALUE
           PERFORM 3560-WRITE-AMOUNT-LINE THRU 3560-EXIT
           MOVE 'FLAT FEES CHARGED      :' TO WS-AMT-LABEL
           MOVE WS-TOT-FEES TO WS-AMT-VALUE
           PERFORM 3560-WRITE-AMOUNT-LINE THRU 3560-EXIT
           MOVE 'TOTAL CHARGED          :' TO WS-AMT-LABEL
           MOVE WS-TOT-CHARGED TO WS-AMT-VALUE
           PERFORM 3560-WRITE-AMOUNT-LINE THRU 3560-EXIT
           CLOSE REPORT-FILE

           DISPLAY " "
           IF WS-PHASE-APPLY
               DISPLAY "BILLRUN APPLY COMPLETE - SEE BILLPRF.DAT"
           ELSE
               DISPLAY "BILLRUN EDIT COMPLETE - NOTHING POSTED"
               DISPLAY "SEE BILLPRF.DAT FOR THE PROOF REPORT"
           END-IF
           MOVE WS-TOT-CHARGED TO WS-AMT-VALUE
           DISPLAY "STUDENTS READ    : " WS-READ-COUNT
           DISPLAY "STUDENTS BILLED  : " WS-BILLED-COUNT
           DISPLAY "STUDENTS REJECTED: " WS-REJECT-COUNT
           DISPLAY "ACCOUNTS ON HOLD : " WS-NEW-HOLD-COUNT
           IF WS-PHASE-APPLY
               DISPLAY "ROWS NOT POSTED  : " WS-NOT-POSTED-COUNT
           END-IF
           DISPLAY "TOTAL CHARGED    : " WS-AMT-VALUE.

       4000-EXIT.
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
           MOVE 'BILLRUN' TO JRNL-PROGRAM
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
      *  9000-TERMINATE - close whatever actually opened and give   *
      *  back both holds.                                            *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-STUDENT-STATUS = '00' OR WS-STUDENT-STATUS = '10'
                   OR WS-STUDENT-STATUS = '23'
               CLOSE STUDENT
           END-IF
           IF WS-COURSE-STATUS = '00' OR WS-COURSE-STATUS = '10'
                   OR WS-COURSE-STATUS = '23'
               CLOSE COURSES-FILE
           END-IF
           IF WS-FEE-STATUS = '00' OR WS-FEE-STATUS = '10'
                   OR WS-FEE-STATUS = '23'
               CLOSE FEE-FILE
           END-IF
           IF WS-HAVE-REGISTER
               CLOSE REGISTER-FILE
           END-IF
           IF WS-HAVE-GRADES
               CLOSE GRADES-FILE
           END-IF
           IF WS-HAVE-TERMS
               CLOSE TERMS-FILE
           END-IF
           IF WS-HAVE-LEDGER
               CLOSE LEDGER-FILE
           END-IF
           IF WS-HAVE-HOLD
               MOVE 'LEDGER' TO LKC-MASTER
               MOVE 'BILLRUN' TO LKC-PROGRAM
               MOVE 'R' TO LKC-ACTION
               CALL "FILELOCK" USING LOCK-CONTROL
           END-IF
           IF WS-HAVE-FEE-HOLD
               MOVE 'FEESCHED' TO LKC-MASTER
               MOVE 'BILLRUN' TO LKC-PROGRAM
               MOVE 'R' TO LKC-ACTION
               CALL "FILELOCK" USING LOCK-CONTROL
           END-IF.

       9000-EXIT.
           EXIT.
