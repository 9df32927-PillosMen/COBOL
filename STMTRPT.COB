      ******************************************************************
      * Program:      STMTRPT
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Student account statements from the ledger
      *               (LEDGER.DAT, see LEDGREC.CPY) to STATEMNT.DAT.
      *               One statement per student, each starting on a
      *               new page: every posting oldest first - charges
      *               from BILLRUN, payments, waivers and adjustments
      *               from PAYPOST - with a running balance, then the
      *               balance due and, for an account on financial
      *               hold, the hold notice.  The operator asks for
      *               one student's statement or, with an ID of
      *               zero, a statement for every account.  A
      *               statement whose postings do not add up to the
      *               account row's balance says so.
      * Tectonics:    cobc -x STMTRPT.COB LOGINCHK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO 'CONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT LEDGER-FILE ASSIGN TO 'LEDGER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS WS-LEDG-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'STATEMNT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SIGNON-FILE ASSIGN TO 'SIGNON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT.
           COPY STUDENT.

       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  SIGNON-FILE.
           COPY SGNREC.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-STATUS        PIC X(02).
           88  WS-STUDENT-OK            VALUE '00'.
       01  WS-LEDG-STATUS           PIC X(02).
           88  WS-LEDG-OK               VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-SIGNON-STATUS         PIC X(02).
       01  WS-INIT-OK-SW            PIC X(01)   VALUE 'Y'.
           88  WS-INIT-OK               VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01)   VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       01  WS-STMT-OPEN-SW          PIC X(01)   VALUE 'N'.
           88  WS-STMT-OPEN             VALUE 'Y'.
       01  WS-ACCT-ROW-SW           PIC X(01)   VALUE 'N'.
           88  WS-HAVE-ACCT-ROW         VALUE 'Y'.

       01  WS-SELECT-ID             PIC 9(05)   VALUE ZERO.
       01  WS-CUR-ID                PIC 9(05)   VALUE ZERO.
       01  WS-CUR-NAME              PIC X(25)   VALUE SPACES.
       01  WS-CUR-PROGRAM           PIC X(05)   VALUE SPACES.
       01  WS-ACCT-BALANCE          PIC S9(07)V99 VALUE ZERO.
       01  WS-ACCT-HOLD             PIC X(01)   VALUE SPACE.
           88  WS-ACCT-ON-HOLD          VALUE 'Y'.
       01  WS-ACCT-HOLD-DATE        PIC 9(08)   VALUE ZERO.
       01  WS-RUNNING-BAL           PIC S9(07)V99 VALUE ZERO.
       01  WS-ENTRY-COUNT           PIC 9(05) COMP VALUE ZERO.

       01  WS-FMT-DATE-IN           PIC 9(08).
       01  WS-FMT-DATE-R  REDEFINES WS-FMT-DATE-IN.
           05  WS-FMT-YYYY          PIC 9(04).
           05  WS-FMT-MM            PIC 9(02).
           05  WS-FMT-DD            PIC 9(02).
       01  WS-FMT-DATE-OUT.
           05  WS-FMT-OUT-YYYY      PIC 9(04).
           05  FILLER               PIC X(01) VALUE "-".
           05  WS-FMT-OUT-MM        PIC 9(02).
           05  FILLER               PIC X(01) VALUE "-".
           05  WS-FMT-OUT-DD        PIC 9(02).

       77  WS-USER-ID               PIC X(08).
       77  PASS                     PIC X(10).
       COPY LOGINLNK.

       01  WS-STMT-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-PAGE-NO               PIC 9(03) COMP VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-LINES-PER-PAGE        PIC 9(03) COMP VALUE 40.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(04).
           05  WS-RUN-MM            PIC 9(02).
           05  WS-RUN-DD            PIC 9(02).

       01  WS-HDR-1.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(25) VALUE
               "STUDENT ACCOUNT STATEMENT".
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
       01  WS-STU-LINE.
           05  FILLER               PIC X(08) VALUE "STUDENT ".
           05  WS-STU-ID            PIC 9(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-STU-NAME          PIC X(25).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(08) VALUE "PROGRAM ".
           05  WS-STU-PROGRAM       PIC X(05).
       01  WS-HDR-3.
           05  FILLER               PIC X(12) VALUE "DATE".
           05  FILLER               PIC X(08) VALUE "TERM".
           05  FILLER               PIC X(11) VALUE "TYPE".
           05  FILLER               PIC X(07) VALUE "CODE".
           05  FILLER               PIC X(12) VALUE "REFERENCE".
           05  FILLER               PIC X(14) VALUE "       AMOUNT".
           05  FILLER               PIC X(13) VALUE "      BALANCE".
       01  WS-HDR-4.
           05  FILLER               PIC X(10) VALUE ALL "-".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE ALL "-".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE ALL "-".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE ALL "-".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(13) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(13) VALUE ALL "-".

       01  WS-DETAIL-LINE.
           05  WS-DTL-DATE          PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-TERM          PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-TYPE          PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-CODE          PIC X(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-REF           PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-BALANCE       PIC Z,ZZZ,ZZ9.99-.

       01  WS-DUE-LINE.
           05  FILLER               PIC X(47) VALUE SPACES.
           05  WS-DUE-LABEL         PIC X(16).
           05  WS-DUE-AMOUNT        PIC Z,ZZZ,ZZ9.99-.

       01  WS-NOTE-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-NOTE-TEXT         PIC X(70).

       01  WS-TOTAL-LINE.
           05  FILLER          PIC X(20) VALUE "STATEMENTS PRINTED :".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-TOT-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF LOGIN-OK
               IF WS-INIT-OK
                   PERFORM 3000-PROCESS-ROW THRU 3000-EXIT
                       UNTIL WS-EOF
                   IF WS-STMT-OPEN
                       PERFORM 3900-CLOSE-STATEMENT THRU 3900-EXIT
                   END-IF
                   PERFORM 4000-FINISH THRU 4000-EXIT
               ELSE
                   DISPLAY "ACCOUNT STATEMENTS ABORTED"
               END-IF
           ELSE
               DISPLAY "CONTRASENA INCORRECTA"
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - log the operator in, take the student    *
      *  wanted (zero for every account), open the ledger, the      *
      *  student master and the report, and position the ledger.   *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT SIGNON-FILE
           IF WS-SIGNON-STATUS = '00'
               READ SIGNON-FILE
               CLOSE SIGNON-FILE
               MOVE SIGNON-USER-ID TO WS-USER-ID
               MOVE SIGNON-PASSWORD TO PASS
           ELSE
               DISPLAY "ACCOUNT STATEMENTS - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
           END-IF

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "STMTRPT" TO LOGIN-PROGRAM
           CALL "LOGINCHK" USING LOGIN-CONTROL

           IF NOT LOGIN-OK
               GO TO 1000-EXIT
           END-IF

           DISPLAY "STUDENT ID (0 = EVERY ACCOUNT) : "
               WITH NO ADVANCING
           ACCEPT WS-SELECT-ID
           IF WS-SELECT-ID IS NOT NUMERIC
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "STUDENT ID MUST BE NUMERIC"
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-OK
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "CONES.DAT COULD NOT BE OPENED - STATUS "
                   WS-STUDENT-STATUS
           END-IF

           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDG-OK
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "LEDGER.DAT COULD NOT BE OPENED - STATUS "
                   WS-LEDG-STATUS
               DISPLAY "NO ACCOUNT HAS BEEN BILLED OR POSTED YET"
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "STATEMNT.DAT COULD NOT BE OPENED - STATUS "
                   WS-REPORT-STATUS
           END-IF

           IF NOT WS-INIT-OK
               GO TO 1000-EXIT
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-SELECT-ID TO LEDG-STUDENT-ID
           MOVE ZERO TO LEDG-SEQ
           START LEDGER-FILE KEY NOT LESS THAN LEDG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-WRITE-HEADING - start a new page: title, run date,    *
      *  the student the statement is for, and column headings.     *
      *  A statement running past one page repeats all of it.       *
      *-----------------------------------------------------------*
       2000-WRITE-HEADING.
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
           MOVE WS-CUR-ID TO WS-STU-ID
           MOVE WS-CUR-NAME TO WS-STU-NAME
           MOVE WS-CUR-PROGRAM TO WS-STU-PROGRAM
           WRITE REPORT-LINE FROM WS-STU-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           WRITE REPORT-LINE FROM WS-HDR-3
           WRITE REPORT-LINE FROM WS-HDR-4.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-PROCESS-ROW - the next ledger row.  An account row,  *
      *  or a posting for a student other than the one in hand,    *
      *  closes the statement in hand and opens the next; a        *
      *  posting adds a line.  Asking for one student stops at the *
      *  first row for anyone else.                                  *
      *-----------------------------------------------------------*
       3000-PROCESS-ROW.
           READ LEDGER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3000-EXIT
           END-READ
           IF WS-SELECT-ID NOT = ZERO
                   AND LEDG-STUDENT-ID NOT = WS-SELECT-ID
               MOVE 'Y' TO WS-EOF-SW
               GO TO 3000-EXIT
           END-IF

           IF LEDG-IS-ACCOUNT
                   OR NOT WS-STMT-OPEN
                   OR LEDG-STUDENT-ID NOT = WS-CUR-ID
               IF WS-STMT-OPEN
                   PERFORM 3900-CLOSE-STATEMENT THRU 3900-EXIT
               END-IF
               PERFORM 3100-OPEN-STATEMENT THRU 3100-EXIT
           END-IF

           IF NOT LEDG-IS-ACCOUNT
               PERFORM 3200-WRITE-ENTRY THRU 3200-EXIT
           END-IF.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-OPEN-STATEMENT - a new student: keep the account      *
      *  row's balance and hold, look the name up on CONES.DAT and *
      *  start the statement on a fresh page.                        *
      *-----------------------------------------------------------*
       3100-OPEN-STATEMENT.
           MOVE 'Y' TO WS-STMT-OPEN-SW
           ADD 1 TO WS-STMT-COUNT
           MOVE LEDG-STUDENT-ID TO WS-CUR-ID
           MOVE ZERO TO WS-RUNNING-BAL
           MOVE ZERO TO WS-ENTRY-COUNT
           IF LEDG-IS-ACCOUNT
               MOVE 'Y' TO WS-ACCT-ROW-SW
               MOVE LEDG-BALANCE TO WS-ACCT-BALANCE
               MOVE LEDG-HOLD-FLAG TO WS-ACCT-HOLD
               MOVE LEDG-HOLD-DATE TO WS-ACCT-HOLD-DATE
           ELSE
               MOVE 'N' TO WS-ACCT-ROW-SW
               MOVE ZERO TO WS-ACCT-BALANCE
               MOVE SPACE TO WS-ACCT-HOLD
               MOVE ZERO TO WS-ACCT-HOLD-DATE
           END-IF

           MOVE WS-CUR-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   MOVE "*** NOT ON CONES.DAT ***" TO WS-CUR-NAME
                   MOVE SPACES TO WS-CUR-PROGRAM
               NOT INVALID KEY
                   MOVE NAME TO WS-CUR-NAME
                   MOVE STUDENT-PROGRAM TO WS-CUR-PROGRAM
           END-READ

           PERFORM 2000-WRITE-HEADING THRU 2000-EXIT.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-WRITE-ENTRY - one posting with the running balance.  *
      *-----------------------------------------------------------*
       3200-WRITE-ENTRY.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF

           ADD 1 TO WS-ENTRY-COUNT
           ADD LEDG-AMOUNT TO WS-RUNNING-BAL
           MOVE LEDG-DATE TO WS-FMT-DATE-IN
           PERFORM 3250-FORMAT-DATE THRU 3250-EXIT
           MOVE WS-FMT-DATE-OUT TO WS-DTL-DATE
           MOVE LEDG-TERM TO WS-DTL-TERM
           EVALUATE TRUE
               WHEN LEDG-CHARGE
                   MOVE 'CHARGE' TO WS-DTL-TYPE
               WHEN LEDG-PAYMENT
                   MOVE 'PAYMENT' TO WS-DTL-TYPE
               WHEN LEDG-WAIVER
                   MOVE 'WAIVER' TO WS-DTL-TYPE
               WHEN LEDG-ADJUSTMENT
                   MOVE 'ADJUSTMENT' TO WS-DTL-TYPE
               WHEN OTHER
                   MOVE LEDG-TYPE TO WS-DTL-TYPE
           END-EVALUATE
           MOVE LEDG-CODE TO WS-DTL-CODE
           MOVE LEDG-REF TO WS-DTL-REF
           MOVE LEDG-AMOUNT TO WS-DTL-AMOUNT
           MOVE WS-RUNNING-BAL TO WS-DTL-BALANCE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3250-FORMAT-DATE - YYYYMMDD to YYYY-MM-DD.                 *
      *-----------------------------------------------------------*
       3250-FORMAT-DATE.
           MOVE WS-FMT-YYYY TO WS-FMT-OUT-YYYY
           MOVE WS-FMT-MM TO WS-FMT-OUT-MM
           MOVE WS-FMT-DD TO WS-FMT-OUT-DD.

       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3900-CLOSE-STATEMENT - the balance due (or the credit     *
      *  owed back), the hold notice when the account is held, and *
      *  a warning when the postings do not add up to the account  *
      *  row's balance.                                              *
      *-----------------------------------------------------------*
       3900-CLOSE-STATEMENT.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE - 4
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ENTRY-COUNT = ZERO
               MOVE 'NO POSTINGS ON THIS ACCOUNT' TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           IF WS-RUNNING-BAL < ZERO
               MOVE 'CREDIT BALANCE' TO WS-DUE-LABEL
           ELSE
               MOVE 'BALANCE DUE' TO WS-DUE-LABEL
           END-IF
           MOVE WS-RUNNING-BAL TO WS-DUE-AMOUNT
           WRITE REPORT-LINE FROM WS-DUE-LINE
           ADD 2 TO WS-LINE-COUNT

           IF WS-ACCT-ON-HOLD
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-ACCT-HOLD-DATE TO WS-FMT-DATE-IN
               PERFORM 3250-FORMAT-DATE THRU 3250-EXIT
               MOVE SPACES TO WS-NOTE-TEXT
               STRING '** ACCOUNT ON FINANCIAL HOLD SINCE '
                          DELIMITED BY SIZE
                      WS-FMT-DATE-OUT DELIMITED BY SIZE
                      ' - GRADES WITHHELD' DELIMITED BY SIZE
                      INTO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF

           IF NOT WS-HAVE-ACCT-ROW
               MOVE '** NO ACCOUNT ROW ON LEDGER.DAT FOR THIS STUDENT'
                   TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
               ADD 1 TO WS-LINE-COUNT
               DISPLAY "NO ACCOUNT ROW FOR STUDENT " WS-CUR-ID
           ELSE
               IF WS-RUNNING-BAL NOT = WS-ACCT-BALANCE
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING '** POSTINGS DO NOT ADD UP TO THE ACCOUNT '
                              DELIMITED BY SIZE
                          'BALANCE ON FILE' DELIMITED BY SIZE
                          INTO WS-NOTE-TEXT
                   WRITE REPORT-LINE FROM WS-NOTE-LINE
                   ADD 1 TO WS-LINE-COUNT
                   DISPLAY "BALANCE MISMATCH - STUDENT " WS-CUR-ID
               END-IF
           END-IF

           MOVE 'N' TO WS-STMT-OPEN-SW.

       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-FINISH - write the final count and close the report  *
      *-----------------------------------------------------------*
       4000-FINISH.
           IF WS-STMT-COUNT = ZERO
               DISPLAY "NO ACCOUNT FOUND ON LEDGER.DAT"
           END-IF
           MOVE WS-STMT-COUNT TO WS-TOT-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           CLOSE REPORT-FILE
           DISPLAY "ACCOUNT STATEMENTS COMPLETE - SEE STATEMNT.DAT"
           DISPLAY "STATEMENTS       : " WS-STMT-COUNT
           DISPLAY "ON FINANCIAL HOLD: " WS-HELD-COUNT.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE - close the ledger and the master.          *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-STUDENT-STATUS = '00' OR WS-STUDENT-STATUS = '10'
                   OR WS-STUDENT-STATUS = '23'
               CLOSE STUDENT
           END-IF
           IF WS-LEDG-STATUS = '00' OR WS-LEDG-STATUS = '10'
                   OR WS-LEDG-STATUS = '23'
               CLOSE LEDGER-FILE
           END-IF
           IF NOT WS-INIT-OK AND WS-REPORT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF.

       9000-EXIT.
           EXIT.
