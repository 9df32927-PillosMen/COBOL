      ******************************************************************
      * Program:      AGEDRPT
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Aged balances report from the student account
      *               ledger (LEDGER.DAT, see LEDGREC.CPY) to
      *               AGEDBAL.DAT.  For every account with a balance
      *               the student's payments, waivers and credit
      *               adjustments are applied to the oldest charges
      *               first, and whatever is still owed on each
      *               charge is aged by its posting date against the
      *               run date: current (30 days or less), 31-60,
      *               61-90 and over 90 days.  An account in credit
      *               shows the credit with nothing aged.  Accounts
      *               on financial hold are flagged.  Control totals
      *               for each column close the report.
      * Tectonics:    cobc -x AGEDRPT.COB LOGINCHK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGEDRPT.

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

           SELECT REPORT-FILE ASSIGN TO 'AGEDBAL.DAT'
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
       01  WS-ACCT-OPEN-SW          PIC X(01)   VALUE 'N'.
           88  WS-ACCT-OPEN             VALUE 'Y'.

       01  WS-CUR-ID                PIC 9(05)   VALUE ZERO.
       01  WS-CUR-HOLD              PIC X(01)   VALUE SPACE.
           88  WS-CUR-ON-HOLD           VALUE 'Y'.
       01  WS-BALANCE               PIC S9(07)V99 VALUE ZERO.
       01  WS-CREDIT-POOL           PIC 9(07)V99 VALUE ZERO.
       01  WS-BUCKET-CUR            PIC 9(07)V99 VALUE ZERO.
       01  WS-BUCKET-60             PIC 9(07)V99 VALUE ZERO.
       01  WS-BUCKET-90             PIC 9(07)V99 VALUE ZERO.
       01  WS-BUCKET-OVER           PIC 9(07)V99 VALUE ZERO.
       01  WS-DAYS-OLD              PIC S9(07)  VALUE ZERO.
       01  WS-RUN-DAYS              PIC 9(07)   VALUE ZERO.

       01  WS-IX                    PIC 9(03) COMP VALUE ZERO.
       01  WS-CHG-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 200 TIMES.
               10  WS-CHG-DATE      PIC 9(08).
               10  WS-CHG-OPEN      PIC 9(07)V99.

       01  WS-ACCT-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-LISTED-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-TOT-BALANCE           PIC S9(09)V99 VALUE ZERO.
       01  WS-TOT-CUR               PIC 9(09)V99 VALUE ZERO.
       01  WS-TOT-60                PIC 9(09)V99 VALUE ZERO.
       01  WS-TOT-90                PIC 9(09)V99 VALUE ZERO.
       01  WS-TOT-OVER              PIC 9(09)V99 VALUE ZERO.

       77  WS-USER-ID               PIC X(08).
       77  PASS                     PIC X(10).
       COPY LOGINLNK.

       01  WS-PAGE-NO               PIC 9(03) COMP VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-LINES-PER-PAGE        PIC 9(03) COMP VALUE 40.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(04).
           05  WS-RUN-MM            PIC 9(02).
           05  WS-RUN-DD            PIC 9(02).
       01  WS-RUN-DATE-N  REDEFINES WS-RUN-DATE PIC 9(08).

       01  WS-HDR-1.
           05  FILLER               PIC X(30) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE
               "AGED BALANCES REPORT".
           05  FILLER               PIC X(19) VALUE SPACES.
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
           05  FILLER               PIC X(06) VALUE "ID".
           05  FILLER               PIC X(16) VALUE "NAME".
           05  FILLER               PIC X(12) VALUE "    BALANCE".
           05  FILLER               PIC X(11) VALUE "    CURRENT".
           05  FILLER               PIC X(11) VALUE " 31-60 DAYS".
           05  FILLER               PIC X(11) VALUE " 61-90 DAYS".
           05  FILLER               PIC X(11) VALUE "    OVER 90".
           05  FILLER               PIC X(01) VALUE "H".
       01  WS-HDR-4.
           05  FILLER               PIC X(05) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE ALL "-".

       01  WS-DETAIL-LINE.
           05  WS-DTL-ID            PIC 9(05).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-NAME          PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-BALANCE       PIC ZZZZZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-CUR           PIC ZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-60            PIC ZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-90            PIC ZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-OVER          PIC ZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-HOLD          PIC X(01).

       01  WS-COUNT-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CNT-LABEL         PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-CNT-VALUE         PIC ZZZZ9.

       01  WS-AMOUNT-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-AMT-LABEL         PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-AMT-VALUE         PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF LOGIN-OK
               IF WS-INIT-OK
                   PERFORM 3000-PROCESS-ROW THRU 3000-EXIT
                       UNTIL WS-EOF
                   IF WS-ACCT-OPEN
                       PERFORM 3500-CLOSE-ACCOUNT THRU 3500-EXIT
                   END-IF
                   PERFORM 4000-FINISH THRU 4000-EXIT
               ELSE
                   DISPLAY "AGED BALANCES REPORT ABORTED"
               END-IF
           ELSE
               DISPLAY "CONTRASENA INCORRECTA"
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - log the operator in, open the ledger,   *
      *  the master and the report, and print the first heading.   *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT SIGNON-FILE
           IF WS-SIGNON-STATUS = '00'
               READ SIGNON-FILE
               CLOSE SIGNON-FILE
               MOVE SIGNON-USER-ID TO WS-USER-ID
               MOVE SIGNON-PASSWORD TO PASS
           ELSE
               DISPLAY "AGED BALANCES REPORT - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
           END-IF

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "AGEDRPT" TO LOGIN-PROGRAM
           CALL "LOGINCHK" USING LOGIN-CONTROL

           IF NOT LOGIN-OK
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
               DISPLAY "AGEDBAL.DAT COULD NOT BE OPENED - STATUS "
                   WS-REPORT-STATUS
           END-IF

           IF WS-INIT-OK
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               COMPUTE WS-RUN-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-WRITE-HEADING - start a new report page.              *
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

           WRITE REPORT-LINE FROM WS-HDR-3
           WRITE REPORT-LINE FROM WS-HDR-4.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-PROCESS-ROW - the next ledger row.  An account row   *
      *  (or a row for another student) closes out the account in *
      *  hand; a charge or debit adjustment goes in the table of   *
      *  charges, anything that reduces the balance into the pool  *
      *  of credits.                                                 *
      *-----------------------------------------------------------*
       3000-PROCESS-ROW.
           READ LEDGER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3000-EXIT
           END-READ

           IF LEDG-IS-ACCOUNT
                   OR NOT WS-ACCT-OPEN
                   OR LEDG-STUDENT-ID NOT = WS-CUR-ID
               IF WS-ACCT-OPEN
                   PERFORM 3500-CLOSE-ACCOUNT THRU 3500-EXIT
               END-IF
               PERFORM 3100-OPEN-ACCOUNT THRU 3100-EXIT
           END-IF
           IF LEDG-IS-ACCOUNT
               GO TO 3000-EXIT
           END-IF

           ADD LEDG-AMOUNT TO WS-BALANCE
           IF LEDG-AMOUNT > ZERO
               PERFORM 3200-ADD-CHARGE THRU 3200-EXIT
           ELSE
               SUBTRACT LEDG-AMOUNT FROM WS-CREDIT-POOL
           END-IF.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-OPEN-ACCOUNT - clear the per-account work areas for  *
      *  the next student and keep the hold flag.                    *
      *-----------------------------------------------------------*
       3100-OPEN-ACCOUNT.
           MOVE 'Y' TO WS-ACCT-OPEN-SW
           ADD 1 TO WS-ACCT-COUNT
           MOVE LEDG-STUDENT-ID TO WS-CUR-ID
           MOVE ZERO TO WS-BALANCE
           MOVE ZERO TO WS-CREDIT-POOL
           MOVE ZERO TO WS-CHG-COUNT
           IF LEDG-IS-ACCOUNT
               MOVE LEDG-HOLD-FLAG TO WS-CUR-HOLD
           ELSE
               MOVE SPACE TO WS-CUR-HOLD
           END-IF.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-ADD-CHARGE - one charge into the table with its      *
      *  posting date.  Past the table's end the charge is folded  *
      *  into the last slot (aged a little young) with a warning.  *
      *-----------------------------------------------------------*
       3200-ADD-CHARGE.
           IF WS-CHG-COUNT NOT LESS THAN 200
               ADD LEDG-AMOUNT TO WS-CHG-OPEN (200)
               DISPLAY "MORE THAN 200 CHARGES - LATER ONES AGED WITH "
                   "THE 200TH - STUDENT " WS-CUR-ID
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-CHG-COUNT
           MOVE LEDG-DATE TO WS-CHG-DATE (WS-CHG-COUNT)
           MOVE LEDG-AMOUNT TO WS-CHG-OPEN (WS-CHG-COUNT).

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3500-CLOSE-ACCOUNT - apply the credits to the oldest      *
      *  charges, age what is left and print the account when it  *
      *  has a balance either way.                                  *
      *-----------------------------------------------------------*
       3500-CLOSE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-OPEN-SW
           MOVE ZERO TO WS-BUCKET-CUR
           MOVE ZERO TO WS-BUCKET-60
           MOVE ZERO TO WS-BUCKET-90
           MOVE ZERO TO WS-BUCKET-OVER
           IF WS-BALANCE = ZERO
               GO TO 3500-EXIT
           END-IF

           MOVE ZERO TO WS-IX
           PERFORM 3510-APPLY-CREDIT THRU 3510-EXIT
               UNTIL WS-IX NOT LESS THAN WS-CHG-COUNT
                  OR WS-CREDIT-POOL = ZERO
           MOVE ZERO TO WS-IX
           PERFORM 3520-AGE-CHARGE THRU 3520-EXIT
               UNTIL WS-IX NOT LESS THAN WS-CHG-COUNT

           PERFORM 3600-WRITE-DETAIL THRU 3600-EXIT.

       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3510-APPLY-CREDIT - next oldest charge paid down from the  *
      *  pool of credits.                                            *
      *-----------------------------------------------------------*
       3510-APPLY-CREDIT.
           ADD 1 TO WS-IX
           IF WS-CHG-OPEN (WS-IX) NOT GREATER THAN WS-CREDIT-POOL
               SUBTRACT WS-CHG-OPEN (WS-IX) FROM WS-CREDIT-POOL
               MOVE ZERO TO WS-CHG-OPEN (WS-IX)
           ELSE
               SUBTRACT WS-CREDIT-POOL FROM WS-CHG-OPEN (WS-IX)
               MOVE ZERO TO WS-CREDIT-POOL
           END-IF.

       3510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3520-AGE-CHARGE - what is still owed on the next charge   *
      *  into its bucket by days since it was posted.  A charge    *
      *  with an unusable date counts as current.                   *
      *-----------------------------------------------------------*
       3520-AGE-CHARGE.
           ADD 1 TO WS-IX
           IF WS-CHG-OPEN (WS-IX) = ZERO
               GO TO 3520-EXIT
           END-IF

           MOVE ZERO TO WS-DAYS-OLD
           IF WS-CHG-DATE (WS-IX) IS NUMERIC
                   AND WS-CHG-DATE (WS-IX) > 16010101
                   AND WS-CHG-DATE (WS-IX) NOT > WS-RUN-DATE-N
               COMPUTE WS-DAYS-OLD = WS-RUN-DAYS -
                   FUNCTION INTEGER-OF-DATE (WS-CHG-DATE (WS-IX))
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-OLD NOT > 30
                   ADD WS-CHG-OPEN (WS-IX) TO WS-BUCKET-CUR
               WHEN WS-DAYS-OLD NOT > 60
                   ADD WS-CHG-OPEN (WS-IX) TO WS-BUCKET-60
               WHEN WS-DAYS-OLD NOT > 90
                   ADD WS-CHG-OPEN (WS-IX) TO WS-BUCKET-90
               WHEN OTHER
                   ADD WS-CHG-OPEN (WS-IX) TO WS-BUCKET-OVER
           END-EVALUATE.

       3520-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3600-WRITE-DETAIL - one account on the report, added into *
      *  the control totals.                                         *
      *-----------------------------------------------------------*
       3600-WRITE-DETAIL.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF

           ADD 1 TO WS-LISTED-COUNT
           ADD WS-BALANCE TO WS-TOT-BALANCE
           ADD WS-BUCKET-CUR TO WS-TOT-CUR
           ADD WS-BUCKET-60 TO WS-TOT-60
           ADD WS-BUCKET-90 TO WS-TOT-90
           ADD WS-BUCKET-OVER TO WS-TOT-OVER

           MOVE WS-CUR-ID TO WS-DTL-ID
           MOVE WS-CUR-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   MOVE "*NOT ON CONES*" TO WS-DTL-NAME
               NOT INVALID KEY
                   MOVE NAME TO WS-DTL-NAME
           END-READ
           MOVE WS-BALANCE TO WS-DTL-BALANCE
           MOVE WS-BUCKET-CUR TO WS-DTL-CUR
           MOVE WS-BUCKET-60 TO WS-DTL-60
           MOVE WS-BUCKET-90 TO WS-DTL-90
           MOVE WS-BUCKET-OVER TO WS-DTL-OVER
           IF WS-CUR-ON-HOLD
               MOVE 'H' TO WS-DTL-HOLD
               ADD 1 TO WS-HELD-COUNT
           ELSE
               MOVE SPACE TO WS-DTL-HOLD
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3700-WRITE-COUNT-LINE - one labelled count, page-checked.  *
      *-----------------------------------------------------------*
       3700-WRITE-COUNT-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           ADD 1 TO WS-LINE-COUNT.

       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3750-WRITE-AMOUNT-LINE - one labelled amount, page-checked.*
      *-----------------------------------------------------------*
       3750-WRITE-AMOUNT-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           ADD 1 TO WS-LINE-COUNT.

       3750-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-FINISH - the control totals, on the report and the    *
      *  console.                                                    *
      *-----------------------------------------------------------*
       4000-FINISH.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACCOUNTS READ          :' TO WS-CNT-LABEL
           MOVE WS-ACCT-COUNT TO WS-CNT-VALUE
           PERFORM 3700-WRITE-COUNT-LINE THRU 3700-EXIT
           MOVE 'ACCOUNTS WITH A BALANCE:' TO WS-CNT-LABEL
           MOVE WS-LISTED-COUNT TO WS-CNT-VALUE
           PERFORM 3700-WRITE-COUNT-LINE THRU 3700-EXIT
           MOVE 'ON FINANCIAL HOLD      :' TO WS-CNT-LABEL
           MOVE WS-HELD-COUNT TO WS-CNT-VALUE
           PERFORM 3700-WRITE-COUNT-LINE THRU 3700-EXIT
           MOVE 'TOTAL BALANCE          :' TO WS-AMT-LABEL
           MOVE WS-TOT-BALANCE TO WS-AMT-VALUE
           PERFORM 3750-WRITE-AMOUNT-LINE THRU 3750-EXIT
           MOVE 'CURRENT                :' TO WS-AMT-LABEL
           MOVE WS-TOT-CUR TO WS-AMT-VALUE
           PERFORM 3750-WRITE-AMOUNT-LINE THRU 3750-EXIT
           MOVE '31-60 DAYS             :' TO WS-AMT-LABEL
           MOVE WS-TOT-60 TO WS-AMT-VALUE
           PERFORM 3750-WRITE-AMOUNT-LINE THRU 3750-EXIT
           MOVE '61-90 DAYS             :' TO WS-AMT-LABEL
           MOVE WS-TOT-90 TO WS-AMT-VALUE
           PERFORM 3750-WRITE-AMOUNT-LINE THRU 3750-EXIT
           MOVE 'OVER 90 DAYS           :' TO WS-AMT-LABEL
           MOVE WS-TOT-OVER TO WS-AMT-VALUE
           PERFORM 3750-WRITE-AMOUNT-LINE THRU 3750-EXIT
           CLOSE REPORT-FILE

           MOVE WS-TOT-BALANCE TO WS-AMT-VALUE
           DISPLAY "AGED BALANCES REPORT COMPLETE - SEE AGEDBAL.DAT"
           DISPLAY "ACCOUNTS READ    : " WS-ACCT-COUNT
           DISPLAY "WITH A BALANCE   : " WS-LISTED-COUNT
           DISPLAY "TOTAL BALANCE    : " WS-AMT-VALUE.

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
