      ******************************************************************
      * Program:      PAYPOST
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Posting screen for the student account ledger
      *               (LEDGER.DAT, see LEDGREC.CPY).  P)AYMENT posts
      *               a receipt against a student's account; W)AIVER
      *               writes off an amount the student will not be
      *               asked to pay; A)DJUST posts a correcting debit
      *               or credit (an add/drop after billing, a
      *               mis-keyed receipt).  Waivers and adjustments
      *               are admin only.  Every posting is a new ledger
      *               row - nothing already posted is changed - and
      *               brings the account row's balance up to date,
      *               putting the student on financial hold or
      *               lifting the hold against the limit on the fee
      *               schedule (FEESCHED.DAT).  I)NQUIRY shows an
      *               account and its postings.  Every row written is
      *               journaled.
      * Tectonics:    cobc -x PAYPOST.COB LOGINCHK.COB FILELOCK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      *   15/10/26  PILLOS  An ID STUMERGE has retired is refused and
      *                     the surviving ID named, so nothing posts
      *                     to an account the merge has emptied.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPOST.

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

           SELECT FEE-FILE ASSIGN TO 'FEESCHED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT SIGNON-FILE ASSIGN TO 'SIGNON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT.
           COPY STUDENT.

       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  FEE-FILE.
           COPY FEEREC.

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  SIGNON-FILE.
           COPY SGNREC.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-STATUS        PIC X(02).
           88  WS-STUDENT-OK            VALUE '00'.
       01  WS-LEDG-STATUS           PIC X(02).
           88  WS-LEDG-OK               VALUE '00'.
           88  WS-LEDG-NOT-OPEN         VALUE '35'.
       01  WS-FEE-STATUS            PIC X(02).
           88  WS-FEE-OK                VALUE '00'.
       01  WS-DONE-SW               PIC X(01)   VALUE 'N'.
           88  WS-DONE                  VALUE 'Y'.
       01  WS-LIST-DONE-SW          PIC X(01)   VALUE 'N'.
           88  WS-LIST-DONE             VALUE 'Y'.
       01  WS-OPCION                PIC X(01).
       01  WS-VALID-SW              PIC X(01)   VALUE 'Y'.
           88  WS-VALID-ROW             VALUE 'Y'.
       01  WS-ACCT-FOUND-SW         PIC X(01)   VALUE 'N'.
           88  WS-ACCT-FOUND            VALUE 'Y'.
       01  WS-LIMIT-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-LIMIT            VALUE 'Y'.
       01  WS-HOLD-LIMIT            PIC 9(05)V99 VALUE ZERO.

       01  WS-STU-ID-IN             PIC 9(05).
       01  WS-AMOUNT-IN             PIC 9(07)V99 VALUE ZERO.
       01  WS-DIRECTION             PIC X(01).
       01  WS-TERM-IN               PIC X(06).
       01  WS-REF-IN                PIC X(10).
       01  WS-POST-TYPE             PIC X(01).
       01  WS-POST-CODE             PIC X(05).
       01  WS-POST-AMOUNT           PIC S9(07)V99 VALUE ZERO.
       01  WS-TODAY                 PIC 9(08).
       01  WS-NEXT-SEQ              PIC 9(05)   VALUE ZERO.
       01  WS-ENTRY-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-AMOUNT-OUT            PIC Z,ZZZ,ZZ9.99-.
       01  WS-BALANCE-OUT           PIC Z,ZZZ,ZZ9.99-.

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
                   IF WS-LEDG-OK AND WS-STUDENT-OK
                       PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
                           UNTIL WS-DONE
                   ELSE
                       DISPLAY "LEDGER.DAT OR CONES.DAT COULD NOT BE "
                           "OPENED - STATUS " WS-LEDG-STATUS " "
                           WS-STUDENT-STATUS
                   END-IF
               END-IF
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           ELSE
               DISPLAY "CONTRASENA INCORRECTA"
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      *  1500-VALIDATE-LOGIN - office staff post payments; the     *
      *  role is kept for the admin-only waivers and adjustments.  *
      *-----------------------------------------------------------*
       1500-VALIDATE-LOGIN.
           OPEN INPUT SIGNON-FILE
           IF WS-SIGNON-STATUS = '00'
               READ SIGNON-FILE
               CLOSE SIGNON-FILE
               MOVE SIGNON-USER-ID TO WS-USER-ID
               MOVE SIGNON-PASSWORD TO PASS
           ELSE
               DISPLAY "STUDENT ACCOUNT POSTING - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
           END-IF

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "PAYPOST" TO LOGIN-PROGRAM
           CALL "LOGINCHK" USING LOGIN-CONTROL.

       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1600-ACQUIRE-HOLD - register this screen's hold on the     *
      *  ledger through FILELOCK, so a billing run cannot rewrite  *
      *  an account's balance underneath a posting.                 *
      *-----------------------------------------------------------*
       1600-ACQUIRE-HOLD.
           MOVE 'LEDGER' TO LKC-MASTER
           MOVE 'S' TO LKC-TYPE
           MOVE 'A' TO LKC-ACTION
           MOVE 'PAYPOST' TO LKC-PROGRAM
           MOVE LOGIN-USER-ID TO LKC-USER
           CALL "FILELOCK" USING LOCK-CONTROL
           IF LOCK-GRANTED
               MOVE 'Y' TO WS-HOLD-SW
           ELSE
               DISPLAY "BATCH WINDOW OPEN, INQUIRIES ONLY"
               DISPLAY "LEDGER.DAT IS HELD BY " LKC-HOLDER
           END-IF.

       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - open the ledger, creating it the first  *
      *  time it is ever needed, and the student master.  The fee  *
      *  schedule is only read for the hold limit: no schedule, or *
      *  no active limit on it, means no account goes on hold.     *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT STUDENT

           OPEN I-O LEDGER-FILE
           IF WS-LEDG-NOT-OPEN
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF

           MOVE 'N' TO WS-LIMIT-SW
           OPEN INPUT FEE-FILE
           IF WS-FEE-OK
               MOVE 'L' TO FEE-TYPE
               MOVE 'HOLD' TO FEE-CODE
               READ FEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FEE-ACTIVE
                           MOVE 'Y' TO WS-LIMIT-SW
                           MOVE FEE-AMOUNT TO WS-HOLD-LIMIT
                       END-IF
               END-READ
               CLOSE FEE-FILE
           END-IF
           IF NOT WS-HAVE-LIMIT
               DISPLAY "NO HOLD LIMIT ON THE FEE SCHEDULE - NO ACCOUNT "
                   "WILL BE PUT ON HOLD"
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESS-MENU - one pass through the posting menu.    *
      *-----------------------------------------------------------*
       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "STUDENT ACCOUNTS  -  P)AYMENT  W)AIVER  A)DJUST  "
               "I)NQUIRY  X)IT"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 'P' WHEN 'p'
                   PERFORM 3000-POST-PAYMENT THRU 3000-EXIT
               WHEN 'W' WHEN 'w'
                   PERFORM 4000-POST-WAIVER THRU 4000-EXIT
               WHEN 'A' WHEN 'a'
                   PERFORM 4500-POST-ADJUSTMENT THRU 4500-EXIT
               WHEN 'I' WHEN 'i'
                   PERFORM 6000-INQUIRY THRU 6000-EXIT
               WHEN 'X' WHEN 'x'
                   MOVE 'Y' TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-POST-PAYMENT - a receipt: the student, the amount     *
      *  received and the receipt number, posted as a credit.       *
      *-----------------------------------------------------------*
       3000-POST-PAYMENT.
           PERFORM 3100-ACCEPT-STUDENT THRU 3100-EXIT
           IF NOT WS-VALID-ROW
               GO TO 3000-EXIT
           END-IF
           PERFORM 3200-ACCEPT-AMOUNT THRU 3200-EXIT
           IF NOT WS-VALID-ROW
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES TO WS-TERM-IN
           MOVE SPACES TO WS-REF-IN
           DISPLAY "RECEIPT NUMBER        : " WITH NO ADVANCING
           ACCEPT WS-REF-IN
           IF WS-REF-IN = SPACES
               DISPLAY "A PAYMENT NEEDS ITS RECEIPT NUMBER"
               GO TO 3000-EXIT
           END-IF

           MOVE 'P' TO WS-POST-TYPE
           MOVE 'PAYMT' TO WS-POST-CODE
           COMPUTE WS-POST-AMOUNT = ZERO - WS-AMOUNT-IN
           PERFORM 3500-POST-ENTRY THRU 3500-EXIT.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-ACCEPT-STUDENT - the student must be on CONES.DAT     *
      *  (any status - a withdrawn student still pays, but an ID    *
      *  retired by a merge is refused); the account's present     *
      *  balance is shown.                                           *
      *-----------------------------------------------------------*
       3100-ACCEPT-STUDENT.
           MOVE 'Y' TO WS-VALID-SW
           DISPLAY "STUDENT ID            : " WITH NO ADVANCING
           ACCEPT WS-STU-ID-IN
           IF WS-STU-ID-IN IS NOT NUMERIC OR WS-STU-ID-IN = ZERO
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "STUDENT ID MUST BE NUMERIC"
               GO TO 3100-EXIT
           END-IF

           MOVE WS-STU-ID-IN TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   DISPLAY "STUDENT NOT ON FILE"
                   GO TO 3100-EXIT
           END-READ
           IF STUDENT-MERGED
               DISPLAY "STUDENT ID WAS MERGED INTO "
                   STUDENT-MERGED-INTO
               MOVE 'N' TO WS-VALID-SW
               GO TO 3100-EXIT
           END-IF

           PERFORM 3150-READ-ACCOUNT THRU 3150-EXIT
           IF WS-ACCT-FOUND
               MOVE LEDG-BALANCE TO WS-BALANCE-OUT
               DISPLAY NAME "  BALANCE " WS-BALANCE-OUT
               IF LEDG-ON-HOLD
                   DISPLAY "ACCOUNT IS ON FINANCIAL HOLD"
               END-IF
           ELSE
               DISPLAY NAME "  NO ACCOUNT YET"
           END-IF.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3150-READ-ACCOUNT - the student's account row, if any.     *
      *-----------------------------------------------------------*
       3150-READ-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           MOVE WS-STU-ID-IN TO LEDG-STUDENT-ID
           MOVE ZERO TO LEDG-SEQ
           READ LEDGER-FILE
               INVALID KEY
                   GO TO 3150-EXIT
           END-READ
           MOVE 'Y' TO WS-ACCT-FOUND-SW.

       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-ACCEPT-AMOUNT - numeric and more than zero; which way *
      *  it moves the balance is the posting's business.           *
      *-----------------------------------------------------------*
       3200-ACCEPT-AMOUNT.
           MOVE 'Y' TO WS-VALID-SW
           DISPLAY "AMOUNT (9999999.99)   : " WITH NO ADVANCING
           ACCEPT WS-AMOUNT-IN
           IF WS-AMOUNT-IN IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "AMOUNT MUST BE NUMERIC"
               GO TO 3200-EXIT
           END-IF
           IF WS-AMOUNT-IN = ZERO
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "AMOUNT MUST BE MORE THAN ZERO"
           END-IF.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3500-POST-ENTRY - confirm, open the account when the       *
      *  student has none, WRITE the entry at the next sequence     *
      *  number and bring the account row up to date.  The caller  *
      *  has set the type, code, signed amount, term and reference.*
      *-----------------------------------------------------------*
       3500-POST-ENTRY.
           MOVE WS-POST-AMOUNT TO WS-AMOUNT-OUT
           DISPLAY "POST " WS-POST-CODE " " WS-AMOUNT-OUT " TO "
               WS-STU-ID-IN "? TYPE Y TO CONFIRM : " WITH NO ADVANCING
           ACCEPT WS-OPCION
           IF WS-OPCION NOT = 'Y' AND WS-OPCION NOT = 'y'
               DISPLAY "NOTHING POSTED"
               GO TO 3500-EXIT
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF NOT WS-ACCT-FOUND
               PERFORM 3510-OPEN-ACCOUNT THRU 3510-EXIT
               IF NOT WS-ACCT-FOUND
                   GO TO 3500-EXIT
               END-IF
           END-IF

           PERFORM 3150-READ-ACCOUNT THRU 3150-EXIT
           COMPUTE WS-NEXT-SEQ = LEDG-LAST-SEQ + 1

           MOVE SPACES TO LEDG-RECORD
           MOVE WS-STU-ID-IN TO LEDG-STUDENT-ID
           MOVE WS-NEXT-SEQ TO LEDG-SEQ
           MOVE WS-POST-TYPE TO LEDG-TYPE
           MOVE WS-TODAY TO LEDG-DATE
           MOVE WS-TERM-IN TO LEDG-TERM
           MOVE WS-POST-CODE TO LEDG-CODE
           MOVE WS-POST-AMOUNT TO LEDG-AMOUNT
           MOVE WS-REF-IN TO LEDG-REF
           WRITE LEDG-RECORD
               INVALID KEY
                   DISPLAY "LEDGER ROW ALREADY ON FILE - NOTHING POSTED"
                   GO TO 3500-EXIT
           END-WRITE

           MOVE 'ADD' TO WS-JRNL-ACTION
           MOVE LEDG-KEY TO WS-JRNL-KEY
           MOVE LEDG-RECORD TO WS-AFTER-IMAGE
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT

           PERFORM 3530-UPDATE-ACCOUNT THRU 3530-EXIT.

       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3510-OPEN-ACCOUNT - WRITE a zero-balance account row for a *
      *  student with no postings yet (a payment ahead of billing). *
      *-----------------------------------------------------------*
       3510-OPEN-ACCOUNT.
           MOVE SPACES TO LEDG-RECORD
           MOVE WS-STU-ID-IN TO LEDG-STUDENT-ID
           MOVE ZERO TO LEDG-SEQ
           MOVE ZERO TO LEDG-BALANCE
           MOVE ZERO TO LEDG-LAST-SEQ
           MOVE 'N' TO LEDG-HOLD-FLAG
           MOVE ZERO TO LEDG-HOLD-DATE
           MOVE WS-TODAY TO LEDG-OPENED-DATE

           WRITE LEDG-RECORD
               INVALID KEY
                   DISPLAY "ACCOUNT COULD NOT BE OPENED - NOTHING "
                       "POSTED"
                   GO TO 3510-EXIT
           END-WRITE
           MOVE 'Y' TO WS-ACCT-FOUND-SW

           MOVE 'ADD' TO WS-JRNL-ACTION
           MOVE LEDG-KEY TO WS-JRNL-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE LEDG-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       3510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3530-UPDATE-ACCOUNT - REWRITE the account row for the      *
      *  entry just written: one more sequence used, the balance   *
      *  moved by the amount, the hold re-judged - and say where    *
      *  the account now stands.                                     *
      *-----------------------------------------------------------*
       3530-UPDATE-ACCOUNT.
           MOVE WS-STU-ID-IN TO LEDG-STUDENT-ID
           MOVE ZERO TO LEDG-SEQ
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT ROW NOT FOUND - BALANCE NOT UPDATED"
                   GO TO 3530-EXIT
           END-READ
           MOVE LEDG-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-NEXT-SEQ TO LEDG-LAST-SEQ
           ADD WS-POST-AMOUNT TO LEDG-BALANCE
           PERFORM 3540-SET-HOLD THRU 3540-EXIT

           REWRITE LEDG-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED - BALANCE NOT UPDATED"
                   GO TO 3530-EXIT
           END-REWRITE

           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE LEDG-KEY TO WS-JRNL-KEY
           MOVE LEDG-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT

           MOVE LEDG-BALANCE TO WS-BALANCE-OUT
           DISPLAY "POSTED - BALANCE NOW " WS-BALANCE-OUT
           IF LEDG-ON-HOLD
               DISPLAY "ACCOUNT IS ON FINANCIAL HOLD"
           END-IF.

       3530-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3540-SET-HOLD - an account owing more than the limit goes  *
      *  on financial hold (dated the first time); one that no     *
      *  longer does comes off it.                                   *
      *-----------------------------------------------------------*
       3540-SET-HOLD.
           IF WS-HAVE-LIMIT AND LEDG-BALANCE > WS-HOLD-LIMIT
               IF NOT LEDG-ON-HOLD
                   MOVE 'Y' TO LEDG-HOLD-FLAG
                   MOVE WS-TODAY TO LEDG-HOLD-DATE
               END-IF
           ELSE
               MOVE 'N' TO LEDG-HOLD-FLAG
               MOVE ZERO TO LEDG-HOLD-DATE
           END-IF.

       3540-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-POST-WAIVER - write off part of what a student owes   *
      *  (a scholarship, a fee excused).  Admin only.  Posted as a  *
      *  credit with the term it relates to and the authority.      *
      *-----------------------------------------------------------*
       4000-POST-WAIVER.
           IF LOGIN-ROLE NOT = 'A'
               DISPLAY "WAIVERS ARE POSTED BY AN ADMINISTRATOR"
               GO TO 4000-EXIT
           END-IF
           PERFORM 3100-ACCEPT-STUDENT THRU 3100-EXIT
           IF NOT WS-VALID-ROW
               GO TO 4000-EXIT
           END-IF
           PERFORM 3200-ACCEPT-AMOUNT THRU 3200-EXIT
           IF NOT WS-VALID-ROW
               GO TO 4000-EXIT
           END-IF

           MOVE SPACES TO WS-TERM-IN
           MOVE SPACES TO WS-REF-IN
           DISPLAY "TERM WAIVED (E.G. 2026FA): " WITH NO ADVANCING
           ACCEPT WS-TERM-IN
           DISPLAY "AUTHORITY / REFERENCE : " WITH NO ADVANCING
           ACCEPT WS-REF-IN
           IF WS-REF-IN = SPACES
               DISPLAY "A WAIVER NEEDS ITS AUTHORITY"
               GO TO 4000-EXIT
           END-IF

           MOVE 'W' TO WS-POST-TYPE
           MOVE 'WAIVR' TO WS-POST-CODE
           COMPUTE WS-POST-AMOUNT = ZERO - WS-AMOUNT-IN
           PERFORM 3500-POST-ENTRY THRU 3500-EXIT.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4500-POST-ADJUSTMENT - a correcting D)EBIT (more owed) or  *
      *  C)REDIT (less owed): a course added or dropped after the  *
      *  term was billed, a receipt keyed wrong.  Admin only.       *
      *-----------------------------------------------------------*
       4500-POST-ADJUSTMENT.
           IF LOGIN-ROLE NOT = 'A'
               DISPLAY "ADJUSTMENTS ARE POSTED BY AN ADMINISTRATOR"
               GO TO 4500-EXIT
           END-IF
           PERFORM 3100-ACCEPT-STUDENT THRU 3100-EXIT
           IF NOT WS-VALID-ROW
               GO TO 4500-EXIT
           END-IF
           PERFORM 3200-ACCEPT-AMOUNT THRU 3200-EXIT
           IF NOT WS-VALID-ROW
               GO TO 4500-EXIT
           END-IF

           DISPLAY "D)EBIT OR C)REDIT     : " WITH NO ADVANCING
           ACCEPT WS-DIRECTION
           EVALUATE WS-DIRECTION
               WHEN 'D' WHEN 'd'
                   MOVE WS-AMOUNT-IN TO WS-POST-AMOUNT
               WHEN 'C' WHEN 'c'
                   COMPUTE WS-POST-AMOUNT = ZERO - WS-AMOUNT-IN
               WHEN OTHER
                   DISPLAY "MUST BE D OR C"
                   GO TO 4500-EXIT
           END-EVALUATE

           MOVE SPACES TO WS-TERM-IN
           MOVE SPACES TO WS-REF-IN
           DISPLAY "TERM (BLANK IF NONE)  : " WITH NO ADVANCING
           ACCEPT WS-TERM-IN
           DISPLAY "REASON / REFERENCE    : " WITH NO ADVANCING
           ACCEPT WS-REF-IN
           IF WS-REF-IN = SPACES
               DISPLAY "AN ADJUSTMENT NEEDS ITS REASON"
               GO TO 4500-EXIT
           END-IF

           MOVE 'A' TO WS-POST-TYPE
           MOVE 'ADJST' TO WS-POST-CODE
           PERFORM 3500-POST-ENTRY THRU 3500-EXIT.

       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-INQUIRY - a student's account row and every posting  *
      *  on it, oldest first.                                        *
      *-----------------------------------------------------------*
       6000-INQUIRY.
           PERFORM 3100-ACCEPT-STUDENT THRU 3100-EXIT
           IF NOT WS-VALID-ROW OR NOT WS-ACCT-FOUND
               GO TO 6000-EXIT
           END-IF
           IF LEDG-ON-HOLD
               DISPLAY "ON HOLD SINCE " LEDG-HOLD-DATE
           END-IF

           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE 'N' TO WS-LIST-DONE-SW
           DISPLAY "SEQ   T DATE     TERM   CODE         AMOUNT  "
               "REFERENCE"
           PERFORM 6100-LIST-ENTRY THRU 6100-EXIT
               UNTIL WS-LIST-DONE
           IF WS-ENTRY-COUNT = ZERO
               DISPLAY "NO POSTINGS ON THIS ACCOUNT"
           END-IF.

       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6100-LIST-ENTRY - next posting of the student.             *
      *-----------------------------------------------------------*
       6100-LIST-ENTRY.
           READ LEDGER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-LIST-DONE-SW
                   GO TO 6100-EXIT
           END-READ
           IF LEDG-STUDENT-ID NOT = WS-STU-ID-IN
               MOVE 'Y' TO WS-LIST-DONE-SW
               GO TO 6100-EXIT
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           MOVE LEDG-AMOUNT TO WS-AMOUNT-OUT
           DISPLAY LEDG-SEQ " " LEDG-TYPE " " LEDG-DATE " " LEDG-TERM
               " " LEDG-CODE " " WS-AMOUNT-OUT "  " LEDG-REF.

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
           MOVE 'PAYPOST' TO JRNL-PROGRAM
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
           IF WS-STUDENT-STATUS = '00' OR WS-STUDENT-STATUS = '10'
                   OR WS-STUDENT-STATUS = '23'
               CLOSE STUDENT
           END-IF
           IF WS-LEDG-STATUS = '00' OR WS-LEDG-STATUS = '10'
                   OR WS-LEDG-STATUS = '22' OR WS-LEDG-STATUS = '23'
               CLOSE LEDGER-FILE
           END-IF
           IF WS-HAVE-HOLD
               MOVE 'R' TO LKC-ACTION
               CALL "FILELOCK" USING LOCK-CONTROL
           END-IF.

       9000-EXIT.
           EXIT.
