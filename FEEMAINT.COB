      ******************************************************************
      * Program:      FEEMAINT
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Maintenance screen for FEESCHED.DAT, the tuition
      *               fee schedule (see FEEREC.CPY): the per-credit
      *               rate for each STUDENT-PROGRAM, the flat fees
      *               every billed student pays once a term, and the
      *               balance limit over which an account goes on
      *               financial hold.  Rows are never deleted - a
      *               rate or fee that no longer applies is set
      *               inactive so old ledger postings still explain
      *               themselves.  Every add and change is journaled.
      *               Admin only.
      * Tectonics:    cobc -x FEEMAINT.COB LOGINCHK.COB FILELOCK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD  FEE-FILE.
           COPY FEEREC.

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  SIGNON-FILE.
           COPY SGNREC.

       WORKING-STORAGE SECTION.
       01  WS-FEE-STATUS            PIC X(02).
           88  WS-FEE-OK                VALUE '00'.
           88  WS-FEE-NOT-OPEN          VALUE '35'.
       01  WS-DONE-SW               PIC X(01)   VALUE 'N'.
           88  WS-DONE                  VALUE 'Y'.
       01  WS-LIST-DONE-SW          PIC X(01)   VALUE 'N'.
           88  WS-LIST-DONE             VALUE 'Y'.
       01  WS-OPCION                PIC X(01).
       01  WS-VALID-SW              PIC X(01)   VALUE 'Y'.
           88  WS-VALID-ROW             VALUE 'Y'.
       01  WS-FEE-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-AMOUNT-IN             PIC 9(05)V99 VALUE ZERO.
       01  WS-AMOUNT-OUT            PIC ZZ,ZZ9.99.
       01  WS-DESC-IN               PIC X(20).
       01  WS-STATUS-IN             PIC X(01).

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
                   IF WS-FEE-OK
                       PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
                           UNTIL WS-DONE
                   ELSE
                       DISPLAY "FEESCHED.DAT COULD NOT BE OPENED - "
                           "STATUS " WS-FEE-STATUS
                   END-IF
               END-IF
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           ELSE
               DISPLAY "CONTRASENA INCORRECTA"
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      *  1500-VALIDATE-LOGIN - admin only: the schedule sets what   *
      *  every student is charged.                                   *
      *-----------------------------------------------------------*
       1500-VALIDATE-LOGIN.
           OPEN INPUT SIGNON-FILE
           IF WS-SIGNON-STATUS = '00'
               READ SIGNON-FILE
               CLOSE SIGNON-FILE
               MOVE SIGNON-USER-ID TO WS-USER-ID
               MOVE SIGNON-PASSWORD TO PASS
           ELSE
               DISPLAY "FEE SCHEDULE MAINTENANCE - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
           END-IF

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "FEEMAINT" TO LOGIN-PROGRAM
           CALL "LOGINCHK" USING LOGIN-CONTROL.

       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1600-ACQUIRE-HOLD - register this screen's hold on the     *
      *  fee schedule through FILELOCK, so a billing run cannot     *
      *  read it half-changed.                                       *
      *-----------------------------------------------------------*
       1600-ACQUIRE-HOLD.
           MOVE 'FEESCHED' TO LKC-MASTER
           MOVE 'S' TO LKC-TYPE
           MOVE 'A' TO LKC-ACTION
           MOVE 'FEEMAINT' TO LKC-PROGRAM
           MOVE LOGIN-USER-ID TO LKC-USER
           CALL "FILELOCK" USING LOCK-CONTROL
           IF LOCK-GRANTED
               MOVE 'Y' TO WS-HOLD-SW
           ELSE
               DISPLAY "BATCH WINDOW OPEN, INQUIRIES ONLY"
               DISPLAY "FEESCHED.DAT IS HELD BY " LKC-HOLDER
           END-IF.

       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - open the schedule, creating it the      *
      *  first time this program is ever run.                      *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O FEE-FILE
           IF WS-FEE-NOT-OPEN
               OPEN OUTPUT FEE-FILE
               CLOSE FEE-FILE
               OPEN I-O FEE-FILE
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESS-MENU - one pass through the maintenance menu *
      *-----------------------------------------------------------*
       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "FEE SCHEDULE  -  A)DD  C)HANGE  L)IST  X)IT"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 'A' WHEN 'a'
                   PERFORM 3000-ADD-FEE THRU 3000-EXIT
               WHEN 'C' WHEN 'c'
                   PERFORM 4000-CHANGE-FEE THRU 4000-EXIT
               WHEN 'L' WHEN 'l'
                   PERFORM 6000-LIST-FEES THRU 6000-EXIT
               WHEN 'X' WHEN 'x'
                   MOVE 'Y' TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-ADD-FEE - a new rate, flat fee or the hold limit,     *
      *  written active.                                             *
      *-----------------------------------------------------------*
       3000-ADD-FEE.
           MOVE SPACES TO FEE-RECORD
           DISPLAY "R)ATE PER CREDIT  F)LAT TERM FEE  L)IMIT FOR HOLD"
           DISPLAY "TYPE                  : " WITH NO ADVANCING
           ACCEPT FEE-TYPE
           PERFORM 3100-ACCEPT-KEY THRU 3100-EXIT
           IF NOT WS-VALID-ROW
               GO TO 3000-EXIT
           END-IF

           DISPLAY "DESCRIPTION           : " WITH NO ADVANCING
           ACCEPT FEE-DESC
           DISPLAY "AMOUNT (99999.99)     : " WITH NO ADVANCING
           ACCEPT WS-AMOUNT-IN
           MOVE 'A' TO FEE-STATUS
           PERFORM 3500-VALIDATE-FEE THRU 3500-EXIT
           IF NOT WS-VALID-ROW
               GO TO 3000-EXIT
           END-IF
           MOVE WS-AMOUNT-IN TO FEE-AMOUNT

           WRITE FEE-RECORD
               INVALID KEY
                   DISPLAY "THAT ROW IS ALREADY ON THE SCHEDULE - USE "
                       "C)HANGE"
                   GO TO 3000-EXIT
           END-WRITE
           DISPLAY "FEE SCHEDULE ROW ADDED"

           MOVE 'ADD' TO WS-JRNL-ACTION
           MOVE FEE-KEY TO WS-JRNL-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE FEE-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-ACCEPT-KEY - the row's code: a program code for a     *
      *  rate, a fee code for a flat fee; the hold limit is always  *
      *  the single L/HOLD row.                                      *
      *-----------------------------------------------------------*
       3100-ACCEPT-KEY.
           MOVE 'Y' TO WS-VALID-SW
           EVALUATE FEE-TYPE
               WHEN 'r'
                   MOVE 'R' TO FEE-TYPE
               WHEN 'f'
                   MOVE 'F' TO FEE-TYPE
               WHEN 'l'
                   MOVE 'L' TO FEE-TYPE
           END-EVALUATE

           EVALUATE TRUE
               WHEN FEE-IS-RATE
                   DISPLAY "STUDENT PROGRAM       : " WITH NO ADVANCING
                   ACCEPT FEE-CODE
               WHEN FEE-IS-FLAT
                   DISPLAY "FEE CODE              : " WITH NO ADVANCING
                   ACCEPT FEE-CODE
               WHEN FEE-IS-LIMIT
                   MOVE 'HOLD' TO FEE-CODE
               WHEN OTHER
                   MOVE 'N' TO WS-VALID-SW
                   DISPLAY "TYPE MUST BE R, F OR L"
                   GO TO 3100-EXIT
           END-EVALUATE

           IF FEE-CODE = SPACES
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "CODE MAY NOT BE BLANK"
           END-IF
           IF FEE-IS-FLAT AND FEE-CODE = 'TUITN'
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "TUITN IS RESERVED FOR THE PER-CREDIT CHARGE"
           END-IF.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3500-VALIDATE-FEE - a numeric amount, above zero for a     *
      *  rate or fee (a zero limit would put every account owing    *
      *  anything on hold, which is allowed), and an A/I status.    *
      *-----------------------------------------------------------*
       3500-VALIDATE-FEE.
           MOVE 'Y' TO WS-VALID-SW
           IF WS-AMOUNT-IN IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "AMOUNT MUST BE NUMERIC"
               GO TO 3500-EXIT
           END-IF
           IF WS-AMOUNT-IN = ZERO AND NOT FEE-IS-LIMIT
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "A RATE OR FEE MUST BE MORE THAN ZERO"
           END-IF
           IF FEE-DESC = SPACES
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "DESCRIPTION MAY NOT BE BLANK"
           END-IF
           IF NOT FEE-ACTIVE AND NOT FEE-INACTIVE
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "STATUS MUST BE A (ACTIVE) OR I (INACTIVE)"
           END-IF.

       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-CHANGE-FEE - correct the description, amount or      *
      *  status of a row already on the schedule.  The amount is    *
      *  always re-keyed; a blank description or status keeps the  *
      *  value on file.  Postings already on the ledger are not     *
      *  touched.                                                     *
      *-----------------------------------------------------------*
       4000-CHANGE-FEE.
           MOVE SPACES TO FEE-RECORD
           DISPLAY "R)ATE PER CREDIT  F)LAT TERM FEE  L)IMIT FOR HOLD"
           DISPLAY "TYPE                  : " WITH NO ADVANCING
           ACCEPT FEE-TYPE
           PERFORM 3100-ACCEPT-KEY THRU 3100-EXIT
           IF NOT WS-VALID-ROW
               GO TO 4000-EXIT
           END-IF
           READ FEE-FILE
               INVALID KEY
                   DISPLAY "THAT ROW IS NOT ON THE SCHEDULE"
                   GO TO 4000-EXIT
           END-READ
           MOVE FEE-KEY TO WS-JRNL-KEY
           MOVE FEE-RECORD TO WS-BEFORE-IMAGE

           MOVE FEE-AMOUNT TO WS-AMOUNT-OUT
           DISPLAY "NOW " FEE-DESC "  " WS-AMOUNT-OUT "  STATUS "
               FEE-STATUS
           MOVE SPACES TO WS-DESC-IN
           DISPLAY "DESCRIPTION           : " WITH NO ADVANCING
           ACCEPT WS-DESC-IN
           IF WS-DESC-IN NOT = SPACES
               MOVE WS-DESC-IN TO FEE-DESC
           END-IF
           DISPLAY "AMOUNT (99999.99)     : " WITH NO ADVANCING
           ACCEPT WS-AMOUNT-IN
           MOVE SPACE TO WS-STATUS-IN
           DISPLAY "STATUS (A/I)          : " WITH NO ADVANCING
           ACCEPT WS-STATUS-IN
           IF WS-STATUS-IN = 'a'
               MOVE 'A' TO WS-STATUS-IN
           END-IF
           IF WS-STATUS-IN = 'i'
               MOVE 'I' TO WS-STATUS-IN
           END-IF
           IF WS-STATUS-IN NOT = SPACE
               MOVE WS-STATUS-IN TO FEE-STATUS
           END-IF

           PERFORM 3500-VALIDATE-FEE THRU 3500-EXIT
           IF NOT WS-VALID-ROW
               GO TO 4000-EXIT
           END-IF
           MOVE WS-AMOUNT-IN TO FEE-AMOUNT

           REWRITE FEE-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED"
                   GO TO 4000-EXIT
           END-REWRITE
           DISPLAY "FEE SCHEDULE ROW CHANGED"
           IF FEE-IS-LIMIT
               DISPLAY "THE NEW LIMIT APPLIES TO EACH ACCOUNT AT ITS "
                   "NEXT POSTING"
           END-IF

           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE FEE-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-LIST-FEES - the whole schedule on the screen, in key *
      *  order: the flat fees, the hold limit, then the rates.      *
      *-----------------------------------------------------------*
       6000-LIST-FEES.
           MOVE ZERO TO WS-FEE-COUNT
           MOVE 'N' TO WS-LIST-DONE-SW
           MOVE LOW-VALUES TO FEE-KEY
           START FEE-FILE KEY NOT LESS THAN FEE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-DONE-SW
           END-START
           DISPLAY "T CODE   DESCRIPTION              AMOUNT  STATUS"
           PERFORM 6100-LIST-ONE THRU 6100-EXIT
               UNTIL WS-LIST-DONE
           IF WS-FEE-COUNT = ZERO
               DISPLAY "THE FEE SCHEDULE IS EMPTY"
           END-IF.

       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6100-LIST-ONE - one schedule row.                           *
      *-----------------------------------------------------------*
       6100-LIST-ONE.
           READ FEE-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-LIST-DONE-SW
                   GO TO 6100-EXIT
           END-READ
           ADD 1 TO WS-FEE-COUNT
           MOVE FEE-AMOUNT TO WS-AMOUNT-OUT
           DISPLAY FEE-TYPE " " FEE-CODE "  " FEE-DESC "  "
               WS-AMOUNT-OUT "  " FEE-STATUS.

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
           MOVE 'FEEMAINT' TO JRNL-PROGRAM
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
           IF WS-FEE-STATUS = '00' OR WS-FEE-STATUS = '10'
                   OR WS-FEE-STATUS = '22' OR WS-FEE-STATUS = '23'
               CLOSE FEE-FILE
           END-IF
           IF WS-HAVE-HOLD
               MOVE 'R' TO LKC-ACTION
               CALL "FILELOCK" USING LOCK-CONTROL
           END-IF.

       9000-EXIT.
           EXIT.
