      ******************************************************************
      * Program:      STUMERGE
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Duplicate-student merge.  Given a surviving
      *               STUDENT-ID and a retired one (usually a pair
      *               DUPSCAN listed), moves every row the retired ID
      *               owns to the surviving ID - GRADES.DAT enrollments,
      *               REGISTER.DAT seats, ATTEND.DAT marks, LEDGER.DAT
      *               entries, GRDCHG.DAT requests and the CONTACT.DAT
      *               row - and marks the
      *               retired CONES.DAT record STUDENT-MERGED, carrying
      *               the surviving ID, so the ID can never be used
      *               again (STUMAINT and STUAPPLY refuse it).
      *               Before anything moves the operator sees what
      *               each file holds for the retired ID, and every
      *               GRADES.DAT enrollment both IDs have for the same
      *               term and course is put to the operator to
      *               decide which grade stands.  A closed term's
      *               grade is never changed here - the surviving
      *               grade stands and a change goes through GRDCHGRQ.
      *               The other files settle a collision by rule:
      *                 REGISTER - an enrolled seat beats a waitlist
      *                            place; otherwise the surviving row
      *                            stands.  An enrolled seat dropped
      *                            is given back to its section.
      *                 ATTEND   - the surviving mark stands.
      *                 LEDGER   - no collision: with a surviving
      *                            account the retired entries are
      *                            renumbered after its last entry,
      *                            the balances combined and the
      *                            financial hold set from the
      *                            combined balance against the
      *                            FEESCHED.DAT limit, as PAYPOST
      *                            sets it on a posting.
      *                 CONTACT  - the surviving row stands and the
      *                            retired one is deleted; with no
      *                            surviving row the retired one is
      *                            re-keyed to the surviving ID.
      *               Every row moved is journaled (JRNL-MASTER names
      *               the file) so JRNLARCH can replay the merge.
      *               The retired ID is only marked STUDENT-MERGED
      *               once every row has moved; after a failure it
      *               stays as it was, so the merge can be run again
      *               once the cause is put right.
      *               Takes batch holds on every master it changes, so
      *               no maintenance screen is in them mid-merge.
      *               Admin only.
      * Tectonics:    cobc -x STUMERGE.COB LOGINCHK.COB FILELOCK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      *   15/10/26  PILLOS  The CONTACT.DAT row moves too, under a hold
      *                     on CONTACT, journaled slice by slice the
      *                     way CNTMAINT journals it.
      *   15/10/26  PILLOS  The retired ID is left unretired when any
      *                     row failed to move, so a re-run can finish
      *                     the merge.  The combined ledger account's
      *                     hold is set against the FEESCHED.DAT limit
      *                     the way PAYPOST sets it, not just carried.
      *                     A moved GRDCHG.DAT request is journaled as
      *                     50-byte slices keyed on the request number
      *                     and slice, the way GRDCHGRQ journals it.
      *   15/10/26  PILLOS  A seat given back to its section is
      *                     journaled against SECTIONS like every other
      *                     row the merge changes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUMERGE.

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

           SELECT REGISTER-FILE ASSIGN TO 'REGISTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY
               ALTERNATE RECORD KEY IS REG-SECT-KEY WITH DUPLICATES
               FILE STATUS IS WS-REG-STATUS.

           SELECT SECTIONS-FILE ASSIGN TO 'SECTIONS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SECT-KEY
               FILE STATUS IS WS-SECT-STATUS.

           SELECT ATTEND-FILE ASSIGN TO 'ATTEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.

           SELECT LEDGER-FILE ASSIGN TO 'LEDGER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS WS-LEDG-STATUS.

           SELECT GCHG-FILE ASSIGN TO 'GRDCHG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GCHG-REQ-NO
               FILE STATUS IS WS-GCHG-STATUS.

           SELECT CONTACT-FILE ASSIGN TO 'CONTACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-STUDENT-ID
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT FEE-FILE ASSIGN TO 'FEESCHED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEE-STATUS.

           SELECT TERMS-FILE ASSIGN TO 'TERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

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

       FD  GRADES-FILE.
           COPY GRADEREC.

       FD  REGISTER-FILE.
           COPY REGREC.

       FD  SECTIONS-FILE.
           COPY SECTREC.

       FD  ATTEND-FILE.
           COPY ATTNREC.

       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  GCHG-FILE.
           COPY GCHGREC.

       FD  CONTACT-FILE.
           COPY CONTREC.

       FD  FEE-FILE.
           COPY FEEREC.

       FD  TERMS-FILE.
           COPY TERMREC.

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  SIGNON-FILE.
           COPY SGNREC.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-STATUS        PIC X(02).
           88  WS-STUDENT-OK            VALUE '00'.
       01  WS-GRADE-STATUS          PIC X(02).
           88  WS-GRADE-OK              VALUE '00'.
       01  WS-REG-STATUS            PIC X(02).
           88  WS-REG-OK                VALUE '00'.
       01  WS-SECT-STATUS           PIC X(02).
           88  WS-SECT-OK               VALUE '00'.
       01  WS-ATT-STATUS            PIC X(02).
           88  WS-ATT-OK                VALUE '00'.
       01  WS-LEDG-STATUS           PIC X(02).
           88  WS-LEDG-OK               VALUE '00'.
       01  WS-GCHG-STATUS           PIC X(02).
           88  WS-GCHG-OK               VALUE '00'.
       01  WS-CONTACT-STATUS        PIC X(02).
           88  WS-CONTACT-OK            VALUE '00'.
       01  WS-FEE-STATUS            PIC X(02).
           88  WS-FEE-OK                VALUE '00'.
       01  WS-TERM-STATUS           PIC X(02).
           88  WS-TERM-OK               VALUE '00'.
       01  WS-JRNL-STATUS           PIC X(02).
       01  WS-SIGNON-STATUS         PIC X(02).

       01  WS-CONES-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-CONES            VALUE 'Y'.
       01  WS-GRADES-SW             PIC X(01)   VALUE 'N'.
           88  WS-HAVE-GRADES           VALUE 'Y'.
       01  WS-REGISTER-SW           PIC X(01)   VALUE 'N'.
           88  WS-HAVE-REGISTER         VALUE 'Y'.
       01  WS-SECTIONS-SW           PIC X(01)   VALUE 'N'.
           88  WS-HAVE-SECTIONS         VALUE 'Y'.
       01  WS-ATTEND-SW             PIC X(01)   VALUE 'N'.
           88  WS-HAVE-ATTEND           VALUE 'Y'.
       01  WS-LEDGER-SW             PIC X(01)   VALUE 'N'.
           88  WS-HAVE-LEDGER           VALUE 'Y'.
       01  WS-GCHG-SW               PIC X(01)   VALUE 'N'.
           88  WS-HAVE-GCHG             VALUE 'Y'.
       01  WS-CONTACT-SW            PIC X(01)   VALUE 'N'.
           88  WS-HAVE-CONTACT          VALUE 'Y'.
       01  WS-TERMS-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-TERMS            VALUE 'Y'.

       01  WS-DONE-SW               PIC X(01)   VALUE 'N'.
           88  WS-DONE                  VALUE 'Y'.
       01  WS-OPCION                PIC X(01).
       01  WS-ANSWER                PIC X(01).
       01  WS-PAIR-OK-SW            PIC X(01)   VALUE 'N'.
           88  WS-PAIR-OK               VALUE 'Y'.
       01  WS-MOVE-DONE-SW          PIC X(01)   VALUE 'N'.
           88  WS-MOVE-DONE             VALUE 'Y'.
       01  WS-FOUND-SW              PIC X(01)   VALUE 'N'.
           88  WS-FOUND                 VALUE 'Y'.
       01  WS-CLASH-SW              PIC X(01)   VALUE 'N'.
           88  WS-CLASH                 VALUE 'Y'.
       01  WS-TAKE-SW               PIC X(01)   VALUE 'N'.
           88  WS-TAKE-STATUS           VALUE 'Y'.
       01  WS-KEEP-ACCT-SW          PIC X(01)   VALUE 'N'.
           88  WS-KEEP-HAS-ACCOUNT      VALUE 'Y'.
       01  WS-DROP-ACCT-SW          PIC X(01)   VALUE 'N'.
           88  WS-DROP-HAS-ACCOUNT      VALUE 'Y'.
       01  WS-RETIRED-SW            PIC X(01)   VALUE 'N'.
           88  WS-ID-RETIRED            VALUE 'Y'.

      *    The masters this program holds while it runs, taken in
      *    this order and given back in the same order.
       01  WS-HOLD-NAMES.
           05  FILLER               PIC X(10)   VALUE 'CONES'.
           05  FILLER               PIC X(10)   VALUE 'GRADES'.
           05  FILLER               PIC X(10)   VALUE 'REGISTER'.
           05  FILLER               PIC X(10)   VALUE 'SECTIONS'.
           05  FILLER               PIC X(10)   VALUE 'LEDGER'.
           05  FILLER               PIC X(10)   VALUE 'ATTEND'.
           05  FILLER               PIC X(10)   VALUE 'CONTACT'.
       01  WS-HOLD-TABLE  REDEFINES WS-HOLD-NAMES.
           05  WS-HOLD-NAME         PIC X(10)   OCCURS 7 TIMES.
       01  WS-HOLD-MAX              PIC 9(02) COMP VALUE 7.
       01  WS-HOLDS-TAKEN           PIC 9(02) COMP VALUE ZERO.
       01  WS-HX                    PIC 9(02) COMP VALUE ZERO.
       01  WS-HOLDS-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-HOLDS            VALUE 'Y'.
       01  WS-REFUSED-SW            PIC X(01)   VALUE 'N'.
           88  WS-HOLD-REFUSED          VALUE 'Y'.

      *    The two records being merged, as read at the start.
       01  WS-KEEP-REC.
           05  WS-KEEP-ID           PIC 9(05).
           05  WS-KEEP-NAME         PIC X(25).
           05  WS-KEEP-STATUS       PIC X(01).
           05  WS-KEEP-PROGRAM      PIC X(05).
           05  WS-KEEP-DOB          PIC 9(08).
       01  WS-DROP-REC.
           05  WS-DROP-ID           PIC 9(05).
           05  WS-DROP-NAME         PIC X(25).
           05  WS-DROP-STATUS       PIC X(01).
           05  WS-DROP-PROGRAM      PIC X(05).
           05  WS-DROP-DOB          PIC 9(08).
       01  WS-ID-IN                 PIC 9(05)   VALUE ZERO.

      *    The retired ID's GRADES.DAT enrollments, and for each one
      *    the surviving ID also has, which grade the operator kept
      *    (S = the surviving ID's, R = the retired ID's).
       01  WS-GRD-MAX               PIC 9(03) COMP VALUE 200.
       01  WS-GRD-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-GRD-TABLE.
           05  WS-GRD-ENTRY OCCURS 200 TIMES.
               10  WS-GE-TERM       PIC X(06).
               10  WS-GE-COURSE     PIC X(10).
               10  WS-GE-SCORE      PIC 9(03).
               10  WS-GE-LETTER     PIC X(01).
               10  WS-GE-CLASH      PIC X(01).
               10  WS-GE-KEEP       PIC X(01).
       01  WS-GX                    PIC 9(03) COMP VALUE ZERO.
       01  WS-GRD-CLASHES           PIC 9(03) COMP VALUE ZERO.
       01  WS-GRD-OVER-SW           PIC X(01)   VALUE 'N'.
           88  WS-GRD-OVERFLOW          VALUE 'Y'.

      *    Rows found for the retired ID before the merge.
       01  WS-REG-ROWS              PIC 9(05) COMP VALUE ZERO.
       01  WS-ATT-ROWS              PIC 9(05) COMP VALUE ZERO.
       01  WS-LEDG-ROWS             PIC 9(05) COMP VALUE ZERO.
       01  WS-GCHG-ROWS             PIC 9(05) COMP VALUE ZERO.
       01  WS-CNT-ROWS              PIC 9(05) COMP VALUE ZERO.
       01  WS-CNT-BOTH-SW           PIC X(01)   VALUE 'N'.
           88  WS-CNT-ON-BOTH           VALUE 'Y'.

      *    What the merge did, file by file.
       01  WS-GRD-MOVED             PIC 9(05) COMP VALUE ZERO.
       01  WS-GRD-KEPT              PIC 9(05) COMP VALUE ZERO.
       01  WS-GRD-TAKEN             PIC 9(05) COMP VALUE ZERO.
       01  WS-REG-MOVED             PIC 9(05) COMP VALUE ZERO.
       01  WS-REG-DROPPED           PIC 9(05) COMP VALUE ZERO.
       01  WS-REG-TAKEN             PIC 9(05) COMP VALUE ZERO.
       01  WS-SEATS-FREED           PIC 9(05) COMP VALUE ZERO.
       01  WS-ATT-MOVED             PIC 9(05) COMP VALUE ZERO.
       01  WS-ATT-DROPPED           PIC 9(05) COMP VALUE ZERO.
       01  WS-LEDG-MOVED            PIC 9(05) COMP VALUE ZERO.
       01  WS-GCHG-MOVED            PIC 9(05) COMP VALUE ZERO.
       01  WS-CNT-MOVED             PIC 9(05) COMP VALUE ZERO.
       01  WS-CNT-DROPPED           PIC 9(05) COMP VALUE ZERO.
       01  WS-FAIL-COUNT            PIC 9(05) COMP VALUE ZERO.

      *    The row being moved, as it stood under the retired ID.
       01  WS-OLD-GRADE             PIC X(35).
       01  WS-OLD-REG               PIC X(50).
       01  WS-OLD-REG-R  REDEFINES WS-OLD-REG.
           05  FILLER               PIC X(21).
           05  WS-OLD-REG-SECT      PIC X(19).
           05  WS-OLD-REG-STATUS    PIC X(01).
               88  WS-OLD-REG-ENROLLED      VALUE 'E'.
           05  WS-OLD-REG-REST      PIC X(09).
       01  WS-OLD-ATT               PIC X(50).
       01  WS-OLD-LEDG              PIC X(50).
       01  WS-NEXT-SEQ              PIC 9(05)   VALUE ZERO.
       01  WS-DROP-BALANCE          PIC S9(07)V99 VALUE ZERO.
       01  WS-DROP-HOLD             PIC X(01)   VALUE SPACE.
       01  WS-DROP-HOLD-DATE        PIC 9(08)   VALUE ZERO.
       01  WS-LIMIT-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-LIMIT            VALUE 'Y'.
       01  WS-HOLD-LIMIT            PIC 9(05)V99 VALUE ZERO.
       01  WS-LEDG-TODAY            PIC 9(08)   VALUE ZERO.

       01  WS-SCORE-EDIT            PIC ZZ9.
       01  WS-COUNT-EDIT            PIC ZZZZ9.

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
       01  WS-CNT-AFTER             PIC X(450).
       01  WS-CNT-AFTER-R  REDEFINES WS-CNT-AFTER.
           05  WS-AFTER-SLICE       PIC X(50) OCCURS 9 TIMES.
       01  WS-CNT-DROP              PIC X(450).
       01  WS-CNT-JRNL-ID           PIC 9(05)   VALUE ZERO.
       01  WS-SLICE-IX              PIC 9(02) COMP VALUE ZERO.
       01  WS-SLICE-NO              PIC 9(02).
       01  WS-CNT-TODAY             PIC 9(08)   VALUE ZERO.

      *    A GRDCHG.DAT row is 148 bytes; it is journaled as three
      *    50-byte slices keyed on the request number and the slice,
      *    the way GRDCHGRQ journals it.
       01  WS-GCHG-BEFORE           PIC X(150).
       01  WS-GCHG-BEFORE-R REDEFINES WS-GCHG-BEFORE.
           05  WS-GCHG-BEFORE-SLICE PIC X(50) OCCURS 3 TIMES.
       01  WS-GCHG-AFTER            PIC X(150).
       01  WS-GCHG-AFTER-R  REDEFINES WS-GCHG-AFTER.
           05  WS-GCHG-AFTER-SLICE  PIC X(50) OCCURS 3 TIMES.

       77  WS-USER-ID               PIC X(08).
       77  PASS                     PIC X(10).
       COPY LOGINLNK.
       COPY LOCKLNK.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1500-VALIDATE-LOGIN THRU 1500-EXIT
           IF LOGIN-OK
               PERFORM 1600-ACQUIRE-HOLDS THRU 1600-EXIT
               IF WS-HAVE-HOLDS
                   PERFORM 1000-INITIALIZE THRU 1000-EXIT
                   PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
                       UNTIL WS-DONE
               END-IF
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           ELSE
               DISPLAY "CONTRASENA INCORRECTA"
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      *  1500-VALIDATE-LOGIN - a merge rewrites every master that  *
      *  carries a student, so it takes the admin login.             *
      *-----------------------------------------------------------*
       1500-VALIDATE-LOGIN.
           OPEN INPUT SIGNON-FILE
           IF WS-SIGNON-STATUS = '00'
               READ SIGNON-FILE
               CLOSE SIGNON-FILE
               MOVE SIGNON-USER-ID TO WS-USER-ID
               MOVE SIGNON-PASSWORD TO PASS
           ELSE
               DISPLAY "STUDENT MERGE - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
           END-IF

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "STUMERGE" TO LOGIN-PROGRAM
           CALL "LOGINCHK" USING LOGIN-CONTROL.

       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1600-ACQUIRE-HOLDS - take a B hold on every master the    *
      *  merge may change, through FILELOCK, so no maintenance      *
      *  screen is updating one of them while rows move.  The      *
      *  first refusal gives back the holds already taken and the   *
      *  program stops with the holder named.                        *
      *-----------------------------------------------------------*
       1600-ACQUIRE-HOLDS.
           MOVE ZERO TO WS-HOLDS-TAKEN
           MOVE 'N' TO WS-REFUSED-SW
           PERFORM 1610-TAKE-HOLD THRU 1610-EXIT
               UNTIL WS-HOLD-REFUSED
                  OR WS-HOLDS-TAKEN NOT LESS THAN WS-HOLD-MAX

           IF WS-HOLD-REFUSED
               PERFORM 9100-RELEASE-HOLDS THRU 9100-EXIT
               DISPLAY "MERGE REFUSED - CLOSE THE SCREEN (OR FREE A"
               DISPLAY "STALE HOLD VIA USRMAINT) AND TRY AGAIN"
           ELSE
               MOVE 'Y' TO WS-HOLDS-SW
           END-IF.

       1600-EXIT.
           EXIT.

       1610-TAKE-HOLD.
           MOVE WS-HOLD-NAME (WS-HOLDS-TAKEN + 1) TO LKC-MASTER
           MOVE 'B' TO LKC-TYPE
           MOVE 'A' TO LKC-ACTION
           MOVE 'STUMERGE' TO LKC-PROGRAM
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
      *  1000-INITIALIZE - open the masters.  CONES.DAT and         *
      *  GRADES.DAT must open; every other file is optional - one   *
      *  that is not there holds nothing for the retired ID.  The   *
      *  fee schedule is only read for the hold limit, as PAYPOST   *
      *  reads it: no active limit means no account goes on hold.   *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O STUDENT
           IF WS-STUDENT-OK
               MOVE 'Y' TO WS-CONES-SW
           ELSE
               DISPLAY "CONES.DAT COULD NOT BE OPENED - STATUS "
                   WS-STUDENT-STATUS
               MOVE 'Y' TO WS-DONE-SW
           END-IF

           OPEN I-O GRADES-FILE
           IF WS-GRADE-OK
               MOVE 'Y' TO WS-GRADES-SW
           ELSE
               DISPLAY "GRADES.DAT COULD NOT BE OPENED - STATUS "
                   WS-GRADE-STATUS
               MOVE 'Y' TO WS-DONE-SW
           END-IF

           OPEN I-O REGISTER-FILE
           IF WS-REG-OK
               MOVE 'Y' TO WS-REGISTER-SW
           END-IF
           OPEN I-O SECTIONS-FILE
           IF WS-SECT-OK
               MOVE 'Y' TO WS-SECTIONS-SW
           END-IF
           OPEN I-O ATTEND-FILE
           IF WS-ATT-OK
               MOVE 'Y' TO WS-ATTEND-SW
           END-IF
           OPEN I-O LEDGER-FILE
           IF WS-LEDG-OK
               MOVE 'Y' TO WS-LEDGER-SW
           END-IF
           OPEN I-O GCHG-FILE
           IF WS-GCHG-OK
               MOVE 'Y' TO WS-GCHG-SW
           END-IF
           OPEN I-O CONTACT-FILE
           IF WS-CONTACT-OK
               MOVE 'Y' TO WS-CONTACT-SW
           END-IF
           OPEN INPUT TERMS-FILE
           IF WS-TERM-OK
               MOVE 'Y' TO WS-TERMS-SW
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
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESS-MENU - one pass through the merge menu.       *
      *-----------------------------------------------------------*
       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "STUDENT MERGE - M)ERGE TWO IDS  X)IT"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 'M' WHEN 'm'
                   PERFORM 3000-MERGE-PAIR THRU 3000-EXIT
               WHEN 'X' WHEN 'x'
                   MOVE 'Y' TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-MERGE-PAIR - take the two IDs, show what the retired  *
      *  ID owns and settle every grade collision, then - only on   *
      *  the operator's word - apply the merge.                      *
      *-----------------------------------------------------------*
       3000-MERGE-PAIR.
           PERFORM 3100-GET-PAIR THRU 3100-EXIT
           IF NOT WS-PAIR-OK
               GO TO 3000-EXIT
           END-IF

           PERFORM 3300-PREVIEW THRU 3300-EXIT
           IF NOT WS-PAIR-OK
               DISPLAY "MERGE CANCELLED - NOTHING CHANGED"
               GO TO 3000-EXIT
           END-IF

           DISPLAY "APPLY THE MERGE OF " WS-DROP-ID " INTO "
               WS-KEEP-ID " (Y/N) : " WITH NO ADVANCING
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
               DISPLAY "MERGE CANCELLED - NOTHING CHANGED"
               GO TO 3000-EXIT
           END-IF

           PERFORM 4000-APPLY-MERGE THRU 4000-EXIT.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-GET-PAIR - the surviving and retired IDs: both on     *
      *  file, neither already retired, not the same ID.  A pair    *
      *  whose names or dates of birth disagree is shown with a     *
      *  warning - the operator is trusted to know the student.     *
      *-----------------------------------------------------------*
       3100-GET-PAIR.
           MOVE 'N' TO WS-PAIR-OK-SW

           DISPLAY "SURVIVING STUDENT ID  : " WITH NO ADVANCING
           ACCEPT WS-ID-IN
           PERFORM 3150-READ-STUDENT THRU 3150-EXIT
           IF NOT WS-FOUND
               GO TO 3100-EXIT
           END-IF
           MOVE STUDENT-FILE TO WS-KEEP-REC

           DISPLAY "RETIRED STUDENT ID    : " WITH NO ADVANCING
           ACCEPT WS-ID-IN
           IF WS-ID-IN = WS-KEEP-ID
               DISPLAY "THE TWO IDS MUST DIFFER"
               GO TO 3100-EXIT
           END-IF
           PERFORM 3150-READ-STUDENT THRU 3150-EXIT
           IF NOT WS-FOUND
               GO TO 3100-EXIT
           END-IF
           MOVE STUDENT-FILE TO WS-DROP-REC

           DISPLAY " "
           DISPLAY "SURVIVING " WS-KEEP-ID " " WS-KEEP-NAME " "
               WS-KEEP-STATUS " " WS-KEEP-PROGRAM " " WS-KEEP-DOB
           DISPLAY "RETIRED   " WS-DROP-ID " " WS-DROP-NAME " "
               WS-DROP-STATUS " " WS-DROP-PROGRAM " " WS-DROP-DOB
           IF WS-KEEP-NAME NOT = WS-DROP-NAME
               DISPLAY "WARNING - THE NAMES DIFFER"
           END-IF
           IF WS-KEEP-DOB NOT = WS-DROP-DOB
               DISPLAY "WARNING - THE DATES OF BIRTH DIFFER"
           END-IF
           DISPLAY "SAME STUDENT - CONTINUE (Y/N) : "
               WITH NO ADVANCING
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
               GO TO 3100-EXIT
           END-IF

           MOVE 'N' TO WS-TAKE-SW
           IF WS-KEEP-STATUS NOT = WS-DROP-STATUS
                   OR WS-KEEP-PROGRAM NOT = WS-DROP-PROGRAM
               DISPLAY "GIVE THE SURVIVING ID THE RETIRED ID'S STATUS"
               DISPLAY "AND PROGRAM (" WS-DROP-STATUS " "
                   WS-DROP-PROGRAM ") (Y/N) : " WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   MOVE 'Y' TO WS-TAKE-SW
               END-IF
           END-IF

           MOVE 'Y' TO WS-PAIR-OK-SW.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3150-READ-STUDENT - look up WS-ID-IN on CONES.DAT; an ID   *
      *  not on file or already retired by a merge is refused.      *
      *-----------------------------------------------------------*
       3150-READ-STUDENT.
           MOVE 'N' TO WS-FOUND-SW
           IF WS-ID-IN = ZERO
               DISPLAY "STUDENT ID MAY NOT BE ZERO"
               GO TO 3150-EXIT
           END-IF
           MOVE WS-ID-IN TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   DISPLAY "STUDENT ID NOT FOUND"
                   GO TO 3150-EXIT
           END-READ
           IF STUDENT-MERGED
               DISPLAY "STUDENT ID ALREADY RETIRED BY A MERGE INTO "
                   STUDENT-MERGED-INTO
               GO TO 3150-EXIT
           END-IF
           MOVE 'Y' TO WS-FOUND-SW.

       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3300-PREVIEW - count what each file holds for the retired  *
      *  ID and put every grade collision to the operator.  Q at a  *
      *  collision abandons the merge with nothing changed.          *
      *-----------------------------------------------------------*
       3300-PREVIEW.
           MOVE ZERO TO WS-GRD-COUNT
           MOVE ZERO TO WS-GRD-CLASHES
           MOVE 'N' TO WS-GRD-OVER-SW
           MOVE 'N' TO WS-MOVE-DONE-SW
           MOVE WS-DROP-ID TO GRADE-STUDENT-ID
           MOVE LOW-VALUES TO GRADE-TERM
           MOVE LOW-VALUES TO GRADE-COURSE
           START GRADES-FILE KEY NOT LESS THAN GRADE-ENROLL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MOVE-DONE-SW
           END-START
           PERFORM 3310-LIST-GRADE THRU 3310-EXIT
               UNTIL WS-MOVE-DONE
           IF WS-GRD-OVERFLOW
               DISPLAY "MORE THAN " WS-GRD-MAX " ENROLLMENTS ON THE "
                   "RETIRED ID - MERGE REFUSED"
               MOVE 'N' TO WS-PAIR-OK-SW
               GO TO 3300-EXIT
           END-IF

           MOVE ZERO TO WS-GX
           PERFORM 3320-CHECK-CLASH THRU 3320-EXIT
               UNTIL WS-GX NOT LESS THAN WS-GRD-COUNT
                  OR NOT WS-PAIR-OK
           IF NOT WS-PAIR-OK
               GO TO 3300-EXIT
           END-IF

           PERFORM 3400-COUNT-OTHERS THRU 3400-EXIT

           DISPLAY " "
           DISPLAY "ROWS HELD BY THE RETIRED ID " WS-DROP-ID
           MOVE WS-GRD-COUNT TO WS-COUNT-EDIT
           DISPLAY "  GRADES.DAT   ENROLLMENTS  " WS-COUNT-EDIT
           MOVE WS-GRD-CLASHES TO WS-COUNT-EDIT
           DISPLAY "               ON BOTH IDS  " WS-COUNT-EDIT
           MOVE WS-REG-ROWS TO WS-COUNT-EDIT
           DISPLAY "  REGISTER.DAT SEATS        " WS-COUNT-EDIT
           MOVE WS-ATT-ROWS TO WS-COUNT-EDIT
           DISPLAY "  ATTEND.DAT   MARKS        " WS-COUNT-EDIT
           MOVE WS-LEDG-ROWS TO WS-COUNT-EDIT
           DISPLAY "  LEDGER.DAT   ROWS         " WS-COUNT-EDIT
           MOVE WS-GCHG-ROWS TO WS-COUNT-EDIT
           DISPLAY "  GRDCHG.DAT   REQUESTS     " WS-COUNT-EDIT
           MOVE WS-CNT-ROWS TO WS-COUNT-EDIT
           DISPLAY "  CONTACT.DAT  ROW          " WS-COUNT-EDIT
           IF WS-CNT-ON-BOTH
               DISPLAY "               ON BOTH IDS      1"
               DISPLAY "  (THE SURVIVING ID'S CONTACT ROW STANDS)"
           END-IF.

       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3310-LIST-GRADE - file the retired ID's next enrollment in *
      *  the table.                                                  *
      *-----------------------------------------------------------*
       3310-LIST-GRADE.
           READ GRADES-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-MOVE-DONE-SW
                   GO TO 3310-EXIT
           END-READ
           IF GRADE-STUDENT-ID NOT = WS-DROP-ID
               MOVE 'Y' TO WS-MOVE-DONE-SW
               GO TO 3310-EXIT
           END-IF
           IF WS-GRD-COUNT NOT LESS THAN WS-GRD-MAX
               MOVE 'Y' TO WS-GRD-OVER-SW
               MOVE 'Y' TO WS-MOVE-DONE-SW
               GO TO 3310-EXIT
           END-IF

           ADD 1 TO WS-GRD-COUNT
           MOVE GRADE-TERM TO WS-GE-TERM (WS-GRD-COUNT)
           MOVE GRADE-COURSE TO WS-GE-COURSE (WS-GRD-COUNT)
           MOVE GRADE-SCORE TO WS-GE-SCORE (WS-GRD-COUNT)
           MOVE GRADE-LETTER TO WS-GE-LETTER (WS-GRD-COUNT)
           MOVE 'N' TO WS-GE-CLASH (WS-GRD-COUNT)
           MOVE 'R' TO WS-GE-KEEP (WS-GRD-COUNT).

       3310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3320-CHECK-CLASH - does the surviving ID have the next     *
      *  table entry's term and course too?  If so the operator     *
      *  says which grade stands - except in a closed term, where   *
      *  the surviving grade stands and a change is a GRDCHGRQ      *
      *  request.                                                    *
      *-----------------------------------------------------------*
       3320-CHECK-CLASH.
           ADD 1 TO WS-GX
           MOVE WS-KEEP-ID TO GRADE-STUDENT-ID
           MOVE WS-GE-TERM (WS-GX) TO GRADE-TERM
           MOVE WS-GE-COURSE (WS-GX) TO GRADE-COURSE
           READ GRADES-FILE
               INVALID KEY
                   GO TO 3320-EXIT
           END-READ

           MOVE 'Y' TO WS-GE-CLASH (WS-GX)
           ADD 1 TO WS-GRD-CLASHES
           DISPLAY " "
           DISPLAY "BOTH IDS HOLD " GRADE-TERM " " GRADE-COURSE
           MOVE GRADE-SCORE TO WS-SCORE-EDIT
           DISPLAY "  SURVIVING " WS-KEEP-ID " SCORE " WS-SCORE-EDIT
               " LETTER " GRADE-LETTER
           MOVE WS-GE-SCORE (WS-GX) TO WS-SCORE-EDIT
           DISPLAY "  RETIRED   " WS-DROP-ID " SCORE " WS-SCORE-EDIT
               " LETTER " WS-GE-LETTER (WS-GX)

           IF WS-HAVE-TERMS
               MOVE GRADE-TERM TO TERM-CODE
               READ TERMS-FILE
                   INVALID KEY
                       MOVE 'O' TO TERM-STATUS
               END-READ
               IF TERM-CLOSED
                   DISPLAY "TERM " GRADE-TERM " IS CLOSED - THE "
                       "SURVIVING GRADE STANDS; FILE A"
                   DISPLAY "GRADE-CHANGE REQUEST (GRDCHGRQ) TO "
                       "ALTER IT"
                   MOVE 'S' TO WS-GE-KEEP (WS-GX)
                   GO TO 3320-EXIT
               END-IF
           END-IF

           MOVE SPACE TO WS-ANSWER
           PERFORM 3330-ASK-KEEP THRU 3330-EXIT
               UNTIL WS-ANSWER = 'S' OR WS-ANSWER = 'R'
                  OR WS-ANSWER = 'Q'
           IF WS-ANSWER = 'Q'
               MOVE 'N' TO WS-PAIR-OK-SW
           ELSE
               MOVE WS-ANSWER TO WS-GE-KEEP (WS-GX)
           END-IF.

       3320-EXIT.
           EXIT.

       3330-ASK-KEEP.
           DISPLAY "KEEP S)URVIVING  R)ETIRED GRADE  Q)UIT MERGE : "
               WITH NO ADVANCING
           ACCEPT WS-ANSWER
           INSPECT WS-ANSWER CONVERTING "srq" TO "SRQ".

       3330-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3400-COUNT-OTHERS - how many rows the retired ID has on   *
      *  each of the other files, for the preview.                   *
      *-----------------------------------------------------------*
       3400-COUNT-OTHERS.
           MOVE ZERO TO WS-REG-ROWS
           MOVE ZERO TO WS-ATT-ROWS
           MOVE ZERO TO WS-LEDG-ROWS
           MOVE ZERO TO WS-GCHG-ROWS
           MOVE ZERO TO WS-CNT-ROWS
           MOVE 'N' TO WS-CNT-BOTH-SW

           IF WS-HAVE-REGISTER
               MOVE 'N' TO WS-MOVE-DONE-SW
               MOVE WS-DROP-ID TO REG-STUDENT-ID
               MOVE LOW-VALUES TO REG-TERM
               MOVE LOW-VALUES TO REG-COURSE
               START REGISTER-FILE KEY NOT LESS THAN REG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-MOVE-DONE-SW
               END-START
               PERFORM 3410-COUNT-REG THRU 3410-EXIT
                   UNTIL WS-MOVE-DONE
           END-IF

           IF WS-HAVE-ATTEND
               MOVE 'N' TO WS-MOVE-DONE-SW
               MOVE WS-DROP-ID TO ATT-STUDENT-ID
               MOVE ZERO TO ATT-DATE
               MOVE LOW-VALUES TO ATT-COURSE
               START ATTEND-FILE KEY NOT LESS THAN ATT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-MOVE-DONE-SW
               END-START
               PERFORM 3420-COUNT-ATT THRU 3420-EXIT
                   UNTIL WS-MOVE-DONE
           END-IF

           IF WS-HAVE-LEDGER
               MOVE 'N' TO WS-MOVE-DONE-SW
               MOVE WS-DROP-ID TO LEDG-STUDENT-ID
               MOVE ZERO TO LEDG-SEQ
               START LEDGER-FILE KEY NOT LESS THAN LEDG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-MOVE-DONE-SW
               END-START
               PERFORM 3430-COUNT-LEDG THRU 3430-EXIT
                   UNTIL WS-MOVE-DONE
           END-IF

           IF WS-HAVE-GCHG
               MOVE 'N' TO WS-MOVE-DONE-SW
               MOVE ZERO TO GCHG-REQ-NO
               START GCHG-FILE KEY NOT LESS THAN GCHG-REQ-NO
                   INVALID KEY
                       MOVE 'Y' TO WS-MOVE-DONE-SW
               END-START
               PERFORM 3440-COUNT-GCHG THRU 3440-EXIT
                   UNTIL WS-MOVE-DONE
           END-IF

           IF WS-HAVE-CONTACT
               PERFORM 3450-COUNT-CONTACT THRU 3450-EXIT
           END-IF.

       3400-EXIT.
           EXIT.

       3410-COUNT-REG.
           READ REGISTER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-MOVE-DONE-SW
                   GO TO 3410-EXIT
           END-READ
           IF REG-STUDENT-ID NOT = WS-DROP-ID
               MOVE 'Y' TO WS-MOVE-DONE-SW
               GO TO 3410-EXIT
           END-IF
           ADD 1 TO WS-REG-ROWS.

       3410-EXIT.
           EXIT.

       3420-COUNT-ATT.
           READ ATTEND-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-MOVE-DONE-SW
                   GO TO 3420-EXIT
           END-READ
           IF ATT-STUDENT-ID NOT = WS-DROP-ID
               MOVE 'Y' TO WS-MOVE-DONE-SW
               GO TO 3420-EXIT
           END-IF
           ADD 1 TO WS-ATT-ROWS.

       3420-EXIT.
           EXIT.

       3430-COUNT-LEDG.
           READ LEDGER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-MOVE-DONE-SW
                   GO TO 3430-EXIT
           END-READ
           IF LEDG-STUDENT-ID NOT = WS-DROP-ID
               MOVE 'Y' TO WS-MOVE-DONE-SW
               GO TO 3430-EXIT
           END-IF
           ADD 1 TO WS-LEDG-ROWS.

       3430-EXIT.
           EXIT.

       3440-COUNT-GCHG.
           READ GCHG-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-MOVE-DONE-SW
                   GO TO 3440-EXIT
           END-READ
           IF GCHG-STUDENT-ID = WS-DROP-ID
               ADD 1 TO WS-GCHG-ROWS
           END-IF.

       3440-EXIT.
           EXIT.

       3450-COUNT-CONTACT.
           MOVE WS-DROP-ID TO CNT-STUDENT-ID
           READ CONTACT-FILE
               INVALID KEY
                   GO TO 3450-EXIT
           END-READ
           MOVE 1 TO WS-CNT-ROWS
           MOVE WS-KEEP-ID TO CNT-STUDENT-ID
           READ CONTACT-FILE
               INVALID KEY
                   GO TO 3450-EXIT
           END-READ
           MOVE 'Y' TO WS-CNT-BOTH-SW.

       3450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-APPLY-MERGE - move the rows file by file, retire the  *
      *  ID last, then the totals.  A row that failed to move       *
      *  leaves the retired ID unretired, so the same merge can be  *
      *  run again to finish the job once the cause is put right.   *
      *-----------------------------------------------------------*
       4000-APPLY-MERGE.
           MOVE ZERO TO WS-GRD-MOVED
           MOVE ZERO TO WS-GRD-KEPT
           MOVE ZERO TO WS-GRD-TAKEN
           MOVE ZERO TO WS-REG-MOVED
           MOVE ZERO TO WS-REG-DROPPED
           MOVE ZERO TO WS-REG-TAKEN
           MOVE ZERO TO WS-SEATS-FREED
           MOVE ZERO TO WS-ATT-MOVED
           MOVE ZERO TO WS-ATT-DROPPED
           MOVE ZERO TO WS-LEDG-MOVED
           MOVE ZERO TO WS-GCHG-MOVED
           MOVE ZERO TO WS-CNT-MOVED
           MOVE ZERO TO WS-CNT-DROPPED
           MOVE ZERO TO WS-FAIL-COUNT
           MOVE 'N' TO WS-RETIRED-SW

           MOVE 'N' TO WS-MOVE-DONE-SW
           PERFORM 4100-MOVE-GRADE THRU 4100-EXIT
               UNTIL WS-MOVE-DONE

           IF WS-HAVE-REGISTER
               MOVE 'N' TO WS-MOVE-DONE-SW
               PERFORM 4200-MOVE-REG THRU 4200-EXIT
                   UNTIL WS-MOVE-DONE
           END-IF

           IF WS-HAVE-ATTEND
               MOVE 'N' TO WS-MOVE-DONE-SW
               PERFORM 4300-MOVE-ATT THRU 4300-EXIT
                   UNTIL WS-MOVE-DONE
           END-IF

           IF WS-HAVE-LEDGER
               PERFORM 4400-MERGE-LEDGER THRU 4400-EXIT
           END-IF

           IF WS-HAVE-GCHG
               MOVE 'N' TO WS-MOVE-DONE-SW
               MOVE ZERO TO GCHG-REQ-NO
               START GCHG-FILE KEY NOT LESS THAN GCHG-REQ-NO
                   INVALID KEY
                       MOVE 'Y' TO WS-MOVE-DONE-SW
               END-START
               PERFORM 4500-MOVE-GCHG THRU 4500-EXIT
                   UNTIL WS-MOVE-DONE
           END-IF

           IF WS-HAVE-CONTACT
               PERFORM 4700-MOVE-CONTACT THRU 4700-EXIT
           END-IF

           IF WS-FAIL-COUNT = ZERO
               PERFORM 4600-RETIRE-ID THRU 4600-EXIT
           END-IF

           DISPLAY " "
           IF WS-FAIL-COUNT = ZERO
               DISPLAY "MERGE OF " WS-DROP-ID " INTO " WS-KEEP-ID
                   " COMPLETE"
           ELSE
               DISPLAY "MERGE OF " WS-DROP-ID " INTO " WS-KEEP-ID
                   " NOT COMPLETE"
           END-IF
           MOVE WS-GRD-MOVED TO WS-COUNT-EDIT
           DISPLAY "  GRADES MOVED                 " WS-COUNT-EDIT
           MOVE WS-GRD-KEPT TO WS-COUNT-EDIT
           DISPLAY "  GRADES - SURVIVING KEPT      " WS-COUNT-EDIT
           MOVE WS-GRD-TAKEN TO WS-COUNT-EDIT
           DISPLAY "  GRADES - RETIRED TAKEN       " WS-COUNT-EDIT
           MOVE WS-REG-MOVED TO WS-COUNT-EDIT
           DISPLAY "  SEATS MOVED                  " WS-COUNT-EDIT
           MOVE WS-REG-TAKEN TO WS-COUNT-EDIT
           DISPLAY "  SEATS - RETIRED TAKEN        " WS-COUNT-EDIT
           MOVE WS-REG-DROPPED TO WS-COUNT-EDIT
           DISPLAY "  SEATS - RETIRED DROPPED      " WS-COUNT-EDIT
           MOVE WS-ATT-MOVED TO WS-COUNT-EDIT
           DISPLAY "  ATTENDANCE MARKS MOVED       " WS-COUNT-EDIT
           MOVE WS-ATT-DROPPED TO WS-COUNT-EDIT
           DISPLAY "  MARKS - RETIRED DROPPED      " WS-COUNT-EDIT
           MOVE WS-LEDG-MOVED TO WS-COUNT-EDIT
           DISPLAY "  LEDGER ROWS MOVED            " WS-COUNT-EDIT
           MOVE WS-GCHG-MOVED TO WS-COUNT-EDIT
           DISPLAY "  GRADE-CHANGE REQUESTS MOVED  " WS-COUNT-EDIT
           MOVE WS-CNT-MOVED TO WS-COUNT-EDIT
           DISPLAY "  CONTACT ROW MOVED            " WS-COUNT-EDIT
           MOVE WS-CNT-DROPPED TO WS-COUNT-EDIT
           DISPLAY "  CONTACT - RETIRED DROPPED    " WS-COUNT-EDIT
           IF WS-SEATS-FREED > ZERO
               MOVE WS-SEATS-FREED TO WS-COUNT-EDIT
               DISPLAY "  SECTION SEATS GIVEN BACK     " WS-COUNT-EDIT
               DISPLAY "RUN REGMAINT W)AITLIST ON THOSE SECTIONS TO "
                   "FILL THE FREED SEATS"
           END-IF
           IF WS-FAIL-COUNT > ZERO
               MOVE WS-FAIL-COUNT TO WS-COUNT-EDIT
               DISPLAY "  ROWS THAT COULD NOT BE MOVED " WS-COUNT-EDIT
               DISPLAY "SEE THE MESSAGES ABOVE - THE RETIRED ID STILL "
                   "HOLDS THOSE ROWS"
               IF NOT WS-ID-RETIRED
                   DISPLAY WS-DROP-ID " HAS NOT BEEN RETIRED - RUN "
                       "THIS MERGE AGAIN ONCE THE FAILURES ARE PUT "
                       "RIGHT"
               END-IF
           END-IF.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4100-MOVE-GRADE - the retired ID's first remaining         *
      *  enrollment goes to the surviving ID.  Where the surviving  *
      *  ID already has the term and course, the operator's choice  *
      *  from the preview decides: S leaves the surviving row as it  *
      *  is, R gives it the retired score and letter.  Either way   *
      *  the retired row is deleted, so the next START finds the    *
      *  one after it.                                                *
      *-----------------------------------------------------------*
       4100-MOVE-GRADE.
           MOVE WS-DROP-ID TO GRADE-STUDENT-ID
           MOVE LOW-VALUES TO GRADE-TERM
           MOVE LOW-VALUES TO GRADE-COURSE
           START GRADES-FILE KEY NOT LESS THAN GRADE-ENROLL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MOVE-DONE-SW
                   GO TO 4100-EXIT
           END-START
           READ GRADES-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-MOVE-DONE-SW
                   GO TO 4100-EXIT
           END-READ
           IF GRADE-STUDENT-ID NOT = WS-DROP-ID
               MOVE 'Y' TO WS-MOVE-DONE-SW
               GO TO 4100-EXIT
           END-IF
           MOVE GRADE-RECORD TO WS-OLD-GRADE

           MOVE WS-KEEP-ID TO GRADE-STUDENT-ID
           MOVE 'N' TO WS-CLASH-SW
           WRITE GRADE-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-CLASH-SW
           END-WRITE

           IF WS-CLASH
               PERFORM 4110-SETTLE-GRADE THRU 4110-EXIT
           ELSE
               ADD 1 TO WS-GRD-MOVED
               MOVE 'GRADES' TO WS-JRNL-MASTER
               MOVE 'ADD' TO WS-JRNL-ACTION
               MOVE GRADE-ENROLL-KEY TO WS-JRNL-KEY
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE GRADE-RECORD TO WS-AFTER-IMAGE
               PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
           END-IF

           MOVE WS-OLD-GRADE TO GRADE-RECORD
           DELETE GRADES-FILE
               INVALID KEY
                   DISPLAY "GRADES.DAT DELETE FAILED FOR "
                       GRADE-ENROLL-KEY " - STATUS " WS-GRADE-STATUS
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE 'Y' TO WS-MOVE-DONE-SW
                   GO TO 4100-EXIT
           END-DELETE
           MOVE 'GRADES' TO WS-JRNL-MASTER
           MOVE 'DEL' TO WS-JRNL-ACTION
           MOVE GRADE-ENROLL-KEY TO WS-JRNL-KEY
           MOVE WS-OLD-GRADE TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4110-SETTLE-GRADE - both IDs hold the term and course:     *
      *  find the operator's choice (a row not in the preview keeps *
      *  the surviving grade) and apply it to the surviving row.    *
      *-----------------------------------------------------------*
       4110-SETTLE-GRADE.
           MOVE ZERO TO WS-GX
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 4120-FIND-DECISION THRU 4120-EXIT
               UNTIL WS-FOUND OR WS-GX NOT LESS THAN WS-GRD-COUNT
           IF NOT WS-FOUND
               ADD 1 TO WS-GRD-KEPT
               GO TO 4110-EXIT
           END-IF
           IF WS-GE-KEEP (WS-GX) NOT = 'R'
               ADD 1 TO WS-GRD-KEPT
               GO TO 4110-EXIT
           END-IF

           READ GRADES-FILE
               INVALID KEY
                   DISPLAY "GRADES.DAT READ FAILED FOR "
                       GRADE-ENROLL-KEY " - STATUS " WS-GRADE-STATUS
                   ADD 1 TO WS-FAIL-COUNT
                   GO TO 4110-EXIT
           END-READ
           MOVE GRADE-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-GE-SCORE (WS-GX) TO GRADE-SCORE
           MOVE WS-GE-LETTER (WS-GX) TO GRADE-LETTER
           REWRITE GRADE-RECORD
               INVALID KEY
                   DISPLAY "GRADES.DAT REWRITE FAILED FOR "
                       GRADE-ENROLL-KEY " - STATUS " WS-GRADE-STATUS
                   ADD 1 TO WS-FAIL-COUNT
                   GO TO 4110-EXIT
           END-REWRITE
           ADD 1 TO WS-GRD-TAKEN
           MOVE 'GRADES' TO WS-JRNL-MASTER
           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE GRADE-ENROLL-KEY TO WS-JRNL-KEY
           MOVE GRADE-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       4110-EXIT.
           EXIT.

       4120-FIND-DECISION.
           ADD 1 TO WS-GX
           IF WS-GE-TERM (WS-GX) = GRADE-TERM
                   AND WS-GE-COURSE (WS-GX) = GRADE-COURSE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       4120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4200-MOVE-REG - the retired ID's first remaining seat goes *
      *  to the surviving ID.  Where the surviving ID already has   *
      *  the term and course, an enrolled seat beats a waitlist     *
      *  place and otherwise the surviving row stands; an enrolled  *
      *  seat that is dropped is given back to its section.          *
      *-----------------------------------------------------------*
       4200-MOVE-REG.
           MOVE WS-DROP-ID TO REG-STUDENT-ID
           MOVE LOW-VALUES TO REG-TERM
           MOVE LOW-VALUES TO REG-COURSE
           START REGISTER-FILE KEY NOT LESS THAN REG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MOVE-DONE-SW
                   GO TO 4200-EXIT
           END-START
           READ REGISTER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-MOVE-DONE-SW
                   GO TO 4200-EXIT
           END-READ
           IF REG-STUDENT-ID NOT = WS-DROP-ID
               MOVE 'Y' TO WS-MOVE-DONE-SW
               GO TO 4200-EXIT
           END-IF
           MOVE REG-RECORD TO WS-OLD-REG

           MOVE WS-KEEP-ID TO REG-STUDENT-ID
           MOVE 'N' TO WS-CLASH-SW
           WRITE REG-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-CLASH-SW
           END-WRITE

           IF WS-CLASH
               PERFORM 4210-SETTLE-REG THRU 4210-EXIT
           ELSE
               ADD 1 TO WS-REG-MOVED
               MOVE 'REGISTER' TO WS-JRNL-MASTER
               MOVE 'ADD' TO WS-JRNL-ACTION
               MOVE REG-KEY TO WS-JRNL-KEY
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE REG-RECORD TO WS-AFTER-IMAGE
               PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
           END-IF

           MOVE WS-OLD-REG TO REG-RECORD
           DELETE REGISTER-FILE
               INVALID KEY
                   DISPLAY "REGISTER.DAT DELETE FAILED FOR " REG-KEY
                       " - STATUS " WS-REG-STATUS
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE 'Y' TO WS-MOVE-DONE-SW
                   GO TO 4200-EXIT
           END-DELETE
           MOVE 'REGISTER' TO WS-JRNL-MASTER
           MOVE 'DEL' TO WS-JRNL-ACTION
           MOVE REG-KEY TO WS-JRNL-KEY
           MOVE WS-OLD-REG TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4210-SETTLE-REG - both IDs hold the term and course.  A    *
      *  surviving waitlist place gives way to a retired enrolled   *
      *  seat (the surviving row takes the retired seat's section); *
      *  anything else leaves the surviving row, and a retired      *
      *  enrolled seat left behind is handed back to its section.   *
      *-----------------------------------------------------------*
       4210-SETTLE-REG.
           READ REGISTER-FILE
               INVALID KEY
                   DISPLAY "REGISTER.DAT READ FAILED FOR " REG-KEY
                       " - STATUS " WS-REG-STATUS
                   ADD 1 TO WS-FAIL-COUNT
                   GO TO 4210-EXIT
           END-READ

           IF REG-WAITLISTED AND WS-OLD-REG-ENROLLED
               MOVE REG-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-OLD-REG-SECT TO REG-SECT-KEY (1:19)
               MOVE WS-OLD-REG-STATUS TO REG-STATUS
               MOVE WS-OLD-REG-REST TO REG-RECORD (42:9)
               REWRITE REG-RECORD
                   INVALID KEY
                       DISPLAY "REGISTER.DAT REWRITE FAILED FOR "
                           REG-KEY " - STATUS " WS-REG-STATUS
                       ADD 1 TO WS-FAIL-COUNT
                       GO TO 4210-EXIT
               END-REWRITE
               ADD 1 TO WS-REG-TAKEN
               MOVE 'REGISTER' TO WS-JRNL-MASTER
               MOVE 'CHG' TO WS-JRNL-ACTION
               MOVE REG-KEY TO WS-JRNL-KEY
               MOVE REG-RECORD TO WS-AFTER-IMAGE
               PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
               GO TO 4210-EXIT
           END-IF

           ADD 1 TO WS-REG-DROPPED
           IF WS-OLD-REG-ENROLLED AND WS-HAVE-SECTIONS
               PERFORM 4220-GIVE-BACK-SEAT THRU 4220-EXIT
           END-IF.

       4210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4220-GIVE-BACK-SEAT - count one seat less taken on the     *
      *  section of the retired seat being dropped, journaled       *
      *  against SECTIONS.                                            *
      *-----------------------------------------------------------*
       4220-GIVE-BACK-SEAT.
           MOVE WS-OLD-REG-SECT TO SECT-KEY
           READ SECTIONS-FILE
               INVALID KEY
                   DISPLAY "SECTION " WS-OLD-REG-SECT " NOT ON FILE - "
                       "SEAT COUNT NOT UPDATED"
                   GO TO 4220-EXIT
           END-READ
           MOVE SECTION-RECORD TO WS-BEFORE-IMAGE
           IF SECT-ENROLLED > ZERO
               SUBTRACT 1 FROM SECT-ENROLLED
           END-IF
           REWRITE SECTION-RECORD
               INVALID KEY
                   DISPLAY "SECTION REWRITE FAILED - STATUS "
                       WS-SECT-STATUS
                   GO TO 4220-EXIT
           END-REWRITE
           ADD 1 TO WS-SEATS-FREED
           MOVE 'SECTIONS' TO WS-JRNL-MASTER
           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE SECT-KEY TO WS-JRNL-KEY
           MOVE SECTION-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       4220-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4300-MOVE-ATT - the retired ID's first remaining mark goes *
      *  to the surviving ID; where the surviving ID is already     *
      *  marked for that day and course, its mark stands.            *
      *-----------------------------------------------------------*
       4300-MOVE-ATT.
           MOVE WS-DROP-ID TO ATT-STUDENT-ID
           MOVE ZERO TO ATT-DATE
           MOVE LOW-VALUES TO ATT-COURSE
           START ATTEND-FILE KEY NOT LESS THAN ATT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MOVE-DONE-SW
                   GO TO 4300-EXIT
           END-START
           READ ATTEND-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-MOVE-DONE-SW
                   GO TO 4300-EXIT
           END-READ
           IF ATT-STUDENT-ID NOT = WS-DROP-ID
               MOVE 'Y' TO WS-MOVE-DONE-SW
               GO TO 4300-EXIT
           END-IF
           MOVE ATT-RECORD TO WS-OLD-ATT

           MOVE WS-KEEP-ID TO ATT-STUDENT-ID
           WRITE ATT-RECORD
               INVALID KEY
                   ADD 1 TO WS-ATT-DROPPED
               NOT INVALID KEY
                   ADD 1 TO WS-ATT-MOVED
                   MOVE 'ATTEND' TO WS-JRNL-MASTER
                   MOVE 'ADD' TO WS-JRNL-ACTION
                   MOVE ATT-KEY TO WS-JRNL-KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE ATT-RECORD TO WS-AFTER-IMAGE
                   PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
           END-WRITE

           MOVE WS-OLD-ATT TO ATT-RECORD
           DELETE ATTEND-FILE
               INVALID KEY
                   DISPLAY "ATTEND.DAT DELETE FAILED - STATUS "
                       WS-ATT-STATUS
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE 'Y' TO WS-MOVE-DONE-SW
                   GO TO 4300-EXIT
           END-DELETE
           MOVE 'ATTEND' TO WS-JRNL-MASTER
           MOVE 'DEL' TO WS-JRNL-ACTION
           MOVE ATT-KEY TO WS-JRNL-KEY
           MOVE WS-OLD-ATT TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4400-MERGE-LEDGER - with no surviving account the retired  *
      *  account and its entries move across unchanged.  With one,  *
      *  the retired entries are renumbered after the surviving     *
      *  account's last entry, the retired balance is added to the  *
      *  surviving balance, the financial hold is set from the      *
      *  combined balance (4420), and the retired account row is    *
      *  deleted.                                                     *
      *-----------------------------------------------------------*
       4400-MERGE-LEDGER.
           MOVE 'N' TO WS-KEEP-ACCT-SW
           MOVE 'N' TO WS-DROP-ACCT-SW
           MOVE WS-KEEP-ID TO LEDG-STUDENT-ID
           MOVE ZERO TO LEDG-SEQ
           READ LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-KEEP-ACCT-SW
                   MOVE LEDG-LAST-SEQ TO WS-NEXT-SEQ
           END-READ

           MOVE 'N' TO WS-MOVE-DONE-SW
           PERFORM 4410-MOVE-LEDG-ROW THRU 4410-EXIT
               UNTIL WS-MOVE-DONE

           IF NOT WS-KEEP-HAS-ACCOUNT
               GO TO 4400-EXIT
           END-IF

           MOVE WS-DROP-ID TO LEDG-STUDENT-ID
           MOVE ZERO TO LEDG-SEQ
           READ LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DROP-ACCT-SW
                   MOVE LEDG-RECORD TO WS-OLD-LEDG
                   MOVE LEDG-BALANCE TO WS-DROP-BALANCE
                   MOVE LEDG-HOLD-FLAG TO WS-DROP-HOLD
                   MOVE LEDG-HOLD-DATE TO WS-DROP-HOLD-DATE
           END-READ

           MOVE WS-KEEP-ID TO LEDG-STUDENT-ID
           MOVE ZERO TO LEDG-SEQ
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "LEDGER.DAT ACCOUNT " WS-KEEP-ID
                       " VANISHED - BALANCE NOT COMBINED"
                   ADD 1 TO WS-FAIL-COUNT
                   GO TO 4400-EXIT
           END-READ
           MOVE LEDG-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-NEXT-SEQ TO LEDG-LAST-SEQ
           IF WS-DROP-HAS-ACCOUNT
               ADD WS-DROP-BALANCE TO LEDG-BALANCE
           END-IF
           PERFORM 4420-SET-HOLD THRU 4420-EXIT
           REWRITE LEDG-RECORD
               INVALID KEY
                   DISPLAY "LEDGER.DAT REWRITE FAILED - STATUS "
                       WS-LEDG-STATUS
                   ADD 1 TO WS-FAIL-COUNT
                   GO TO 4400-EXIT
           END-REWRITE
           MOVE 'LEDGER' TO WS-JRNL-MASTER
           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE LEDG-KEY TO WS-JRNL-KEY
           MOVE LEDG-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT

           IF NOT WS-DROP-HAS-ACCOUNT
               GO TO 4400-EXIT
           END-IF
           MOVE WS-OLD-LEDG TO LEDG-RECORD
           DELETE LEDGER-FILE
               INVALID KEY
                   DISPLAY "LEDGER.DAT DELETE FAILED - STATUS "
                       WS-LEDG-STATUS
                   ADD 1 TO WS-FAIL-COUNT
                   GO TO 4400-EXIT
           END-DELETE
           ADD 1 TO WS-LEDG-MOVED
           MOVE 'LEDGER' TO WS-JRNL-MASTER
           MOVE 'DEL' TO WS-JRNL-ACTION
           MOVE LEDG-KEY TO WS-JRNL-KEY
           MOVE WS-OLD-LEDG TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4410-MOVE-LEDG-ROW - the retired ID's first remaining      *
      *  ledger row goes to the surviving ID: under its own number  *
      *  when the surviving ID has no account, else numbered after  *
      *  the surviving account's last entry (the retired account    *
      *  row itself is left for 4400 to fold in).                    *
      *-----------------------------------------------------------*
       4410-MOVE-LEDG-ROW.
           MOVE WS-DROP-ID TO LEDG-STUDENT-ID
           IF WS-KEEP-HAS-ACCOUNT
               MOVE 1 TO LEDG-SEQ
           ELSE
               MOVE ZERO TO LEDG-SEQ
           END-IF
           START LEDGER-FILE KEY NOT LESS THAN LEDG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MOVE-DONE-SW
                   GO TO 4410-EXIT
           END-START
           READ LEDGER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-MOVE-DONE-SW
                   GO TO 4410-EXIT
           END-READ
           IF LEDG-STUDENT-ID NOT = WS-DROP-ID
               MOVE 'Y' TO WS-MOVE-DONE-SW
               GO TO 4410-EXIT
           END-IF
           MOVE LEDG-RECORD TO WS-OLD-LEDG

           MOVE WS-KEEP-ID TO LEDG-STUDENT-ID
           IF WS-KEEP-HAS-ACCOUNT
               ADD 1 TO WS-NEXT-SEQ
               MOVE WS-NEXT-SEQ TO LEDG-SEQ
           END-IF
           WRITE LEDG-RECORD
               INVALID KEY
                   DISPLAY "LEDGER.DAT WRITE FAILED FOR " LEDG-KEY
                       " - STATUS " WS-LEDG-STATUS
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE 'Y' TO WS-MOVE-DONE-SW
                   GO TO 4410-EXIT
           END-WRITE
           ADD 1 TO WS-LEDG-MOVED
           MOVE 'LEDGER' TO WS-JRNL-MASTER
           MOVE 'ADD' TO WS-JRNL-ACTION
           MOVE LEDG-KEY TO WS-JRNL-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE LEDG-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT

           MOVE WS-OLD-LEDG TO LEDG-RECORD
           DELETE LEDGER-FILE
               INVALID KEY
                   DISPLAY "LEDGER.DAT DELETE FAILED - STATUS "
                       WS-LEDG-STATUS
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE 'Y' TO WS-MOVE-DONE-SW
                   GO TO 4410-EXIT
           END-DELETE
           MOVE 'LEDGER' TO WS-JRNL-MASTER
           MOVE 'DEL' TO WS-JRNL-ACTION
           MOVE LEDG-KEY TO WS-JRNL-KEY
           MOVE WS-OLD-LEDG TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       4410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4420-SET-HOLD - the PAYPOST hold test on the combined      *
      *  account: owing more than the limit puts it on financial    *
      *  hold, dated from the retired account's hold when only      *
      *  that one was on hold, else today; owing no more than the   *
      *  limit takes it off.                                          *
      *-----------------------------------------------------------*
       4420-SET-HOLD.
           IF WS-HAVE-LIMIT AND LEDG-BALANCE > WS-HOLD-LIMIT
               IF NOT LEDG-ON-HOLD
                   MOVE 'Y' TO LEDG-HOLD-FLAG
                   IF WS-DROP-HAS-ACCOUNT AND WS-DROP-HOLD = 'Y'
                       MOVE WS-DROP-HOLD-DATE TO LEDG-HOLD-DATE
                   ELSE
                       ACCEPT WS-LEDG-TODAY FROM DATE YYYYMMDD
                       MOVE WS-LEDG-TODAY TO LEDG-HOLD-DATE
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO LEDG-HOLD-FLAG
               MOVE ZERO TO LEDG-HOLD-DATE
           END-IF.

       4420-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4500-MOVE-GCHG - the next grade-change request; one filed  *
      *  against the retired ID is re-pointed at the surviving ID.  *
      *  The whole row is journaled slice by slice (7200).           *
      *-----------------------------------------------------------*
       4500-MOVE-GCHG.
           READ GCHG-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-MOVE-DONE-SW
                   GO TO 4500-EXIT
           END-READ
           IF GCHG-STUDENT-ID NOT = WS-DROP-ID
               GO TO 4500-EXIT
           END-IF

           MOVE GCHG-RECORD TO WS-GCHG-BEFORE
           MOVE WS-KEEP-ID TO GCHG-STUDENT-ID
           REWRITE GCHG-RECORD
               INVALID KEY
                   DISPLAY "GRDCHG.DAT REWRITE FAILED FOR REQUEST "
                       GCHG-REQ-NO " - STATUS " WS-GCHG-STATUS
                   ADD 1 TO WS-FAIL-COUNT
                   GO TO 4500-EXIT
           END-REWRITE
           ADD 1 TO WS-GCHG-MOVED
           MOVE GCHG-RECORD TO WS-GCHG-AFTER
           MOVE 'CHG' TO WS-JRNL-ACTION
           PERFORM 7200-JOURNAL-GCHG THRU 7200-EXIT.

       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4600-RETIRE-ID - mark the retired record STUDENT-MERGED,   *
      *  carrying the surviving ID, so it is never used again; and  *
      *  when the operator asked, give the surviving record the     *
      *  retired record's status and program.                        *
      *-----------------------------------------------------------*
       4600-RETIRE-ID.
           MOVE WS-DROP-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   DISPLAY "CONES.DAT RECORD " WS-DROP-ID
                       " VANISHED - ID NOT RETIRED"
                   ADD 1 TO WS-FAIL-COUNT
                   GO TO 4600-EXIT
           END-READ
           MOVE STUDENT-FILE TO WS-BEFORE-IMAGE
           MOVE 'M' TO STUDENT-STATUS
           MOVE WS-KEEP-ID TO STUDENT-MERGED-INTO
           REWRITE STUDENT-FILE
               INVALID KEY
                   DISPLAY "CONES.DAT REWRITE FAILED - STATUS "
                       WS-STUDENT-STATUS
                   ADD 1 TO WS-FAIL-COUNT
                   GO TO 4600-EXIT
           END-REWRITE
           MOVE 'Y' TO WS-RETIRED-SW
           MOVE 'CONES' TO WS-JRNL-MASTER
           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE STUDENT-ID TO WS-JRNL-KEY
           MOVE STUDENT-FILE TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT

           IF NOT WS-TAKE-STATUS
               GO TO 4600-EXIT
           END-IF
           MOVE WS-KEEP-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   DISPLAY "CONES.DAT RECORD " WS-KEEP-ID
                       " VANISHED - STATUS NOT CARRIED"
                   ADD 1 TO WS-FAIL-COUNT
                   GO TO 4600-EXIT
           END-READ
           MOVE STUDENT-FILE TO WS-BEFORE-IMAGE
           MOVE WS-DROP-STATUS TO STUDENT-STATUS
           MOVE WS-DROP-PROGRAM TO STUDENT-PROGRAM
           REWRITE STUDENT-FILE
               INVALID KEY
                   DISPLAY "CONES.DAT REWRITE FAILED - STATUS "
                       WS-STUDENT-STATUS
                   ADD 1 TO WS-FAIL-COUNT
                   GO TO 4600-EXIT
           END-REWRITE
           MOVE 'CONES' TO WS-JRNL-MASTER
           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE STUDENT-ID TO WS-JRNL-KEY
           MOVE STUDENT-FILE TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       4600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4700-MOVE-CONTACT - the retired ID's CONTACT.DAT row.      *
      *  With no surviving row it is written again under the       *
      *  surviving ID; either way the retired row is then deleted. *
      *  Each row written or deleted is journaled slice by slice.  *
      *-----------------------------------------------------------*
       4700-MOVE-CONTACT.
           MOVE WS-DROP-ID TO CNT-STUDENT-ID
           READ CONTACT-FILE
               INVALID KEY
                   GO TO 4700-EXIT
           END-READ
           MOVE CNT-RECORD TO WS-CNT-DROP

           MOVE WS-KEEP-ID TO CNT-STUDENT-ID
           MOVE 'Y' TO WS-FOUND-SW
           READ CONTACT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
           END-READ

           IF NOT WS-FOUND
               MOVE WS-CNT-DROP TO CNT-RECORD
               MOVE WS-KEEP-ID TO CNT-STUDENT-ID
               MOVE LOGIN-USER-ID TO CNT-CHANGED-BY
               ACCEPT WS-CNT-TODAY FROM DATE YYYYMMDD
               MOVE WS-CNT-TODAY TO CNT-CHANGED-DATE
               WRITE CNT-RECORD
                   INVALID KEY
                       DISPLAY "CONTACT.DAT WRITE FAILED FOR "
                           WS-KEEP-ID " - STATUS " WS-CONTACT-STATUS
                       ADD 1 TO WS-FAIL-COUNT
                       GO TO 4700-EXIT
               END-WRITE
               MOVE SPACES TO WS-CNT-BEFORE
               MOVE CNT-RECORD TO WS-CNT-AFTER
               MOVE WS-KEEP-ID TO WS-CNT-JRNL-ID
               MOVE 'ADD' TO WS-JRNL-ACTION
               PERFORM 7100-JOURNAL-CONTACT THRU 7100-EXIT
           END-IF

           MOVE WS-DROP-ID TO CNT-STUDENT-ID
           DELETE CONTACT-FILE
               INVALID KEY
                   DISPLAY "CONTACT.DAT DELETE FAILED FOR "
                       WS-DROP-ID " - STATUS " WS-CONTACT-STATUS
                   ADD 1 TO WS-FAIL-COUNT
                   GO TO 4700-EXIT
           END-DELETE
           IF WS-FOUND
               ADD 1 TO WS-CNT-DROPPED
           ELSE
               ADD 1 TO WS-CNT-MOVED
           END-IF
           MOVE WS-CNT-DROP TO WS-CNT-BEFORE
           MOVE SPACES TO WS-CNT-AFTER
           MOVE WS-DROP-ID TO WS-CNT-JRNL-ID
           MOVE 'DEL' TO WS-JRNL-ACTION
           PERFORM 7100-JOURNAL-CONTACT THRU 7100-EXIT.

       4700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-WRITE-JOURNAL - append one before/after line to the   *
      *  shared change journal, the same open-EXTEND-or-create way  *
      *  the maintenance screens do.  The caller has set the        *
      *  master, action, key and both images before coming here.    *
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
           MOVE 'STUMERGE' TO JRNL-PROGRAM
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
      *  7100-JOURNAL-CONTACT - journal a CONTACT.DAT row the way   *
      *  CNTMAINT does: one line per 50-byte slice that differs     *
      *  between WS-CNT-BEFORE and WS-CNT-AFTER, keyed on the ID    *
      *  in WS-CNT-JRNL-ID and the slice.  The caller has set the   *
      *  action and both images.                                     *
      *-----------------------------------------------------------*
       7100-JOURNAL-CONTACT.
           MOVE 'CONTACT' TO WS-JRNL-MASTER
           MOVE ZERO TO WS-SLICE-IX
           PERFORM 7110-JOURNAL-SLICE THRU 7110-EXIT
               UNTIL WS-SLICE-IX NOT LESS THAN 9.

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
           STRING WS-CNT-JRNL-ID DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  WS-SLICE-NO    DELIMITED BY SIZE
                  INTO WS-JRNL-KEY
           MOVE WS-BEFORE-SLICE (WS-SLICE-IX) TO WS-BEFORE-IMAGE
           MOVE WS-AFTER-SLICE (WS-SLICE-IX) TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       7110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7200-JOURNAL-GCHG - journal a GRDCHG.DAT row the way       *
      *  GRDCHGRQ does: one line per 50-byte slice that differs     *
      *  between WS-GCHG-BEFORE and WS-GCHG-AFTER, keyed on the     *
      *  request number and the slice.  The caller has set the      *
      *  action and both images.                                     *
      *-----------------------------------------------------------*
       7200-JOURNAL-GCHG.
           MOVE 'GRDCHG' TO WS-JRNL-MASTER
           MOVE ZERO TO WS-SLICE-IX
           PERFORM 7210-JOURNAL-SLICE THRU 7210-EXIT
               UNTIL WS-SLICE-IX NOT LESS THAN 3.

       7200-EXIT.
           EXIT.

       7210-JOURNAL-SLICE.
           ADD 1 TO WS-SLICE-IX
           IF WS-GCHG-BEFORE-SLICE (WS-SLICE-IX) =
                   WS-GCHG-AFTER-SLICE (WS-SLICE-IX)
               GO TO 7210-EXIT
           END-IF

           MOVE WS-SLICE-IX TO WS-SLICE-NO
           MOVE SPACES TO WS-JRNL-KEY
           STRING GCHG-REQ-NO DELIMITED BY SIZE
                  '/'         DELIMITED BY SIZE
                  WS-SLICE-NO DELIMITED BY SIZE
                  INTO WS-JRNL-KEY
           MOVE WS-GCHG-BEFORE-SLICE (WS-SLICE-IX) TO WS-BEFORE-IMAGE
           MOVE WS-GCHG-AFTER-SLICE (WS-SLICE-IX) TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       7210-EXIT.
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
           IF WS-HAVE-REGISTER
               CLOSE REGISTER-FILE
           END-IF
           IF WS-HAVE-SECTIONS
               CLOSE SECTIONS-FILE
           END-IF
           IF WS-HAVE-ATTEND
               CLOSE ATTEND-FILE
           END-IF
           IF WS-HAVE-LEDGER
               CLOSE LEDGER-FILE
           END-IF
           IF WS-HAVE-GCHG
               CLOSE GCHG-FILE
           END-IF
           IF WS-HAVE-CONTACT
               CLOSE CONTACT-FILE
           END-IF
           IF WS-HAVE-TERMS
               CLOSE TERMS-FILE
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
           MOVE 'STUMERGE' TO LKC-PROGRAM
           MOVE LOGIN-USER-ID TO LKC-USER
           CALL "FILELOCK" USING LOCK-CONTROL.

       9110-EXIT.
           EXIT.
