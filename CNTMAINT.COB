      ******************************************************************
      * Program:      CNTMAINT
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Maintenance screen for CONTACT.DAT, the student
      *               contact and guardian master (see CONTREC.CPY) -
      *               add, change, delete or look up a student's
      *               mailing address, phone, e-mail and guardians, in
      *               the same ACCEPT/DISPLAY style as STUMAINT.  A
      *               contact row can only be added for a student on
      *               CONES.DAT.  On ADD and CHANGE every field shows
      *               its value on file in brackets: ENTER keeps it,
      *               * clears it, anything else replaces it.  Every
      *               ADD/CHANGE/DELETE is journaled to JOURNAL.DAT the
      *               way STUMAINT's are; the 450-byte row goes in as
      *               nine 50-byte slices, and only the slices that
      *               actually changed are written, keyed STUDENT-ID
      *               slash slice number so JRNLRPT finds them all
      *               under the student's ID.
      * Tectonics:    cobc -x CNTMAINT.COB LOGINCHK.COB FILELOCK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE ASSIGN TO 'CONTACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-STUDENT-ID
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT STUDENT ASSIGN TO 'CONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT SIGNON-FILE ASSIGN TO 'SIGNON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE.
           COPY CONTREC.

       FD  STUDENT.
           COPY STUDENT.

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  SIGNON-FILE.
           COPY SGNREC.

       WORKING-STORAGE SECTION.
       01  WS-CONTACT-STATUS        PIC X(02).
           88  WS-CONTACT-OK            VALUE '00'.
           88  WS-CONTACT-NOT-OPEN      VALUE '35'.
       01  WS-STUDENT-STATUS        PIC X(02).
           88  WS-STUDENT-OK            VALUE '00'.
       01  WS-OPEN-SW               PIC X(01)   VALUE 'N'.
           88  WS-CONTACT-OPEN          VALUE 'Y'.
       01  WS-STU-OPEN-SW           PIC X(01)   VALUE 'N'.
           88  WS-STUDENT-OPEN          VALUE 'Y'.
       01  WS-DONE-SW               PIC X(01)   VALUE 'N'.
           88  WS-DONE                  VALUE 'Y'.
       01  WS-OPCION                PIC X(01).
       01  WS-VALID-SW              PIC X(01)   VALUE 'Y'.
           88  WS-VALID-ROW             VALUE 'Y'.
       01  WS-ON-CONES-SW           PIC X(01)   VALUE 'N'.
           88  WS-ON-CONES              VALUE 'Y'.
       01  WS-ID-OK-SW              PIC X(01)   VALUE 'N'.
           88  WS-ID-OK                 VALUE 'Y'.
       01  WS-FIELD-IN              PIC X(40).
           88  WS-FIELD-KEEP            VALUE SPACES.
           88  WS-FIELD-CLEAR           VALUE '*'.
       01  WS-GX                    PIC 9(01) COMP VALUE ZERO.
       01  WS-GX-OUT                PIC 9(01).
       01  WS-MAIL-COUNT            PIC 9(01) COMP VALUE ZERO.
       01  WS-SAVE-ID               PIC 9(05)   VALUE ZERO.
       01  WS-TODAY                 PIC 9(08).
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

      *    Whole-row images for the slice-by-slice journal.
       01  WS-CNT-BEFORE            PIC X(450).
       01  WS-CNT-BEFORE-R REDEFINES WS-CNT-BEFORE.
           05  WS-BEFORE-SLICE      PIC X(50) OCCURS 9 TIMES.
       01  WS-CNT-AFTER             PIC X(450).
       01  WS-CNT-AFTER-R  REDEFINES WS-CNT-AFTER.
           05  WS-AFTER-SLICE       PIC X(50) OCCURS 9 TIMES.
       01  WS-SLICE-IX              PIC 9(02) COMP VALUE ZERO.
       01  WS-SLICE-NO              PIC 9(02).

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
                   PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
                       UNTIL WS-DONE
               END-IF
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           ELSE
               DISPLAY "CONTRASENA INCORRECTA"
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      *  1500-VALIDATE-LOGIN - same access STUMAINT requires: the   *
      *  contact row is part of the student's record.               *
      *-----------------------------------------------------------*
       1500-VALIDATE-LOGIN.
           OPEN INPUT SIGNON-FILE
           IF WS-SIGNON-STATUS = '00'
               READ SIGNON-FILE
               CLOSE SIGNON-FILE
               MOVE SIGNON-USER-ID TO WS-USER-ID
               MOVE SIGNON-PASSWORD TO PASS
           ELSE
               DISPLAY "CONTACT MAINTENANCE - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
           END-IF

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "CNTMAINT" TO LOGIN-PROGRAM
           CALL "LOGINCHK" USING LOGIN-CONTROL.

       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1600-ACQUIRE-HOLD - register this screen's hold on the     *
      *  contact master through FILELOCK, as STUMAINT does for      *
      *  CONES.DAT.                                                  *
      *-----------------------------------------------------------*
       1600-ACQUIRE-HOLD.
           MOVE 'CONTACT' TO LKC-MASTER
           MOVE 'S' TO LKC-TYPE
           MOVE 'A' TO LKC-ACTION
           MOVE 'CNTMAINT' TO LKC-PROGRAM
           MOVE LOGIN-USER-ID TO LKC-USER
           CALL "FILELOCK" USING LOCK-CONTROL
           IF LOCK-GRANTED
               MOVE 'Y' TO WS-HOLD-SW
           ELSE
               DISPLAY "BATCH WINDOW OPEN, INQUIRIES ONLY"
               DISPLAY "CONTACT.DAT IS HELD BY " LKC-HOLDER
           END-IF.

       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - open the contact master, creating it the *
      *  first time this program is ever run, and CONES.DAT to      *
      *  check the student and show the name.                        *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O CONTACT-FILE
           IF WS-CONTACT-NOT-OPEN
               OPEN OUTPUT CONTACT-FILE
               CLOSE CONTACT-FILE
               OPEN I-O CONTACT-FILE
           END-IF

           IF NOT WS-CONTACT-OK
               DISPLAY "CONTACT.DAT COULD NOT BE OPENED - STATUS "
                   WS-CONTACT-STATUS
               MOVE 'Y' TO WS-DONE-SW
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-OPEN-SW

           OPEN INPUT STUDENT
           IF WS-STUDENT-OK
               MOVE 'Y' TO WS-STU-OPEN-SW
           ELSE
               DISPLAY "CONES.DAT COULD NOT BE OPENED - STATUS "
                   WS-STUDENT-STATUS
               MOVE 'Y' TO WS-DONE-SW
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESS-MENU - one pass through the maintenance menu *
      *-----------------------------------------------------------*
       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "CONTACT MAINTENANCE - A)DD  C)HANGE  D)ELETE"
               "  I)NQUIRE  X)IT"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 'A' WHEN 'a'
                   PERFORM 3000-ADD-CONTACT THRU 3000-EXIT
               WHEN 'C' WHEN 'c'
                   PERFORM 4000-CHANGE-CONTACT THRU 4000-EXIT
               WHEN 'D' WHEN 'd'
                   PERFORM 5000-DELETE-CONTACT THRU 5000-EXIT
               WHEN 'I' WHEN 'i'
                   PERFORM 6000-INQUIRE-CONTACT THRU 6000-EXIT
               WHEN 'X' WHEN 'x'
                   MOVE 'Y' TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-GET-STUDENT - take the STUDENT-ID, check it, and look *
      *  the student up on CONES.DAT for the name.  WS-ID-OK says   *
      *  the ID itself was usable; WS-ON-CONES says the student     *
      *  was found there.                                            *
      *-----------------------------------------------------------*
       2100-GET-STUDENT.
           MOVE 'N' TO WS-ID-OK-SW
           MOVE 'N' TO WS-ON-CONES-SW
           DISPLAY "STUDENT ID (5 DIGITS) : " WITH NO ADVANCING
           ACCEPT CNT-STUDENT-ID

           IF CNT-STUDENT-ID IS NOT NUMERIC
               DISPLAY "STUDENT ID MUST BE NUMERIC"
               GO TO 2100-EXIT
           END-IF
           IF CNT-STUDENT-ID = ZERO
               DISPLAY "STUDENT ID MAY NOT BE ZERO"
               GO TO 2100-EXIT
           END-IF
           MOVE 'Y' TO WS-ID-OK-SW
           MOVE CNT-STUDENT-ID TO WS-SAVE-ID

           MOVE CNT-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   DISPLAY "STUDENT ID NOT ON CONES.DAT"
                   GO TO 2100-EXIT
           END-READ
           MOVE 'Y' TO WS-ON-CONES-SW
           DISPLAY "STUDENT               : " NAME.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-ADD-CONTACT - a new contact row for a student on      *
      *  CONES.DAT that does not have one yet.                       *
      *-----------------------------------------------------------*
       3000-ADD-CONTACT.
           PERFORM 2100-GET-STUDENT THRU 2100-EXIT
           IF NOT WS-ON-CONES
               GO TO 3000-EXIT
           END-IF
           IF STUDENT-MERGED
               DISPLAY "STUDENT ID RETIRED BY A MERGE INTO "
                   STUDENT-MERGED-INTO
               GO TO 3000-EXIT
           END-IF

           READ CONTACT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "CONTACT ALREADY ON FILE - USE C)HANGE"
                   GO TO 3000-EXIT
           END-READ

           MOVE SPACES TO CNT-RECORD
           MOVE WS-SAVE-ID TO CNT-STUDENT-ID
           MOVE 'G' TO CNT-ADDR-STATUS
           MOVE SPACES TO WS-CNT-BEFORE

           PERFORM 3100-KEY-CONTACT THRU 3100-EXIT
           PERFORM 3500-VALIDATE-CONTACT THRU 3500-EXIT
           IF NOT WS-VALID-ROW
               GO TO 3000-EXIT
           END-IF

           PERFORM 3900-STAMP-CHANGE THRU 3900-EXIT
           WRITE CNT-RECORD
               INVALID KEY
                   DISPLAY "CONTACT ALREADY ON FILE"
                   GO TO 3000-EXIT
           END-WRITE
           DISPLAY "CONTACT ADDED"

           MOVE 'ADD' TO WS-JRNL-ACTION
           MOVE CNT-RECORD TO WS-CNT-AFTER
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-KEY-CONTACT - prompt for every field of the row in    *
      *  CNT-RECORD, showing what is there now.  ENTER keeps the    *
      *  value, * clears it, anything else replaces it.              *
      *-----------------------------------------------------------*
       3100-KEY-CONTACT.
           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "ADDRESS LINE 1 [" CNT-ADDR-LINE-1 "] : "
               WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           EVALUATE TRUE
               WHEN WS-FIELD-CLEAR
                   MOVE SPACES TO CNT-ADDR-LINE-1
               WHEN NOT WS-FIELD-KEEP
                   MOVE WS-FIELD-IN TO CNT-ADDR-LINE-1
           END-EVALUATE

           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "ADDRESS LINE 2 [" CNT-ADDR-LINE-2 "] : "
               WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           EVALUATE TRUE
               WHEN WS-FIELD-CLEAR
                   MOVE SPACES TO CNT-ADDR-LINE-2
               WHEN NOT WS-FIELD-KEEP
                   MOVE WS-FIELD-IN TO CNT-ADDR-LINE-2
           END-EVALUATE

           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "CITY           [" CNT-CITY "] : "
               WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           EVALUATE TRUE
               WHEN WS-FIELD-CLEAR
                   MOVE SPACES TO CNT-CITY
               WHEN NOT WS-FIELD-KEEP
                   MOVE WS-FIELD-IN TO CNT-CITY
           END-EVALUATE

           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "STATE          [" CNT-STATE "] : "
               WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           EVALUATE TRUE
               WHEN WS-FIELD-CLEAR
                   MOVE SPACES TO CNT-STATE
               WHEN NOT WS-FIELD-KEEP
                   MOVE WS-FIELD-IN TO CNT-STATE
           END-EVALUATE

           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "ZIP            [" CNT-ZIP "] : "
               WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           EVALUATE TRUE
               WHEN WS-FIELD-CLEAR
                   MOVE SPACES TO CNT-ZIP
               WHEN NOT WS-FIELD-KEEP
                   MOVE WS-FIELD-IN TO CNT-ZIP
           END-EVALUATE

           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "ADDRESS G=GOOD R=RETURNED [" CNT-ADDR-STATUS
               "] : " WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           IF NOT WS-FIELD-KEEP AND NOT WS-FIELD-CLEAR
               MOVE WS-FIELD-IN TO CNT-ADDR-STATUS
           END-IF

           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "STUDENT PHONE  [" CNT-PHONE "] : "
               WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           EVALUATE TRUE
               WHEN WS-FIELD-CLEAR
                   MOVE SPACES TO CNT-PHONE
               WHEN NOT WS-FIELD-KEEP
                   MOVE WS-FIELD-IN TO CNT-PHONE
           END-EVALUATE

           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "STUDENT E-MAIL [" CNT-EMAIL "] : "
               WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           EVALUATE TRUE
               WHEN WS-FIELD-CLEAR
                   MOVE SPACES TO CNT-EMAIL
               WHEN NOT WS-FIELD-KEEP
                   MOVE WS-FIELD-IN TO CNT-EMAIL
           END-EVALUATE

           MOVE ZERO TO WS-GX
           PERFORM 3200-KEY-GUARDIAN THRU 3200-EXIT
               UNTIL WS-GX NOT LESS THAN 3.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-KEY-GUARDIAN - the next guardian slot.  * on the name *
      *  empties the slot; a slot left without a name skips the     *
      *  rest of its fields.                                         *
      *-----------------------------------------------------------*
       3200-KEY-GUARDIAN.
           ADD 1 TO WS-GX
           MOVE WS-GX TO WS-GX-OUT

           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "GUARDIAN " WS-GX-OUT " NAME [" CNT-GRD-NAME (WS-GX)
               "] : " WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           EVALUATE TRUE
               WHEN WS-FIELD-CLEAR
                   MOVE SPACES TO CNT-GUARDIAN (WS-GX)
               WHEN NOT WS-FIELD-KEEP
                   MOVE WS-FIELD-IN TO CNT-GRD-NAME (WS-GX)
           END-EVALUATE

           IF CNT-GRD-NAME (WS-GX) = SPACES
               MOVE SPACES TO CNT-GUARDIAN (WS-GX)
               GO TO 3200-EXIT
           END-IF

           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "  RELATION M/F/G/R/O [" CNT-GRD-RELATION (WS-GX)
               "] : " WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           IF NOT WS-FIELD-KEEP AND NOT WS-FIELD-CLEAR
               MOVE WS-FIELD-IN TO CNT-GRD-RELATION (WS-GX)
           END-IF

           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "  PHONE  [" CNT-GRD-PHONE (WS-GX) "] : "
               WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           EVALUATE TRUE
               WHEN WS-FIELD-CLEAR
                   MOVE SPACES TO CNT-GRD-PHONE (WS-GX)
               WHEN NOT WS-FIELD-KEEP
                   MOVE WS-FIELD-IN TO CNT-GRD-PHONE (WS-GX)
           END-EVALUATE

           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "  E-MAIL [" CNT-GRD-EMAIL (WS-GX) "] : "
               WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           EVALUATE TRUE
               WHEN WS-FIELD-CLEAR
                   MOVE SPACES TO CNT-GRD-EMAIL (WS-GX)
               WHEN NOT WS-FIELD-KEEP
                   MOVE WS-FIELD-IN TO CNT-GRD-EMAIL (WS-GX)
           END-EVALUATE

           IF CNT-GRD-MAIL (WS-GX) = SPACES
               MOVE 'N' TO CNT-GRD-MAIL (WS-GX)
           END-IF
           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "  LETTERS GO TO THIS GUARDIAN Y/N ["
               CNT-GRD-MAIL (WS-GX) "] : " WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           IF NOT WS-FIELD-KEEP AND NOT WS-FIELD-CLEAR
               MOVE WS-FIELD-IN TO CNT-GRD-MAIL (WS-GX)
           END-IF.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3500-VALIDATE-CONTACT - an address is either left blank    *
      *  or complete (line 1, city, state and zip); the address     *
      *  status, each guardian's relationship and letters flag must *
      *  be known codes, and only one guardian may get the letters. *
      *-----------------------------------------------------------*
       3500-VALIDATE-CONTACT.
           MOVE 'Y' TO WS-VALID-SW

           IF CNT-ADDRESS NOT = SPACES
               IF CNT-ADDR-LINE-1 = SPACES OR CNT-CITY = SPACES
                       OR CNT-STATE = SPACES OR CNT-ZIP = SPACES
                   MOVE 'N' TO WS-VALID-SW
                   DISPLAY "ADDRESS NEEDS LINE 1, CITY, STATE AND ZIP"
                       " (OR LEAVE IT ALL BLANK)"
               END-IF
           END-IF

           IF CNT-STATE NOT = SPACES AND CNT-STATE IS NOT ALPHABETIC
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "STATE MUST BE A 2-LETTER CODE"
           END-IF

           IF NOT CNT-ADDR-STATUS-VALID
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "ADDRESS STATUS MUST BE G OR R"
           END-IF

           MOVE ZERO TO WS-MAIL-COUNT
           MOVE ZERO TO WS-GX
           PERFORM 3510-VALIDATE-GUARDIAN THRU 3510-EXIT
               UNTIL WS-GX NOT LESS THAN 3

           IF WS-MAIL-COUNT > 1
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "ONLY ONE GUARDIAN CAN RECEIVE THE LETTERS"
           END-IF.

       3500-EXIT.
           EXIT.

       3510-VALIDATE-GUARDIAN.
           ADD 1 TO WS-GX
           IF CNT-GRD-NAME (WS-GX) = SPACES
               GO TO 3510-EXIT
           END-IF
           MOVE WS-GX TO WS-GX-OUT

           IF NOT CNT-GRD-REL-VALID (WS-GX)
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "GUARDIAN " WS-GX-OUT
                   " RELATION MUST BE M, F, G, R OR O"
           END-IF

           IF NOT CNT-GRD-MAIL-VALID (WS-GX)
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "GUARDIAN " WS-GX-OUT " LETTERS FLAG MUST BE Y"
                   " OR N"
           END-IF

           IF CNT-GRD-GETS-MAIL (WS-GX)
               ADD 1 TO WS-MAIL-COUNT
           END-IF.

       3510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3900-STAMP-CHANGE - who last changed the row, and when.    *
      *-----------------------------------------------------------*
       3900-STAMP-CHANGE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE LOGIN-USER-ID TO CNT-CHANGED-BY
           MOVE WS-TODAY TO CNT-CHANGED-DATE.

       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-CHANGE-CONTACT - look the contact row up by student   *
      *  and re-key it.  The row may belong to a student no longer  *
      *  on CONES.DAT; it can still be corrected or deleted.         *
      *-----------------------------------------------------------*
       4000-CHANGE-CONTACT.
           PERFORM 2100-GET-STUDENT THRU 2100-EXIT
           IF NOT WS-ID-OK
               GO TO 4000-EXIT
           END-IF

           MOVE WS-SAVE-ID TO CNT-STUDENT-ID
           READ CONTACT-FILE
               INVALID KEY
                   DISPLAY "NO CONTACT ON FILE FOR THIS STUDENT"
                   GO TO 4000-EXIT
           END-READ
           MOVE CNT-RECORD TO WS-CNT-BEFORE

           PERFORM 3100-KEY-CONTACT THRU 3100-EXIT
           PERFORM 3500-VALIDATE-CONTACT THRU 3500-EXIT
           IF NOT WS-VALID-ROW
               GO TO 4000-EXIT
           END-IF

           PERFORM 3900-STAMP-CHANGE THRU 3900-EXIT
           REWRITE CNT-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED"
                   GO TO 4000-EXIT
           END-REWRITE
           DISPLAY "CONTACT CHANGED"

           MOVE 'CHG' TO WS-JRNL-ACTION
           MOVE CNT-RECORD TO WS-CNT-AFTER
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-DELETE-CONTACT - look the contact row up by student   *
      *  and remove it.                                               *
      *-----------------------------------------------------------*
       5000-DELETE-CONTACT.
           PERFORM 2100-GET-STUDENT THRU 2100-EXIT
           IF NOT WS-ID-OK
               GO TO 5000-EXIT
           END-IF

           MOVE WS-SAVE-ID TO CNT-STUDENT-ID
           READ CONTACT-FILE
               INVALID KEY
                   DISPLAY "NO CONTACT ON FILE FOR THIS STUDENT"
                   GO TO 5000-EXIT
           END-READ
           MOVE CNT-RECORD TO WS-CNT-BEFORE

           DELETE CONTACT-FILE
               INVALID KEY
                   DISPLAY "DELETE FAILED"
                   GO TO 5000-EXIT
           END-DELETE
           DISPLAY "CONTACT DELETED"

           MOVE 'DEL' TO WS-JRNL-ACTION
           MOVE SPACES TO WS-CNT-AFTER
           PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.

       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-INQUIRE-CONTACT - show the contact row, no change.    *
      *-----------------------------------------------------------*
       6000-INQUIRE-CONTACT.
           PERFORM 2100-GET-STUDENT THRU 2100-EXIT
           IF NOT WS-ID-OK
               GO TO 6000-EXIT
           END-IF

           MOVE WS-SAVE-ID TO CNT-STUDENT-ID
           READ CONTACT-FILE
               INVALID KEY
                   DISPLAY "NO CONTACT ON FILE FOR THIS STUDENT"
                   GO TO 6000-EXIT
           END-READ

           DISPLAY "ADDRESS        : " CNT-ADDR-LINE-1
           DISPLAY "                 " CNT-ADDR-LINE-2
           DISPLAY "                 " CNT-CITY " " CNT-STATE " "
               CNT-ZIP
           IF CNT-ADDR-RETURNED
               DISPLAY "                 ** MAIL RETURNED - NO "
                   "LETTERS SENT **"
           END-IF
           DISPLAY "STUDENT PHONE  : " CNT-PHONE
           DISPLAY "STUDENT E-MAIL : " CNT-EMAIL

           MOVE ZERO TO WS-GX
           PERFORM 6100-SHOW-GUARDIAN THRU 6100-EXIT
               UNTIL WS-GX NOT LESS THAN 3

           DISPLAY "LAST CHANGED   : " CNT-CHANGED-DATE " BY "
               CNT-CHANGED-BY.

       6000-EXIT.
           EXIT.

       6100-SHOW-GUARDIAN.
           ADD 1 TO WS-GX
           IF CNT-GRD-NAME (WS-GX) = SPACES
               GO TO 6100-EXIT
           END-IF
           MOVE WS-GX TO WS-GX-OUT
           DISPLAY "GUARDIAN " WS-GX-OUT "     : " CNT-GRD-NAME (WS-GX)
               " (" CNT-GRD-RELATION (WS-GX) ") LETTERS "
               CNT-GRD-MAIL (WS-GX)
           DISPLAY "                 " CNT-GRD-PHONE (WS-GX) " "
               CNT-GRD-EMAIL (WS-GX).

       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-WRITE-JOURNAL - append the change to the shared       *
      *  journal, the same open-EXTEND-or-create way STUMAINT does, *
      *  one line per 50-byte slice of the row that differs between *
      *  the before and after images.  The caller has set the       *
      *  action and both whole-row images before coming here.        *
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

           MOVE ZERO TO WS-SLICE-IX
           PERFORM 7100-JOURNAL-SLICE THRU 7100-EXIT
               UNTIL WS-SLICE-IX NOT LESS THAN 9

           CLOSE JOURNAL-FILE.

       7000-EXIT.
           EXIT.

       7100-JOURNAL-SLICE.
           ADD 1 TO WS-SLICE-IX
           IF WS-BEFORE-SLICE (WS-SLICE-IX) =
                   WS-AFTER-SLICE (WS-SLICE-IX)
               GO TO 7100-EXIT
           END-IF

           MOVE WS-SLICE-IX TO WS-SLICE-NO
           MOVE SPACES TO WS-JRNL-KEY
           STRING WS-SAVE-ID  DELIMITED BY SIZE
                  '/'         DELIMITED BY SIZE
                  WS-SLICE-NO DELIMITED BY SIZE
                  INTO WS-JRNL-KEY
           MOVE WS-BEFORE-SLICE (WS-SLICE-IX) TO WS-BEFORE-IMAGE
           MOVE WS-AFTER-SLICE (WS-SLICE-IX) TO WS-AFTER-IMAGE

           MOVE SPACES TO JOURNAL-RECORD
           STRING WS-JRNL-YY  DELIMITED BY SIZE '-' DELIMITED BY SIZE
                  WS-JRNL-MM  DELIMITED BY SIZE '-' DELIMITED BY SIZE
                  WS-JRNL-DD  DELIMITED BY SIZE
                  INTO JRNL-DATE
           MOVE WS-JRNL-TIME TO JRNL-TIME
           MOVE 'CNTMAINT' TO JRNL-PROGRAM
           MOVE LOGIN-USER-ID TO JRNL-USER-ID
           MOVE WS-JRNL-ACTION TO JRNL-ACTION
           MOVE WS-JRNL-KEY TO JRNL-KEY
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
           MOVE WS-AFTER-IMAGE TO JRNL-AFTER

           WRITE JOURNAL-RECORD.

       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE - close up shop.                           *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-CONTACT-OPEN
               CLOSE CONTACT-FILE
           END-IF
           IF WS-STUDENT-OPEN
               CLOSE STUDENT
           END-IF
           IF WS-HAVE-HOLD
               MOVE 'R' TO LKC-ACTION
               CALL "FILELOCK" USING LOCK-CONTROL
           END-IF.

       9000-EXIT.
           EXIT.
