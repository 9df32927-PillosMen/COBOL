      ******************************************************************
      * Program:      STNDLTR
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Standing notification letters and mailing
      *               labels.  Reads the honor roll and probation rows
      *               STANDRPT left in STNDLIST.DAT (see STNDLST.CPY)
      *               for one term, and for each student writes a
      *               formatted letter to the student's guardian
      *               (LETTERS.DAT, one fixed-length page per letter)
      *               and a matching mailing label (LABELS.DAT, same
      *               order, one label per letter).  The address comes
      *               from the contact master (CONTACT.DAT, see
      *               CONTREC.CPY): the guardian marked to receive the
      *               letters, else the first guardian on file, else
      *               the student's family.  A student with no contact
      *               row, no complete address, or an address marked
      *               returned gets no letter and is listed on the
      *               exception report (LTREXCP.DAT) instead, which
      *               closes with the control totals.  The term and
      *               the choice of honor roll, probation or both come
      *               from LTRPARM.DAT when it is present (which also
      *               supplies the credentials for a scheduled run),
      *               otherwise the operator is prompted.  STANDRPT
      *               must have been run for the same term first.
      * Tectonics:    cobc -x STNDLTR.COB LOGINCHK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STNDLTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STNDLIST-FILE ASSIGN TO 'STNDLIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT STUDENT ASSIGN TO 'CONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT CONTACT-FILE ASSIGN TO 'CONTACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-STUDENT-ID
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT LETTER-FILE ASSIGN TO 'LETTERS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT LABEL-FILE ASSIGN TO 'LABELS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABEL-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'LTREXCP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'LTRPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SIGNON-FILE ASSIGN TO 'SIGNON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STNDLIST-FILE.
           COPY STNDLST.

       FD  STUDENT.
           COPY STUDENT.

       FD  CONTACT-FILE.
           COPY CONTREC.

       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(80).

       FD  LABEL-FILE.
       01  LABEL-LINE                  PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-USER-ID         PIC X(08).
           05  PARM-PASSWORD        PIC X(10).
           05  PARM-TERM            PIC X(06).
           05  PARM-SELECT          PIC X(01).

       FD  SIGNON-FILE.
           COPY SGNREC.

       WORKING-STORAGE SECTION.
       01  WS-LIST-STATUS           PIC X(02).
       01  WS-STUDENT-STATUS        PIC X(02).
           88  WS-STUDENT-OK            VALUE '00'.
       01  WS-CONTACT-STATUS        PIC X(02).
           88  WS-CONTACT-OK            VALUE '00'.
       01  WS-CONTACTS-SW           PIC X(01)   VALUE 'N'.
           88  WS-HAVE-CONTACTS         VALUE 'Y'.
       01  WS-LETTER-STATUS         PIC X(02).
       01  WS-LABEL-STATUS          PIC X(02).
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-PARM-STATUS           PIC X(02).
       01  WS-SIGNON-STATUS         PIC X(02).
       01  WS-INIT-OK-SW            PIC X(01)   VALUE 'Y'.
           88  WS-INIT-OK               VALUE 'Y'.
       01  WS-BATCH-SW              PIC X(01)   VALUE 'N'.
           88  WS-BATCH-MODE            VALUE 'Y'.
       01  WS-CREDS-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-CREDS            VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01)   VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.

       77  WS-USER-ID               PIC X(08).
       77  PASS                     PIC X(10).
       COPY LOGINLNK.

       01  WS-TERM                  PIC X(06)   VALUE SPACES.
       01  WS-SELECT                PIC X(01)   VALUE SPACES.
           88  WS-SELECT-HONOR          VALUE 'H'.
           88  WS-SELECT-PROBATION      VALUE 'P'.
           88  WS-SELECT-BOTH           VALUE 'B'.
       01  WS-LIST-TERM             PIC X(06)   VALUE SPACES.

       01  WS-REASON                PIC X(28)   VALUE SPACES.
       01  WS-ADDRESSEE             PIC X(40)   VALUE SPACES.
       01  WS-SALUTATION            PIC X(40)   VALUE SPACES.
       01  WS-CITY-LINE             PIC X(40)   VALUE SPACES.
       01  WS-GX                    PIC 9(01) COMP VALUE ZERO.
       01  WS-PICK                  PIC 9(01) COMP VALUE ZERO.

       01  WS-BUILD-LINE            PIC X(80)   VALUE SPACES.
       01  WS-PTR                   PIC 9(03) COMP VALUE 1.
       01  WS-TRIM-FIELD            PIC X(40)   VALUE SPACES.
       01  WS-TRIM-LEN              PIC 9(03) COMP VALUE ZERO.
       01  WS-TRIM-DONE-SW          PIC X(01)   VALUE 'N'.
           88  WS-TRIM-DONE             VALUE 'Y'.

       01  WS-LTR-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-LETTER-LINES          PIC 9(03) COMP VALUE 40.
       01  WS-LBL-COUNT             PIC 9(02) COMP VALUE ZERO.
       01  WS-LABEL-LINES           PIC 9(02) COMP VALUE 6.

       01  WS-HONOR-ROWS            PIC 9(05) COMP VALUE ZERO.
       01  WS-PROB-ROWS             PIC 9(05) COMP VALUE ZERO.
       01  WS-LETTERS               PIC 9(05) COMP VALUE ZERO.
       01  WS-LABELS                PIC 9(05) COMP VALUE ZERO.
       01  WS-EXCEPTIONS            PIC 9(05) COMP VALUE ZERO.
       01  WS-OTHER-TERM            PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-SELECTED          PIC 9(05) COMP VALUE ZERO.
       01  WS-CHECK-TOT             PIC 9(05) COMP VALUE ZERO.

       01  WS-PAGE-NO               PIC 9(03) COMP VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-LINES-PER-PAGE        PIC 9(03) COMP VALUE 40.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(04).
           05  WS-RUN-MM            PIC 9(02).
           05  WS-RUN-DD            PIC 9(02).

      *    Exception report lines.
       01  WS-HDR-1.
           05  FILLER               PIC X(22) VALUE SPACES.
           05  FILLER               PIC X(29) VALUE
               "STANDING LETTERS - EXCEPTIONS".
           05  FILLER               PIC X(18) VALUE SPACES.
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
       01  WS-HDR-2B.
           05  FILLER               PIC X(05) VALUE "TERM ".
           05  WS-HDR-TERM          PIC X(06).
           05  FILLER               PIC X(16) VALUE
               "  LETTERS FOR - ".
           05  WS-HDR-SELECT        PIC X(24).
       01  WS-HDR-3.
           05  FILLER               PIC X(05) VALUE "ID".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(25) VALUE "NAME".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(09) VALUE "STANDING".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(04) VALUE "GPA".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(28) VALUE
               "REASON - NO LETTER".
       01  WS-HDR-4.
           05  FILLER               PIC X(05) VALUE ALL "-".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(25) VALUE ALL "-".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(09) VALUE ALL "-".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(04) VALUE ALL "-".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(28) VALUE ALL "-".

       01  WS-EXC-LINE.
           05  WS-EXC-ID            PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-EXC-NAME          PIC A(25).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-EXC-STANDING      PIC X(09).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-EXC-GPA           PIC 9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-EXC-REASON        PIC X(28).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL         PIC X(32).
           05  WS-TOT-COUNT         PIC ZZZZ9.

      *    Letter lines.  The variable parts of the body ride in
      *    fixed columns of these lines; the name and address lines
      *    are built into WS-BUILD-LINE with the trailing blanks
      *    trimmed.
       01  WS-LTR-HEAD-1.
           05  FILLER               PIC X(28) VALUE SPACES.
           05  FILLER               PIC X(22) VALUE
               "STUDENT RECORDS OFFICE".
       01  WS-LTR-HEAD-2.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(24) VALUE
               "ACADEMIC STANDING NOTICE".
       01  WS-LTR-DATE.
           05  FILLER               PIC X(58) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE "DATE  ".
           05  WS-LTR-YYYY          PIC 9(04).
           05  FILLER               PIC X(01) VALUE "-".
           05  WS-LTR-MM            PIC 9(02).
           05  FILLER               PIC X(01) VALUE "-".
           05  WS-LTR-DD            PIC 9(02).
       01  WS-LTR-RE.
           05  FILLER               PIC X(04) VALUE "RE: ".
           05  WS-LTR-RE-NAME       PIC A(25).
           05  FILLER               PIC X(13) VALUE
               "  STUDENT ID ".
           05  WS-LTR-RE-ID         PIC 9(05).
           05  FILLER               PIC X(07) VALUE "  TERM ".
           05  WS-LTR-RE-TERM       PIC X(06).

       01  WS-HON-1.
           05  FILLER               PIC X(36) VALUE
               "WE ARE PLEASED TO TELL YOU THAT THE ".
           05  FILLER               PIC X(32) VALUE
               "STUDENT NAMED ABOVE HAS EARNED A".
       01  WS-HON-2.
           05  FILLER               PIC X(33) VALUE
               "PLACE ON THE HONOR ROLL FOR TERM ".
           05  WS-HON-2-TERM        PIC X(06).
           05  FILLER               PIC X(29) VALUE
               ", WITH A GRADE POINT AVERAGE ".
       01  WS-HON-3.
           05  FILLER               PIC X(03) VALUE "OF ".
           05  WS-HON-3-GPA         PIC 9.99.
           05  FILLER               PIC X(04) VALUE " ON ".
           05  WS-HON-3-CREDITS     PIC ZZZ9.
           05  FILLER               PIC X(39) VALUE
               " CREDITS.  THE HONOR ROLL IS AWARDED TO".
       01  WS-HON-4.
           05  FILLER               PIC X(27) VALUE
               "A TERM AVERAGE OF AT LEAST ".
           05  WS-HON-4-LIMIT       PIC 9.99.
           05  FILLER               PIC X(01) VALUE ".".
       01  WS-HON-5.
           05  FILLER               PIC X(37) VALUE
               "PLEASE JOIN US IN CONGRATULATING THE ".
           05  FILLER               PIC X(29) VALUE
               "STUDENT ON THIS ACHIEVEMENT.".

       01  WS-PRB-1.
           05  FILLER               PIC X(30) VALUE
               "WE MUST TELL YOU THAT THE STUD".
           05  FILLER               PIC X(34) VALUE
               "ENT NAMED ABOVE HAS BEEN PLACED ON".
       01  WS-PRB-2.
           05  FILLER               PIC X(28) VALUE
               "ACADEMIC PROBATION FOR TERM ".
           05  WS-PRB-2-TERM        PIC X(06).
           05  FILLER               PIC X(32) VALUE
               ".  THE GRADE POINT AVERAGE FOR ".
       01  WS-PRB-3.
           05  FILLER               PIC X(13) VALUE "THE TERM WAS ".
           05  WS-PRB-3-GPA         PIC 9.99.
           05  FILLER               PIC X(04) VALUE " ON ".
           05  WS-PRB-3-CREDITS     PIC ZZZ9.
           05  FILLER               PIC X(29) VALUE
               " CREDITS, BELOW THE REQUIRED ".
           05  WS-PRB-3-LIMIT       PIC 9.99.
           05  FILLER               PIC X(01) VALUE ".".
       01  WS-PRB-4.
           05  FILLER               PIC X(42) VALUE
               "PLEASE CONTACT THE STUDENT RECORDS OFFICE ".
           05  FILLER               PIC X(26) VALUE
               "TO ARRANGE A MEETING WITH".
       01  WS-PRB-5.
           05  FILLER               PIC X(30) VALUE
               "THE STUDENT'S ADVISOR TO AGREE".
           05  FILLER               PIC X(29) VALUE
               " A PLAN FOR THE COMING TERM.".

       01  WS-LTR-CLOSE-1           PIC X(80) VALUE "SINCERELY,".
       01  WS-LTR-CLOSE-2           PIC X(80) VALUE
           "STUDENT RECORDS OFFICE".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF LOGIN-OK
               IF WS-INIT-OK
                   PERFORM 3000-PROCESS-ROW THRU 3000-EXIT
                       UNTIL WS-EOF
                   PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
               ELSE
                   DISPLAY "STANDING LETTERS ABORTED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "CONTRASENA INCORRECTA"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - credentials, term and selection (parm    *
      *  file or prompts), login, open the files, first page of the *
      *  exception report, first STNDLIST.DAT row.                   *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-GET-CREDENTIALS THRU 1010-EXIT

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "STNDLTR" TO LOGIN-PROGRAM
           CALL "LOGINCHK" USING LOGIN-CONTROL

           IF NOT LOGIN-OK
               GO TO 1000-EXIT
           END-IF

           IF WS-TERM = SPACES
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "A TERM IS REQUIRED (E.G. 2026FA)"
               GO TO 1000-EXIT
           END-IF

           IF WS-SELECT = SPACES
               MOVE 'B' TO WS-SELECT
           END-IF
           IF WS-SELECT = 'h' OR WS-SELECT = 'p' OR WS-SELECT = 'b'
               INSPECT WS-SELECT CONVERTING 'hpb' TO 'HPB'
           END-IF
           IF NOT WS-SELECT-HONOR AND NOT WS-SELECT-PROBATION
                   AND NOT WS-SELECT-BOTH
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "LETTERS MUST BE H, P OR B"
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT STNDLIST-FILE
           IF WS-LIST-STATUS NOT = '00'
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "STNDLIST.DAT COULD NOT BE OPENED - STATUS "
                   WS-LIST-STATUS
               DISPLAY "RUN STANDRPT FOR THE TERM FIRST"
           END-IF

           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-OK
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "CONES.DAT COULD NOT BE OPENED - STATUS "
                   WS-STUDENT-STATUS
           END-IF

           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-OK
               MOVE 'Y' TO WS-CONTACTS-SW
           ELSE
               DISPLAY "CONTACT.DAT COULD NOT BE OPENED - STATUS "
                   WS-CONTACT-STATUS
               DISPLAY "EVERY STUDENT WILL BE LISTED AS AN EXCEPTION"
           END-IF

           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-STATUS NOT = '00'
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "LETTERS.DAT COULD NOT BE OPENED - STATUS "
                   WS-LETTER-STATUS
           END-IF

           OPEN OUTPUT LABEL-FILE
           IF WS-LABEL-STATUS NOT = '00'
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "LABELS.DAT COULD NOT BE OPENED - STATUS "
                   WS-LABEL-STATUS
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "LTREXCP.DAT COULD NOT BE OPENED - STATUS "
                   WS-REPORT-STATUS
           END-IF

           IF WS-INIT-OK
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
               PERFORM 3010-READ-LIST THRU 3010-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1010-GET-CREDENTIALS - credentials come from SIGNON.DAT     *
      *  when a dispatcher wrote one, else from LTRPARM.DAT, else    *
      *  from a prompt.  The term and the letter choice come from    *
      *  LTRPARM.DAT whenever it is present and are prompted for     *
      *  only when there is no parm file.                            *
      *-----------------------------------------------------------*
       1010-GET-CREDENTIALS.
           MOVE 'N' TO WS-BATCH-SW
           MOVE 'N' TO WS-CREDS-SW
           OPEN INPUT SIGNON-FILE
           IF WS-SIGNON-STATUS = '00'
               READ SIGNON-FILE
               CLOSE SIGNON-FILE
               MOVE SIGNON-USER-ID TO WS-USER-ID
               MOVE SIGNON-PASSWORD TO PASS
               MOVE 'Y' TO WS-CREDS-SW
           END-IF

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               MOVE 'Y' TO WS-BATCH-SW
               READ PARM-FILE
               CLOSE PARM-FILE
               IF NOT WS-HAVE-CREDS
                   MOVE PARM-USER-ID TO WS-USER-ID
                   MOVE PARM-PASSWORD TO PASS
                   MOVE 'Y' TO WS-CREDS-SW
               END-IF
               MOVE PARM-TERM TO WS-TERM
               MOVE PARM-SELECT TO WS-SELECT
               DISPLAY "STNDLTR - UNATTENDED BATCH RUN"
               GO TO 1010-EXIT
           END-IF

           IF NOT WS-HAVE-CREDS
               DISPLAY "STANDING LETTERS - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
           END-IF
           DISPLAY "TERM (E.G. 2026FA)                   : "
               WITH NO ADVANCING
           ACCEPT WS-TERM
           DISPLAY "LETTERS H)ONOR P)ROBATION B)OTH (ENTER=B) : "
               WITH NO ADVANCING
           ACCEPT WS-SELECT.

       1010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-WRITE-HEADING - start a new exception report page.    *
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

           MOVE WS-TERM TO WS-HDR-TERM
           EVALUATE TRUE
               WHEN WS-SELECT-HONOR
                   MOVE 'HONOR ROLL' TO WS-HDR-SELECT
               WHEN WS-SELECT-PROBATION
                   MOVE 'PROBATION' TO WS-HDR-SELECT
               WHEN OTHER
                   MOVE 'HONOR ROLL AND PROBATION' TO WS-HDR-SELECT
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-HDR-2B

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           WRITE REPORT-LINE FROM WS-HDR-3
           WRITE REPORT-LINE FROM WS-HDR-4.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-PROCESS-ROW - handle the current STNDLIST.DAT row and *
      *  read the next.                                              *
      *-----------------------------------------------------------*
       3000-PROCESS-ROW.
           PERFORM 3050-HANDLE-ROW THRU 3050-EXIT
           PERFORM 3010-READ-LIST THRU 3010-EXIT.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3050-HANDLE-ROW - skip a row for another term or a         *
      *  standing not chosen, else find the address and write the   *
      *  letter and label, or list the student as an exception.     *
      *-----------------------------------------------------------*
       3050-HANDLE-ROW.
           IF STL-TERM NOT = WS-TERM
               ADD 1 TO WS-OTHER-TERM
               MOVE STL-TERM TO WS-LIST-TERM
               GO TO 3050-EXIT
           END-IF

           IF (WS-SELECT-HONOR AND NOT STL-HONOR)
                   OR (WS-SELECT-PROBATION AND NOT STL-PROBATION)
               ADD 1 TO WS-NOT-SELECTED
               GO TO 3050-EXIT
           END-IF

           IF STL-HONOR
               ADD 1 TO WS-HONOR-ROWS
           ELSE
               ADD 1 TO WS-PROB-ROWS
           END-IF

           MOVE STL-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   MOVE '** NOT ON FILE **' TO NAME
                   MOVE 'STUDENT NOT ON CONES.DAT' TO WS-REASON
                   PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
                   GO TO 3050-EXIT
           END-READ

           PERFORM 3100-CHECK-ADDRESS THRU 3100-EXIT
           IF WS-REASON NOT = SPACES
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3050-EXIT
           END-IF

           PERFORM 3200-PICK-ADDRESSEE THRU 3200-EXIT
           PERFORM 4000-WRITE-LETTER THRU 4000-EXIT
           PERFORM 5000-WRITE-LABEL THRU 5000-EXIT.

       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3010-READ-LIST - read the next standing row.               *
      *-----------------------------------------------------------*
       3010-READ-LIST.
           READ STNDLIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       3010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-CHECK-ADDRESS - the contact row must exist, carry a   *
      *  complete address (line 1, city, state, zip) and not be     *
      *  marked returned.  WS-REASON says why not, else blank.       *
      *-----------------------------------------------------------*
       3100-CHECK-ADDRESS.
           MOVE SPACES TO WS-REASON
           IF NOT WS-HAVE-CONTACTS
               MOVE 'NO CONTACT RECORD' TO WS-REASON
               GO TO 3100-EXIT
           END-IF

           MOVE STL-STUDENT-ID TO CNT-STUDENT-ID
           READ CONTACT-FILE
               INVALID KEY
                   MOVE 'NO CONTACT RECORD' TO WS-REASON
                   GO TO 3100-EXIT
           END-READ

           IF CNT-ADDR-LINE-1 = SPACES OR CNT-CITY = SPACES
                   OR CNT-STATE = SPACES OR CNT-ZIP = SPACES
               MOVE 'NO COMPLETE MAILING ADDRESS' TO WS-REASON
               GO TO 3100-EXIT
           END-IF

           IF CNT-ADDR-RETURNED
               MOVE 'ADDRESS MARKED RETURNED' TO WS-REASON
           END-IF.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-PICK-ADDRESSEE - the guardian marked for the letters, *
      *  else the first guardian on file, else the student's        *
      *  family.  Also builds the salutation and the city line.     *
      *-----------------------------------------------------------*
       3200-PICK-ADDRESSEE.
           MOVE ZERO TO WS-PICK
           MOVE ZERO TO WS-GX
           PERFORM 3210-CHECK-GUARDIAN THRU 3210-EXIT
               UNTIL WS-GX NOT LESS THAN 3

           MOVE SPACES TO WS-ADDRESSEE
           MOVE SPACES TO WS-SALUTATION
           MOVE 1 TO WS-PTR
           IF WS-PICK = ZERO
               STRING 'THE FAMILY OF ' DELIMITED BY SIZE
                      NAME             DELIMITED BY SIZE
                      INTO WS-ADDRESSEE
               MOVE 'DEAR PARENT OR GUARDIAN:' TO WS-SALUTATION
           ELSE
               MOVE CNT-GRD-NAME (WS-PICK) TO WS-ADDRESSEE
               MOVE SPACES TO WS-BUILD-LINE
               STRING 'DEAR ' DELIMITED BY SIZE
                   INTO WS-BUILD-LINE WITH POINTER WS-PTR
               MOVE CNT-GRD-NAME (WS-PICK) TO WS-TRIM-FIELD
               PERFORM 7000-APPEND-TRIMMED THRU 7000-EXIT
               STRING ':' DELIMITED BY SIZE
                   INTO WS-BUILD-LINE WITH POINTER WS-PTR
               MOVE WS-BUILD-LINE TO WS-SALUTATION
           END-IF

           MOVE SPACES TO WS-BUILD-LINE
           MOVE 1 TO WS-PTR
           MOVE CNT-CITY TO WS-TRIM-FIELD
           PERFORM 7000-APPEND-TRIMMED THRU 7000-EXIT
           STRING ', '      DELIMITED BY SIZE
                  CNT-STATE DELIMITED BY SIZE
                  '  '      DELIMITED BY SIZE
                  CNT-ZIP   DELIMITED BY SIZE
                  INTO WS-BUILD-LINE WITH POINTER WS-PTR
           MOVE WS-BUILD-LINE TO WS-CITY-LINE.

       3200-EXIT.
           EXIT.

       3210-CHECK-GUARDIAN.
           ADD 1 TO WS-GX
           IF CNT-GRD-NAME (WS-GX) = SPACES
               GO TO 3210-EXIT
           END-IF
           IF WS-PICK = ZERO
               MOVE WS-GX TO WS-PICK
           END-IF
           IF CNT-GRD-GETS-MAIL (WS-GX)
               MOVE WS-GX TO WS-PICK
               MOVE 3 TO WS-GX
           END-IF.

       3210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-WRITE-LETTER - one letter, padded to a fixed page of  *
      *  WS-LETTER-LINES so every letter starts at the top of a     *
      *  sheet.                                                       *
      *-----------------------------------------------------------*
       4000-WRITE-LETTER.
           MOVE ZERO TO WS-LTR-COUNT

           MOVE WS-LTR-HEAD-1 TO WS-BUILD-LINE
           PERFORM 4800-PUT-LINE THRU 4800-EXIT
           MOVE WS-LTR-HEAD-2 TO WS-BUILD-LINE
           PERFORM 4800-PUT-LINE THRU 4800-EXIT
           PERFORM 4810-PUT-BLANK THRU 4810-EXIT
           MOVE WS-RUN-YYYY TO WS-LTR-YYYY
           MOVE WS-RUN-MM TO WS-LTR-MM
           MOVE WS-RUN-DD TO WS-LTR-DD
           MOVE WS-LTR-DATE TO WS-BUILD-LINE
           PERFORM 4800-PUT-LINE THRU 4800-EXIT
           PERFORM 4810-PUT-BLANK THRU 4810-EXIT

           MOVE WS-ADDRESSEE TO WS-BUILD-LINE
           PERFORM 4800-PUT-LINE THRU 4800-EXIT
           MOVE CNT-ADDR-LINE-1 TO WS-BUILD-LINE
           PERFORM 4800-PUT-LINE THRU 4800-EXIT
           IF CNT-ADDR-LINE-2 NOT = SPACES
               MOVE CNT-ADDR-LINE-2 TO WS-BUILD-LINE
               PERFORM 4800-PUT-LINE THRU 4800-EXIT
           END-IF
           MOVE WS-CITY-LINE TO WS-BUILD-LINE
           PERFORM 4800-PUT-LINE THRU 4800-EXIT
           PERFORM 4810-PUT-BLANK THRU 4810-EXIT

           MOVE NAME TO WS-LTR-RE-NAME
           MOVE STL-STUDENT-ID TO WS-LTR-RE-ID
           MOVE STL-TERM TO WS-LTR-RE-TERM
           MOVE WS-LTR-RE TO WS-BUILD-LINE
           PERFORM 4800-PUT-LINE THRU 4800-EXIT
           PERFORM 4810-PUT-BLANK THRU 4810-EXIT
           MOVE WS-SALUTATION TO WS-BUILD-LINE
           PERFORM 4800-PUT-LINE THRU 4800-EXIT
           PERFORM 4810-PUT-BLANK THRU 4810-EXIT

           IF STL-HONOR
               PERFORM 4100-HONOR-BODY THRU 4100-EXIT
           ELSE
               PERFORM 4200-PROBATION-BODY THRU 4200-EXIT
           END-IF

           PERFORM 4810-PUT-BLANK THRU 4810-EXIT
           MOVE WS-LTR-CLOSE-1 TO WS-BUILD-LINE
           PERFORM 4800-PUT-LINE THRU 4800-EXIT
           PERFORM 4810-PUT-BLANK THRU 4810-EXIT
           PERFORM 4810-PUT-BLANK THRU 4810-EXIT
           MOVE WS-LTR-CLOSE-2 TO WS-BUILD-LINE
           PERFORM 4800-PUT-LINE THRU 4800-EXIT

           PERFORM 4810-PUT-BLANK THRU 4810-EXIT
               UNTIL WS-LTR-COUNT NOT LESS THAN WS-LETTER-LINES
           ADD 1 TO WS-LETTERS.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4100-HONOR-BODY - the honor roll paragraph.                *
      *-----------------------------------------------------------*
       4100-HONOR-BODY.
           MOVE WS-HON-1 TO WS-BUILD-LINE
           PERFORM 4800-PUT-LINE THRU 4800-EXIT
           MOVE STL-TERM TO WS-HON-2-TERM
           MOVE WS-HON-2 TO WS-BUILD-LINE
           PERFORM 4800-PUT-LINE THRU 4800-EXIT
           MOVE STL-GPA TO WS-HON-3-GPA
           MOVE STL-CREDITS TO WS-HON-3-CREDITS
           MOVE WS-HON-3 TO WS-BUILD-LINE
           PERFORM 4800-PUT-LINE THRU 4800-EXIT
           MOVE STL-HONOR-GPA TO WS-HON-4-LIMIT
           MOVE WS-HON-4 TO WS-BUILD-LINE
           PERFORM 4800-PUT-LINE THRU 4800-EXIT
           PERFORM 4810-PUT-BLANK THRU 4810-EXIT
           MOVE WS-HON-5 TO WS-BUILD-LINE
           PERFORM 4800-PUT-LINE THRU 4800-EXIT.

       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4200-PROBATION-BODY - the probation paragraph.             *
      *-----------------------------------------------------------*
       4200-PROBATION-BODY.
           MOVE WS-PRB-1 TO WS-BUILD-LINE
           PERFORM 4800-PUT-LINE THRU 4800-EXIT
           MOVE STL-TERM TO WS-PRB-2-TERM
           MOVE WS-PRB-2 TO WS-BUILD-LINE
           PERFORM 4800-PUT-LINE THRU 4800-EXIT
           MOVE STL-GPA TO WS-PRB-3-GPA
           MOVE STL-CREDITS TO WS-PRB-3-CREDITS
           MOVE STL-PROBATION-GPA TO WS-PRB-3-LIMIT
           MOVE WS-PRB-3 TO WS-BUILD-LINE
           PERFORM 4800-PUT-LINE THRU 4800-EXIT
           PERFORM 4810-PUT-BLANK THRU 4810-EXIT
           MOVE WS-PRB-4 TO WS-BUILD-LINE
           PERFORM 4800-PUT-LINE THRU 4800-EXIT
           MOVE WS-PRB-5 TO WS-BUILD-LINE
           PERFORM 4800-PUT-LINE THRU 4800-EXIT.

       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4800-PUT-LINE / 4810-PUT-BLANK - write one letter line and *
      *  count it toward the page.                                   *
      *-----------------------------------------------------------*
       4800-PUT-LINE.
           WRITE LETTER-LINE FROM WS-BUILD-LINE
           ADD 1 TO WS-LTR-COUNT.

       4800-EXIT.
           EXIT.

       4810-PUT-BLANK.
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-LTR-COUNT.

       4810-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-WRITE-LABEL - the matching label: addressee, street   *
      *  line(s), city line, padded to a fixed WS-LABEL-LINES so    *
      *  the labels stay in step on the sheet.                       *
      *-----------------------------------------------------------*
       5000-WRITE-LABEL.
           MOVE ZERO TO WS-LBL-COUNT

           MOVE WS-ADDRESSEE TO LABEL-LINE
           PERFORM 5100-PUT-LABEL THRU 5100-EXIT
           MOVE CNT-ADDR-LINE-1 TO LABEL-LINE
           PERFORM 5100-PUT-LABEL THRU 5100-EXIT
           IF CNT-ADDR-LINE-2 NOT = SPACES
               MOVE CNT-ADDR-LINE-2 TO LABEL-LINE
               PERFORM 5100-PUT-LABEL THRU 5100-EXIT
           END-IF
           MOVE WS-CITY-LINE TO LABEL-LINE
           PERFORM 5100-PUT-LABEL THRU 5100-EXIT

           PERFORM 5110-PUT-LABEL-BLANK THRU 5110-EXIT
               UNTIL WS-LBL-COUNT NOT LESS THAN WS-LABEL-LINES
           ADD 1 TO WS-LABELS.

       5000-EXIT.
           EXIT.

       5100-PUT-LABEL.
           WRITE LABEL-LINE
           ADD 1 TO WS-LBL-COUNT.

       5100-EXIT.
           EXIT.

       5110-PUT-LABEL-BLANK.
           MOVE SPACES TO LABEL-LINE
           WRITE LABEL-LINE
           ADD 1 TO WS-LBL-COUNT.

       5110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-WRITE-EXCEPTION - one student who gets no letter.     *
      *-----------------------------------------------------------*
       6000-WRITE-EXCEPTION.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF

           MOVE STL-STUDENT-ID TO WS-EXC-ID
           MOVE NAME TO WS-EXC-NAME
           IF STL-HONOR
               MOVE 'HONOR' TO WS-EXC-STANDING
           ELSE
               MOVE 'PROBATION' TO WS-EXC-STANDING
           END-IF
           MOVE STL-GPA TO WS-EXC-GPA
           MOVE WS-REASON TO WS-EXC-REASON
           WRITE REPORT-LINE FROM WS-EXC-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-EXCEPTIONS.

       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-APPEND-TRIMMED - WS-TRIM-FIELD onto WS-BUILD-LINE at  *
      *  WS-PTR without its trailing blanks, the way DISTEXT trims  *
      *  its extract fields.                                          *
      *-----------------------------------------------------------*
       7000-APPEND-TRIMMED.
           MOVE 40 TO WS-TRIM-LEN
           MOVE 'N' TO WS-TRIM-DONE-SW
           PERFORM 7100-TRIM-STEP THRU 7100-EXIT
               UNTIL WS-TRIM-DONE

           IF WS-TRIM-LEN > ZERO
               STRING WS-TRIM-FIELD (1:WS-TRIM-LEN)
                   DELIMITED BY SIZE
                   INTO WS-BUILD-LINE WITH POINTER WS-PTR
           END-IF.

       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7100-TRIM-STEP - back the length off by one while the      *
      *  last character is a blank.                                  *
      *-----------------------------------------------------------*
       7100-TRIM-STEP.
           IF WS-TRIM-LEN = ZERO
               MOVE 'Y' TO WS-TRIM-DONE-SW
               GO TO 7100-EXIT
           END-IF
           IF WS-TRIM-FIELD (WS-TRIM-LEN:1) = SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
           ELSE
               MOVE 'Y' TO WS-TRIM-DONE-SW
           END-IF.

       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-WRITE-TOTALS - control totals at the foot of the      *
      *  exception report: every chosen row of the term is either a *
      *  letter (with its label) or an exception.  A run that found *
      *  nothing for the term but rows for another one says so -   *
      *  STANDRPT was last run for a different term.                 *
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           IF WS-EXCEPTIONS = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE 'NO EXCEPTIONS - EVERY STUDENT HAS A LETTER'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'HONOR ROLL ROWS FOR THE TERM' TO WS-TOT-LABEL
           MOVE WS-HONOR-ROWS TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'PROBATION ROWS FOR THE TERM' TO WS-TOT-LABEL
           MOVE WS-PROB-ROWS TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'LETTERS WRITTEN' TO WS-TOT-LABEL
           MOVE WS-LETTERS TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'LABELS WRITTEN' TO WS-TOT-LABEL
           MOVE WS-LABELS TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'EXCEPTIONS - NO LETTER' TO WS-TOT-LABEL
           MOVE WS-EXCEPTIONS TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ROWS NOT CHOSEN FOR THIS RUN' TO WS-TOT-LABEL
           MOVE WS-NOT-SELECTED TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ROWS FOR ANOTHER TERM SKIPPED' TO WS-TOT-LABEL
           MOVE WS-OTHER-TERM TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           COMPUTE WS-CHECK-TOT = WS-LETTERS + WS-EXCEPTIONS
           MOVE SPACES TO REPORT-LINE
           IF WS-CHECK-TOT = WS-HONOR-ROWS + WS-PROB-ROWS
                   AND WS-LABELS = WS-LETTERS
               MOVE 'CONTROL TOTALS AGREE' TO REPORT-LINE
           ELSE
               MOVE 'CONTROL TOTALS DO NOT AGREE - DO NOT MAIL'
                   TO REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REPORT-LINE

           IF WS-HONOR-ROWS + WS-PROB-ROWS = ZERO
                   AND WS-OTHER-TERM > ZERO
               DISPLAY "STNDLIST.DAT HOLDS TERM " WS-LIST-TERM
                   " (BLANK = ALL TERMS), NOT " WS-TERM
               DISPLAY "RUN STANDRPT FOR " WS-TERM " FIRST"
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY "LETTERS WRITTEN: " WS-LETTERS
               "  EXCEPTIONS: " WS-EXCEPTIONS
           DISPLAY "STANDING LETTERS COMPLETE - SEE LETTERS.DAT, "
               "LABELS.DAT AND LTREXCP.DAT".

       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE - close whatever opened.                    *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-LIST-STATUS = '00' OR WS-LIST-STATUS = '10'
               CLOSE STNDLIST-FILE
           END-IF
           IF WS-STUDENT-STATUS = '00' OR WS-STUDENT-STATUS = '23'
               CLOSE STUDENT
           END-IF
           IF WS-HAVE-CONTACTS
               CLOSE CONTACT-FILE
           END-IF
           IF WS-LETTER-STATUS = '00'
               CLOSE LETTER-FILE
           END-IF
           IF WS-LABEL-STATUS = '00'
               CLOSE LABEL-FILE
           END-IF
           IF WS-REPORT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF.

       9000-EXIT.
           EXIT.
