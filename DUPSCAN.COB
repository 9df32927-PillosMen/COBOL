      ******************************************************************
      * Program:      DUPSCAN
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Duplicate-student scan.  A student who comes
      *               back after a withdrawal is too often given a
      *               second STUDENT-ID, through STUMAINT or the
      *               registrar's STUTRAN.DAT adds, and the two
      *               records then split the student's grades.  This
      *               reads CONES.DAT in name order on the NAME
      *               alternate key and, among the names whose first
      *               few characters are identical as keyed (case and
      *               blanks included - the names are grouped as they
      *               come off the key), reports every pair of
      *               records with the same STUDENT-DOB as a likely
      *               duplicate, graded EXACT (names identical),
      *               CLOSE (identical once spacing and case are
      *               ignored) or PREFIX (only the leading characters
      *               agree).  Names that differ in case or spacing
      *               inside those first characters fall in different
      *               groups and are not paired.  A record with no
      *               date of birth on file is never paired, and an
      *               ID already retired by STUMERGE is left out.  How
      *               many leading characters must agree comes from
      *               DUPPARM.DAT when it is present (scheduled run,
      *               STNDPARM.DAT style) or is prompted for; 05 when
      *               left blank.  Output
      *               goes to DUPLIST.DAT for the registrar to work
      *               through with STUMERGE.
      * Tectonics:    cobc -x DUPSCAN.COB LOGINCHK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      *   15/10/26  PILLOS  Purpose and comments corrected: the groups
      *                     break on the leading characters as keyed,
      *                     so CLOSE only catches case and spacing
      *                     differences after them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPSCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO 'CONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'DUPLIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'DUPPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SIGNON-FILE ASSIGN TO 'SIGNON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT.
           COPY STUDENT.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-USER-ID         PIC X(08).
           05  PARM-PASSWORD        PIC X(10).
           05  PARM-PREFIX-LEN      PIC X(02).

       FD  SIGNON-FILE.
           COPY SGNREC.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-STATUS        PIC X(02).
           88  WS-STUDENT-OK            VALUE '00'.
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

       01  WS-PREFIX-IN             PIC X(02)   VALUE SPACES.
       01  WS-PREFIX-LEN            PIC 9(02)   VALUE ZERO.

      *    The records whose names share the current prefix.
       01  WS-GROUP-PREFIX          PIC X(25)   VALUE SPACES.
       01  WS-GRP-MAX               PIC 9(03) COMP VALUE 200.
       01  WS-GRP-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 200 TIMES.
               10  WS-GRP-ID        PIC 9(05).
               10  WS-GRP-NAME      PIC X(25).
               10  WS-GRP-SQUEEZED  PIC X(25).
               10  WS-GRP-STATUS    PIC X(01).
               10  WS-GRP-PROGRAM   PIC X(05).
               10  WS-GRP-DOB       PIC 9(08).

      *    A name upper-cased with its blanks taken out, so that
      *    "SMITH JOHN PAUL" and "SMITH Johnpaul" compare equal once
      *    they share a group (same leading characters as keyed).
       01  WS-SQ-IN                 PIC X(25).
       01  WS-SQ-OUT                PIC X(25).
       01  WS-SQ-IX                 PIC 9(02) COMP VALUE ZERO.
       01  WS-SQ-OX                 PIC 9(02) COMP VALUE ZERO.

       01  WS-IX                    PIC 9(03) COMP VALUE ZERO.
       01  WS-JX                    PIC 9(03) COMP VALUE ZERO.
       01  WS-EX                    PIC 9(03) COMP VALUE ZERO.
       01  WS-MATCH                 PIC X(06)   VALUE SPACES.

       01  WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-MERGED-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-NO-DOB-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-EXACT-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-CLOSE-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-PREFIX-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-PAIR-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-OVERFLOW-COUNT        PIC 9(05) COMP VALUE ZERO.

       01  WS-PAGE-NO               PIC 9(03) COMP VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-LINES-PER-PAGE        PIC 9(03) COMP VALUE 40.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(04).
           05  WS-RUN-MM            PIC 9(02).
           05  WS-RUN-DD            PIC 9(02).

       01  WS-HDR-1.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(22) VALUE
               "DUPLICATE STUDENT SCAN".
           05  FILLER               PIC X(20) VALUE SPACES.
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
           05  FILLER               PIC X(30) VALUE
               "SAME DATE OF BIRTH, NAMES THAT".
           05  FILLER               PIC X(15) VALUE
               " AGREE ON FIRST".
           05  WS-HDR-PREFIX        PIC ZZ9.
           05  FILLER               PIC X(08) VALUE " LETTERS".
       01  WS-HDR-3.
           05  FILLER               PIC X(07) VALUE "MATCH".
           05  FILLER               PIC X(06) VALUE "ID".
           05  FILLER               PIC X(26) VALUE "NAME".
           05  FILLER               PIC X(07) VALUE "STATUS".
           05  FILLER               PIC X(08) VALUE "PROGRAM".
           05  FILLER               PIC X(10) VALUE "BIRTH".
       01  WS-HDR-4.
           05  FILLER               PIC X(06) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(25) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE ALL "-".

       01  WS-DETAIL-LINE.
           05  WS-DTL-MATCH         PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-ID            PIC 9(05).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-NAME          PIC X(25).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-STATUS        PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-PROGRAM       PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-DOB-YYYY      PIC 9(04).
           05  FILLER               PIC X(01) VALUE "-".
           05  WS-DTL-DOB-MM        PIC 9(02).
           05  FILLER               PIC X(01) VALUE "-".
           05  WS-DTL-DOB-DD        PIC 9(02).
       01  WS-DOB-WORK              PIC 9(08).
       01  WS-DOB-PARTS  REDEFINES WS-DOB-WORK.
           05  WS-DOB-YYYY          PIC 9(04).
           05  WS-DOB-MM            PIC 9(02).
           05  WS-DOB-DD            PIC 9(02).

       01  WS-COUNT-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CNT-LABEL         PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-CNT-VALUE         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF LOGIN-OK
               IF WS-INIT-OK
                   PERFORM 3000-PROCESS-GROUP THRU 3000-EXIT
                       UNTIL WS-EOF
                   PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
               ELSE
                   DISPLAY "DUPLICATE STUDENT SCAN ABORTED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "CONTRASENA INCORRECTA"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - credentials and prefix length (parm     *
      *  file or prompts), login, open the files, position the      *
      *  master at the first name and read it.                       *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-GET-CREDENTIALS THRU 1010-EXIT

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "DUPSCAN" TO LOGIN-PROGRAM
           CALL "LOGINCHK" USING LOGIN-CONTROL

           IF NOT LOGIN-OK
               GO TO 1000-EXIT
           END-IF

           IF WS-PREFIX-IN = SPACES
               MOVE '05' TO WS-PREFIX-IN
           END-IF
           IF WS-PREFIX-IN (2:1) = SPACE
               MOVE WS-PREFIX-IN (1:1) TO WS-PREFIX-IN (2:1)
               MOVE '0' TO WS-PREFIX-IN (1:1)
           END-IF
           IF WS-PREFIX-IN IS NOT NUMERIC
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "NAME PREFIX LENGTH MUST BE NUMERIC (E.G. 05)"
               GO TO 1000-EXIT
           END-IF
           MOVE WS-PREFIX-IN TO WS-PREFIX-LEN
           IF WS-PREFIX-LEN = ZERO OR WS-PREFIX-LEN > 25
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "NAME PREFIX LENGTH MUST BE 1 TO 25"
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-OK
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "CONES.DAT COULD NOT BE OPENED - STATUS "
                   WS-STUDENT-STATUS
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "DUPLIST.DAT COULD NOT BE OPENED - STATUS "
                   WS-REPORT-STATUS
           END-IF

           IF WS-INIT-OK
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
               MOVE LOW-VALUES TO NAME
               START STUDENT KEY NOT LESS THAN NAME
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SW
               END-START
               IF NOT WS-EOF
                   PERFORM 3010-READ-STUDENT THRU 3010-EXIT
               END-IF
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1010-GET-CREDENTIALS - credentials come from SIGNON.DAT     *
      *  when a dispatcher wrote one, else from DUPPARM.DAT, else    *
      *  from a prompt.  The prefix length comes from DUPPARM.DAT    *
      *  whenever it is present, so a NIGHTRUN step does not hang   *
      *  on a prompt.                                                 *
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
               MOVE PARM-PREFIX-LEN TO WS-PREFIX-IN
               DISPLAY "DUPSCAN - UNATTENDED BATCH RUN"
               GO TO 1010-EXIT
           END-IF

           IF NOT WS-HAVE-CREDS
               DISPLAY "DUPLICATE STUDENT SCAN - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
           END-IF
           DISPLAY "LETTERS OF NAME THAT MUST AGREE (ENTER=05) : "
               WITH NO ADVANCING
           ACCEPT WS-PREFIX-IN.

       1010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-WRITE-HEADING - start a new report page: title, run   *
      *  date, the prefix length this run used, column headings.    *
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

           MOVE WS-PREFIX-LEN TO WS-HDR-PREFIX
           WRITE REPORT-LINE FROM WS-HDR-2B

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           WRITE REPORT-LINE FROM WS-HDR-3
           WRITE REPORT-LINE FROM WS-HDR-4.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-PROCESS-GROUP - the current record opens a new name   *
      *  group: gather every record whose name starts with the same *
      *  characters exactly as keyed (case and blanks count), then  *
      *  compare each pair in the group.                             *
      *-----------------------------------------------------------*
       3000-PROCESS-GROUP.
           MOVE SPACES TO WS-GROUP-PREFIX
           MOVE NAME (1:WS-PREFIX-LEN)
               TO WS-GROUP-PREFIX (1:WS-PREFIX-LEN)
           MOVE ZERO TO WS-GRP-COUNT

           PERFORM 3100-ADD-TO-GROUP THRU 3100-EXIT
               UNTIL WS-EOF
                  OR NAME (1:WS-PREFIX-LEN) NOT =
                     WS-GROUP-PREFIX (1:WS-PREFIX-LEN)

           IF WS-GRP-COUNT > 1
               MOVE ZERO TO WS-IX
               PERFORM 3200-COMPARE-OUTER THRU 3200-EXIT
                   UNTIL WS-IX NOT LESS THAN WS-GRP-COUNT
           END-IF.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3010-READ-STUDENT - the next record in name order.         *
      *-----------------------------------------------------------*
       3010-READ-STUDENT.
           READ STUDENT NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3010-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT.

       3010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-ADD-TO-GROUP - file the current record in the group  *
      *  table and read the next.  A retired ID, a record with no  *
      *  date of birth, or one past the table's size is counted and *
      *  read past.                                                  *
      *-----------------------------------------------------------*
       3100-ADD-TO-GROUP.
           IF STUDENT-MERGED
               ADD 1 TO WS-MERGED-COUNT
               PERFORM 3010-READ-STUDENT THRU 3010-EXIT
               GO TO 3100-EXIT
           END-IF
           IF STUDENT-DOB IS NOT NUMERIC OR STUDENT-DOB = ZERO
               ADD 1 TO WS-NO-DOB-COUNT
               PERFORM 3010-READ-STUDENT THRU 3010-EXIT
               GO TO 3100-EXIT
           END-IF
           IF WS-GRP-COUNT NOT LESS THAN WS-GRP-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               PERFORM 3010-READ-STUDENT THRU 3010-EXIT
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-GRP-COUNT
           MOVE STUDENT-ID TO WS-GRP-ID (WS-GRP-COUNT)
           MOVE NAME TO WS-GRP-NAME (WS-GRP-COUNT)
           MOVE STUDENT-STATUS TO WS-GRP-STATUS (WS-GRP-COUNT)
           MOVE STUDENT-PROGRAM TO WS-GRP-PROGRAM (WS-GRP-COUNT)
           MOVE STUDENT-DOB TO WS-GRP-DOB (WS-GRP-COUNT)
           MOVE NAME TO WS-SQ-IN
           PERFORM 3150-SQUEEZE-NAME THRU 3150-EXIT
           MOVE WS-SQ-OUT TO WS-GRP-SQUEEZED (WS-GRP-COUNT)

           PERFORM 3010-READ-STUDENT THRU 3010-EXIT.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3150-SQUEEZE-NAME - WS-SQ-IN upper-cased with its blanks   *
      *  removed, left-justified in WS-SQ-OUT.                       *
      *-----------------------------------------------------------*
       3150-SQUEEZE-NAME.
           INSPECT WS-SQ-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-SQ-OUT
           MOVE ZERO TO WS-SQ-IX
           MOVE ZERO TO WS-SQ-OX
           PERFORM 3160-SQUEEZE-CHAR THRU 3160-EXIT
               UNTIL WS-SQ-IX NOT LESS THAN 25.

       3150-EXIT.
           EXIT.

       3160-SQUEEZE-CHAR.
           ADD 1 TO WS-SQ-IX
           IF WS-SQ-IN (WS-SQ-IX:1) NOT = SPACE
               ADD 1 TO WS-SQ-OX
               MOVE WS-SQ-IN (WS-SQ-IX:1) TO WS-SQ-OUT (WS-SQ-OX:1)
           END-IF.

       3160-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-COMPARE-OUTER - pair the next entry of the group with *
      *  every entry after it.                                       *
      *-----------------------------------------------------------*
       3200-COMPARE-OUTER.
           ADD 1 TO WS-IX
           MOVE WS-IX TO WS-JX
           PERFORM 3300-COMPARE-PAIR THRU 3300-EXIT
               UNTIL WS-JX NOT LESS THAN WS-GRP-COUNT.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3300-COMPARE-PAIR - entries WS-IX and the next WS-JX are a *
      *  likely duplicate when their dates of birth agree; grade    *
      *  the match by how closely the names agree and report it.    *
      *-----------------------------------------------------------*
       3300-COMPARE-PAIR.
           ADD 1 TO WS-JX
           IF WS-GRP-DOB (WS-IX) NOT = WS-GRP-DOB (WS-JX)
               GO TO 3300-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-GRP-NAME (WS-IX) = WS-GRP-NAME (WS-JX)
                   MOVE 'EXACT' TO WS-MATCH
                   ADD 1 TO WS-EXACT-COUNT
               WHEN WS-GRP-SQUEEZED (WS-IX) = WS-GRP-SQUEEZED (WS-JX)
                   MOVE 'CLOSE' TO WS-MATCH
                   ADD 1 TO WS-CLOSE-COUNT
               WHEN OTHER
                   MOVE 'PREFIX' TO WS-MATCH
                   ADD 1 TO WS-PREFIX-COUNT
           END-EVALUATE
           ADD 1 TO WS-PAIR-COUNT

           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF
           MOVE WS-MATCH TO WS-DTL-MATCH
           MOVE WS-IX TO WS-EX
           PERFORM 3400-WRITE-ENTRY THRU 3400-EXIT
           MOVE SPACES TO WS-DTL-MATCH
           MOVE WS-JX TO WS-EX
           PERFORM 3400-WRITE-ENTRY THRU 3400-EXIT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3400-WRITE-ENTRY - one side of a pair, group entry WS-EX. *
      *-----------------------------------------------------------*
       3400-WRITE-ENTRY.
           MOVE WS-GRP-ID (WS-EX) TO WS-DTL-ID
           MOVE WS-GRP-NAME (WS-EX) TO WS-DTL-NAME
           EVALUATE WS-GRP-STATUS (WS-EX)
               WHEN 'A'
                   MOVE 'ACTIVE' TO WS-DTL-STATUS
               WHEN 'W'
                   MOVE 'WITHDR' TO WS-DTL-STATUS
               WHEN 'G'
                   MOVE 'GRAD' TO WS-DTL-STATUS
               WHEN OTHER
                   MOVE WS-GRP-STATUS (WS-EX) TO WS-DTL-STATUS
           END-EVALUATE
           MOVE WS-GRP-PROGRAM (WS-EX) TO WS-DTL-PROGRAM
           MOVE WS-GRP-DOB (WS-EX) TO WS-DOB-WORK
           MOVE WS-DOB-YYYY TO WS-DTL-DOB-YYYY
           MOVE WS-DOB-MM TO WS-DTL-DOB-MM
           MOVE WS-DOB-DD TO WS-DTL-DOB-DD
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-WRITE-TOTALS - the control totals, on the report and  *
      *  on the console.                                             *
      *-----------------------------------------------------------*
       4000-WRITE-TOTALS.
           IF WS-LINE-COUNT + 10 > WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF
           IF WS-PAIR-COUNT = ZERO
               MOVE "NO LIKELY DUPLICATES FOUND" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE "TOTALS" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "RECORDS READ" TO WS-CNT-LABEL
           MOVE WS-READ-COUNT TO WS-CNT-VALUE
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE "RETIRED BY MERGE (SKIPPED)" TO WS-CNT-LABEL
           MOVE WS-MERGED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE "NO DATE OF BIRTH (SKIPPED)" TO WS-CNT-LABEL
           MOVE WS-NO-DOB-COUNT TO WS-CNT-VALUE
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE "PAIRS - EXACT NAME" TO WS-CNT-LABEL
           MOVE WS-EXACT-COUNT TO WS-CNT-VALUE
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE "PAIRS - CLOSE NAME" TO WS-CNT-LABEL
           MOVE WS-CLOSE-COUNT TO WS-CNT-VALUE
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE "PAIRS - PREFIX ONLY" TO WS-CNT-LABEL
           MOVE WS-PREFIX-COUNT TO WS-CNT-VALUE
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE "NOT COMPARED (GROUP TOO BIG)" TO WS-CNT-LABEL
               MOVE WS-OVERFLOW-COUNT TO WS-CNT-VALUE
               WRITE REPORT-LINE FROM WS-COUNT-LINE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "DUPLICATE STUDENT SCAN COMPLETE - SEE DUPLIST.DAT"
           DISPLAY "RECORDS READ     : " WS-READ-COUNT
           DISPLAY "LIKELY PAIRS     : " WS-PAIR-COUNT
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY "NOT COMPARED     : " WS-OVERFLOW-COUNT
               DISPLAY "RERUN WITH A LONGER NAME PREFIX"
           END-IF.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE - close the master.                         *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-STUDENT-STATUS = '00' OR WS-STUDENT-STATUS = '10'
               CLOSE STUDENT
           END-IF
           IF NOT WS-INIT-OK AND WS-REPORT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF.

       9000-EXIT.
           EXIT.
