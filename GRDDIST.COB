      ******************************************************************
      * Program:      GRDDIST
      * Author:       PILLOS
      * Installation: STUDENT RECORDS
      * Date-Written: 15/10/26
      * Date-Compiled:
      * Purpose:      Grade distribution and course outcome report.
      *               Reads GRADES.DAT for one term or a range of
      *               terms, joined to COURSES.DAT for the title, and
      *               for every course in every term shows the
      *               enrollment, the count of each letter A-F, the
      *               mean and median GRADE-SCORE, the pass rate (A
      *               to D pass) and how many of the students are now
      *               withdrawn (STUDENT-STATUS W on CONES.DAT).  When
      *               REGISTER.DAT is present the same figures are
      *               broken down by class section under each course
      *               and term (a row graded with no registration goes
      *               under section ---).  A course whose fail rate is
      *               over the limit, or whose average is under the
      *               low or over the high limit, is flagged.  The
      *               comparison columns give the change in average
      *               and pass rate against the same course's previous
      *               term - the term before the range counts, so the
      *               first term of a one-term run is compared too.
      *               The limits and terms come from GDSTPARM.DAT
      *               when it is present (scheduled run, ABSNPARM.DAT
      *               style) or are prompted for; a zero limit is not
      *               checked.  Output goes to GRDDIST.DAT, and the
      *               same figures to GDSTEXT.DAT, a pipe-delimited
      *               file in the DISTEXT style (H header, D details,
      *               T trailer with the D count) for spreadsheets.
      *               Layout of a D record:
      *               D|COURSE|TITLE|TERM|SECTION|ENROLLED|A|B|C|D|F|
      *               MEAN|MEDIAN|PASSPCT|WITHDRAWN|PRIORTERM|
      *               PRIORMEAN|PRIORPASS|FLAGS
      *               A course/term total has SECTION empty; a section
      *               line has the PRIOR and FLAGS fields empty.
      * Tectonics:    cobc -x GRDDIST.COB LOGINCHK.COB
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDDIST.

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

           SELECT REPORT-FILE ASSIGN TO 'GRDDIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO 'GDSTEXT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'GDSTPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SIGNON-FILE ASSIGN TO 'SIGNON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.

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

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE                PIC X(160).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-USER-ID         PIC X(08).
           05  PARM-PASSWORD        PIC X(10).
           05  PARM-FROM-TERM       PIC X(06).
           05  PARM-TO-TERM         PIC X(06).
           05  PARM-MAX-FAIL        PIC 9(03).
           05  PARM-MIN-AVG         PIC 9(03).
           05  PARM-MAX-AVG         PIC 9(03).

       FD  SIGNON-FILE.
           COPY SGNREC.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-STATUS        PIC X(02).
           88  WS-STUDENT-OK            VALUE '00'.
       01  WS-GRADE-STATUS          PIC X(02).
           88  WS-GRADE-OK              VALUE '00'.
       01  WS-COURSE-STATUS         PIC X(02).
           88  WS-COURSE-OK             VALUE '00'.
       01  WS-REG-STATUS            PIC X(02).
           88  WS-REG-OK                VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-EXTRACT-STATUS        PIC X(02).
       01  WS-PARM-STATUS           PIC X(02).
       01  WS-SIGNON-STATUS         PIC X(02).
       01  WS-INIT-OK-SW            PIC X(01)   VALUE 'Y'.
           88  WS-INIT-OK               VALUE 'Y'.
       01  WS-BATCH-SW              PIC X(01)   VALUE 'N'.
           88  WS-BATCH-MODE            VALUE 'Y'.
       01  WS-CREDS-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-CREDS            VALUE 'Y'.
       01  WS-COURSES-SW            PIC X(01)   VALUE 'N'.
           88  WS-HAVE-COURSES          VALUE 'Y'.
       01  WS-REGISTER-SW           PIC X(01)   VALUE 'N'.
           88  WS-HAVE-REGISTER         VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01)   VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       01  WS-FOUND-SW              PIC X(01)   VALUE 'N'.
           88  WS-FOUND                  VALUE 'Y'.
       01  WS-LIST-DONE-SW          PIC X(01)   VALUE 'N'.
           88  WS-LIST-DONE              VALUE 'Y'.
       01  WS-WITHDRAWN-SW          PIC X(01)   VALUE 'N'.
           88  WS-CUR-WITHDRAWN          VALUE 'Y'.

       77  WS-USER-ID               PIC X(08).
       77  PASS                     PIC X(10).
       COPY LOGINLNK.

      *    The run's terms and limits.  The limits are whole numbers:
      *    fail rate in percent of enrollment, averages in score
      *    points.  Zero means the limit is not checked.
       01  WS-FROM-TERM             PIC X(06)   VALUE SPACES.
       01  WS-TO-TERM               PIC X(06)   VALUE SPACES.
       01  WS-FROM-RANK             PIC 9(05)   VALUE ZERO.
       01  WS-TO-RANK               PIC 9(05)   VALUE ZERO.
       01  WS-MAX-FAIL              PIC 9(03)   VALUE ZERO.
       01  WS-MAX-FAIL-X REDEFINES WS-MAX-FAIL
                                    PIC X(03).
       01  WS-MIN-AVG               PIC 9(03)   VALUE ZERO.
       01  WS-MIN-AVG-X  REDEFINES WS-MIN-AVG
                                    PIC X(03).
       01  WS-MAX-AVG               PIC 9(03)   VALUE ZERO.
       01  WS-MAX-AVG-X  REDEFINES WS-MAX-AVG
                                    PIC X(03).

      *    One course in one term.  WS-CT-IN-RANGE is N for the one
      *    term per course kept from before the range, which is only
      *    there to be compared against.  WS-CT-HIST counts the rows
      *    at each score 0 to 100 (a score over 100 counts as 100)
      *    so the median can be found without sorting.
       01  WS-CT-MAX                PIC 9(04) COMP VALUE 1000.
       01  WS-CT-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-CT-TABLE.
           05  WS-CT-ENTRY OCCURS 1000 TIMES.
               10  WS-CT-COURSE     PIC X(10).
               10  WS-CT-TERM       PIC X(06).
               10  WS-CT-RANK       PIC 9(05).
               10  WS-CT-IN-RANGE   PIC X(01).
               10  WS-CT-PRINTED    PIC X(01).
               10  WS-CT-SECT-KNOWN PIC X(01).
               10  WS-CT-FIG.
                   15  WS-CT-ENRL   PIC 9(05) COMP.
                   15  WS-CT-LET    PIC 9(05) COMP OCCURS 5 TIMES.
                   15  WS-CT-WDR    PIC 9(05) COMP.
                   15  WS-CT-SCORED PIC 9(05) COMP.
                   15  WS-CT-SUM    PIC 9(08) COMP.
                   15  WS-CT-HIST   PIC 9(04) COMP OCCURS 101 TIMES.

      *    One class section of a course in a term (in range only);
      *    WS-SX-CT points at its course/term entry.
       01  WS-SX-MAX                PIC 9(04) COMP VALUE 1500.
       01  WS-SX-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-SX-TABLE.
           05  WS-SX-ENTRY OCCURS 1500 TIMES.
               10  WS-SX-CT         PIC 9(04) COMP.
               10  WS-SX-NUMBER     PIC X(03).
               10  WS-SX-PRINTED    PIC X(01).
               10  WS-SX-FIG.
                   15  WS-SX-ENRL   PIC 9(05) COMP.
                   15  WS-SX-LET    PIC 9(05) COMP OCCURS 5 TIMES.
                   15  WS-SX-WDR    PIC 9(05) COMP.
                   15  WS-SX-SCORED PIC 9(05) COMP.
                   15  WS-SX-SUM    PIC 9(08) COMP.
                   15  WS-SX-HIST   PIC 9(04) COMP OCCURS 101 TIMES.

      *    The figures of the line being printed, copied out of
      *    either table, and what is worked out from them.
       01  WS-FIG.
           05  WS-FIG-ENRL          PIC 9(05) COMP.
           05  WS-FIG-LET           PIC 9(05) COMP OCCURS 5 TIMES.
           05  WS-FIG-WDR           PIC 9(05) COMP.
           05  WS-FIG-SCORED        PIC 9(05) COMP.
           05  WS-FIG-SUM           PIC 9(08) COMP.
           05  WS-FIG-HIST          PIC 9(04) COMP OCCURS 101 TIMES.
       01  WS-FIG-PASSED            PIC 9(05) COMP VALUE ZERO.
       01  WS-FIG-MEAN              PIC 9(03)V9 VALUE ZERO.
       01  WS-FIG-MEDIAN            PIC 9(03)V9 VALUE ZERO.
       01  WS-FIG-PASS-PCT          PIC 9(03)V9 VALUE ZERO.
       01  WS-FIG-FAIL-PCT          PIC 9(03)V9 VALUE ZERO.
       01  WS-PRIOR-MEAN            PIC 9(03)V9 VALUE ZERO.
       01  WS-PRIOR-PASS-PCT        PIC 9(03)V9 VALUE ZERO.
       01  WS-CHANGE                PIC S9(03)V9 VALUE ZERO.
       01  WS-FLAGS                 PIC X(18)   VALUE SPACES.
       01  WS-FLAG-PTR              PIC 9(02) COMP VALUE 1.

      *    Median search: the two middle positions (the same one for
      *    an odd count) and the scores found at them.
       01  WS-MID-1                 PIC 9(05) COMP VALUE ZERO.
       01  WS-MID-2                 PIC 9(05) COMP VALUE ZERO.
       01  WS-MID-1-SCORE           PIC 9(03)   VALUE ZERO.
       01  WS-MID-2-SCORE           PIC 9(03)   VALUE ZERO.
       01  WS-MID-1-SW              PIC X(01)   VALUE 'N'.
           88  WS-HAVE-MID-1            VALUE 'Y'.
       01  WS-RUNNING               PIC 9(05) COMP VALUE ZERO.

       01  WS-CUR-ID                PIC 9(05)   VALUE ZERO.
       01  WS-ROW-RANK              PIC 9(05)   VALUE ZERO.
       01  WS-ROW-SECT              PIC X(03)   VALUE SPACES.
       01  WS-LX                    PIC 9(01) COMP VALUE ZERO.
       01  WS-BX                    PIC 9(03) COMP VALUE ZERO.
       01  WS-IX                    PIC 9(04) COMP VALUE ZERO.
       01  WS-JX                    PIC 9(04) COMP VALUE ZERO.
       01  WS-CX                    PIC 9(04) COMP VALUE ZERO.
       01  WS-SX                    PIC 9(04) COMP VALUE ZERO.
       01  WS-PX                    PIC 9(04) COMP VALUE ZERO.
       01  WS-BEST                  PIC 9(04) COMP VALUE ZERO.
       01  WS-GROUP-COURSE          PIC X(10)   VALUE SPACES.
       01  WS-EFF-LETTER            PIC X(01).

       01  WS-RANK-TERM             PIC X(06).
       01  WS-RANK-TERM-R  REDEFINES WS-RANK-TERM.
           05  WS-RANK-YEAR         PIC 9(04).
           05  WS-RANK-SEASON       PIC X(02).
       01  WS-RANK-VALUE            PIC 9(05).

       01  WS-ROWS-READ             PIC 9(07) COMP VALUE ZERO.
       01  WS-ROWS-USED             PIC 9(07) COMP VALUE ZERO.
       01  WS-CT-OVERFLOW           PIC 9(05) COMP VALUE ZERO.
       01  WS-SX-OVERFLOW           PIC 9(05) COMP VALUE ZERO.
       01  WS-LINES-REPORTED        PIC 9(05) COMP VALUE ZERO.
       01  WS-FLAGGED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-DETAIL-COUNT          PIC 9(05)      VALUE ZERO.

       01  WS-PAGE-NO               PIC 9(03) COMP VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-LINES-PER-PAGE        PIC 9(03) COMP VALUE 40.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(04).
           05  WS-RUN-MM            PIC 9(02).
           05  WS-RUN-DD            PIC 9(02).

       01  WS-HDR-1.
           05  FILLER               PIC X(43) VALUE SPACES.
           05  FILLER               PIC X(38) VALUE
               "GRADE DISTRIBUTION AND COURSE OUTCOMES".
           05  FILLER               PIC X(35) VALUE SPACES.
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
           05  FILLER               PIC X(06) VALUE "TERMS ".
           05  WS-HDR-TERMS         PIC X(16).
           05  FILLER               PIC X(17) VALUE
               "  FAIL RATE OVER ".
           05  WS-HDR-FAIL          PIC ZZ9.
           05  FILLER               PIC X(20) VALUE
               "%  AVERAGE UNDER ".
           05  WS-HDR-MIN           PIC ZZ9.
           05  FILLER               PIC X(09) VALUE " OR OVER ".
           05  WS-HDR-MAX           PIC ZZ9.
           05  FILLER               PIC X(22) VALUE
               "  (0 = NOT CHECKED)".
       01  WS-HDR-3.
           05  FILLER               PIC X(11) VALUE "COURSE".
           05  FILLER               PIC X(07) VALUE "TERM".
           05  FILLER               PIC X(04) VALUE "SEC".
           05  FILLER               PIC X(05) VALUE " ENRL".
           05  FILLER               PIC X(06) VALUE "     A".
           05  FILLER               PIC X(06) VALUE "     B".
           05  FILLER               PIC X(06) VALUE "     C".
           05  FILLER               PIC X(06) VALUE "     D".
           05  FILLER               PIC X(06) VALUE "     F".
           05  FILLER               PIC X(06) VALUE "  MEAN".
           05  FILLER               PIC X(07) VALUE " MEDIAN".
           05  FILLER               PIC X(06) VALUE " PASS%".
           05  FILLER               PIC X(06) VALUE "   WDR".
           05  FILLER               PIC X(08) VALUE "  PRIOR".
           05  FILLER               PIC X(07) VALUE " AVG+/-".
           05  FILLER               PIC X(07) VALUE " PAS+/-".
           05  FILLER               PIC X(07) VALUE "  FLAGS".
       01  WS-HDR-4.
           05  FILLER               PIC X(10) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(03) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE ALL "-".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE ALL "-".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE ALL "-".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE ALL "-".

       01  WS-COURSE-LINE.
           05  WS-CRS-CODE-OUT      PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CRS-TITLE-OUT     PIC X(30).
           05  FILLER               PIC X(10) VALUE "  CREDITS ".
           05  WS-CRS-CREDITS-OUT   PIC Z9.

       01  WS-DETAIL-LINE.
           05  WS-DTL-COURSE        PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-TERM          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-SECT          PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-ENRL          PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-A             PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-B             PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-C             PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-D             PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-F             PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-MEAN          PIC ZZ9.9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-MEDIAN        PIC ZZZ9.9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-PASS          PIC ZZ9.9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DTL-WDR           PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-PRIOR.
               10  WS-DTL-PRIOR-TERM    PIC X(06).
               10  FILLER               PIC X(01).
               10  WS-DTL-CHG-MEAN      PIC +ZZ9.9.
               10  FILLER               PIC X(01).
               10  WS-DTL-CHG-PASS      PIC +ZZ9.9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DTL-FLAGS         PIC X(18).

       01  WS-COUNT-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CNT-LABEL         PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-CNT-VALUE         PIC ZZZZZZ9.

      *    The delimited file: one record built at a time, with the
      *    numbers going out unedited (counts as 5 digits, averages
      *    and rates as 999.9).
       01  WS-EXTRACT-REC           PIC X(160).
       01  WS-PTR                   PIC 9(03) COMP VALUE 1.
       01  WS-EXT-COUNT             PIC 9(05).
       01  WS-EXT-DECIMAL           PIC 999.9.
       01  WS-EXT-SECT              PIC X(03).
       01  WS-EXT-PRIOR-SW          PIC X(01)   VALUE 'N'.
           88  WS-EXT-HAS-PRIOR         VALUE 'Y'.
       01  WS-EXT-PRIOR-TERM        PIC X(06).
       01  WS-EXT-TITLE             PIC X(30).
       01  WS-TRIM-FIELD            PIC X(30).
       01  WS-TRIM-LEN              PIC 9(02) COMP VALUE ZERO.
       01  WS-TRIM-DONE-SW          PIC X(01)   VALUE 'N'.
           88  WS-TRIM-DONE             VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF LOGIN-OK
               IF WS-INIT-OK
                   PERFORM 3000-TALLY-ROW THRU 3000-EXIT
                       UNTIL WS-EOF
                   PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
               ELSE
                   DISPLAY "GRADE DISTRIBUTION REPORT ABORTED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "CONTRASENA INCORRECTA"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - credentials and parameters (parm file   *
      *  or prompts), login, check the terms and limits, open the   *
      *  files, first page heading and the extract's H record.      *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-GET-CREDENTIALS THRU 1010-EXIT

           MOVE WS-USER-ID TO LOGIN-USER-ID
           MOVE PASS TO LOGIN-PASSWORD
           MOVE "GRDDIST" TO LOGIN-PROGRAM
           CALL "LOGINCHK" USING LOGIN-CONTROL

           IF NOT LOGIN-OK
               GO TO 1000-EXIT
           END-IF

           IF WS-MAX-FAIL IS NOT NUMERIC
                   OR WS-MIN-AVG IS NOT NUMERIC
                   OR WS-MAX-AVG IS NOT NUMERIC
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "LIMITS MUST BE NUMERIC (E.G. 030)"
               GO TO 1000-EXIT
           END-IF
           IF WS-MAX-FAIL > 100
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "FAIL RATE LIMIT MUST BE 0 TO 100"
               GO TO 1000-EXIT
           END-IF
           IF WS-MAX-AVG NOT = ZERO AND WS-MIN-AVG > WS-MAX-AVG
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "LOW AVERAGE LIMIT IS OVER THE HIGH LIMIT"
               GO TO 1000-EXIT
           END-IF

           IF WS-FROM-TERM = SPACES
               MOVE SPACES TO WS-TO-TERM
               MOVE ZERO TO WS-FROM-RANK
               MOVE 99999 TO WS-TO-RANK
           ELSE
               IF WS-TO-TERM = SPACES
                   MOVE WS-FROM-TERM TO WS-TO-TERM
               END-IF
               MOVE WS-FROM-TERM TO WS-RANK-TERM
               PERFORM 3600-RANK-TERM THRU 3600-EXIT
               MOVE WS-RANK-VALUE TO WS-FROM-RANK
               MOVE WS-TO-TERM TO WS-RANK-TERM
               PERFORM 3600-RANK-TERM THRU 3600-EXIT
               MOVE WS-RANK-VALUE TO WS-TO-RANK
               IF WS-FROM-RANK > WS-TO-RANK
                   MOVE 'N' TO WS-INIT-OK-SW
                   DISPLAY "FROM TERM IS AFTER THE TO TERM"
                   GO TO 1000-EXIT
               END-IF
           END-IF

           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-OK
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "CONES.DAT COULD NOT BE OPENED - STATUS "
                   WS-STUDENT-STATUS
           END-IF

           OPEN INPUT GRADES-FILE
           IF NOT WS-GRADE-OK
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "GRADES.DAT COULD NOT BE OPENED - STATUS "
                   WS-GRADE-STATUS
               DISPLAY "RUN GRDMAINT AT LEAST ONCE TO CREATE IT"
           END-IF

           OPEN INPUT COURSES-FILE
           IF WS-COURSE-OK
               MOVE 'Y' TO WS-COURSES-SW
           END-IF
           OPEN INPUT REGISTER-FILE
           IF WS-REG-OK
               MOVE 'Y' TO WS-REGISTER-SW
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "GRDDIST.DAT COULD NOT BE OPENED - STATUS "
                   WS-REPORT-STATUS
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "GDSTEXT.DAT COULD NOT BE OPENED - STATUS "
                   WS-EXTRACT-STATUS
           END-IF

           IF WS-INIT-OK
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
               PERFORM 2100-WRITE-EXT-HEADER THRU 2100-EXIT
               PERFORM 3010-READ-GRADE THRU 3010-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1010-GET-CREDENTIALS - credentials come from SIGNON.DAT     *
      *  when a dispatcher wrote one, else from GDSTPARM.DAT, else   *
      *  from a prompt.  The terms and limits come from              *
      *  GDSTPARM.DAT whenever it is present, so a NIGHTRUN step     *
      *  does not hang on a prompt.  No from term means every term; *
      *  no to term means the from term alone.                       *
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
               MOVE PARM-FROM-TERM TO WS-FROM-TERM
               MOVE PARM-TO-TERM TO WS-TO-TERM
               MOVE PARM-MAX-FAIL TO WS-MAX-FAIL
               MOVE PARM-MIN-AVG TO WS-MIN-AVG
               MOVE PARM-MAX-AVG TO WS-MAX-AVG
               DISPLAY "GRDDIST - UNATTENDED BATCH RUN"
               GO TO 1010-EXIT
           END-IF

           IF NOT WS-HAVE-CREDS
               DISPLAY "GRADE DISTRIBUTION REPORT - LOGIN"
               DISPLAY "USUARIO"
               ACCEPT WS-USER-ID
               ACCEPT PASS
           END-IF
           DISPLAY "FROM TERM (E.G. 2026FA, ENTER=ALL)   : "
               WITH NO ADVANCING
           ACCEPT WS-FROM-TERM
           IF WS-FROM-TERM NOT = SPACES
               DISPLAY "TO TERM (ENTER=FROM TERM ONLY)       : "
                   WITH NO ADVANCING
               ACCEPT WS-TO-TERM
           END-IF
           DISPLAY "FLAG FAIL RATE OVER (E.G. 030 = 30%) : "
               WITH NO ADVANCING
           ACCEPT WS-MAX-FAIL-X
           DISPLAY "FLAG AVERAGE UNDER (E.G. 060)        : "
               WITH NO ADVANCING
           ACCEPT WS-MIN-AVG-X
           DISPLAY "FLAG AVERAGE OVER  (E.G. 095)        : "
               WITH NO ADVANCING
           ACCEPT WS-MAX-AVG-X.

       1010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-WRITE-HEADING - start a new report page: title, run   *
      *  date, the terms and limits this run used, and column       *
      *  headings.                                                   *
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

           MOVE SPACES TO WS-HDR-TERMS
           IF WS-FROM-TERM = SPACES
               MOVE 'ALL TERMS' TO WS-HDR-TERMS
           ELSE
               STRING WS-FROM-TERM DELIMITED BY SIZE
                      ' TO '       DELIMITED BY SIZE
                      WS-TO-TERM   DELIMITED BY SIZE
                      INTO WS-HDR-TERMS
           END-IF
           MOVE WS-MAX-FAIL TO WS-HDR-FAIL
           MOVE WS-MIN-AVG TO WS-HDR-MIN
           MOVE WS-MAX-AVG TO WS-HDR-MAX
           WRITE REPORT-LINE FROM WS-HDR-2B

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           WRITE REPORT-LINE FROM WS-HDR-3
           WRITE REPORT-LINE FROM WS-HDR-4.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-WRITE-EXT-HEADER - the extract's H record: run date   *
      *  and the terms covered.                                      *
      *-----------------------------------------------------------*
       2100-WRITE-EXT-HEADER.
           MOVE SPACES TO WS-EXTRACT-REC
           STRING 'H|'         DELIMITED BY SIZE
                  WS-RUN-YYYY  DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-RUN-MM    DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-RUN-DD    DELIMITED BY SIZE
                  '|'          DELIMITED BY SIZE
                  WS-FROM-TERM DELIMITED BY SPACE
                  '|'          DELIMITED BY SIZE
                  WS-TO-TERM   DELIMITED BY SPACE
                  INTO WS-EXTRACT-REC
           WRITE EXTRACT-LINE FROM WS-EXTRACT-REC.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-TALLY-ROW - count the current GRADES.DAT row against  *
      *  its course and term (and section), then read the next.  A  *
      *  row after the range is read past; a row before it only     *
      *  counts toward the course's latest term before the range,  *
      *  kept for the comparison columns.                            *
      *-----------------------------------------------------------*
       3000-TALLY-ROW.
           ADD 1 TO WS-ROWS-READ
           MOVE GRADE-TERM TO WS-RANK-TERM
           PERFORM 3600-RANK-TERM THRU 3600-EXIT
           MOVE WS-RANK-VALUE TO WS-ROW-RANK
           IF WS-ROW-RANK > WS-TO-RANK
               PERFORM 3010-READ-GRADE THRU 3010-EXIT
               GO TO 3000-EXIT
           END-IF

           PERFORM 3050-CHECK-STUDENT THRU 3050-EXIT
           PERFORM 3700-EFFECTIVE-LETTER THRU 3700-EXIT
           EVALUATE WS-EFF-LETTER
               WHEN 'A'
                   MOVE 1 TO WS-LX
               WHEN 'B'
                   MOVE 2 TO WS-LX
               WHEN 'C'
                   MOVE 3 TO WS-LX
               WHEN 'D'
                   MOVE 4 TO WS-LX
               WHEN OTHER
                   MOVE 5 TO WS-LX
           END-EVALUATE
           IF GRADE-SCORE IS NUMERIC
               IF GRADE-SCORE > 100
                   MOVE 101 TO WS-BX
               ELSE
                   COMPUTE WS-BX = GRADE-SCORE + 1
               END-IF
           ELSE
               MOVE ZERO TO WS-BX
           END-IF

           IF WS-ROW-RANK < WS-FROM-RANK
               PERFORM 3200-TALLY-PRIOR THRU 3200-EXIT
           ELSE
               PERFORM 3100-TALLY-IN-RANGE THRU 3100-EXIT
           END-IF

           PERFORM 3010-READ-GRADE THRU 3010-EXIT.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3010-READ-GRADE - read the next enrollment row.            *
      *-----------------------------------------------------------*
       3010-READ-GRADE.
           READ GRADES-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       3010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3050-CHECK-STUDENT - GRADES.DAT is in student order, so    *
      *  the student's status is looked up once per student: is    *
      *  the student now withdrawn?                                  *
      *-----------------------------------------------------------*
       3050-CHECK-STUDENT.
           IF GRADE-STUDENT-ID = WS-CUR-ID
               GO TO 3050-EXIT
           END-IF
           MOVE GRADE-STUDENT-ID TO WS-CUR-ID
           MOVE 'N' TO WS-WITHDRAWN-SW
           MOVE GRADE-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   GO TO 3050-EXIT
           END-READ
           IF STUDENT-WITHDRAWN
               MOVE 'Y' TO WS-WITHDRAWN-SW
           END-IF.

       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-TALLY-IN-RANGE - add the row to its course/term entry *
      *  and, when REGISTER.DAT says which section the student sat  *
      *  in, to that section's entry too.                            *
      *-----------------------------------------------------------*
       3100-TALLY-IN-RANGE.
           MOVE ZERO TO WS-CX
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 3110-FIND-CT THRU 3110-EXIT
               UNTIL WS-FOUND OR WS-CX NOT LESS THAN WS-CT-COUNT
           IF NOT WS-FOUND
               IF WS-CT-COUNT NOT LESS THAN WS-CT-MAX
                   ADD 1 TO WS-CT-OVERFLOW
                   GO TO 3100-EXIT
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-CX
               INITIALIZE WS-CT-ENTRY (WS-CX)
               MOVE GRADE-COURSE TO WS-CT-COURSE (WS-CX)
               MOVE GRADE-TERM TO WS-CT-TERM (WS-CX)
               MOVE WS-ROW-RANK TO WS-CT-RANK (WS-CX)
               MOVE 'Y' TO WS-CT-IN-RANGE (WS-CX)
               MOVE 'N' TO WS-CT-PRINTED (WS-CX)
               MOVE 'N' TO WS-CT-SECT-KNOWN (WS-CX)
           END-IF
           ADD 1 TO WS-ROWS-USED
           PERFORM 3300-ADD-TO-CT THRU 3300-EXIT

           MOVE SPACES TO WS-ROW-SECT
           IF WS-HAVE-REGISTER
               MOVE GRADE-ENROLL-KEY TO REG-KEY
               READ REGISTER-FILE
                   INVALID KEY
                       MOVE SPACES TO REG-SECT-NUMBER
               END-READ
               MOVE REG-SECT-NUMBER TO WS-ROW-SECT
           END-IF
           IF WS-ROW-SECT NOT = SPACES
               MOVE 'Y' TO WS-CT-SECT-KNOWN (WS-CX)
           END-IF

           MOVE ZERO TO WS-SX
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 3120-FIND-SX THRU 3120-EXIT
               UNTIL WS-FOUND OR WS-SX NOT LESS THAN WS-SX-COUNT
           IF NOT WS-FOUND
               IF WS-SX-COUNT NOT LESS THAN WS-SX-MAX
                   ADD 1 TO WS-SX-OVERFLOW
                   GO TO 3100-EXIT
               END-IF
               ADD 1 TO WS-SX-COUNT
               MOVE WS-SX-COUNT TO WS-SX
               INITIALIZE WS-SX-ENTRY (WS-SX)
               MOVE WS-CX TO WS-SX-CT (WS-SX)
               MOVE WS-ROW-SECT TO WS-SX-NUMBER (WS-SX)
               MOVE 'N' TO WS-SX-PRINTED (WS-SX)
           END-IF
           PERFORM 3310-ADD-TO-SX THRU 3310-EXIT.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3110-FIND-CT - look at the next entry for the row's course *
      *  and term.                                                   *
      *-----------------------------------------------------------*
       3110-FIND-CT.
           ADD 1 TO WS-CX
           IF WS-CT-COURSE (WS-CX) = GRADE-COURSE
                   AND WS-CT-TERM (WS-CX) = GRADE-TERM
                   AND WS-CT-IN-RANGE (WS-CX) = 'Y'
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       3110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3120-FIND-SX - look at the next section entry for the      *
      *  row's course/term entry and section.                        *
      *-----------------------------------------------------------*
       3120-FIND-SX.
           ADD 1 TO WS-SX
           IF WS-SX-CT (WS-SX) = WS-CX
                   AND WS-SX-NUMBER (WS-SX) = WS-ROW-SECT
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       3120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-TALLY-PRIOR - a row from before the range.  Each      *
      *  course keeps one such entry, for its latest term: a later  *
      *  term starts the entry over, an earlier one is ignored.     *
      *-----------------------------------------------------------*
       3200-TALLY-PRIOR.
           MOVE ZERO TO WS-CX
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 3210-FIND-PRIOR THRU 3210-EXIT
               UNTIL WS-FOUND OR WS-CX NOT LESS THAN WS-CT-COUNT
           IF WS-FOUND
               IF WS-ROW-RANK < WS-CT-RANK (WS-CX)
                   GO TO 3200-EXIT
               END-IF
               IF WS-ROW-RANK > WS-CT-RANK (WS-CX)
                   INITIALIZE WS-CT-ENTRY (WS-CX)
                   PERFORM 3220-SET-PRIOR THRU 3220-EXIT
               END-IF
           ELSE
               IF WS-CT-COUNT NOT LESS THAN WS-CT-MAX
                   ADD 1 TO WS-CT-OVERFLOW
                   GO TO 3200-EXIT
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-CX
               INITIALIZE WS-CT-ENTRY (WS-CX)
               PERFORM 3220-SET-PRIOR THRU 3220-EXIT
           END-IF
           PERFORM 3300-ADD-TO-CT THRU 3300-EXIT.

       3200-EXIT.
           EXIT.

       3210-FIND-PRIOR.
           ADD 1 TO WS-CX
           IF WS-CT-COURSE (WS-CX) = GRADE-COURSE
                   AND WS-CT-IN-RANGE (WS-CX) = 'N'
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       3210-EXIT.
           EXIT.

       3220-SET-PRIOR.
           MOVE GRADE-COURSE TO WS-CT-COURSE (WS-CX)
           MOVE GRADE-TERM TO WS-CT-TERM (WS-CX)
           MOVE WS-ROW-RANK TO WS-CT-RANK (WS-CX)
           MOVE 'N' TO WS-CT-IN-RANGE (WS-CX)
           MOVE 'Y' TO WS-CT-PRINTED (WS-CX)
           MOVE 'N' TO WS-CT-SECT-KNOWN (WS-CX).

       3220-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3300-ADD-TO-CT / 3310-ADD-TO-SX - count the row in the     *
      *  course/term entry WS-CX and the section entry WS-SX.       *
      *-----------------------------------------------------------*
       3300-ADD-TO-CT.
           ADD 1 TO WS-CT-ENRL (WS-CX)
           ADD 1 TO WS-CT-LET (WS-CX, WS-LX)
           IF WS-CUR-WITHDRAWN
               ADD 1 TO WS-CT-WDR (WS-CX)
           END-IF
           IF WS-BX > ZERO
               ADD 1 TO WS-CT-SCORED (WS-CX)
               ADD GRADE-SCORE TO WS-CT-SUM (WS-CX)
               ADD 1 TO WS-CT-HIST (WS-CX, WS-BX)
           END-IF.

       3300-EXIT.
           EXIT.

       3310-ADD-TO-SX.
           ADD 1 TO WS-SX-ENRL (WS-SX)
           ADD 1 TO WS-SX-LET (WS-SX, WS-LX)
           IF WS-CUR-WITHDRAWN
               ADD 1 TO WS-SX-WDR (WS-SX)
           END-IF
           IF WS-BX > ZERO
               ADD 1 TO WS-SX-SCORED (WS-SX)
               ADD GRADE-SCORE TO WS-SX-SUM (WS-SX)
               ADD 1 TO WS-SX-HIST (WS-SX, WS-BX)
           END-IF.

       3310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3600-RANK-TERM - turn a term such as 2026FA into a number  *
      *  that sorts in calendar order: the year, then WI, SP, SU,   *
      *  FA.  A suffix outside those four sorts after FA; a term    *
      *  with no numeric year sorts first.                          *
      *-----------------------------------------------------------*
       3600-RANK-TERM.
           IF WS-RANK-YEAR IS NOT NUMERIC
               MOVE ZERO TO WS-RANK-VALUE
               GO TO 3600-EXIT
           END-IF

           COMPUTE WS-RANK-VALUE = WS-RANK-YEAR * 10
           EVALUATE WS-RANK-SEASON
               WHEN 'WI'
                   ADD 1 TO WS-RANK-VALUE
               WHEN 'SP'
                   ADD 2 TO WS-RANK-VALUE
               WHEN 'SU'
                   ADD 3 TO WS-RANK-VALUE
               WHEN 'FA'
                   ADD 4 TO WS-RANK-VALUE
               WHEN OTHER
                   ADD 9 TO WS-RANK-VALUE
           END-EVALUATE.

       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3700-EFFECTIVE-LETTER - the row's letter grade; a row      *
      *  keyed without one falls back to the score on the usual     *
      *  90/80/70/60 scale, the way STANDRPT grades it.             *
      *-----------------------------------------------------------*
       3700-EFFECTIVE-LETTER.
           EVALUATE GRADE-LETTER
               WHEN 'A' WHEN 'B' WHEN 'C' WHEN 'D' WHEN 'F'
                   MOVE GRADE-LETTER TO WS-EFF-LETTER
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN GRADE-SCORE IS NOT NUMERIC
                           MOVE 'F' TO WS-EFF-LETTER
                       WHEN GRADE-SCORE NOT LESS THAN 90
                           MOVE 'A' TO WS-EFF-LETTER
                       WHEN GRADE-SCORE NOT LESS THAN 80
                           MOVE 'B' TO WS-EFF-LETTER
                       WHEN GRADE-SCORE NOT LESS THAN 70
                           MOVE 'C' TO WS-EFF-LETTER
                       WHEN GRADE-SCORE NOT LESS THAN 60
                           MOVE 'D' TO WS-EFF-LETTER
                       WHEN OTHER
                           MOVE 'F' TO WS-EFF-LETTER
                   END-EVALUATE
           END-EVALUATE.

       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-WRITE-REPORT - print the course/term entries in       *
      *  course order, each course's terms in calendar order, each  *
      *  followed by its sections; then the totals.                  *
      *-----------------------------------------------------------*
       4000-WRITE-REPORT.
           MOVE SPACES TO WS-GROUP-COURSE
           MOVE 'N' TO WS-LIST-DONE-SW
           PERFORM 4100-NEXT-ENTRY THRU 4100-EXIT
               UNTIL WS-LIST-DONE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'GRADE ROWS READ              :' TO WS-CNT-LABEL
           MOVE WS-ROWS-READ TO WS-CNT-VALUE
           PERFORM 4900-WRITE-COUNT-LINE THRU 4900-EXIT
           MOVE 'GRADE ROWS IN THE TERMS      :' TO WS-CNT-LABEL
           MOVE WS-ROWS-USED TO WS-CNT-VALUE
           PERFORM 4900-WRITE-COUNT-LINE THRU 4900-EXIT
           MOVE 'COURSE/TERMS REPORTED        :' TO WS-CNT-LABEL
           MOVE WS-LINES-REPORTED TO WS-CNT-VALUE
           PERFORM 4900-WRITE-COUNT-LINE THRU 4900-EXIT
           MOVE 'COURSE/TERMS FLAGGED         :' TO WS-CNT-LABEL
           MOVE WS-FLAGGED-COUNT TO WS-CNT-VALUE
           PERFORM 4900-WRITE-COUNT-LINE THRU 4900-EXIT
           CLOSE REPORT-FILE

           MOVE SPACES TO WS-EXTRACT-REC
           STRING 'T|'            DELIMITED BY SIZE
                  WS-DETAIL-COUNT DELIMITED BY SIZE
                  INTO WS-EXTRACT-REC
           WRITE EXTRACT-LINE FROM WS-EXTRACT-REC
           CLOSE EXTRACT-FILE

           IF WS-CT-OVERFLOW > ZERO
               DISPLAY "MORE THAN " WS-CT-MAX " COURSE/TERMS - ROWS "
                   "NOT COUNTED: " WS-CT-OVERFLOW
           END-IF
           IF WS-SX-OVERFLOW > ZERO
               DISPLAY "MORE THAN " WS-SX-MAX " SECTIONS - ROWS "
                   "LEFT OUT OF THE SECTION LINES: " WS-SX-OVERFLOW
           END-IF
           DISPLAY "GRADE DISTRIBUTION COMPLETE - SEE GRDDIST.DAT"
           DISPLAY "DELIMITED COPY   - SEE GDSTEXT.DAT"
           DISPLAY "GRADE ROWS READ  : " WS-ROWS-READ
           DISPLAY "COURSE/TERMS     : " WS-LINES-REPORTED
           DISPLAY "FLAGGED          : " WS-FLAGGED-COUNT.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4100-NEXT-ENTRY - find the lowest course and term not yet *
      *  printed and print it; none left ends the listing.           *
      *-----------------------------------------------------------*
       4100-NEXT-ENTRY.
           MOVE ZERO TO WS-BEST
           MOVE ZERO TO WS-IX
           PERFORM 4110-COMPARE-ENTRY THRU 4110-EXIT
               UNTIL WS-IX NOT LESS THAN WS-CT-COUNT
           IF WS-BEST = ZERO
               MOVE 'Y' TO WS-LIST-DONE-SW
               GO TO 4100-EXIT
           END-IF

           MOVE WS-BEST TO WS-CX
           MOVE 'Y' TO WS-CT-PRINTED (WS-CX)
           IF WS-CT-COURSE (WS-CX) NOT = WS-GROUP-COURSE
               PERFORM 4200-COURSE-HEADING THRU 4200-EXIT
           END-IF
           PERFORM 4300-TERM-LINE THRU 4300-EXIT

           IF WS-CT-SECT-KNOWN (WS-CX) = 'Y'
               PERFORM 4400-SECTION-LINES THRU 4400-EXIT
           END-IF.

       4100-EXIT.
           EXIT.

       4110-COMPARE-ENTRY.
           ADD 1 TO WS-IX
           IF WS-CT-PRINTED (WS-IX) = 'Y'
               GO TO 4110-EXIT
           END-IF
           IF WS-BEST = ZERO
               MOVE WS-IX TO WS-BEST
               GO TO 4110-EXIT
           END-IF
           IF WS-CT-COURSE (WS-IX) < WS-CT-COURSE (WS-BEST)
               MOVE WS-IX TO WS-BEST
               GO TO 4110-EXIT
           END-IF
           IF WS-CT-COURSE (WS-IX) = WS-CT-COURSE (WS-BEST)
                   AND WS-CT-RANK (WS-IX) < WS-CT-RANK (WS-BEST)
               MOVE WS-IX TO WS-BEST
           END-IF.

       4110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4200-COURSE-HEADING - a new course: its code, catalog      *
      *  title and credits.                                          *
      *-----------------------------------------------------------*
       4200-COURSE-HEADING.
           MOVE WS-CT-COURSE (WS-CX) TO WS-GROUP-COURSE
           PERFORM 4250-GET-COURSE THRU 4250-EXIT
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GROUP-COURSE TO WS-CRS-CODE-OUT
           MOVE WS-EXT-TITLE TO WS-CRS-TITLE-OUT
           WRITE REPORT-LINE FROM WS-COURSE-LINE
           ADD 2 TO WS-LINE-COUNT.

       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4250-GET-COURSE - the course's title and credits from the  *
      *  catalog.                                                    *
      *-----------------------------------------------------------*
       4250-GET-COURSE.
           MOVE '** NOT IN CATALOG **' TO WS-EXT-TITLE
           MOVE ZERO TO WS-CRS-CREDITS-OUT
           IF NOT WS-HAVE-COURSES
               GO TO 4250-EXIT
           END-IF
           MOVE WS-GROUP-COURSE TO COURSE-CODE
           READ COURSES-FILE
               INVALID KEY
                   GO TO 4250-EXIT
           END-READ
           MOVE COURSE-TITLE TO WS-EXT-TITLE
           MOVE COURSE-CREDITS TO WS-CRS-CREDITS-OUT.

       4250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4300-TERM-LINE - the course/term total: its figures, the   *
      *  comparison with the course's previous term, and the flags  *
      *  for a fail rate or average outside the limits.             *
      *-----------------------------------------------------------*
       4300-TERM-LINE.
           ADD 1 TO WS-LINES-REPORTED
           MOVE WS-CT-FIG (WS-CX) TO WS-FIG
           PERFORM 5000-WORK-FIGURES THRU 5000-EXIT
           PERFORM 4350-FIND-PRIOR THRU 4350-EXIT

           MOVE SPACES TO WS-FLAGS
           MOVE 1 TO WS-FLAG-PTR
           IF WS-MAX-FAIL > ZERO AND WS-FIG-FAIL-PCT > WS-MAX-FAIL
               STRING 'FAIL-RATE ' DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-FIG-SCORED > ZERO
               IF WS-MIN-AVG > ZERO AND WS-FIG-MEAN < WS-MIN-AVG
                   STRING 'LOW-AVG' DELIMITED BY SIZE
                       INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
               END-IF
               IF WS-MAX-AVG > ZERO AND WS-FIG-MEAN > WS-MAX-AVG
                   STRING 'HIGH-AVG' DELIMITED BY SIZE
                       INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
               END-IF
           END-IF
           IF WS-FLAGS NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF

           MOVE WS-CT-COURSE (WS-CX) TO WS-DTL-COURSE
           MOVE WS-CT-TERM (WS-CX) TO WS-DTL-TERM
           MOVE SPACES TO WS-DTL-SECT
           PERFORM 4500-FIGURE-FIELDS THRU 4500-EXIT
           MOVE SPACES TO WS-DTL-PRIOR
           IF WS-PX > ZERO
               MOVE WS-CT-TERM (WS-PX) TO WS-DTL-PRIOR-TERM
               COMPUTE WS-CHANGE = WS-FIG-MEAN - WS-PRIOR-MEAN
               MOVE WS-CHANGE TO WS-DTL-CHG-MEAN
               COMPUTE WS-CHANGE = WS-FIG-PASS-PCT - WS-PRIOR-PASS-PCT
               MOVE WS-CHANGE TO WS-DTL-CHG-PASS
           END-IF
           MOVE WS-FLAGS TO WS-DTL-FLAGS
           PERFORM 4800-WRITE-DETAIL THRU 4800-EXIT

           MOVE SPACES TO WS-EXT-SECT
           IF WS-PX > ZERO
               MOVE 'Y' TO WS-EXT-PRIOR-SW
               MOVE WS-CT-TERM (WS-PX) TO WS-EXT-PRIOR-TERM
           ELSE
               MOVE 'N' TO WS-EXT-PRIOR-SW
           END-IF
           PERFORM 6000-WRITE-EXT-DETAIL THRU 6000-EXIT.

       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4350-FIND-PRIOR - the same course's latest term before     *
      *  this one (in the range or the one kept from before it),   *
      *  and its average and pass rate.  WS-PX is zero when the     *
      *  course was not given before.                                *
      *-----------------------------------------------------------*
       4350-FIND-PRIOR.
           MOVE ZERO TO WS-PX
           MOVE ZERO TO WS-IX
           PERFORM 4360-CHECK-PRIOR THRU 4360-EXIT
               UNTIL WS-IX NOT LESS THAN WS-CT-COUNT
           IF WS-PX = ZERO
               GO TO 4350-EXIT
           END-IF

           MOVE ZERO TO WS-PRIOR-MEAN
           MOVE ZERO TO WS-PRIOR-PASS-PCT
           IF WS-CT-SCORED (WS-PX) > ZERO
               COMPUTE WS-PRIOR-MEAN ROUNDED =
                   WS-CT-SUM (WS-PX) / WS-CT-SCORED (WS-PX)
           END-IF
           IF WS-CT-ENRL (WS-PX) > ZERO
               COMPUTE WS-PRIOR-PASS-PCT ROUNDED =
                   (WS-CT-ENRL (WS-PX) - WS-CT-LET (WS-PX, 5)) * 100
                       / WS-CT-ENRL (WS-PX)
           END-IF.

       4350-EXIT.
           EXIT.

       4360-CHECK-PRIOR.
           ADD 1 TO WS-IX
           IF WS-CT-COURSE (WS-IX) NOT = WS-CT-COURSE (WS-CX)
                   OR WS-CT-RANK (WS-IX) NOT LESS THAN
                      WS-CT-RANK (WS-CX)
               GO TO 4360-EXIT
           END-IF
           IF WS-PX = ZERO
               MOVE WS-IX TO WS-PX
               GO TO 4360-EXIT
           END-IF
           IF WS-CT-RANK (WS-IX) > WS-CT-RANK (WS-PX)
               MOVE WS-IX TO WS-PX
           END-IF.

       4360-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4400-SECTION-LINES - the course/term's sections in         *
      *  section order, lowest unprinted first.                      *
      *-----------------------------------------------------------*
       4400-SECTION-LINES.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 4410-NEXT-SECTION THRU 4410-EXIT
               UNTIL WS-FOUND.

       4400-EXIT.
           EXIT.

       4410-NEXT-SECTION.
           MOVE ZERO TO WS-BEST
           MOVE ZERO TO WS-JX
           PERFORM 4420-COMPARE-SECTION THRU 4420-EXIT
               UNTIL WS-JX NOT LESS THAN WS-SX-COUNT
           IF WS-BEST = ZERO
               MOVE 'Y' TO WS-FOUND-SW
               GO TO 4410-EXIT
           END-IF

           MOVE WS-BEST TO WS-SX
           MOVE 'Y' TO WS-SX-PRINTED (WS-SX)
           MOVE WS-SX-FIG (WS-SX) TO WS-FIG
           PERFORM 5000-WORK-FIGURES THRU 5000-EXIT

           MOVE SPACES TO WS-DTL-COURSE
           MOVE SPACES TO WS-DTL-TERM
           IF WS-SX-NUMBER (WS-SX) = SPACES
               MOVE '---' TO WS-DTL-SECT
           ELSE
               MOVE WS-SX-NUMBER (WS-SX) TO WS-DTL-SECT
           END-IF
           PERFORM 4500-FIGURE-FIELDS THRU 4500-EXIT
           MOVE SPACES TO WS-DTL-PRIOR
           MOVE SPACES TO WS-DTL-FLAGS
           PERFORM 4800-WRITE-DETAIL THRU 4800-EXIT

           MOVE WS-DTL-SECT TO WS-EXT-SECT
           MOVE 'N' TO WS-EXT-PRIOR-SW
           MOVE SPACES TO WS-FLAGS
           PERFORM 6000-WRITE-EXT-DETAIL THRU 6000-EXIT.

       4410-EXIT.
           EXIT.

       4420-COMPARE-SECTION.
           ADD 1 TO WS-JX
           IF WS-SX-CT (WS-JX) NOT = WS-CX
                   OR WS-SX-PRINTED (WS-JX) = 'Y'
               GO TO 4420-EXIT
           END-IF
           IF WS-BEST = ZERO
               MOVE WS-JX TO WS-BEST
               GO TO 4420-EXIT
           END-IF
           IF WS-SX-NUMBER (WS-JX) < WS-SX-NUMBER (WS-BEST)
               MOVE WS-JX TO WS-BEST
           END-IF.

       4420-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4500-FIGURE-FIELDS - the worked figures into the detail    *
      *  line's edited fields.                                       *
      *-----------------------------------------------------------*
       4500-FIGURE-FIELDS.
           MOVE WS-FIG-ENRL TO WS-DTL-ENRL
           MOVE WS-FIG-LET (1) TO WS-DTL-A
           MOVE WS-FIG-LET (2) TO WS-DTL-B
           MOVE WS-FIG-LET (3) TO WS-DTL-C
           MOVE WS-FIG-LET (4) TO WS-DTL-D
           MOVE WS-FIG-LET (5) TO WS-DTL-F
           MOVE WS-FIG-MEAN TO WS-DTL-MEAN
           MOVE WS-FIG-MEDIAN TO WS-DTL-MEDIAN
           MOVE WS-FIG-PASS-PCT TO WS-DTL-PASS
           MOVE WS-FIG-WDR TO WS-DTL-WDR.

       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4800-WRITE-DETAIL - one detail line, page-checked.         *
      *-----------------------------------------------------------*
       4800-WRITE-DETAIL.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       4800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4900-WRITE-COUNT-LINE - one labelled count, page-checked.  *
      *-----------------------------------------------------------*
       4900-WRITE-COUNT-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
           END-IF
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           ADD 1 TO WS-LINE-COUNT.

       4900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-WORK-FIGURES - from the counts in WS-FIG: passes (A   *
      *  to D), pass and fail rates over the enrollment, the mean   *
      *  score, and the median score from the score counts.         *
      *-----------------------------------------------------------*
       5000-WORK-FIGURES.
           COMPUTE WS-FIG-PASSED = WS-FIG-ENRL - WS-FIG-LET (5)
           MOVE ZERO TO WS-FIG-PASS-PCT
           MOVE ZERO TO WS-FIG-FAIL-PCT
           MOVE ZERO TO WS-FIG-MEAN
           MOVE ZERO TO WS-FIG-MEDIAN
           IF WS-FIG-ENRL > ZERO
               COMPUTE WS-FIG-PASS-PCT ROUNDED =
                   WS-FIG-PASSED * 100 / WS-FIG-ENRL
               COMPUTE WS-FIG-FAIL-PCT ROUNDED =
                   WS-FIG-LET (5) * 100 / WS-FIG-ENRL
           END-IF
           IF WS-FIG-SCORED = ZERO
               GO TO 5000-EXIT
           END-IF
           COMPUTE WS-FIG-MEAN ROUNDED = WS-FIG-SUM / WS-FIG-SCORED

           COMPUTE WS-MID-1 = (WS-FIG-SCORED + 1) / 2
           COMPUTE WS-MID-2 = (WS-FIG-SCORED / 2) + 1
           MOVE ZERO TO WS-RUNNING
           MOVE 'N' TO WS-MID-1-SW
           MOVE ZERO TO WS-BX
           PERFORM 5100-MEDIAN-STEP THRU 5100-EXIT
               UNTIL WS-RUNNING NOT LESS THAN WS-MID-2
                  OR WS-BX NOT LESS THAN 101
           COMPUTE WS-FIG-MEDIAN ROUNDED =
               (WS-MID-1-SCORE + WS-MID-2-SCORE) / 2.

       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5100-MEDIAN-STEP - add the next score's count to the      *
      *  running total; the score where the total first reaches a  *
      *  middle position is the score at that position.             *
      *-----------------------------------------------------------*
       5100-MEDIAN-STEP.
           ADD 1 TO WS-BX
           ADD WS-FIG-HIST (WS-BX) TO WS-RUNNING
           IF NOT WS-HAVE-MID-1 AND WS-RUNNING NOT LESS THAN WS-MID-1
               COMPUTE WS-MID-1-SCORE = WS-BX - 1
               MOVE 'Y' TO WS-MID-1-SW
           END-IF
           IF WS-RUNNING NOT LESS THAN WS-MID-2
               COMPUTE WS-MID-2-SCORE = WS-BX - 1
           END-IF.

       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-WRITE-EXT-DETAIL - one pipe-delimited D record from   *
      *  the worked figures, the course/term entry WS-CX, the      *
      *  section (WS-EXT-SECT) and, on a course/term total, the     *
      *  previous term and the flags.                                *
      *-----------------------------------------------------------*
       6000-WRITE-EXT-DETAIL.
           MOVE SPACES TO WS-EXTRACT-REC
           MOVE 1 TO WS-PTR
           STRING 'D|' DELIMITED BY SIZE
               INTO WS-EXTRACT-REC WITH POINTER WS-PTR
           MOVE SPACES TO WS-TRIM-FIELD
           MOVE WS-CT-COURSE (WS-CX) TO WS-TRIM-FIELD (1:10)
           PERFORM 7000-APPEND-TRIMMED THRU 7000-EXIT
           MOVE WS-EXT-TITLE TO WS-TRIM-FIELD
           PERFORM 7000-APPEND-TRIMMED THRU 7000-EXIT
           MOVE SPACES TO WS-TRIM-FIELD
           MOVE WS-CT-TERM (WS-CX) TO WS-TRIM-FIELD (1:6)
           PERFORM 7000-APPEND-TRIMMED THRU 7000-EXIT
           MOVE SPACES TO WS-TRIM-FIELD
           MOVE WS-EXT-SECT TO WS-TRIM-FIELD (1:3)
           PERFORM 7000-APPEND-TRIMMED THRU 7000-EXIT

           MOVE WS-FIG-ENRL TO WS-EXT-COUNT
           PERFORM 7200-APPEND-COUNT THRU 7200-EXIT
           MOVE WS-FIG-LET (1) TO WS-EXT-COUNT
           PERFORM 7200-APPEND-COUNT THRU 7200-EXIT
           MOVE WS-FIG-LET (2) TO WS-EXT-COUNT
           PERFORM 7200-APPEND-COUNT THRU 7200-EXIT
           MOVE WS-FIG-LET (3) TO WS-EXT-COUNT
           PERFORM 7200-APPEND-COUNT THRU 7200-EXIT
           MOVE WS-FIG-LET (4) TO WS-EXT-COUNT
           PERFORM 7200-APPEND-COUNT THRU 7200-EXIT
           MOVE WS-FIG-LET (5) TO WS-EXT-COUNT
           PERFORM 7200-APPEND-COUNT THRU 7200-EXIT
           MOVE WS-FIG-MEAN TO WS-EXT-DECIMAL
           PERFORM 7300-APPEND-DECIMAL THRU 7300-EXIT
           MOVE WS-FIG-MEDIAN TO WS-EXT-DECIMAL
           PERFORM 7300-APPEND-DECIMAL THRU 7300-EXIT
           MOVE WS-FIG-PASS-PCT TO WS-EXT-DECIMAL
           PERFORM 7300-APPEND-DECIMAL THRU 7300-EXIT
           MOVE WS-FIG-WDR TO WS-EXT-COUNT
           PERFORM 7200-APPEND-COUNT THRU 7200-EXIT

           IF WS-EXT-HAS-PRIOR
               STRING WS-EXT-PRIOR-TERM DELIMITED BY SPACE
                      '|'               DELIMITED BY SIZE
                   INTO WS-EXTRACT-REC WITH POINTER WS-PTR
               MOVE WS-PRIOR-MEAN TO WS-EXT-DECIMAL
               PERFORM 7300-APPEND-DECIMAL THRU 7300-EXIT
               MOVE WS-PRIOR-PASS-PCT TO WS-EXT-DECIMAL
               PERFORM 7300-APPEND-DECIMAL THRU 7300-EXIT
           ELSE
               STRING '|||' DELIMITED BY SIZE
                   INTO WS-EXTRACT-REC WITH POINTER WS-PTR
           END-IF

           MOVE SPACES TO WS-TRIM-FIELD
           MOVE WS-FLAGS TO WS-TRIM-FIELD (1:18)
           PERFORM 7000-APPEND-TRIMMED THRU 7000-EXIT
      *    The flags are the last field - no delimiter after them.
           SUBTRACT 1 FROM WS-PTR
           MOVE SPACE TO WS-EXTRACT-REC (WS-PTR:1)

           WRITE EXTRACT-LINE FROM WS-EXTRACT-REC
           ADD 1 TO WS-DETAIL-COUNT.

       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-APPEND-TRIMMED - append WS-TRIM-FIELD to the record   *
      *  being built, trailing blanks trimmed, followed by the      *
      *  field delimiter.  A fully blank field appends only the     *
      *  delimiter.                                                   *
      *-----------------------------------------------------------*
       7000-APPEND-TRIMMED.
           MOVE 30 TO WS-TRIM-LEN
           MOVE 'N' TO WS-TRIM-DONE-SW
           PERFORM 7100-TRIM-STEP THRU 7100-EXIT
               UNTIL WS-TRIM-DONE
           IF WS-TRIM-LEN > ZERO
               STRING WS-TRIM-FIELD (1:WS-TRIM-LEN)
                   DELIMITED BY SIZE
                   INTO WS-EXTRACT-REC WITH POINTER WS-PTR
           END-IF
           STRING '|' DELIMITED BY SIZE
               INTO WS-EXTRACT-REC WITH POINTER WS-PTR.

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
      *  7200-APPEND-COUNT / 7300-APPEND-DECIMAL - append a count   *
      *  (WS-EXT-COUNT) or an average or rate (WS-EXT-DECIMAL) and  *
      *  the field delimiter.                                         *
      *-----------------------------------------------------------*
       7200-APPEND-COUNT.
           STRING WS-EXT-COUNT DELIMITED BY SIZE
                  '|'          DELIMITED BY SIZE
               INTO WS-EXTRACT-REC WITH POINTER WS-PTR.

       7200-EXIT.
           EXIT.

       7300-APPEND-DECIMAL.
           STRING WS-EXT-DECIMAL DELIMITED BY SIZE
                  '|'            DELIMITED BY SIZE
               INTO WS-EXTRACT-REC WITH POINTER WS-PTR.

       7300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE - close the masters, and the outputs when  *
      *  the run stopped before writing them.                        *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-STUDENT-STATUS = '00' OR WS-STUDENT-STATUS = '10'
                   OR WS-STUDENT-STATUS = '23'
               CLOSE STUDENT
           END-IF
           IF WS-GRADE-STATUS = '00' OR WS-GRADE-STATUS = '10'
                   OR WS-GRADE-STATUS = '23'
               CLOSE GRADES-FILE
           END-IF
           IF WS-HAVE-COURSES
               CLOSE COURSES-FILE
           END-IF
           IF WS-HAVE-REGISTER
               CLOSE REGISTER-FILE
           END-IF
           IF NOT WS-INIT-OK AND WS-REPORT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           IF NOT WS-INIT-OK AND WS-EXTRACT-STATUS = '00'
               CLOSE EXTRACT-FILE
           END-IF.

       9000-EXIT.
           EXIT.
