      *   02/09/26  pillos  AUDITRPT (security activity report over
      *                     AUDIT.LOG) joins the menu as option A,
      *                     admin only.
      *   15/10/26  pillos  SECMAINT (class sections) and REGMAINT
      *                     (registration and class lists) join the
      *                     menu as options S and E, on the same B/A
      *                     roles as GRDMAINT.
      *   15/10/26  pillos  GRDCHGRQ (grade-change requests for
      *                     closed terms) joins the menu as option G
      *                     on the GRDMAINT roles; TRMMAINT (term
      *                     calendar and close) as option T, admin
      *                     only.
      *   15/10/26  pillos  PAYPOST (payments, waivers, adjustments),
      *                     STMTRPT (student statements) and AGEDRPT
      *                     (aged balances) join the menu as options
      *                     P, M and K on the B/A roles; FEEMAINT
      *                     (fee schedule) as option F, admin only.
      *   15/10/26  pillos  ATTMAINT (attendance corrections) and
      *                     ABSNRPT (chronic absence report) join the
      *                     menu as options W and Y on the B/A roles.
      *   15/10/26  pillos  DEGAUDIT (degree audit) joins the menu as
      *                     option D on the B/A roles.
      *   15/10/26  pillos  DUPSCAN (duplicate student scan) and
      *                     STUMERGE (duplicate student merge) join
      *                     the menu as options L and U, admin only.
      *   15/10/26  pillos  GRDDIST (grade distribution report) joins
      *                     the menu as option O on the B/A roles.
      *   15/10/26  pillos  CNTMAINT (contacts and guardians) joins
      *                     the menu as option H on the STUMAINT
      *                     roles; STNDLTR (standing letters and
      *                     labels) as option N on the B/A roles.
      *   15/10/26  pillos  STUHIST (student history archive inquiry
      *                     and restore) joins the menu as option I,
      *                     admin only.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Ventanas.
                   OR LOGIN-ROLE = 'A'
               DISPLAY "  1) NOMBRE   - ROSTER DISPLAY/REPORT"
               DISPLAY "  2) STUMAINT - STUDENT MAINTENANCE"
               DISPLAY "  H) CNTMAINT - CONTACTS/GUARDIANS"
           END-IF
           IF LOGIN-ROLE = 'B' OR LOGIN-ROLE = 'A'
               DISPLAY "  3) GRDMAINT - GRADE MAINTENANCE"
               DISPLAY "  7) RECONCIL - MASTER RECONCILIATION"
               DISPLAY "  C) CRSMAINT - COURSE CATALOG"
               DISPLAY "  R) DISTRCON - DISTRICT RESPONSE RECON"
               DISPLAY "  S) SECMAINT - CLASS SECTIONS"
               DISPLAY "  E) REGMAINT - REGISTRATION/CLASS LISTS"
               DISPLAY "  G) GRDCHGRQ - GRADE-CHANGE REQUESTS"
               DISPLAY "  P) PAYPOST  - PAYMENTS/ADJUSTMENTS"
               DISPLAY "  M) STMTRPT  - STUDENT STATEMENTS"
               DISPLAY "  K) AGEDRPT  - AGED BALANCES REPORT"
               DISPLAY "  W) ATTMAINT - ATTENDANCE CORRECTIONS"
               DISPLAY "  Y) ABSNRPT  - CHRONIC ABSENCE REPORT"
               DISPLAY "  D) DEGAUDIT - DEGREE AUDIT"
               DISPLAY "  O) GRDDIST  - GRADE DISTRIBUTION"
               DISPLAY "  N) STNDLTR  - STANDING LETTERS/LABELS"
           END-IF
           IF LOGIN-ROLE = 'A'
               DISPLAY "  8) USRMAINT - USER MAINTENANCE"
               DISPLAY "  B) FILEBKUP - MASTER BACKUP/RESTORE"
               DISPLAY "  J) JRNLARCH - JOURNAL ARCHIVE/RECOVERY"
               DISPLAY "  A) AUDITRPT - SECURITY ACTIVITY REPORT"
               DISPLAY "  T) TRMMAINT - TERM CALENDAR/CLOSE"
               DISPLAY "  F) FEEMAINT - FEE SCHEDULE"
               DISPLAY "  L) DUPSCAN  - DUPLICATE STUDENT SCAN"
               DISPLAY "  U) STUMERGE - MERGE DUPLICATE STUDENTS"
               DISPLAY "  I) STUHIST  - STUDENT HISTORY ARCHIVE"
           END-IF
           IF LOGIN-ROLE = 'V'
               DISPLAY "  NO HAY PROGRAMAS PARA SU ROL"
               WHEN 'R' WHEN 'r'
                   MOVE 'DISTRCON' TO WS-PROG-NAME
                   PERFORM 2200-CHECK-FULL-ROLE THRU 2200-EXIT
               WHEN 'S' WHEN 's'
                   MOVE 'SECMAINT' TO WS-PROG-NAME
                   PERFORM 2200-CHECK-FULL-ROLE THRU 2200-EXIT
               WHEN 'E' WHEN 'e'
                   MOVE 'REGMAINT' TO WS-PROG-NAME
                   PERFORM 2200-CHECK-FULL-ROLE THRU 2200-EXIT
               WHEN 'G' WHEN 'g'
                   MOVE 'GRDCHGRQ' TO WS-PROG-NAME
                   PERFORM 2200-CHECK-FULL-ROLE THRU 2200-EXIT
               WHEN 'J' WHEN 'j'
                   MOVE 'JRNLARCH' TO WS-PROG-NAME
                   PERFORM 2300-CHECK-ADMIN-ROLE THRU 2300-EXIT
               WHEN 'A' WHEN 'a'
                   MOVE 'AUDITRPT' TO WS-PROG-NAME
                   PERFORM 2300-CHECK-ADMIN-ROLE THRU 2300-EXIT
               WHEN 'T' WHEN 't'
                   MOVE 'TRMMAINT' TO WS-PROG-NAME
                   PERFORM 2300-CHECK-ADMIN-ROLE THRU 2300-EXIT
               WHEN 'P' WHEN 'p'
                   MOVE 'PAYPOST' TO WS-PROG-NAME
                   PERFORM 2200-CHECK-FULL-ROLE THRU 2200-EXIT
               WHEN 'M' WHEN 'm'
                   MOVE 'STMTRPT' TO WS-PROG-NAME
                   PERFORM 2200-CHECK-FULL-ROLE THRU 2200-EXIT
               WHEN 'K' WHEN 'k'
                   MOVE 'AGEDRPT' TO WS-PROG-NAME
                   PERFORM 2200-CHECK-FULL-ROLE THRU 2200-EXIT
               WHEN 'W' WHEN 'w'
                   MOVE 'ATTMAINT' TO WS-PROG-NAME
                   PERFORM 2200-CHECK-FULL-ROLE THRU 2200-EXIT
               WHEN 'Y' WHEN 'y'
                   MOVE 'ABSNRPT' TO WS-PROG-NAME
                   PERFORM 2200-CHECK-FULL-ROLE THRU 2200-EXIT
               WHEN 'D' WHEN 'd'
                   MOVE 'DEGAUDIT' TO WS-PROG-NAME
                   PERFORM 2200-CHECK-FULL-ROLE THRU 2200-EXIT
               WHEN 'O' WHEN 'o'
                   MOVE 'GRDDIST' TO WS-PROG-NAME
                   PERFORM 2200-CHECK-FULL-ROLE THRU 2200-EXIT
               WHEN 'H' WHEN 'h'
                   MOVE 'CNTMAINT' TO WS-PROG-NAME
                   PERFORM 2100-CHECK-STAFF-ROLE THRU 2100-EXIT
               WHEN 'N' WHEN 'n'
                   MOVE 'STNDLTR' TO WS-PROG-NAME
                   PERFORM 2200-CHECK-FULL-ROLE THRU 2200-EXIT
               WHEN 'F' WHEN 'f'
                   MOVE 'FEEMAINT' TO WS-PROG-NAME
                   PERFORM 2300-CHECK-ADMIN-ROLE THRU 2300-EXIT
               WHEN 'L' WHEN 'l'
                   MOVE 'DUPSCAN' TO WS-PROG-NAME
                   PERFORM 2300-CHECK-ADMIN-ROLE THRU 2300-EXIT
               WHEN 'U' WHEN 'u'
                   MOVE 'STUMERGE' TO WS-PROG-NAME
                   PERFORM 2300-CHECK-ADMIN-ROLE THRU 2300-EXIT
               WHEN 'I' WHEN 'i'
                   MOVE 'STUHIST' TO WS-PROG-NAME
                   PERFORM 2300-CHECK-ADMIN-ROLE THRU 2300-EXIT
               WHEN 'X' WHEN 'x'
                   MOVE 'Y' TO WS-DONE-SW
               WHEN OTHER
           EXIT.

      *-----------------------------------------------------------*
      *  2100-CHECK-STAFF-ROLE - NOMBRE, STUMAINT and CNTMAINT take *
      *  the N, B and A roles, same as their LOGINCHK arm.           *
      *-----------------------------------------------------------*
       2100-CHECK-STAFF-ROLE.
           IF LOGIN-ROLE = 'N' OR LOGIN-ROLE = 'B'
