      *   02/09/26  PILLOS  PROGRESS (term-end progression run) joins
      *                     the NOMBRE/STUMAINT arm - it REWRITEs
      *                     CONES.DAT statuses the way STUMAINT does.
      *   15/10/26  PILLOS  SECMAINT (class section maintenance) and
      *                     REGMAINT (registration) join the GRDMAINT
      *                     arm - a registration is what lets a grade
      *                     into GRADES.DAT, so the same people run
      *                     both.
      *   15/10/26  PILLOS  PREQRPT (prerequisite violation report)
      *                     joins the TRANSCPT arm - a read-only
      *                     report over the grade history.
      *   15/10/26  PILLOS  TRMMAINT (term calendar and term close)
      *                     joins the admin arm; GRDCHGRQ (grade-
      *                     change requests) joins the GRDMAINT arm -
      *                     GRDCHGRQ itself holds approval to admins.
      *   15/10/26  PILLOS  FEEMAINT (fee schedule) and BILLRUN (term
      *                     billing run) join the admin arm; PAYPOST
      *                     (payments and adjustments) joins the
      *                     GRDMAINT arm - PAYPOST itself holds
      *                     waivers and adjustments to admins; STMTRPT
      *                     and AGEDRPT (statements, aged balances)
      *                     join the TRANSCPT arm.
      *   15/10/26  PILLOS  ATTLOAD (daily attendance load) and
      *                     ATTMAINT (attendance corrections) join the
      *                     GRDMAINT arm; ABSNRPT (chronic absence
      *                     report) joins the TRANSCPT arm.
      *   15/10/26  PILLOS  DEGAUDIT (degree audit report) joins the
      *                     TRANSCPT arm.
      *   15/10/26  PILLOS  DUPSCAN (duplicate student scan) and
      *                     STUMERGE (duplicate student merge) join
      *                     the admin arm.
      *   15/10/26  PILLOS  GRDDIST (grade distribution report) joins
      *                     the TRANSCPT arm.
      *   15/10/26  PILLOS  CNTMAINT (contact and guardian
      *                     maintenance) joins the STUMAINT arm;
      *                     STNDLTR (standing letters and labels)
      *                     joins the TRANSCPT arm.
      *   15/10/26  PILLOS  STUPURGE (records retention purge) and
      *                     STUHIST (archive inquiry and restore) join
      *                     the admin arm.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGINCHK.
                   END-IF
               WHEN LOGIN-PROGRAM = 'NOMBRE' OR
                       LOGIN-PROGRAM = 'STUMAINT' OR
                       LOGIN-PROGRAM = 'CNTMAINT' OR
                       LOGIN-PROGRAM = 'STUAPPLY' OR
                       LOGIN-PROGRAM = 'PROGRESS'
                   IF NOT USER-ROLE-NOMBRE AND NOT USER-ROLE-BOTH
               WHEN LOGIN-PROGRAM = 'TRANSCPT' OR
                       LOGIN-PROGRAM = 'STANDRPT' OR
                       LOGIN-PROGRAM = 'DISTEXT' OR
                       LOGIN-PROGRAM = 'DISTRCON' OR
                       LOGIN-PROGRAM = 'PREQRPT' OR
                       LOGIN-PROGRAM = 'STMTRPT' OR
                       LOGIN-PROGRAM = 'AGEDRPT' OR
                       LOGIN-PROGRAM = 'ABSNRPT' OR
                       LOGIN-PROGRAM = 'DEGAUDIT' OR
                       LOGIN-PROGRAM = 'GRDDIST' OR
                       LOGIN-PROGRAM = 'STNDLTR'
                   IF NOT USER-ROLE-BOTH AND NOT USER-ROLE-ADMIN
                       MOVE 'NOT AUTHORIZED' TO LOGIN-REASON
                       GO TO 1000-CLOSE
                       LOGIN-PROGRAM = 'JRNLRPT' OR
                       LOGIN-PROGRAM = 'JRNLARCH' OR
                       LOGIN-PROGRAM = 'AUDITRPT' OR
                       LOGIN-PROGRAM = 'FILEBKUP' OR
                       LOGIN-PROGRAM = 'TRMMAINT' OR
                       LOGIN-PROGRAM = 'FEEMAINT' OR
                       LOGIN-PROGRAM = 'BILLRUN' OR
                       LOGIN-PROGRAM = 'DUPSCAN' OR
                       LOGIN-PROGRAM = 'STUMERGE' OR
                       LOGIN-PROGRAM = 'STUPURGE' OR
                       LOGIN-PROGRAM = 'STUHIST'
                   IF NOT USER-ROLE-ADMIN
                       MOVE 'NOT AUTHORIZED' TO LOGIN-REASON
                       GO TO 1000-CLOSE
                       LOGIN-PROGRAM = 'CRSMAINT' OR
                       LOGIN-PROGRAM = 'GRDLOAD' OR
                       LOGIN-PROGRAM = 'NIGHTRUN' OR
                       LOGIN-PROGRAM = 'RECONCIL' OR
                       LOGIN-PROGRAM = 'SECMAINT' OR
                       LOGIN-PROGRAM = 'REGMAINT' OR
                       LOGIN-PROGRAM = 'GRDCHGRQ' OR
                       LOGIN-PROGRAM = 'PAYPOST' OR
                       LOGIN-PROGRAM = 'ATTLOAD' OR
                       LOGIN-PROGRAM = 'ATTMAINT'
                   IF NOT USER-ROLE-BOTH AND NOT USER-ROLE-ADMIN
                       MOVE 'NOT AUTHORIZED' TO LOGIN-REASON
                       GO TO 1000-CLOSE
