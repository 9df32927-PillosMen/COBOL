      *            and FILELOCK to take, release or force-clear a
      *            hold on a master (LOCKS.DAT).  Caller fills in
      *            the master name (CONES / GRADES / USERS /
      *            COURSES / SECTIONS / REGISTER / TERMS /
      *            FEESCHED / LEDGER / ATTEND / CONTACT /
      *            HISTORY), its hold
      *            type (S = maintenance screen, B = batch), the action
      *            and its own name/operator;
      *            FILELOCK answers with granted/refused and, on a
      *            refusal, who is in the way.
      * Mod history:
      *   02/09/26  PILLOS  Initial version.
      *   15/10/26  PILLOS  SECTIONS and REGISTER added to the master
      *                     names (SECMAINT, REGMAINT).
      *   15/10/26  PILLOS  TERMS added to the master names (TRMMAINT).
      *   15/10/26  PILLOS  FEESCHED and LEDGER added to the master
      *                     names (FEEMAINT, PAYPOST, BILLRUN).
      *   15/10/26  PILLOS  ATTEND added to the master names (ATTMAINT,
      *                     ATTLOAD).
      *   15/10/26  PILLOS  CONTACT and HISTORY added to the master
      *                     names (CNTMAINT, STUMERGE, STUPURGE,
      *                     STUHIST).
      ******************************************************************
       01  LOCK-CONTROL.
           05  LKC-MASTER           PIC X(10).
