      ******************************************************************
      * Copybook:  FEEREC.CPY
      * Author:    PILLOS
      * Date:      15/10/26
      * Purpose:   Record layout for FEESCHED.DAT, the tuition fee
      *            schedule, maintained by FEEMAINT.  Keyed on
      *            FEE-KEY, three kinds of row:
      *              R + STUDENT-PROGRAM  per-credit tuition rate for
      *                                   that program
      *              F + fee code         flat fee charged once a
      *                                   term to every billed student
      *              L + 'HOLD '          the balance limit - an
      *                                   account owing more than this
      *                                   goes on financial hold
      *            Only FEE-ACTIVE rows are billed.  BILLRUN reads the
      *            rates and fees; BILLRUN and PAYPOST read the limit.
      *            Kept at 50 bytes so a whole row fits a journal
      *            image.
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       01  FEE-RECORD.
           05  FEE-KEY.
               10  FEE-TYPE         PIC X(01).
                   88  FEE-IS-RATE          VALUE 'R'.
                   88  FEE-IS-FLAT          VALUE 'F'.
                   88  FEE-IS-LIMIT         VALUE 'L'.
               10  FEE-CODE         PIC X(05).
           05  FEE-DESC             PIC X(20).
           05  FEE-AMOUNT           PIC 9(05)V99.
           05  FEE-STATUS           PIC X(01).
               88  FEE-ACTIVE               VALUE 'A'.
               88  FEE-INACTIVE             VALUE 'I'.
           05  FILLER               PIC X(16).
