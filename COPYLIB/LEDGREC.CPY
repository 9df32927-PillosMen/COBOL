      ******************************************************************
      * Copybook:  LEDGREC.CPY
      * Author:    PILLOS
      * Date:      15/10/26
      * Purpose:   Record layout for LEDGER.DAT, the student account
      *            ledger.  Keyed on STUDENT-ID + LEDG-SEQ.  Sequence
      *            00000 is the student's account row (LEDG-ACCOUNT:
      *            running balance, last sequence used and the
      *            financial hold flag); every posting after it is
      *            an entry row (LEDG-ENTRY) numbered upward from
      *            00001, so a student's rows read back in the order
      *            they were posted.  Charges are positive, payments
      *            and waivers negative, adjustments either.  BILLRUN
      *            posts the term charges, PAYPOST receipts, waivers
      *            and adjustments; both keep the account row's
      *            balance and hold flag current.  TRANSCPT and
      *            DISTEXT withhold grades for an account on hold.
      *            Kept at 50 bytes so a whole row fits a journal
      *            image.
      * Mod history:
      *   15/10/26  PILLOS  Initial version.
      ******************************************************************
       01  LEDG-RECORD.
           05  LEDG-KEY.
               10  LEDG-STUDENT-ID  PIC 9(05).
               10  LEDG-SEQ         PIC 9(05).
                   88  LEDG-IS-ACCOUNT      VALUE ZERO.
           05  LEDG-ENTRY.
               10  LEDG-TYPE        PIC X(01).
                   88  LEDG-CHARGE          VALUE 'C'.
                   88  LEDG-PAYMENT         VALUE 'P'.
                   88  LEDG-WAIVER          VALUE 'W'.
                   88  LEDG-ADJUSTMENT      VALUE 'A'.
               10  LEDG-DATE        PIC 9(08).
               10  LEDG-TERM        PIC X(06).
               10  LEDG-CODE        PIC X(05).
               10  LEDG-AMOUNT      PIC S9(07)V99.
               10  LEDG-REF         PIC X(10).
               10  FILLER           PIC X(01).
           05  LEDG-ACCOUNT  REDEFINES LEDG-ENTRY.
               10  LEDG-BALANCE     PIC S9(07)V99.
               10  LEDG-LAST-SEQ    PIC 9(05).
               10  LEDG-HOLD-FLAG   PIC X(01).
                   88  LEDG-ON-HOLD         VALUE 'Y'.
               10  LEDG-HOLD-DATE   PIC 9(08).
               10  LEDG-OPENED-DATE PIC 9(08).
               10  FILLER           PIC X(09).
