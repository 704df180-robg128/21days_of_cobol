      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for RECURRING-INVOICE-FILE -- rent, leases,
      *          utilities, and service contracts that bill the same
      *          amount on the same day every period.  One template
      *          per recurring bill, keyed by vendor number plus a
      *          template sequence so a vendor can carry more than
      *          one (the office lease and the parking lease).
      *          Maintained in vndrin01; the nightly vndrig01 step
      *          turns each template into an OPEN-INVOICE-RECORD when
      *          its day comes round.  Each template names the
      *          company the bill is owed by, and every invoice it
      *          makes is written to that company.
      * Tectonics: cobc
      ******************************************************************
       FD   RECURRING-INVOICE-FILE
            LABEL RECORDS ARE STANDARD.

       01   RECURRING-INVOICE-RECORD.
            05 RIN-TEMPLATE-KEY.
               10 RIN-VENDOR-NUMBER       PIC 9(7).
               10 RIN-TEMPLATE-SEQ        PIC 9(3).
            05 RIN-DESCRIPTION            PIC X(30).
            05 RIN-AMOUNT                 PIC 9(7)V99.
      *--------------------------------
      * HOW OFTEN THE BILL COMES --
      * EVERY MONTH, EVERY THIRD MONTH,
      * OR ONCE A YEAR -- COUNTED FROM
      * THE MONTH OF THE START DATE.
      *--------------------------------
            05 RIN-FREQUENCY              PIC X(01).
               88 RIN-IS-MONTHLY             VALUE "M".
               88 RIN-IS-QUARTERLY           VALUE "Q".
               88 RIN-IS-ANNUAL              VALUE "A".
      *--------------------------------
      * THE DAY OF THE MONTH THE
      * INVOICE IS DATED.  A DAY PAST
      * THE END OF A SHORT MONTH (31
      * IN APRIL) DATES IT THE LAST
      * DAY OF THAT MONTH.
      *--------------------------------
            05 RIN-DAY-OF-MONTH           PIC 9(02).
            05 RIN-START-DATE             PIC 9(8).
      *--------------------------------
      * ZEROS FOR A TEMPLATE WITH NO
      * END DATE.
      *--------------------------------
            05 RIN-END-DATE               PIC 9(8).
      *--------------------------------
      * THE INVOICE NUMBER TO CREATE.
      * THE LETTERS YYYYMM ANYWHERE IN
      * THE PATTERN ARE REPLACED BY THE
      * BILLING YEAR AND MONTH; A
      * PATTERN WITHOUT THEM HAS THE
      * YEAR AND MONTH ADDED ON THE
      * END, SO EVERY PERIOD GETS ITS
      * OWN INVOICE NUMBER.
      *--------------------------------
            05 RIN-INVOICE-PATTERN        PIC X(15).
      *--------------------------------
      * THE LAST BILLING PERIOD
      * (YYYYMM) AN INVOICE WAS
      * CREATED FOR, ZEROS UNTIL THE
      * FIRST ONE.  THIS IS WHAT KEEPS
      * THE STEP FROM BILLING A PERIOD
      * TWICE, AND WHAT LETS IT CATCH
      * UP ON A PERIOD A MISSED NIGHT
      * OR A HOLIDAY PASSED OVER.
      *--------------------------------
            05 RIN-LAST-PERIOD            PIC 9(6).
            05 RIN-STATUS                 PIC X(01).
               88 RIN-IS-ACTIVE              VALUE "A".
               88 RIN-IS-INACTIVE            VALUE "I".
            05 RIN-OPERATOR-ID            PIC X(08).
            05 RIN-CHANGED-DATE           PIC 9(8).
      *--------------------------------
      * THE COMPANY THE BILL IS OWED
      * BY (SEE COMPANY-FILE).  SPACES
      * ON EVERY TEMPLATE FROM BEFORE
      * COMPANIES CAME IN; READ THEM
      * AS THE HOME COMPANY, 01.
      *--------------------------------
            05 RIN-COMPANY                PIC X(02).
