      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared fields for the vndlpi01 late-payment
      *          interest fragment.  The program PERFORMs
      *          LOAD-LATE-INTEREST-RATES once, then for each
      *          payment puts the amount paid late, the invoice's
      *          due date, and the date it is paid in LPI-PRINCIPAL,
      *          LPI-DUE-DATE, and LPI-PAID-DATE and PERFORMs
      *          COMPUTE-LATE-INTEREST; the interest owed and the
      *          days late come back in LPI-INTEREST and
      *          LPI-DAYS-LATE.  COPY this into WORKING-STORAGE the
      *          way flddsc01 is COPYed.
      * Tectonics: cobc
      ******************************************************************
       01   LPI-PRINCIPAL          PIC 9(7)V99.
       01   LPI-DUE-DATE           PIC 9(8).
       01   LPI-PAID-DATE          PIC 9(8).
       01   LPI-INTEREST           PIC 9(7)V99.
       01   LPI-DAYS-LATE          PIC 9(5).

      *--------------------------------
      * THE RATE TABLE, HELD IN DATE
      * ORDER WITH EACH EFFECTIVE DATE
      * ALSO AS A DAY NUMBER SO THE
      * DAILY WALK NEEDS NO DATE
      * CONVERSION.
      *--------------------------------
       01   LPI-RATE-TABLE.
            05 LPI-RATE-ENTRY OCCURS 100 TIMES.
               10 LPI-RATE-EFFECTIVE  PIC 9(8).
               10 LPI-RATE-DAY-NUMBER PIC 9(7).
               10 LPI-RATE-ANNUAL     PIC 9(2)V999.
       77   LPI-RATE-COUNT         PIC 9(3).
       77   LPI-RATE-INDEX         PIC 9(3).
       77   LPI-RATE-OVERFLOW      PIC 9(5).
       01   MORE-LATE-RATE-RECORDS PIC X.
            88 LATE-RATE-RECORDS-REMAIN VALUE "Y".
            88 NO-MORE-LATE-RATE-RECORDS VALUE "N".

      *--------------------------------
      * THE COMPOUNDING WORK FIELDS,
      * SIZED AS IN cmpint03.  THE DAY
      * RATE CARRIES EIGHT PLACES --
      * A PUBLISHED RATE SPREAD OVER
      * 365 DAYS IS LOST IN THREE.
      *--------------------------------
       77   LPI-WORKING-PRINCIPAL  PIC 9(9)V99.
       77   LPI-EARNED-INTEREST    PIC 9(9)V99.
       77   LPI-DAY-RATE           PIC V9(8).
       77   LPI-THIS-DAY           PIC 9(7).
       77   LPI-LAST-DAY           PIC 9(7).
       77   LPI-NEXT-RATE-DAY      PIC 9(7).
