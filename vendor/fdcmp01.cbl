      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for COMPANY-FILE, the table of companies the one
      *          vendor master pays for: code, name, and an active
      *          flag.  Maintained by vndcmp01 the way vndcur01
      *          maintains the currency table.  Invoices, payments,
      *          pending payments and GL journal lines each carry the
      *          company they belong to; a blank company on anything
      *          written before the field existed reads as the home
      *          company, 01.  With no table on the system the shop
      *          is a single company and nothing asks for one.
      *          Each company also carries the state it is based in,
      *          which the use-tax accrual compares vendors against.
      * Tectonics: cobc
      ******************************************************************
       FD   COMPANY-FILE
            LABEL RECORDS ARE STANDARD.

       01   COMPANY-RECORD.
            05 CMP-CODE                   PIC X(02).
            05 CMP-NAME                   PIC X(30).
            05 CMP-STATUS                 PIC X(01).
               88 CMP-IS-ACTIVE              VALUE "A".
               88 CMP-IS-INACTIVE            VALUE "I".
      *--------------------------------
      * THE TWO-LETTER STATE THE
      * COMPANY IS BASED IN AND OWES
      * USE TAX TO.  SPACES UNTIL IT IS
      * KEYED IN vndcmp01.
      *--------------------------------
            05 CMP-STATE                  PIC X(02).
