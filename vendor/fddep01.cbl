      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for WITHHOLDING-DEPOSIT-FILE, one record per
      *          deposit of backup withholding made to the IRS,
      *          recorded in vnddep01.  The deposit period is the
      *          calendar month whose withholding the deposit pays
      *          (the TYPE-W entries in VNDPMT.DAT dated in that
      *          month); a period paid in more than one deposit has
      *          one record per deposit under rising sequence
      *          numbers.  Each deposit belongs to the company
      *          whose return it goes on; blank reads as the home
      *          company, 01.  vndbwl01 sets the deposits against the
      *          month's withholding and vndwhr01 against the year.
      * Tectonics: cobc
      ******************************************************************
       FD   WITHHOLDING-DEPOSIT-FILE
            LABEL RECORDS ARE STANDARD.

       01   WITHHOLDING-DEPOSIT-RECORD.
            05 DEP-DEPOSIT-KEY.
               10 DEP-PERIOD.
                  15 DEP-PERIOD-YEAR      PIC 9(4).
                  15 DEP-PERIOD-MONTH     PIC 9(2).
               10 DEP-SEQUENCE            PIC 9(2).
            05 DEP-DEPOSIT-DATE           PIC 9(8).
            05 DEP-AMOUNT                 PIC 9(9)V99.
      *--------------------------------
      * THE CONFIRMATION NUMBER THE
      * IRS PAYMENT SYSTEM GAVE BACK.
      *--------------------------------
            05 DEP-REFERENCE              PIC X(20).
            05 DEP-RECORDED-DATE          PIC 9(8).
            05 DEP-RECORDED-BY            PIC X(08).
            05 DEP-COMPANY                PIC X(02).
