      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for CALLBACK-FILE.  Every call an operator makes
      *          to confirm a vendor's changed bank details is kept
      *          here, keyed like VENDOR-NOTE-FILE by vendor number
      *          plus the date and time it was recorded: which
      *          contact on VENDOR-CONTACT-FILE was called and on
      *          what number, who called, which bank change the call
      *          was about, and the outcome -- Verified (the contact
      *          confirmed the new details, which lifts the EFT
      *          hold), Denied (the contact knew nothing of the
      *          change), or No answer.  Written by vndcbk01.
      * Tectonics: cobc
      ******************************************************************
       FD   CALLBACK-FILE
            LABEL RECORDS ARE STANDARD.

       01   CALLBACK-RECORD.
            05 CBK-KEY.
               10 CBK-VENDOR-NUMBER       PIC 9(7).
               10 CBK-CALL-DATE           PIC 9(8).
               10 CBK-CALL-TIME           PIC 9(8).
            05 CBK-CONTACT-SEQ            PIC 9(3).
            05 CBK-CONTACT-NAME           PIC X(30).
            05 CBK-PHONE-CALLED           PIC X(30).
            05 CBK-OPERATOR-ID            PIC X(08).
            05 CBK-BANK-CHANGE-DATE       PIC 9(8).
            05 CBK-OUTCOME                PIC X(01).
               88 CBK-WAS-VERIFIED         VALUE "V".
               88 CBK-WAS-DENIED           VALUE "D".
               88 CBK-NO-ANSWER            VALUE "N".
            05 CBK-REMARK                 PIC X(40).
