      *          for a second, different operator with supervisor
      *          authority to release or reject it in vndprl01 --
      *          the same two-man rule PENDING-CHANGE-FILE puts on
      *          sensitive field changes.  A queued check carries
      *          the account it is to be drawn on; its number is
      *          taken from that account's stock on release.
      * Tectonics: cobc
      ******************************************************************
       FD   PENDING-PAYMENT-FILE
            05 PPQ-WITHHELD-AMOUNT        PIC 9(7)V99.
            05 PPQ-REQUEST-DATE           PIC 9(8).
            05 PPQ-REQUEST-OPERATOR       PIC X(08).
      *--------------------------------
      * "P" WHEN THE QUEUED PAYMENT IS
      * A PREPAYMENT; CARRIED ONTO THE
      * PAYMENT HISTORY ON RELEASE.
      * BLANK ON AN OLD QUEUE RECORD
      * MEANS AN ORDINARY PAYMENT.
      *--------------------------------
            05 PPQ-PREPAYMENT-FLAG        PIC X(01).
      *--------------------------------
      * THE BANK ACCOUNT A QUEUED
      * CHECK IS DRAWN ON.  BLANK ON
      * AN EFT, ON AN OLD QUEUE RECORD,
      * AND WHEN CHECK STOCK IS NOT
      * CONTROLLED.
      *--------------------------------
            05 PPQ-CHECK-ACCOUNT          PIC X(17).
      *--------------------------------
      * THE COMPANY THE QUEUED PAYMENT
      * IS FOR; CARRIED ONTO THE
      * PAYMENT HISTORY ON RELEASE.
      * BLANK ON AN OLD QUEUE RECORD
      * MEANS THE HOME COMPANY, 01.
      *--------------------------------
            05 PPQ-COMPANY                PIC X(02).
