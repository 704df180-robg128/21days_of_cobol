      *          cleared flag and date are stamped by the bank-
      *          statement reconciliation in vndbrc01; a blank flag
      *          on a record written before the field existed reads
      *          as outstanding.  A deposit paid ahead of its
      *          invoice is an ordinary check or EFT here, marked
      *          as a prepayment.  Late-payment interest paid on
      *          top of an invoice is its own check or EFT, marked
      *          as interest.  A check drawn from controlled check
      *          stock carries the account it is drawn on and its
      *          check number.  A payment in a foreign currency
      *          carries the exchange rate of the day it went out
      *          and its dollar equivalent.
      * Tectonics: cobc
      ******************************************************************
       FD   PAYMENT-FILE
      *--------------------------------
            05 PMT-CURRENCY               PIC X(03).
               88 PMT-PAID-IN-DOLLARS       VALUE "USD", "   ".
      *--------------------------------
      * "P" MARKS A DEPOSIT PAID AHEAD
      * OF THE INVOICE -- THE CHECK OR
      * EFT IS REAL MONEY OUT, BUT IT
      * BUYS AN ASSET UNTIL vndsel01
      * APPLIES IT TO THE INVOICE (SEE
      * PREPAYMENT-APPLICATION-FILE).
      * A VOID OF A PREPAYMENT CARRIES
      * THE MARK TOO.  BLANK ON AN
      * ORDINARY PAYMENT AND ON EVERY
      * RECORD WRITTEN BEFORE THE
      * FIELD EXISTED.
      *--------------------------------
            05 PMT-PREPAYMENT-FLAG        PIC X(01).
               88 PMT-IS-PREPAYMENT         VALUE "P".
      *--------------------------------
      * "I" MARKS LATE-PAYMENT INTEREST
      * PAID BY vndsel01 ON AN INVOICE
      * PAID AFTER ITS DUE DATE.  ITS
      * REFERENCE IS ITS OWN -- "INT"
      * AND THE INVOICE NUMBER -- SO IT
      * NEVER SPREADS OVER THE
      * INVOICE'S LINES.  A VOID OF AN
      * INTEREST PAYMENT CARRIES THE
      * MARK TOO.  BLANK ON EVERY OTHER
      * PAYMENT.
      *--------------------------------
            05 PMT-INTEREST-FLAG          PIC X(01).
               88 PMT-IS-LATE-INTEREST      VALUE "I".
      *--------------------------------
      * THE BANK ACCOUNT A CHECK IS
      * DRAWN ON AND ITS NUMBER FROM
      * THAT ACCOUNT'S STOCK (SEE
      * CHECK-STOCK-FILE).  A VOID OF
      * A CHECK CARRIES THE VOIDED
      * CHECK'S.  BLANK ON AN EFT, AND
      * ON A CHECK POSTED BEFORE CHECK
      * STOCK WAS CONTROLLED -- TEST
      * THE NUMBER FOR NUMERIC BEFORE
      * USING IT.
      *--------------------------------
            05 PMT-CHECK-ACCOUNT          PIC X(17).
            05 PMT-CHECK-NUMBER           PIC 9(8).
      *--------------------------------
      * THE EXCHANGE RATE THE PAYMENT
      * WAS TURNED INTO DOLLARS AT ON
      * THE DAY IT WENT OUT (SEE
      * EXCHANGE-RATE-FILE), AND ITS
      * DOLLAR EQUIVALENT.  A DOLLAR
      * PAYMENT CARRIES A RATE OF ONE.
      * A VOID CARRIES THE ORIGINAL'S
      * RATE, SO IT BACKS OUT EXACTLY
      * WHAT WENT IN.  ZERO OR BLANK
      * ON A PAYMENT POSTED BEFORE
      * RATES WERE KEPT OR WITH NO
      * RATE ON FILE -- THE AMOUNT
      * THEN STANDS AS IT IS (SEE
      * vndpmtusd01).
      *--------------------------------
            05 PMT-EXCHANGE-RATE          PIC 9(4)V9(8).
            05 PMT-USD-AMOUNT             PIC 9(9)V99.
      *--------------------------------
      * THE COMPANY THE PAYMENT WAS
      * MADE FOR, STAMPED FROM THE
      * INVOICE OR THE SESSION THAT
      * POSTED IT.  A VOID CARRIES THE
      * ORIGINAL'S.  SPACES ON AN OLD
      * RECORD READ AS THE HOME
      * COMPANY, 01.
      *--------------------------------
            05 PMT-COMPANY                PIC X(02).
