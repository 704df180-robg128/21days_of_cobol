      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared dollar view of a payment, COPYed into the
      *          PROCEDURE DIVISION of every program that totals the
      *          payment history, the same way vndsumupd01 is
      *          shared.  A payment stamped with an exchange rate at
      *          posting counts at its stamped dollar equivalent.
      *          One with no rate -- a dollar payment posted before
      *          rates were kept, or one posted while no rate file
      *          was on the system -- counts at its amount.  The
      *          program provides the field from fldpmtusd01 and has
      *          the payment in PAYMENT-RECORD.
      * Tectonics: cobc
      ******************************************************************
       TAKE-PAYMENT-IN-USD.
            IF PMT-EXCHANGE-RATE IS NUMERIC AND
                    PMT-USD-AMOUNT IS NUMERIC AND
                    PMT-EXCHANGE-RATE > ZEROS
                MOVE PMT-USD-AMOUNT TO PAYMENT-IN-USD
            ELSE
                MOVE PMT-AMOUNT TO PAYMENT-IN-USD.
