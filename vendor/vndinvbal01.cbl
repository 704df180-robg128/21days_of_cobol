      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared invoice-balance arithmetic, COPYed into the
      *          PROCEDURE DIVISION of each program that works from
      *          what is still owed on an invoice rather than its
      *          gross, the same way vndsumupd01 is shared.  For an
      *          invoice the settled figure is INV-PAID-TO-DATE --
      *          payments and credits netted against it -- and a
      *          record keyed before that field existed, which
      *          holds spaces there, reads as nothing settled
      *          unless it is already marked paid.  For a credit
      *          memo the settled figure is the credit taken and the
      *          balance is the credit still to use.  The program
      *          provides the fields from fldbal01 and the
      *          slinv01/fdinv01 file entries.
      * Tectonics: cobc
      ******************************************************************
       COMPUTE-INVOICE-BALANCE.
            IF INV-IS-CREDIT-MEMO
                MOVE INV-CREDIT-TAKEN TO INVBAL-SETTLED
            ELSE IF INV-IS-PAID
                MOVE INV-GROSS-AMOUNT TO INVBAL-SETTLED
            ELSE IF INV-PAID-TO-DATE IS NUMERIC
                MOVE INV-PAID-TO-DATE TO INVBAL-SETTLED
            ELSE
                MOVE ZEROS TO INVBAL-SETTLED.
            IF INVBAL-SETTLED < INV-GROSS-AMOUNT
                COMPUTE INVBAL-DUE =
                    INV-GROSS-AMOUNT - INVBAL-SETTLED
            ELSE
                MOVE ZEROS TO INVBAL-DUE.
