      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: The vendor risk-score factors: one entry per factor
      *          vndrsc01 knows how to count, with its code, the
      *          description the report prints, and the weight used
      *          until one is kept on RISK-WEIGHT-FILE through
      *          vndrsk01.  The subscripts below name each factor's
      *          slot so the two programs agree on the order.  COPY
      *          this into WORKING-STORAGE the way fldnm01 is COPYed.
      * Tectonics: cobc
      ******************************************************************
       01   RISK-FACTOR-LIST.
            05 FILLER              PIC X(37) VALUE
                 "HOLDPAYMENT HOLDS PLACED          010".
            05 FILLER              PIC X(37) VALUE
                 "EFTREFT PAYMENTS RETURNED         025".
            05 FILLER              PIC X(37) VALUE
                 "TINMIRS TIN MISMATCHES            020".
            05 FILLER              PIC X(37) VALUE
                 "CERTCERTIFICATE LAPSE HOLDS       015".
            05 FILLER              PIC X(37) VALUE
                 "BANKBANK DETAIL CHANGES           010".
            05 FILLER              PIC X(37) VALUE
                 "DISPINVOICES IN DISPUTE           005".
            05 FILLER              PIC X(37) VALUE
                 "W9MSNO CERTIFIED W-9 ON FILE      020".
       01   RISK-FACTOR-TABLE REDEFINES RISK-FACTOR-LIST.
            05 RISK-FACTOR-ENTRY OCCURS 7 TIMES.
               10 RFT-CODE         PIC X(04).
               10 RFT-DESCRIPTION  PIC X(30).
               10 RFT-DEFAULT-WEIGHT PIC 9(03).
       77   RISK-FACTOR-LIMIT      PIC 9 VALUE 7.
       77   FACTOR-HOLD            PIC 9 VALUE 1.
       77   FACTOR-EFT-RETURN      PIC 9 VALUE 2.
       77   FACTOR-TIN-MISMATCH    PIC 9 VALUE 3.
       77   FACTOR-CERT-LAPSE      PIC 9 VALUE 4.
       77   FACTOR-BANK-CHANGE     PIC 9 VALUE 5.
       77   FACTOR-DISPUTE         PIC 9 VALUE 6.
       77   FACTOR-NO-W9           PIC 9 VALUE 7.
