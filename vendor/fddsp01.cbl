      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for DISPUTE-CASE-FILE, why an invoice is
      *          disputed and who is chasing it.  Opened by vndinv01
      *          when an invoice is marked disputed, with a reason
      *          code from the flddsr01 table, the operator who owns
      *          the case, the amount in dispute, and the day it is
      *          next to be followed up.  The case stays on file
      *          when it is resolved, saying how: the invoice
      *          re-opened as billed, its amount adjusted, or a
      *          credit memo raised for the disputed amount.  An
      *          invoice disputed again later re-opens the same
      *          case.  What was done along the way is logged on
      *          DISPUTE-ACTION-FILE.  vnddag01 ages the open cases
      *          by owner and reason.
      * Tectonics: cobc
      ******************************************************************
       FD   DISPUTE-CASE-FILE
            LABEL RECORDS ARE STANDARD.

       01   DISPUTE-CASE-RECORD.
            05 DSP-CASE-KEY.
               10 DSP-VENDOR-NUMBER       PIC 9(7).
               10 DSP-INVOICE-NUMBER      PIC X(15).
            05 DSP-COMPANY                PIC X(02).
            05 DSP-REASON-CODE            PIC X(01).
            05 DSP-OWNER-ID               PIC X(08).
            05 DSP-DISPUTED-AMOUNT        PIC 9(7)V99.
            05 DSP-OPEN-DATE              PIC 9(8).
            05 DSP-FOLLOW-UP-DATE         PIC 9(8).
            05 DSP-CASE-STATUS            PIC X(01).
               88 DSP-CASE-IS-OPEN           VALUE "O".
               88 DSP-CASE-IS-RESOLVED       VALUE "R".
      *--------------------------------
      * HOW THE CASE WAS RESOLVED, BY
      * WHOM, AND WHEN.  SPACES AND
      * ZEROS WHILE THE CASE IS OPEN.
      * THE CREDIT NUMBER IS THE
      * CREDIT MEMO RAISED ON
      * OPEN-INVOICE-FILE WHEN THAT
      * WAS THE RESOLUTION.
      *--------------------------------
            05 DSP-RESOLUTION             PIC X(01).
               88 DSP-RESOLVED-AS-BILLED     VALUE "O".
               88 DSP-RESOLVED-BY-ADJUSTING  VALUE "A".
               88 DSP-RESOLVED-BY-CREDIT     VALUE "C".
            05 DSP-RESOLVED-DATE          PIC 9(8).
            05 DSP-RESOLVED-BY            PIC X(08).
            05 DSP-CREDIT-NUMBER          PIC X(15).
