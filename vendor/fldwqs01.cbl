      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared fields for calling the vndwqs01 work-queue
      *          summary module.  COPY this into WORKING-STORAGE of
      *          the calling program, which CALLs "vndwqs01" USING
      *          SIGNON-AUTHORITY and WORK-QUEUE-SUMMARY after the
      *          operator has signed on.  One entry comes back per
      *          queue, in this order: 1 vendors awaiting approval,
      *          2 sensitive-field changes, 3 over-threshold
      *          payments, 4 rejected transactions in suspense,
      *          5 disputed invoices.  Each entry says whether the
      *          operator's authority works the queue, how many
      *          items are waiting, and the age in days of the
      *          oldest one.
      * Tectonics: cobc
      ******************************************************************
       01   WORK-QUEUE-SUMMARY.
            05 WQS-QUEUE-ENTRY OCCURS 5 TIMES.
               10 WQS-QUEUE-ALLOWED      PIC X(01).
                  88 WQS-QUEUE-IS-ALLOWED   VALUE "Y".
               10 WQS-QUEUE-COUNT        PIC 9(05).
               10 WQS-OLDEST-DAYS        PIC 9(05).
