      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for CAPACITY-HISTORY-FILE.  vndcap01 appends one
      *          record per measured item every night: the record
      *          count of each data file against its planning
      *          ceiling, and the high-water mark of each field whose
      *          picture limits it (the vendor number, the payment
      *          and contact sequences, the payment and invoice
      *          amounts) against the largest value the picture
      *          holds.  The limit travels with each snapshot, so a
      *          field widened by a conversion shows its new room
      *          from that night on.  vndcpr01 reads the history to
      *          project when each item reaches its limit.
      * Tectonics: cobc
      ******************************************************************
       FD   CAPACITY-HISTORY-FILE
            LABEL RECORDS ARE STANDARD.

       01   CAPACITY-HISTORY-RECORD.
            05 CAP-SNAPSHOT-DATE          PIC 9(8).
            05 CAP-ITEM-NAME              PIC X(20).
            05 CAP-ITEM-TYPE              PIC X(01).
               88 CAP-IS-FILE-COUNT          VALUE "F".
               88 CAP-IS-FIELD-MARK          VALUE "H".
            05 CAP-CURRENT-VALUE          PIC 9(9)V99.
            05 CAP-LIMIT-VALUE            PIC 9(9)V99.
