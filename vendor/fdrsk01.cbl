      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for RISK-WEIGHT-FILE, the weight each vendor
      *          risk factor carries in the vndrsc01 score.  One
      *          record per factor code in fldrsk01, maintained in
      *          vndrsk01; a factor with no record here scores at
      *          its default weight, and a weight of zero leaves the
      *          factor out of the score.
      * Tectonics: cobc
      ******************************************************************
       FD   RISK-WEIGHT-FILE
            LABEL RECORDS ARE STANDARD.

       01   RISK-WEIGHT-RECORD.
            05 RSK-FACTOR-CODE            PIC X(04).
            05 RSK-WEIGHT                 PIC 9(03).
            05 RSK-CHANGED-DATE           PIC 9(08).
            05 RSK-CHANGED-BY             PIC X(08).
