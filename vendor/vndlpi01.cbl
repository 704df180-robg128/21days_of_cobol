      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared late-payment interest arithmetic, COPYed
      *          into the PROCEDURE DIVISION the same way
      *          vnddscwin01 is shared.  An invoice paid after its
      *          due date owes interest at the published rate from
      *          the day after it fell due through the day it is
      *          paid, compounded daily exactly as cmpint03
      *          compounds at its daily frequency: each day's
      *          interest is the working principal times the day
      *          rate, rounded to the cent, and is added to the
      *          principal before the next day is figured.  The
      *          rate for each day is the one whose effective date
      *          is the latest not after that day, so a rate change
      *          part-way through the late period is honored from
      *          its effective date on.  Days before the earliest
      *          rate on file earn nothing.  The program provides
      *          the fields from fldlpi01 and fldcal01, the
      *          sllir01/fdlir01 file entries with
      *          LATE-RATE-FILE-STATUS, and the vndcaldays01
      *          fragment.
      * Tectonics: cobc
      ******************************************************************
       LOAD-LATE-INTEREST-RATES.
            MOVE ZEROS TO LPI-RATE-COUNT.
            MOVE ZEROS TO LPI-RATE-OVERFLOW.
            OPEN INPUT LATE-INTEREST-RATE-FILE.
            IF LATE-RATE-FILE-STATUS = "00"
                MOVE "Y" TO MORE-LATE-RATE-RECORDS
                PERFORM LOAD-ONE-LATE-RATE
                   UNTIL NO-MORE-LATE-RATE-RECORDS
                CLOSE LATE-INTEREST-RATE-FILE.
            IF LPI-RATE-OVERFLOW > 0
                DISPLAY "MORE THAN 100 LATE-INTEREST RATES ON FILE "
                    "-- THE LATEST ARE NOT USED".

       LOAD-ONE-LATE-RATE.
            READ LATE-INTEREST-RATE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-LATE-RATE-RECORDS.
            IF LATE-RATE-RECORDS-REMAIN
                IF LPI-RATE-COUNT < 100
                    ADD 1 TO LPI-RATE-COUNT
                    MOVE LIR-EFFECTIVE-DATE
                        TO LPI-RATE-EFFECTIVE(LPI-RATE-COUNT)
                    MOVE LIR-ANNUAL-RATE
                        TO LPI-RATE-ANNUAL(LPI-RATE-COUNT)
                    MOVE LIR-EFFECTIVE-DATE TO CAL-DATE-STAMP
                    PERFORM CONVERT-DATE-TO-DAY-NUMBER
                    MOVE CAL-DAY-NUMBER
                        TO LPI-RATE-DAY-NUMBER(LPI-RATE-COUNT)
                ELSE
                    ADD 1 TO LPI-RATE-OVERFLOW.

       COMPUTE-LATE-INTEREST.
            MOVE ZEROS TO LPI-INTEREST.
            MOVE ZEROS TO LPI-DAYS-LATE.
            IF LPI-DUE-DATE IS NUMERIC AND
                    LPI-DUE-DATE > ZEROS AND
                    LPI-PAID-DATE > LPI-DUE-DATE
                PERFORM COUNT-LATE-DAYS
                IF LPI-RATE-COUNT > 0 AND LPI-PRINCIPAL > ZEROS
                    PERFORM ACCRUE-LATE-INTEREST.

       COUNT-LATE-DAYS.
            MOVE LPI-DUE-DATE TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            MOVE CAL-DAY-NUMBER TO LPI-THIS-DAY.
            MOVE LPI-PAID-DATE TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            MOVE CAL-DAY-NUMBER TO LPI-LAST-DAY.
            COMPUTE LPI-DAYS-LATE = LPI-LAST-DAY - LPI-THIS-DAY.

      *--------------------------------
      * ONE PASS PER DAY LATE.  THE
      * RATE CHANGES ARE TAKEN AS
      * THEIR DAYS ARE REACHED, THE
      * WAY cmpint03 APPLIES ITS
      * PENDING RATE CHANGES AT THE
      * TOP OF EACH PERIOD.
      *--------------------------------
       ACCRUE-LATE-INTEREST.
            MOVE LPI-PRINCIPAL TO LPI-WORKING-PRINCIPAL.
            MOVE ZEROS TO LPI-DAY-RATE.
            MOVE 0 TO LPI-RATE-INDEX.
            MOVE LPI-RATE-DAY-NUMBER(1) TO LPI-NEXT-RATE-DAY.
            PERFORM ACCRUE-ONE-LATE-DAY
               UNTIL LPI-THIS-DAY = LPI-LAST-DAY.
            COMPUTE LPI-INTEREST =
                LPI-WORKING-PRINCIPAL - LPI-PRINCIPAL
                ON SIZE ERROR
                MOVE 9999999.99 TO LPI-INTEREST
            END-COMPUTE.

       ACCRUE-ONE-LATE-DAY.
            ADD 1 TO LPI-THIS-DAY.
            PERFORM APPLY-ONE-LATE-RATE
               UNTIL LPI-NEXT-RATE-DAY > LPI-THIS-DAY.
            COMPUTE LPI-EARNED-INTEREST ROUNDED =
                LPI-WORKING-PRINCIPAL * LPI-DAY-RATE.
            ADD LPI-EARNED-INTEREST TO LPI-WORKING-PRINCIPAL.

       APPLY-ONE-LATE-RATE.
            ADD 1 TO LPI-RATE-INDEX.
            COMPUTE LPI-DAY-RATE ROUNDED =
               (LPI-RATE-ANNUAL(LPI-RATE-INDEX) / 100) / 365.
            IF LPI-RATE-INDEX < LPI-RATE-COUNT
                MOVE LPI-RATE-DAY-NUMBER(LPI-RATE-INDEX + 1)
                    TO LPI-NEXT-RATE-DAY
            ELSE
                MOVE 9999999 TO LPI-NEXT-RATE-DAY.
