      *          one has never been set, and vndsgn01 forces the
      *          operator to set one at the next sign-on -- which is
      *          also how a supervisor reset through vndopr01 works.
      *          The department is the one the operator works for,
      *          set in vndopr01; blank means none was given.
      *          The last sign-on date and the date the account was
      *          added or re-enabled feed the dormant-account check.
      * Tectonics: cobc
      ******************************************************************
       FD   OPERATOR-FILE
            05 OPR-FAILED-COUNT           PIC 9(02).
            05 OPR-FORCE-CHANGE           PIC X(01).
               88 OPR-MUST-CHANGE-PASSWORD   VALUE "F".
            05 OPR-DEPARTMENT             PIC X(10).
      *--------------------------------
      * THE COMPANIES THE OPERATOR MAY
      * WORK, SET IN vndopr01.  ALL
      * SPACES -- AS ON EVERY RECORD
      * FROM BEFORE COMPANIES CAME IN --
      * MEANS EVERY COMPANY.
      *--------------------------------
            05 OPR-COMPANY-ACCESS-LIST.
               10 OPR-COMPANY-ACCESS      PIC X(02) OCCURS 10 TIMES.
      *--------------------------------
      * THE LAST DAY THE OPERATOR
      * SIGNED ON, STAMPED BY vndsgn01,
      * AND THE DAY THE ACCOUNT WAS
      * ADDED OR LAST RE-ENABLED IN
      * vndopr01.  THE LATER OF THE
      * TWO IS WHERE THE DORMANCY
      * CLOCK IN vnddrm01 STARTS.
      * SPACES OR ZEROS MEAN NOT KNOWN.
      *--------------------------------
            05 OPR-LAST-SIGNON-DATE       PIC 9(08).
            05 OPR-ACTIVE-FROM-DATE       PIC 9(08).
