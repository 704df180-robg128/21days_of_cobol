      *          or month-end), whether the step sends a bank file
      *          (those are skipped on a federal holiday from
      *          VNDHOL.DAT), and an enabled flag so a step can be
      *          benched without being deleted.  Up to three
      *          earlier step sequences can be named as steps this
      *          one depends on (zero or blank is none); when one
      *          of them fails or is itself held, vndnite01 holds
      *          this step instead of running it.  Maintained by
      *          vndsch01; vndnite01 falls back to its built-in
      *          step list when no schedule file exists.
      * Tectonics: cobc
            05 SCH-ENABLED-FLAG           PIC X(01).
               88 SCH-IS-ENABLED             VALUE "Y", " ".
               88 SCH-IS-DISABLED            VALUE "N".
            05 SCH-DEPENDS-ON             PIC 9(3) OCCURS 3 TIMES.
