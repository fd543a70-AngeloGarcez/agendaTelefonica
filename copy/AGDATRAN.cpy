      *> Left blank an insert assumes F and an update keeps the
      *> record's current type.
           05  TRANS-TIPO               PIC X(1).
      *> Effective date (AAAAMMDD). Left blank the transaction takes
      *> effect on the run that reads it. A future date makes
      *> AGENDA-BATCH hold the transaction on RETIDAS and apply it,
      *> with the same validations, on the first run on or after
      *> that date.
           05  TRANS-DATA-EFETIVA       PIC X(8).
