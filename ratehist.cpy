      * Shared exchange-rate history record layout. rates.dat holds
      * only the day's rate per currency and operations overwrites
      * it every morning; ratehist.dat keeps every rate that was
      * ever in force, one LINE SEQUENTIAL row per currency per
      * business date, appended by RateHistory in the night run
      * from the day's rates.dat. The rate in force for a currency
      * on a given business date is the row with the latest
      * RhEffectiveDate on or before that date - a rate stands until
      * a later one replaces it, so a holiday or a day the feed did
      * not change needs no row of its own. Of several rows for the
      * same currency and date the last one on the file wins: a
      * correction is appended after the row it corrects, never
      * edited into place. RhRateToLcu has the rates.dat meaning -
      * LCU per one unit of the currency. LCU itself is 1 on every
      * date and never has a row.
       01  RateHistRecord.
           03 RhCurrency        PIC X(3).
           03 Filler            PIC X(1).
           03 RhEffectiveDate   PIC X(8).
           03 Filler            PIC X(1).
           03 RhRateToLcu       PIC 9(7)V9(6).
