      *         DU-DATE-1                     -> DU-DATE-OUT
      *   ADDB  DU-DATE-1 plus DU-DAYS
      *         business days                 -> DU-DATE-OUT
      *   ADDC  DU-DATE-1 plus DU-DAYS
      *         calendar days                 -> DU-DATE-OUT
      *   DOW   day of week of DU-DATE-1     -> DU-DAY-OF-WEEK
      *         (MON..SUN, three letters)
      *   DIFD  calendar days from DU-DATE-1
