           02 WS-POSTAL-CODE      PIC X(10).
           02 WS-PHONE            PIC X(15).

      * contact preferences: a household that asks us to stop
      * writing or calling is flagged here through a 'P'
      * transaction. CUSTOMER-LETTERS holds back every letter but
      * the legally required notices from a do-not-mail household,
      * and marketing partners never receive an opted-out one. The
      * date is the business date the preference last changed.
           02 WS-DO-NOT-MAIL      PIC X(01) VALUE 'N'.
               88 WS-MAIL-OPTED-OUT VALUE 'Y'.
           02 WS-DO-NOT-CALL      PIC X(01) VALUE 'N'.
               88 WS-CALL-OPTED-OUT VALUE 'Y'.
           02 WS-PREF-CHANGE-DATE PIC 9(08) VALUE ZEROS.

      * returned mail: a letter that comes back undeliverable is
      * recorded with a 'U' transaction, which marks the address bad
      * as of that business date. CUSTOMER-LETTERS holds every
      * further letter on the queue rather than printing it to the
      * same bad address, until a 'C' transaction changes the street
      * or postal code, which clears the mark and releases them.
           02 WS-MAIL-RETURNED    PIC X(01) VALUE 'N'.
               88 WS-ADDR-UNDELIVERABLE VALUE 'Y'.
           02 WS-RETURNED-DATE    PIC 9(08) VALUE ZEROS.

      * account standing: a household closes with a 'K' transaction,
      * which stamps the status and the business date it closed; the
      * periodic archive step moves long-closed records off the
               88 WS-ACCOUNT-ACTIVE VALUE 'A'.
               88 WS-ACCOUNT-CLOSED VALUE 'C'.
           02 WS-CLOSE-DATE       PIC 9(08) VALUE ZEROS.

      * a death is recorded with an 'X' transaction rather than by
      * closing the account or removing the person, so the history
      * stays on the record: the head's flag and date of death here,
      * a dependent's on the dependent entry below. Nothing further
      * is written to, extracted for or offered to a deceased
      * person. When a surviving adult dependent is named to take
      * over, that dependent becomes the head and the late head is
      * kept in the dependent table, flagged deceased.
           02 WS-HEAD-DECEASED    PIC X(01) VALUE 'N'.
               88 WS-HEAD-IS-DECEASED VALUE 'Y'.
           02 WS-HEAD-DEATH-DATE  PIC 9(08) VALUE ZEROS.

      * last-update stamp: the date and time the record was last
      * written by any posting program. An inquiry shows it, and a
      * change keyed from that inquiry carries it back on the
      * transaction, so a change made from a stale screen is
      * rejected instead of overwriting a colleague's update. Zeros
      * means the record has not been written since the stamp was
      * introduced.
           02 WS-LAST-UPDATE.
               03 WS-LAST-UPDATE-DATE PIC 9(08) VALUE ZEROS.
               03 WS-LAST-UPDATE-TIME PIC 9(08) VALUE ZEROS.
           02 WS-DEPENDENT-COUNT PIC 9(02) VALUE ZEROS.
      * household size is no longer capped at ten slots every record
      * must carry: the table occurs only as many times as the
               03 WS-DEP-ELIGIBILITY  PIC X(05).
                   88 WS-DEP-IS-MINOR VALUE 'MINOR'.
                   88 WS-DEP-IS-ADULT VALUE 'ADULT'.
               03 WS-DEP-DECEASED     PIC X(01).
                   88 WS-DEP-IS-DECEASED VALUE 'Y'.
               03 WS-DEP-DEATH-DATE   PIC 9(08).
