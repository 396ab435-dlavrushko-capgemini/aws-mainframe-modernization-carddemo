      ******************************************************************
      * Copybook    : CBPHOLDR.CPY
      * Application : CardDemo
      * Function    : Record layout for the card-issuance hold file
      *               PERSHOLD.DAT, keyed by the person's cleaned
      *               name/birth-date key (the person master's key)
      *               plus the reason the person is held, so one
      *               person can carry more than one hold and each
      *               is cleared on its own:
      *                 'S' - sanctions watchlist hit, placed by the
      *                       CBPERSCR screen, the nightly load or
      *                       the CBPERRCY recycle pass
      *                 'M' - under the age of majority on the
      *                       effective date, placed by the nightly
      *                       load or the recycle pass; cleared by
      *                       CBPERMNR when the branch records
      *                       guardian consent, or by its monthly
      *                       pass once the person comes of age
      *                       (cleared by MAJORITY). The majority
      *                       date is kept on the hold.
      *               A person with any hold still 'H' (held) stays
      *               off the PERSON.XTR and RECYCLE.XTR issuance
      *               extracts. Clearing a hold moves it to 'C'
      *               (cleared, awaiting release); the next load puts
      *               the person on the extract when a load or the
      *               recycle withheld them and no other hold is
      *               still open, then marks the hold 'R' (released).
      *               The withheld flag says whether the person was
      *               kept off an extract - a person screened after
      *               their card was already issued has nothing to
      *               release.
      ******************************************************************
       01  HOLD-RECORD.
           05 HD-KEY.
              10 HD-NAME-DOB-KEY  PIC X(50).
              10 HD-HOLD-REASON   PIC X(01).
                 88 HD-SANCTIONS-HOLD          VALUE 'S'.
                 88 HD-MINOR-HOLD              VALUE 'M'.
           05 HD-FIRST-NAME       PIC X(20).
           05 HD-LAST-NAME        PIC X(20).
           05 HD-BIRTH-DATE       PIC X(10).
           05 HD-HOLD-STATUS      PIC X(01).
              88 HD-HOLD-IS-OPEN               VALUE 'H'.
              88 HD-HOLD-IS-CLEARED            VALUE 'C'.
              88 HD-HOLD-IS-RELEASED           VALUE 'R'.
           05 HD-HOLD-DATE        PIC X(08).
           05 HD-EXTRACT-WITHHELD PIC X(01).
              88 HD-KEPT-OFF-EXTRACT           VALUE 'Y'.
           05 HD-SOURCE-SYSTEM    PIC X(03).
           05 HD-LIST-ID          PIC X(10).
           05 HD-MATCH-SCORE      PIC 9(03).
           05 HD-MATCH-REASON     PIC X(20).
           05 HD-CLEARED-DATE     PIC X(08).
           05 HD-CLEARED-BY       PIC X(08).
           05 HD-RELEASED-DATE    PIC X(08).
           05 HD-MAJORITY-DATE    PIC X(08).
           05 FILLER              PIC X(12).
