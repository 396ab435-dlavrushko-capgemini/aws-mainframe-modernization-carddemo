      ******************************************************************
      * Copybook    : CBPSANCL.CPY
      * Application : CardDemo
      * Function    : Record layout for the sanctions watchlist
      *               SANCLIST.DAT the bank sends every week - one
      *               record per listed individual, with the list's
      *               own entry ID and the sanctions program that
      *               named them. The birth date is CCYY-MM-DD like
      *               the person master, but the list often knows
      *               less: it may be blank, or carry the year alone
      *               (CCYY with the rest blank or CCYY-00-00), and
      *               the screening treats either as a partial
      *               birth-date match rather than a mismatch.
      ******************************************************************
       01  WATCHLIST-RECORD.
           05 SL-LIST-ID          PIC X(10).
           05 SL-FIRST-NAME       PIC X(20).
           05 SL-LAST-NAME        PIC X(20).
           05 SL-BIRTH-DATE       PIC X(10).
           05 SL-PROGRAM          PIC X(10).
           05 FILLER              PIC X(10).
