      ******************************************************************
      * Copybook    : CBPDTHNR.CPY
      * Application : CardDemo
      * Function    : Record layout for the monthly death-notification
      *               file DEATHNTF.DAT - one record per reported
      *               death, keyed by the deceased's tax ID, with the
      *               name and birth date the notifying agency holds
      *               (birth date CCYY-MM-DD like the person master)
      *               and the date of death as CCYYMMDD. The tax ID
      *               may be blank when the agency had none; the
      *               match then falls back to name and birth date,
      *               and such matches only ever go to review.
      ******************************************************************
       01  DEATH-NOTICE-RECORD.
           05 DN-GOVT-ID          PIC X(09).
           05 DN-FIRST-NAME       PIC X(20).
           05 DN-LAST-NAME        PIC X(20).
           05 DN-BIRTH-DATE       PIC X(10).
           05 DN-DEATH-DATE       PIC X(08).
           05 FILLER              PIC X(13).
