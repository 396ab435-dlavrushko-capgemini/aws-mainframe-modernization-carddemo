      ******************************************************************
      * Copybook    : CBPMKTCN.CPY
      * Application : CardDemo
      * Function    : Record layout for the marketing consent file
      *               MKTCNST.DAT, keyed by person name and birth
      *               date the same way as the person master. One
      *               record per person who has ever told us their
      *               mail-offer preference - the opt-out flag, the
      *               date the customer gave it and where it came
      *               from: the feed source code of a consent record
      *               (type 'C') on the person feed, or ONL when the
      *               branch keyed it on CPMT. The latest decision
      *               wins; a feed record dated before the one on
      *               file is not applied. A person delete leaves the
      *               record in place so an opt-out is never lost; a
      *               name or birth-date correction moves it to the
      *               corrected key along with the person.
      *               CBPERHHG reads it to drop opted-out persons
      *               from the marketing household extract.
      ******************************************************************
       01  MARKETING-CONSENT-RECORD.
           05 MK-NAME-DOB-KEY.
              10 MK-LAST-NAME       PIC X(20).
              10 MK-FIRST-NAME      PIC X(20).
              10 MK-BIRTH-DATE      PIC X(10).
           05 MK-OPT-OUT-FLAG       PIC X(01).
              88 MK-OPTED-OUT                  VALUE 'Y'.
              88 MK-MAIL-ALLOWED               VALUE 'N'.
           05 MK-CONSENT-DATE       PIC X(08).
           05 MK-SOURCE-SYSTEM      PIC X(03).
           05 MK-MAINT-DATE         PIC X(08).
           05 MK-MAINT-BY           PIC X(08).
           05 FILLER                PIC X(22).
