      ******************************************************************
      * Copybook    : CBPCNCLR.CPY
      * Application : CardDemo
      * Function    : Record layout for the card cancellation feed
      *               CARDCNCL.DAT sent to the card-issuance system.
      *               One detail per person whose card must be
      *               stopped or cancelled - the ISSUSTAT.DAT status
      *               says whether the card was only sent for
      *               issuance ('S') or already produced ('P') - with
      *               the reason and the date it took effect. Header
      *               stamped with the run date, trailer carrying the
      *               detail count, reconciled the same way as the
      *               PERSON.XTR issuance extract.
      ******************************************************************
       01  CANCEL-RECORD.
           05 CN-REC-TYPE        PIC X(01).
           05 CN-REC-DATA        PIC X(79).

           05 CN-HEADER-DATA REDEFINES CN-REC-DATA.
              10 CN-RUN-DATE         PIC X(08).
              10 FILLER              PIC X(71).

           05 CN-DETAIL-DATA REDEFINES CN-REC-DATA.
              10 CN-FIRST-NAME       PIC X(20).
              10 CN-LAST-NAME        PIC X(20).
              10 CN-BIRTH-DATE       PIC X(10).
              10 CN-ISSUE-STATUS     PIC X(01).
              10 CN-SENT-DATE        PIC X(08).
              10 CN-CANCEL-REASON    PIC X(01).
                 88 CN-CANCEL-DECEASED         VALUE 'D'.
              10 CN-EFFECTIVE-DATE   PIC X(08).
              10 FILLER              PIC X(11).

           05 CN-TRAILER-DATA REDEFINES CN-REC-DATA.
              10 CN-DETAIL-COUNT     PIC 9(07).
              10 FILLER              PIC X(72).
