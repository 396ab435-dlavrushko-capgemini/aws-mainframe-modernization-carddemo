      *               sequential pass reads the person first and the
      *               mailing address next. The header expected
      *               count and the trailer actual count cover every
      *               data record - details, addresses, consent
      *               records and government-ID supplements alike.
      *
      *               A detail record may also carry a government-ID
      *               supplement (type 'G') keyed DIRECTLY after it,
      *               and a name correction can travel as a plain
      *               'U' under the ID instead of a 'D' plus an 'A'.
      *
      *               A detail record may also be followed by a
      *               marketing consent record (type 'C') naming its
      *               parent in PC-PARENT-ID, keyed after it the same
      *               way. It carries the customer's mail-offer
      *               opt-out flag (Y or N) and the date the customer
      *               gave it (CCYYMMDD; blank means the run date),
      *               and the load keeps it on MKTCNST.DAT.
      *
      *               The header also names the upstream system the
      *               file came from (PH-SOURCE-SYSTEM), and that
      *               code follows every record on the file through
              10 PG-GOVT-ID          PIC X(09).
              10 FILLER              PIC X(81).

           05 PERSON-CONSENT-DATA REDEFINES PERSON-REC-DATA.
              10 PC-PARENT-ID        PIC X(10).
              10 PC-OPT-OUT-FLAG     PIC X(01).
              10 PC-CONSENT-DATE     PIC X(08).
              10 FILLER              PIC X(81).

           05 PERSON-TRAILER-DATA REDEFINES PERSON-REC-DATA.
              10 PT-ACTUAL-COUNT     PIC 9(07).
              10 FILLER              PIC X(93).
