      ******************************************************************
      * Copybook    : CBPSRCRT.CPY
      * Application : CardDemo
      * Function    : Record layout for the disposition return files
      *               sent back to each upstream source system. The
      *               nightly load cuts PERSRET.<source> for every
      *               source on the PERSSRC.CTL registry; the reject
      *               recycle pass cuts RCYRET.<source> for every
      *               source with a record that cleared on recycle.
      *
      *               The header names the source, which pass cut the
      *               file (L = nightly load, R = recycle follow-up),
      *               the effective date, and - for a load return -
      *               the run date and expected count off the feed's
      *               own header and whether the feed was processed,
      *               never received, or suspended on the registry.
      *
      *               One detail per record the source sent (or per
      *               record that cleared on recycle): the feed record
      *               type, its PERSON-ID, the final disposition -
      *               LOADED, UPDATED, DELETED, DUPLICATE, REJECTED, or
      *               ERROR where the record was good but could not
      *               be applied on our side - and the reason code
      *               and text, the source code, and on recycle how
      *               many times the record had bounced. A
      *               government-ID supplement carries LOADED once its
      *               ID is stored; otherwise it goes back with its
      *               own detail's disposition.
      *
      *               Every record not loaded carries a reason. A
      *               REJECTED record carries the PERSON.REJ reason
      *               code and text; a DUPLICATE carries 90 or 91
      *               for a person already on file, or 77 for a
      *               consent older than the one already on file. An
      *               ERROR carries 00 and NOT APPLIED - LOAD ERROR.
      *               LOADED, UPDATED and DELETED carry 00.
      *
      *               The trailer carries the detail count broken
      *               down by disposition, and the trailer count off
      *               the feed, so the source can reconcile what came
      *               back against what it sent. A file without a
      *               trailer is a run that did not finish - the
      *               rerun replaces it.
      ******************************************************************
       01  SOURCE-RETURN-RECORD.
           05 RT-REC-TYPE        PIC X(01).
           05 RT-REC-DATA        PIC X(99).

           05 RT-HEADER-DATA REDEFINES RT-REC-DATA.
              10 RT-SOURCE-SYSTEM    PIC X(03).
              10 RT-RETURN-KIND      PIC X(01).
                 88 RT-LOAD-RETURN             VALUE 'L'.
                 88 RT-RECYCLE-RETURN          VALUE 'R'.
              10 RT-EFFECTIVE-DATE   PIC X(08).
              10 RT-FEED-RUN-DATE    PIC X(08).
              10 RT-FEED-EXPECTED    PIC 9(07).
              10 RT-FEED-STATUS      PIC X(01).
                 88 RT-FEED-PROCESSED          VALUE 'P'.
                 88 RT-FEED-NOT-RECEIVED       VALUE 'N'.
                 88 RT-FEED-SUSPENDED          VALUE 'S'.
              10 FILLER              PIC X(71).

           05 RT-DETAIL-DATA REDEFINES RT-REC-DATA.
              10 RT-FEED-REC-TYPE    PIC X(01).
              10 RT-PERSON-ID        PIC X(10).
              10 RT-DISPOSITION      PIC X(09).
                 88 RT-DISP-LOADED             VALUE 'LOADED'.
                 88 RT-DISP-UPDATED            VALUE 'UPDATED'.
                 88 RT-DISP-DELETED            VALUE 'DELETED'.
                 88 RT-DISP-DUPLICATE          VALUE 'DUPLICATE'.
                 88 RT-DISP-REJECTED           VALUE 'REJECTED'.
                 88 RT-DISP-ERROR              VALUE 'ERROR'.
              10 RT-REASON-CODE      PIC 9(02).
              10 RT-REASON-TEXT      PIC X(30).
              10 RT-RECYCLE-COUNT    PIC 9(02).
              10 RT-DETAIL-SOURCE    PIC X(03).
              10 FILLER              PIC X(42).

           05 RT-TRAILER-DATA REDEFINES RT-REC-DATA.
              10 RT-RECORDS-RETURNED PIC 9(07).
              10 RT-LOADED-COUNT     PIC 9(07).
              10 RT-UPDATED-COUNT    PIC 9(07).
              10 RT-DELETED-COUNT    PIC 9(07).
              10 RT-DUPLICATE-COUNT  PIC 9(07).
              10 RT-REJECTED-COUNT   PIC 9(07).
              10 RT-ERROR-COUNT      PIC 9(07).
              10 RT-FEED-TRAILER-CNT PIC 9(07).
              10 FILLER              PIC X(43).
