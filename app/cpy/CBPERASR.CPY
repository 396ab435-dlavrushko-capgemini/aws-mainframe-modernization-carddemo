      ******************************************************************
      * Copybook    : CBPERASR.CPY
      * Application : CardDemo
      * Function    : Record layout for the privacy erasure request
      *               file ERASREQ.DAT the privacy office prepares -
      *               one record per right-to-erasure request, under
      *               the privacy office's own request number, naming
      *               the person the way the customer identified
      *               themselves (birth date CCYY-MM-DD like the
      *               person master) and the tax ID when they gave
      *               one. The tax ID, when on file, finds the person
      *               even under a spelling the request does not use.
      ******************************************************************
       01  ERASURE-REQUEST-RECORD.
           05 ER-REQUEST-ID       PIC X(10).
           05 ER-FIRST-NAME       PIC X(20).
           05 ER-LAST-NAME        PIC X(20).
           05 ER-BIRTH-DATE       PIC X(10).
           05 ER-GOVT-ID          PIC X(09).
           05 ER-RECEIVED-DATE    PIC X(08).
           05 FILLER              PIC X(03).
