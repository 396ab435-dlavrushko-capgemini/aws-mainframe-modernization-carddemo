      ******************************************************************
      * Copybook    : CBPACCJR.CPY
      * Application : CardDemo
      * Function    : Record layout for the person access journal
      *               ACCJRNL.DAT. The CPIQ inquiry and the CPMT
      *               maintenance screens write one entry for every
      *               inquiry, every browse page and every maintenance
      *               action - who (operator and terminal), when,
      *               through which transaction, which person and
      *               what was done - keyed by date, time, terminal
      *               and a sequence, so the file reads back in the
      *               order the access happened. A browse page names
      *               the first and last person shown, how many were
      *               shown, and how many pages the operator has
      *               walked without stopping. CBPERJRV reviews the
      *               journal weekly.
      ******************************************************************
       01  ACCESS-JOURNAL-RECORD.
           05 AJ-KEY.
              10 AJ-ACCESS-DATE   PIC X(08).
              10 AJ-ACCESS-TIME   PIC X(06).
              10 AJ-TERMINAL-ID   PIC X(04).
              10 AJ-SEQUENCE      PIC 9(03).
           05 AJ-OPERATOR-ID      PIC X(08).
           05 AJ-TRANSACTION-ID   PIC X(04).
           05 AJ-ACTION           PIC X(08).
              88 AJ-INQUIRY                    VALUE 'INQUIRY'.
              88 AJ-BROWSE-FORWARD             VALUE 'BROWSE-F'.
              88 AJ-BROWSE-BACKWARD            VALUE 'BROWSE-B'.
              88 AJ-BROWSE-PAGE-VIEWED         VALUES 'BROWSE-F'
                                                      'BROWSE-B'.
              88 AJ-MAINT-ADD                  VALUE 'ADD'.
              88 AJ-MAINT-UPDATE               VALUE 'UPDATE'.
              88 AJ-MAINT-DELETE               VALUE 'DELETE'.
              88 AJ-MAINT-CONSENT              VALUE 'CONSENT'.
              88 AJ-MAINT-INVALID              VALUE 'INVALID'.
              88 AJ-MAINTENANCE-ACTION         VALUES 'ADD'
                                                      'UPDATE'
                                                      'DELETE'
                                                      'CONSENT'
                                                      'INVALID'.
           05 AJ-PERSON-KEY       PIC X(50).
           05 AJ-LAST-PERSON-KEY  PIC X(50).
           05 AJ-PERSONS-SHOWN    PIC 9(02).
           05 AJ-BROWSE-PAGE      PIC 9(04).
           05 AJ-OUTCOME          PIC X(10).
           05 FILLER              PIC X(20).
