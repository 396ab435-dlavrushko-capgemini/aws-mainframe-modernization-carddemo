      ******************************************************************
      * Copybook    : CBPZIPRF.CPY
      * Application : CardDemo
      * Function    : Record layout for the ZIP code reference file
      *               ZIPREF.DAT, keyed by ZIP code and city name.
      *               Operations owns the file and reloads it from the
      *               postal city/state list whenever a new one is
      *               published. Every ZIP carries one preferred city
      *               name (type 'P') and may carry any number of
      *               other accepted spellings (type 'A') - a
      *               vanity name, a common abbreviation such as
      *               ST LOUIS for SAINT LOUIS, or a misspelling data
      *               control has seen often enough to map. Every row
      *               names the state the ZIP belongs to and the
      *               preferred city it standardizes to, so a city
      *               found under its ZIP is stored under the
      *               preferred spelling, and a ZIP found under some
      *               other state or city is rejected.
      ******************************************************************
       01  ZIP-REFERENCE-RECORD.
           05 ZR-KEY.
              10 ZR-ZIP-CODE        PIC X(05).
              10 ZR-CITY-NAME       PIC X(20).
           05 ZR-STATE-CODE         PIC X(02).
           05 ZR-NAME-TYPE          PIC X(01).
              88 ZR-PREFERRED-NAME             VALUE 'P'.
              88 ZR-ACCEPTED-NAME              VALUE 'A'.
           05 ZR-PREFERRED-CITY     PIC X(20).
           05 ZR-MAINT-DATE         PIC X(08).
           05 FILLER                PIC X(24).
