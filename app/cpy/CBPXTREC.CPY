      *               run's effective date and a trailer carrying
      *               the count of detail records on the file (on a
      *               clean run, the RECORDS LOADED TO DATABASE line
      *               of the PERSON.RPT control report, less the
      *               PERSONS HELD FROM EXTRACT plus the HELD PERSONS
      *               RELEASED), so the embossing job reconciles its
      *               input the same way the load reconciles its own.
      *               A person on an issuance hold is loaded but left
      *               off until the hold is cleared; the run after
      *               that puts them on as an ordinary detail.
      ******************************************************************
       01  EXTRACT-RECORD.
           05 XT-REC-TYPE        PIC X(01).
