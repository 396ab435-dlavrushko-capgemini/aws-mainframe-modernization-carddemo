      ******************************************************************
      * Copybook    : CBPRUNCT.CPY
      * Application : CardDemo
      * Function    : Record layout for the person job-stream run
      *               control file RUNCTL.DAT, keyed by effective date
      *               and job name. Every job in the nightly person
      *               stream writes its record when it starts and
      *               rewrites it when it ends - start and end date
      *               and time, return code and how many times it has
      *               run for that date. A job that finds its
      *               prerequisites unmet leaves its record refused,
      *               with the reason. A record still showing started
      *               the next morning is a job that never finished.
      *               One stream record, under effective date
      *               00000000 and job name STREAM, carries the
      *               effective date CBPERUPP last loaded, so the jobs
      *               after it know which night they belong to.
      *               CBPERBST reports the stream each morning.
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05 RC-KEY.
              10 RC-EFFECTIVE-DATE  PIC X(08).
              10 RC-JOB-NAME        PIC X(08).
           05 RC-RUN-STATUS         PIC X(01).
              88 RC-RUN-STARTED                VALUE 'S'.
              88 RC-RUN-ENDED                  VALUE 'E'.
              88 RC-RUN-REFUSED                VALUE 'R'.
           05 RC-START-DATE         PIC X(08).
           05 RC-START-TIME         PIC X(06).
           05 RC-END-DATE           PIC X(08).
           05 RC-END-TIME           PIC X(06).
           05 RC-RETURN-CODE        PIC 9(03).
           05 RC-RUN-COUNT          PIC 9(03).
           05 RC-STREAM-EFF-DATE    PIC X(08).
           05 RC-MESSAGE            PIC X(60).
           05 FILLER                PIC X(20).
