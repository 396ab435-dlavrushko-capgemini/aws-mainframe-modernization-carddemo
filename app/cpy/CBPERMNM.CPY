           05 FILLER REDEFINES BDATEF.
              10 BDATEA           PIC X(01).
           05 BDATEI              PIC X(10).
           05 MKTOPTL             PIC S9(04) COMP.
           05 MKTOPTF             PIC X(01).
           05 FILLER REDEFINES MKTOPTF.
              10 MKTOPTA          PIC X(01).
           05 MKTOPTI             PIC X(01).
           05 STATMSGL            PIC S9(04) COMP.
           05 STATMSGF            PIC X(01).
           05 FILLER REDEFINES STATMSGF.
           05 FILLER              PIC X(03).
           05 BDATEO              PIC X(10).
           05 FILLER              PIC X(03).
           05 MKTOPTO             PIC X(01).
           05 FILLER              PIC X(03).
           05 STATMSGO            PIC X(70).
           05 FILLER              PIC X(03).
           05 RSLT1O              PIC X(70).
