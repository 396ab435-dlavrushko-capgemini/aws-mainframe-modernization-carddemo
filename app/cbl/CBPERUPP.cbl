      *               the row and its person-master record, deletes
      *               remove both. Checkpoints as it goes so a
      *               rerun after an abend resumes instead of reloading.
      *               Every person bound for the PERSON.XTR issuance
      *               extract is first screened against the weekly
      *               sanctions watchlist and the hold file
      *               PERSHOLD.DAT; a held person is loaded but kept
      *               off the extract, and goes out on it the first
      *               run after compliance clears the hold.
      *               A person marked deceased on the PERSON table
      *               never goes out on the extract.
      *               Start, end and return code go on the run-control
      *               file RUNCTL.DAT under the effective date, and the
      *               jobs that follow in the stream wait on that entry.
      *               A changed address no longer replaces the old
      *               one: the current row is closed at the effective
      *               date and kept as history, a new current row is
      *               opened, and a change-of-address notice carrying
      *               both addresses is written to PERSON.COA. A person
      *               whose address changed more often in 90 days than
      *               the PERSCTL.PRM limit (default 3) is flagged on
      *               the notice for review.
      *               Every address is standardized before it is
      *               stored - street suffixes, directionals and unit
      *               designators to their postal abbreviations, the
      *               city to its preferred spelling - and its ZIP,
      *               city and state are checked against each other on
      *               the operations ZIPREF.DAT reference: a ZIP not on
      *               file rejects 67, a ZIP in another state 65, and
      *               a city the ZIP does not serve 66. CBPERAST
      *               applies the same rules to the rows already on
      *               file.
      *               A person under the age of majority on the
      *               effective date (PERSCTL.PRM columns 42-43,
      *               default 18) is marked a minor customer on the
      *               PERSON table and kept off the extract under a
      *               minor hold until the branch records guardian
      *               consent or CBPERMNR finds them come of age.
      *               A consent record ('C') behind a detail stores
      *               that person's mail-offer opt-out flag and the
      *               date it was given on MKTCNST.DAT for the
      *               marketing household extract; one with no person
      *               on file ahead of it rejects 73, a flag other
      *               than Y or N 74, and a bad or future date 75.
      *               One older than the consent already on file is
      *               kept off and goes back as a duplicate, 77.
      *               Every source on the registry also gets its own
      *               return file PERSRET.<source> - each record it
      *               sent, with its PERSON-ID, final disposition and
      *               reason, between a header and a trailer it can
      *               reconcile against its own counts.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT COA-NOTICE-FILE ASSIGN TO 'PERSON.COA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.

           SELECT SOURCE-RETURN-FILE ASSIGN TO WS-RETURN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'PERSHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GI-GOVT-ID
               FILE STATUS IS WS-GOVTID-FILE-STATUS.

           SELECT WATCHLIST-FILE ASSIGN TO 'SANCLIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHLIST-FILE-STATUS.

           SELECT ZIP-REFERENCE-FILE ASSIGN TO 'ZIPREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZR-KEY
               FILE STATUS IS WS-ZIPREF-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'PERSHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT MKT-CONSENT-FILE ASSIGN TO 'MKTCNST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-NAME-DOB-KEY
               FILE STATUS IS WS-CONSENT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO 'SORTWK01'.

       DATA DIVISION.
           05 TP-MAX-SQL-ERRORS   PIC 9(05).
           05 TP-RUN-MODE         PIC X(01).
           05 TP-SIM-FILE-NAME    PIC X(30).
           05 TP-ADDR-CHANGE-LIMIT PIC X(02).
           05 TP-AGE-OF-MAJORITY  PIC X(02).

      *-----------------------------------------------------------*
      * THE UPSTREAM SOURCE REGISTRY THE OPERATORS OWN - ONE
       FD  EXTRACT-FILE.
           COPY CBPXTREC.

       FD  COA-NOTICE-FILE.
           COPY CBPCOANR.

       FD  SOURCE-RETURN-FILE.
           COPY CBPSRCRT.

       FD  RUN-HISTORY-FILE.
           COPY CBPRNHST.

       FD  GOVT-ID-FILE.
           COPY CBPGVIDR.

       FD  WATCHLIST-FILE.
           COPY CBPSANCL.

       FD  ZIP-REFERENCE-FILE.
           COPY CBPZIPRF.

       FD  HOLD-FILE.
           COPY CBPHOLDR.

       FD  MKT-CONSENT-FILE.
           COPY CBPMKTCN.

       FD  RUN-CONTROL-FILE.
           COPY CBPRUNCT.

      *-----------------------------------------------------------*
      * SORT WORK RECORD FOR THE HIGH-VOLUME PATH - THE INPUT
      * FILE RE-KEYED INTO PERSON-MASTER KEY ORDER. AN ADDRESS
           05 SR-BIRTH-DATE       PIC X(10).
           05 SR-MAINT-TYPE       PIC X(01).
           05 SR-GOVT-ID          PIC X(09).
           05 SR-GOVT-REC-ID      PIC X(10).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
       01  WS-HISTORY-FILE-STATUS PIC X(02).
       01  WS-PARM-FILE-STATUS    PIC X(02).
       01  WS-EXTRACT-FILE-STATUS PIC X(02).
       01  WS-COA-FILE-STATUS     PIC X(02).
       01  WS-RETURN-FILE-STATUS  PIC X(02).
       01  WS-RUNHIST-FILE-STATUS PIC X(02).
       01  WS-GOVTID-FILE-STATUS  PIC X(02).
       01  WS-WATCHLIST-FILE-STATUS PIC X(02).
       01  WS-ZIPREF-FILE-STATUS  PIC X(02).
       01  WS-HOLD-FILE-STATUS    PIC X(02).
       01  WS-CONSENT-FILE-STATUS PIC X(02).
       01  WS-RUNCTL-FILE-STATUS  PIC X(02).

      *-----------------------------------------------------------*
      * WORKING COPY OF THE CURRENT DETAIL RECORD
       01  WS-ADDR-REFRESH-SW     PIC X VALUE 'N'.
           88 WS-ADDR-REFRESH-DUE           VALUE 'Y'.

      *-----------------------------------------------------------*
      * ADDRESS HISTORY. A PERSON_ADDRESS ROW IS CURRENT WHILE ITS
      * EFFECTIVE-TO DATE IS STILL THE OPEN-ENDED 99991231; A NEW
      * MAILING ADDRESS CLOSES THE CURRENT ROWS AT THE EFFECTIVE
      * DATE INSTEAD OF DELETING THEM. THE OLD ADDRESS IS HELD
      * HERE FOR THE CHANGE-OF-ADDRESS NOTICE, AND A PERSON WHOSE
      * ADDRESS CHANGED MORE THAN THE LIMIT (PERSCTL.PRM, DEFAULT
      * 3) TIMES SINCE THE WINDOW START - 90 DAYS BEFORE THE
      * EFFECTIVE DATE - IS FLAGGED ON THE NOTICE.
      *-----------------------------------------------------------*
       01  WS-ADDR-OPEN-END-DATE  PIC X(08) VALUE '99991231'.
       01  WS-OLD-ADDR-LINE-1     PIC X(25) VALUE SPACES.
       01  WS-OLD-ADDR-LINE-2     PIC X(25) VALUE SPACES.
       01  WS-OLD-ADDR-CITY       PIC X(20) VALUE SPACES.
       01  WS-OLD-ADDR-STATE      PIC X(02) VALUE SPACES.
       01  WS-OLD-ADDR-ZIP        PIC X(05) VALUE SPACES.
       01  WS-OLD-ADDR-SW         PIC X VALUE 'N'.
           88 WS-OLD-ADDR-FOUND             VALUE 'Y'.
       01  WS-ADDR-CHANGE-LIMIT   PIC 9(02) VALUE 3.
       01  WS-ADDR-CHANGE-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-COA-WINDOW-START    PIC X(08) VALUE '00000000'.
       01  WS-COA-WINDOW-DATE.
           05 WS-WIN-YYYY          PIC 9(04).
           05 WS-WIN-MM            PIC 9(02).
           05 WS-WIN-DD            PIC 9(02).
       01  WS-WIN-DAYS-BACK       PIC 9(03) VALUE 90.

      *-----------------------------------------------------------*
      * ZIP REFERENCE CHECK. THE ZIP, CITY AND STATE OF EVERY
      * ADDRESS ARE HELD UP AGAINST ZIPREF.DAT: A CITY FOUND UNDER
      * ITS ZIP IS STORED UNDER THE PREFERRED SPELLING, AND A ZIP
      * NOT ON FILE, IN ANOTHER STATE, OR WITHOUT THE CITY GIVEN
      * IS REJECTED. A NIGHT THE FILE IS MISSING THE ADDRESSES
      * LOAD UNCHECKED AND THE RUN ENDS WITH THE WARNING CODE.
      * THE BEFORE IMAGE COUNTS THE ADDRESSES STANDARDIZATION
      * ACTUALLY CHANGED.
      *-----------------------------------------------------------*
       01  WS-ZIPREF-PRESENT-SW   PIC X VALUE 'N'.
           88 WS-ZIPREF-IS-PRESENT          VALUE 'Y'.
       01  WS-ZIP-CITY-SW         PIC X VALUE 'N'.
           88 WS-ZIP-CITY-FOUND             VALUE 'Y'.
       01  WS-ZIP-KNOWN-SW        PIC X VALUE 'N'.
           88 WS-ZIP-ON-REFERENCE           VALUE 'Y'.
       01  WS-STD-BEFORE-IMAGE    PIC X(70) VALUE SPACES.
       01  WS-STD-AFTER-IMAGE     PIC X(70) VALUE SPACES.

      *-----------------------------------------------------------*
      * ADDRESS STANDARDIZATION. THE STREET LINES ARE BROKEN INTO
      * WORDS AND EACH WORD LOOKED UP IN THE TABLE BELOW - THE
      * POSTAL STREET SUFFIXES (S), DIRECTIONALS (D) AND UNIT
      * DESIGNATORS (U), UNDER THEIR SPELLED-OUT NAMES AND THE
      * COMMON ABBREVIATIONS, EACH WITH THE STANDARD ABBREVIATION
      * IT IS STORED AS. THE SAME TABLE IS CARRIED BY CBPERAST, SO
      * THE LOAD AND THE RE-STANDARDIZATION PASS NEVER DISAGREE.
      *-----------------------------------------------------------*
       01  WS-STD-TABLE-VALUES.
           05 FILLER               PIC X(17) VALUE 'ALLEY     ALY   S'.
           05 FILLER               PIC X(17) VALUE 'ALY       ALY   S'.
           05 FILLER               PIC X(17) VALUE 'AVENUE    AVE   S'.
           05 FILLER               PIC X(17) VALUE 'AVE       AVE   S'.
           05 FILLER               PIC X(17) VALUE 'AV        AVE   S'.
           05 FILLER               PIC X(17) VALUE 'AVEN      AVE   S'.
           05 FILLER               PIC X(17) VALUE 'AVN       AVE   S'.
           05 FILLER               PIC X(17) VALUE 'BOULEVARD BLVD  S'.
           05 FILLER               PIC X(17) VALUE 'BLVD      BLVD  S'.
           05 FILLER               PIC X(17) VALUE 'BOUL      BLVD  S'.
           05 FILLER               PIC X(17) VALUE 'BOULV     BLVD  S'.
           05 FILLER               PIC X(17) VALUE 'CIRCLE    CIR   S'.
           05 FILLER               PIC X(17) VALUE 'CIR       CIR   S'.
           05 FILLER               PIC X(17) VALUE 'CIRC      CIR   S'.
           05 FILLER               PIC X(17) VALUE 'COURT     CT    S'.
           05 FILLER               PIC X(17) VALUE 'CT        CT    S'.
           05 FILLER               PIC X(17) VALUE 'CRT       CT    S'.
           05 FILLER               PIC X(17) VALUE 'COVE      CV    S'.
           05 FILLER               PIC X(17) VALUE 'CV        CV    S'.
           05 FILLER               PIC X(17) VALUE 'DRIVE     DR    S'.
           05 FILLER               PIC X(17) VALUE 'DR        DR    S'.
           05 FILLER               PIC X(17) VALUE 'DRV       DR    S'.
           05 FILLER               PIC X(17) VALUE 'DRIV      DR    S'.
           05 FILLER               PIC X(17) VALUE 'EXPRESSWAYEXPY  S'.
           05 FILLER               PIC X(17) VALUE 'EXPY      EXPY  S'.
           05 FILLER               PIC X(17) VALUE 'FREEWAY   FWY   S'.
           05 FILLER               PIC X(17) VALUE 'FWY       FWY   S'.
           05 FILLER               PIC X(17) VALUE 'HIGHWAY   HWY   S'.
           05 FILLER               PIC X(17) VALUE 'HWY       HWY   S'.
           05 FILLER               PIC X(17) VALUE 'HIWAY     HWY   S'.
           05 FILLER               PIC X(17) VALUE 'LANE      LN    S'.
           05 FILLER               PIC X(17) VALUE 'LN        LN    S'.
           05 FILLER               PIC X(17) VALUE 'LOOP      LOOP  S'.
           05 FILLER               PIC X(17) VALUE 'PARKWAY   PKWY  S'.
           05 FILLER               PIC X(17) VALUE 'PKWY      PKWY  S'.
           05 FILLER               PIC X(17) VALUE 'PKY       PKWY  S'.
           05 FILLER               PIC X(17) VALUE 'PLACE     PL    S'.
           05 FILLER               PIC X(17) VALUE 'PL        PL    S'.
           05 FILLER               PIC X(17) VALUE 'PLAZA     PLZ   S'.
           05 FILLER               PIC X(17) VALUE 'PLZ       PLZ   S'.
           05 FILLER               PIC X(17) VALUE 'ROAD      RD    S'.
           05 FILLER               PIC X(17) VALUE 'RD        RD    S'.
           05 FILLER               PIC X(17) VALUE 'SQUARE    SQ    S'.
           05 FILLER               PIC X(17) VALUE 'SQ        SQ    S'.
           05 FILLER               PIC X(17) VALUE 'STREET    ST    S'.
           05 FILLER               PIC X(17) VALUE 'ST        ST    S'.
           05 FILLER               PIC X(17) VALUE 'STR       ST    S'.
           05 FILLER               PIC X(17) VALUE 'STRT      ST    S'.
           05 FILLER               PIC X(17) VALUE 'TERRACE   TER   S'.
           05 FILLER               PIC X(17) VALUE 'TER       TER   S'.
           05 FILLER               PIC X(17) VALUE 'TRAIL     TRL   S'.
           05 FILLER               PIC X(17) VALUE 'TRL       TRL   S'.
           05 FILLER               PIC X(17) VALUE 'TURNPIKE  TPKE  S'.
           05 FILLER               PIC X(17) VALUE 'TPKE      TPKE  S'.
           05 FILLER               PIC X(17) VALUE 'WAY       WAY   S'.
           05 FILLER               PIC X(17) VALUE 'NORTH     N     D'.
           05 FILLER               PIC X(17) VALUE 'N         N     D'.
           05 FILLER               PIC X(17) VALUE 'SOUTH     S     D'.
           05 FILLER               PIC X(17) VALUE 'S         S     D'.
           05 FILLER               PIC X(17) VALUE 'EAST      E     D'.
           05 FILLER               PIC X(17) VALUE 'E         E     D'.
           05 FILLER               PIC X(17) VALUE 'WEST      W     D'.
           05 FILLER               PIC X(17) VALUE 'W         W     D'.
           05 FILLER               PIC X(17) VALUE 'NORTHEAST NE    D'.
           05 FILLER               PIC X(17) VALUE 'NE        NE    D'.
           05 FILLER               PIC X(17) VALUE 'NORTHWEST NW    D'.
           05 FILLER               PIC X(17) VALUE 'NW        NW    D'.
           05 FILLER               PIC X(17) VALUE 'SOUTHEAST SE    D'.
           05 FILLER               PIC X(17) VALUE 'SE        SE    D'.
           05 FILLER               PIC X(17) VALUE 'SOUTHWEST SW    D'.
           05 FILLER               PIC X(17) VALUE 'SW        SW    D'.
           05 FILLER               PIC X(17) VALUE 'APARTMENT APT   U'.
           05 FILLER               PIC X(17) VALUE 'APT       APT   U'.
           05 FILLER               PIC X(17) VALUE 'SUITE     STE   U'.
           05 FILLER               PIC X(17) VALUE 'STE       STE   U'.
           05 FILLER               PIC X(17) VALUE 'UNIT      UNIT  U'.
           05 FILLER               PIC X(17) VALUE 'BUILDING  BLDG  U'.
           05 FILLER               PIC X(17) VALUE 'BLDG      BLDG  U'.
           05 FILLER               PIC X(17) VALUE 'FLOOR     FL    U'.
           05 FILLER               PIC X(17) VALUE 'FL        FL    U'.
           05 FILLER               PIC X(17) VALUE 'ROOM      RM    U'.
           05 FILLER               PIC X(17) VALUE 'RM        RM    U'.
           05 FILLER               PIC X(17) VALUE 'DEPARTMENTDEPT  U'.
           05 FILLER               PIC X(17) VALUE 'DEPT      DEPT  U'.
           05 FILLER               PIC X(17) VALUE 'TRAILER   TRLR  U'.
           05 FILLER               PIC X(17) VALUE 'TRLR      TRLR  U'.
           05 FILLER               PIC X(17) VALUE 'LOT       LOT   U'.
           05 FILLER               PIC X(17) VALUE '#         #     U'.
       01  WS-STD-TABLE REDEFINES WS-STD-TABLE-VALUES.
           05 WS-STD-ENTRY         OCCURS 88 TIMES.
              10 WS-STD-FULL-WORD     PIC X(10).
              10 WS-STD-ABBREV        PIC X(06).
              10 WS-STD-KIND          PIC X(01).
       01  WS-STD-ENTRIES         PIC 9(03) VALUE 88.
       01  WS-STD-NDX             PIC 9(03) VALUE ZERO.

      *-----------------------------------------------------------*
      * ONE LINE BEING STANDARDIZED, ITS WORDS AND THE KIND OF
      * EACH, AND THE LINE REBUILT FROM THEM. A LINE THAT WOULD
      * NO LONGER FIT ITS FIELD IS LEFT AS IT CAME.
      *-----------------------------------------------------------*
       01  WS-STD-LINE            PIC X(25) VALUE SPACES.
       01  WS-STD-ORIGINAL        PIC X(25) VALUE SPACES.
       01  WS-STD-RESULT          PIC X(25) VALUE SPACES.
       01  WS-STD-TOKEN           PIC X(25) VALUE SPACES.
       01  WS-STD-WORD-COUNT      PIC 9(02) VALUE ZERO.
       01  WS-STD-WORD-TABLE.
           05 WS-STD-WORD-ENTRY   OCCURS 13 TIMES.
              10 WS-STD-WORD         PIC X(25).
              10 WS-STD-WORD-ABBREV  PIC X(06).
              10 WS-STD-WORD-KIND    PIC X(01).
                 88 WS-STD-IS-SUFFIX           VALUE 'S'.
                 88 WS-STD-IS-DIRECTIONAL      VALUE 'D'.
                 88 WS-STD-IS-UNIT             VALUE 'U'.
       01  WS-STD-WNDX            PIC 9(02) VALUE ZERO.
       01  WS-STD-NEXT            PIC 9(02) VALUE ZERO.
       01  WS-STD-IN-PTR          PIC 9(03) VALUE ZERO.
       01  WS-STD-OUT-PTR         PIC 9(03) VALUE ZERO.
       01  WS-STD-LOOKUP-SW       PIC X VALUE 'Y'.
           88 WS-STD-LOOKUP-WORDS           VALUE 'Y'.
       01  WS-STD-OVERFLOW-SW     PIC X VALUE 'N'.
           88 WS-STD-LINE-OVERFLOW          VALUE 'Y'.

      *-----------------------------------------------------------*
      * STATE CODE EDIT - THE FIFTY POSTAL STATE CODES PLUS DC.
      *-----------------------------------------------------------*
           88 WS-AN-ARRIVAL-MISSED          VALUE 'Y'.
       01  WS-ARRIVAL-MISS-COUNT  PIC 9(02) VALUE ZERO.

      *-----------------------------------------------------------*
      * RUN CONTROL - THIS JOB'S ENTRY ON RUNCTL.DAT, WHICH THE
      * JOBS AFTER IT IN THE STREAM CHECK BEFORE THEY START.
      *-----------------------------------------------------------*
       01  WS-RUN-JOB-NAME        PIC X(08) VALUE 'CBPERUPP'.
       01  WS-RUN-CLOCK-TIME      PIC X(08) VALUE SPACES.
       01  WS-RUN-SAVED-KEY       PIC X(16) VALUE SPACES.
       01  WS-RUN-FOUND-SW        PIC X VALUE 'N'.
           88 WS-RUN-RECORD-FOUND           VALUE 'Y'.

      *-----------------------------------------------------------*
      * DUPLICATE-CHECK MASTER RECORD KEY
      *-----------------------------------------------------------*
      * SENT, THE PLAIN-'U' NAME-CORRECTION CASE.
      *-----------------------------------------------------------*
       01  WS-PEND-GOVT-ID        PIC X(09) VALUE SPACES.
       01  WS-PEND-GOVT-REC-ID    PIC X(10) VALUE SPACES.
       01  WS-GOVT-STORED-SW      PIC X VALUE 'N'.
           88 WS-GOVT-ID-WAS-STORED         VALUE 'Y'.
       01  WS-ID-MATCH-SW         PIC X VALUE 'N'.
           88 WS-ID-MATCHED                 VALUE 'Y'.
       01  WS-ID-KEY-DIFFERS-SW   PIC X VALUE 'N'.
       01  WS-GOVTIDS-STORED      PIC 9(07) VALUE ZERO.
       01  WS-GOVTIDS-REJECTED    PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------*
      * MARKETING CONSENT RUN COUNTERS - WHOLE-RUN ONLY - AND THE
      * CONSENT RECORD BEING EDITED
      *-----------------------------------------------------------*
       01  WS-CONSENTS-READ       PIC 9(07) VALUE ZERO.
       01  WS-CONSENTS-STORED     PIC 9(07) VALUE ZERO.
       01  WS-CONSENTS-SUPERSEDED PIC 9(07) VALUE ZERO.
       01  WS-CONSENTS-REJECTED   PIC 9(07) VALUE ZERO.
       01  WS-CONSENT-FLAG        PIC X(01) VALUE SPACE.
           88 WS-VALID-CONSENT-FLAG         VALUES 'Y' 'N'.
       01  WS-CONSENT-DATE        PIC X(08) VALUE SPACES.
       01  WS-CONSENT-FOUND-SW    PIC X VALUE 'N'.
           88 WS-CONSENT-ON-FILE            VALUE 'Y'.
       01  WS-CONSENT-SAVE-RECORD PIC X(100) VALUE SPACES.
       01  WS-CONSENT-SAVE-DATE   PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------*
      * HIGH-VOLUME RELEASE LOOKAHEAD - THE DETAIL HELD BACK ONE
      * RECORD SO ITS 'G' SUPPLEMENT CAN RIDE THE SAME SORT
           05 WS-HV-HOLD-BIRTH    PIC X(10).
           05 WS-HV-HOLD-MAINT    PIC X(01).
           05 WS-HV-HOLD-GOVT-ID  PIC X(09).
           05 WS-HV-HOLD-GOVT-REC-ID PIC X(10).

      *-----------------------------------------------------------*
      * AUDIT HISTORY FOLD - RUNNING SEQUENCE AND RECORD COUNT
      *-----------------------------------------------------------*
       01  WS-EXTRACT-COUNT       PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------*
      * ISSUANCE HOLD SCREENING. EVERY PERSON ABOUT TO GO OUT ON
      * THE EXTRACT IS FIRST CHECKED AGAINST THE HOLD FILE AND
      * SCORED AGAINST THE WEEKLY SANCTIONS WATCHLIST, HELD IN
      * STORAGE FOR THE RUN. A PERSON WITH AN OPEN HOLD, OR A NEW
      * WATCHLIST HIT, IS KEPT OFF THE EXTRACT AND WAITS ON THE
      * HOLD FILE FOR COMPLIANCE. THE SCREEN PARAMETERS ARE THE
      * SAME ONES THE WEEKLY CBPERSCR SCREEN USES, SO THE LOAD
      * AND THE SCREEN NEVER DISAGREE ABOUT WHO IS A HIT.
      *-----------------------------------------------------------*
       01  WS-WATCHLIST-PRESENT-SW PIC X VALUE 'N'.
           88 WS-WATCHLIST-IS-PRESENT       VALUE 'Y'.
       01  WS-WL-MAX              PIC 9(05) VALUE 3000.
       01  WS-WL-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-WL-TABLE.
           05 WS-WL-ENTRY         OCCURS 3000 TIMES.
              10 WS-WL-LIST-ID       PIC X(10).
              10 WS-WL-FIRST-NAME    PIC X(20).
              10 WS-WL-LAST-NAME     PIC X(20).
              10 WS-WL-BIRTH-DATE    PIC X(10).
       01  WS-WL-TRUNCATED-SW     PIC X VALUE 'N'.
           88 WS-WL-TABLE-FULL              VALUE 'Y'.
       01  WS-WL-NDX              PIC 9(05) VALUE ZERO.

       01  WS-SCR-KEY             PIC X(50) VALUE SPACES.
       01  WS-SCR-FIRST-NAME      PIC X(20) VALUE SPACES.
       01  WS-SCR-LAST-NAME       PIC X(20) VALUE SPACES.
       01  WS-SCR-BIRTH-DATE      PIC X(10) VALUE SPACES.
       01  WS-SCR-SOURCE          PIC X(03) VALUE SPACES.
       01  WS-SCR-HELD-SW         PIC X VALUE 'N'.
           88 WS-SCR-PERSON-HELD            VALUE 'Y'.
       01  WS-HOLD-FOUND-SW       PIC X VALUE 'N'.
           88 WS-HOLD-ON-FILE               VALUE 'Y'.
       01  WS-SCR-DECEASED-SW     PIC X VALUE 'N'.
           88 WS-SCR-PERSON-DECEASED        VALUE 'Y'.
       01  WS-DECEASED-ROW-COUNT  PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------*
      * MINOR HOLD. A PERSON WHO HAS NOT REACHED THE AGE OF
      * MAJORITY (PERSCTL.PRM, DEFAULT 18) BY THE EFFECTIVE DATE
      * IS HELD OFF THE EXTRACT UNTIL THE BRANCH RECORDS GUARDIAN
      * CONSENT OR THE PERSON COMES OF AGE. THE MAJORITY DATE IS
      * THE BIRTHDAY IN THE YEAR OF MAJORITY, CCYYMMDD.
      *-----------------------------------------------------------*
       01  WS-AGE-OF-MAJORITY     PIC 9(02) VALUE 18.
       01  WS-MAJORITY-DATE.
           05 WS-MAJ-YYYY          PIC 9(04).
           05 WS-MAJ-MM            PIC X(02).
           05 WS-MAJ-DD            PIC X(02).
       01  WS-SCR-MINOR-SW        PIC X VALUE 'N'.
           88 WS-SCR-PERSON-MINOR           VALUE 'Y'.
       01  WS-SCR-MARKED-SW       PIC X VALUE 'N'.
           88 WS-SCR-ALREADY-MARKED         VALUE 'Y'.
       01  WS-CUSTOMER-TYPE-MINOR PIC X(01) VALUE 'M'.

       01  WS-MATCH-SCORE         PIC 9(03) VALUE ZERO.
       01  WS-MATCH-REASON        PIC X(20) VALUE SPACES.
       01  WS-BEST-SCORE          PIC 9(03) VALUE ZERO.
       01  WS-BEST-REASON         PIC X(20) VALUE SPACES.
       01  WS-BEST-NDX            PIC 9(05) VALUE ZERO.
       01  WS-HIT-FLOOR           PIC 9(03) VALUE 60.
       01  WS-BIRTH-MATCH-SW      PIC X VALUE 'N'.
           88 WS-BIRTH-EXACT                VALUE 'E'.
           88 WS-BIRTH-PARTIAL              VALUE 'P'.
           88 WS-BIRTH-NO-MATCH             VALUE 'N'.
       01  WS-PARTIAL-PENALTY     PIC 9(03) VALUE 10.

      *-----------------------------------------------------------*
      * NAME SIMILARITY FOR THE WATCHLIST SCORE - THE SAME RULE
      * THE CBPERDUP SWEEP APPLIES: SAME FIRST LETTER, LENGTHS
      * WITHIN TWO, AND AT LEAST THE FLOOR PERCENTAGE OF THEIR
      * CHARACTERS SHARED.
      *-----------------------------------------------------------*
       01  WS-LIKE-NAME-1         PIC X(20) VALUE SPACES.
       01  WS-LIKE-NAME-2         PIC X(20) VALUE SPACES.
       01  WS-LIKE-WORK           PIC X(20) VALUE SPACES.
       01  WS-LIKE-LEN-1          PIC 9(02) VALUE ZERO.
       01  WS-LIKE-LEN-2          PIC 9(02) VALUE ZERO.
       01  WS-LIKE-LEN-MAX        PIC 9(02) VALUE ZERO.
       01  WS-LIKE-LEN-DIFF       PIC S9(02) VALUE ZERO.
       01  WS-LIKE-MATCHES        PIC 9(02) VALUE ZERO.
       01  WS-LIKE-PCT            PIC 9(03) VALUE ZERO.
       01  WS-LIKE-NDX-1          PIC 9(02) VALUE ZERO.
       01  WS-LIKE-NDX-2          PIC 9(02) VALUE ZERO.
       01  WS-LIKE-FOUND-SW       PIC X VALUE 'N'.
           88 WS-LIKE-CHAR-FOUND            VALUE 'Y'.
       01  WS-SIMILAR-SW          PIC X VALUE 'N'.
           88 WS-NAMES-ARE-SIMILAR          VALUE 'Y'.
       01  WS-SIMILARITY-FLOOR    PIC 9(03) VALUE 75.
       01  WS-LEN-WORK            PIC 9(02) VALUE ZERO.

      *-----------------------------------------------------------*
      * HOLDS COMPLIANCE HAS CLEARED SINCE THE LAST RUN. A PERSON
      * IS RELEASED ONLY WHEN NONE OF THEIR HOLDS IS STILL OPEN,
      * SO THE HOLD FILE IS WALKED ONE PERSON (ONE RUN OF EQUAL
      * NAME/BIRTH-DATE KEYS) AT A TIME, THE PERSON'S CLEARED
      * HOLDS GATHERED IN THE GROUP TABLE, AND ONLY A GROUP WITH
      * NOTHING STILL OPEN IS CARRIED OVER TO THE RELEASE TABLE.
      * A RELEASE TABLE THAT FILLS LEAVES THE REST FOR TOMORROW.
      *-----------------------------------------------------------*
       01  WS-GRP-KEY             PIC X(50) VALUE SPACES.
       01  WS-GRP-OPEN-SW         PIC X VALUE 'N'.
           88 WS-GRP-HAS-OPEN-HOLD          VALUE 'Y'.
       01  WS-GRP-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-GRP-TABLE.
           05 WS-GRP-ENTRY        OCCURS 10 TIMES.
              10 WS-GRP-HOLD-KEY     PIC X(51).
       01  WS-GRP-NDX             PIC 9(02) VALUE ZERO.

       01  WS-RLS-MAX             PIC 9(05) VALUE 2000.
       01  WS-RLS-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-RLS-TABLE.
           05 WS-RLS-ENTRY        OCCURS 2000 TIMES.
              10 WS-RLS-HOLD-KEY     PIC X(51).
       01  WS-RLS-NDX             PIC 9(05) VALUE ZERO.
       01  WS-RLS-LAST-KEY        PIC X(50) VALUE SPACES.
       01  WS-RLS-TRUNCATED-SW    PIC X VALUE 'N'.
           88 WS-RLS-TABLE-FULL             VALUE 'Y'.

       01  WS-HOLDS-PLACED        PIC 9(07) VALUE ZERO.
       01  WS-PERSONS-HELD        PIC 9(07) VALUE ZERO.
       01  WS-PERSONS-RELEASED    PIC 9(07) VALUE ZERO.
       01  WS-HOLDS-CLOSED        PIC 9(07) VALUE ZERO.
       01  WS-HOLD-WRITE-ERRORS   PIC 9(07) VALUE ZERO.
       01  WS-DECEASED-WITHHELD   PIC 9(07) VALUE ZERO.
       01  WS-MINOR-HOLDS-PLACED  PIC 9(07) VALUE ZERO.
       01  WS-MINORS-HELD         PIC 9(07) VALUE ZERO.

       01  WS-ADDRESSES-UNCHANGED PIC 9(07) VALUE ZERO.
       01  WS-COA-NOTICE-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-COA-RAPID-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-ADDRESSES-STANDARDIZED PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------*
      * DISPOSITION RETURN FILE FOR THE SOURCE BEING PROCESSED -
      * PERSRET.<SOURCE>, ONE PER REGISTERED SOURCE, BUILT UP AS
      * EACH RECORD'S FATE IS SETTLED. THE COUNTS ARE PER FILE
      * AND GO ON ITS TRAILER; THE LAST TWO ARE WHOLE-RUN TOTALS
      * FOR THE CONTROL REPORT.
      *-----------------------------------------------------------*
       01  WS-RETURN-FILE-NAME    PIC X(30) VALUE SPACES.
       01  WS-RETURN-OPEN-SW      PIC X VALUE 'N'.
           88 WS-RETURN-IS-OPEN             VALUE 'Y'.
       01  WS-RETURN-EXTEND-SW    PIC X VALUE 'N'.
           88 WS-RETURN-EXTENDING           VALUE 'Y'.
       01  WS-RETURN-FEED-STATUS  PIC X(01) VALUE SPACE.
       01  WS-RETURN-REC-TYPE     PIC X(01) VALUE SPACE.
       01  WS-RETURN-PERSON-ID    PIC X(10) VALUE SPACES.
       01  WS-RETURN-DISPOSITION  PIC X(09) VALUE SPACES.
       01  WS-RETURN-BEFORE-COUNT PIC 9(07) VALUE ZERO.
       01  WS-RET-RECORDS         PIC 9(07) VALUE ZERO.
       01  WS-RET-LOADED          PIC 9(07) VALUE ZERO.
       01  WS-RET-UPDATED         PIC 9(07) VALUE ZERO.
       01  WS-RET-DELETED         PIC 9(07) VALUE ZERO.
       01  WS-RET-DUPLICATE       PIC 9(07) VALUE ZERO.
       01  WS-RET-REJECTED        PIC 9(07) VALUE ZERO.
       01  WS-RET-ERRORS          PIC 9(07) VALUE ZERO.
       01  WS-RETURN-FILES-WRITTEN PIC 9(07) VALUE ZERO.
       01  WS-TOT-RECORDS-RETURNED PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------*
      * BIRTH-DATE EDIT WORK AREAS
      *-----------------------------------------------------------*

       BEGIN.
           PERFORM INITIALIZE-RUN
           IF NOT WS-SIMULATION-MODE
               PERFORM RECORD-RUN-START
           END-IF
           PERFORM OPEN-ALL-FILES
           IF NOT WS-SIMULATION-MODE
               PERFORM RELEASE-CLEARED-HOLDS
           END-IF
           PERFORM VARYING WS-SOURCE-NBR FROM 1 BY 1
                   UNTIL WS-SOURCE-NBR > WS-SOURCE-COUNT
               IF WS-SOURCE-ACTIVE-SW(WS-SOURCE-NBR) = 'S'
               END-IF
           END-PERFORM
           PERFORM FINALIZE-RUN
           IF NOT WS-SIMULATION-MODE
               PERFORM RECORD-RUN-END
           END-IF
           STOP RUN.

      *-----------------------------------------------------------*
      * A SOURCE THE OPERATORS SUSPENDED ON THE REGISTRY SITS OUT
      * THE RUN - NOTED, NOT PROCESSED, AND ITS FILE LEFT WHERE
      * IT IS FOR THE NIGHT THE SOURCE COMES BACK. ITS RETURN
      * FILE STILL GOES OUT, EMPTY AND MARKED SUSPENDED.
      *-----------------------------------------------------------*
       SKIP-SUSPENDED-SOURCE.
           DISPLAY 'CBPERUPP - SOURCE '
           MOVE 'Y' TO WS-ST-SUSPENDED-SW(WS-SOURCE-NBR)
           MOVE WS-SOURCE-CODE(WS-SOURCE-NBR) TO
               WS-ST-SOURCE-CODE(WS-SOURCE-NBR)
           MOVE 'S' TO WS-RETURN-FEED-STATUS
           PERFORM CUT-EMPTY-RETURN-FILE
           EXIT.

      *-----------------------------------------------------------*
      * THERE TONIGHT (INCLUDING ONE ALREADY ARCHIVED BY THE RUN
      * A RESTART IS RESUMING) IS NOTED AND PASSED OVER. THE
      * CHECKPOINT SKIP ONLY APPLIES TO THE SOURCE FILE THE
      * CHECKPOINT WAS CUT AGAINST. THE SOURCE'S RETURN FILE IS
      * OPENED ONCE THE HEADER IS IN AND TRAILED ONCE THE FILE
      * BALANCES; A SOURCE WITH NO FILE GETS AN EMPTY ONE.
      *-----------------------------------------------------------*
       PROCESS-ONE-SOURCE-FILE.
           MOVE WS-SOURCE-FILE-NAME(WS-SOURCE-NBR)
               MOVE 'N' TO WS-ST-PROCESSED-SW(WS-SOURCE-NBR)
               MOVE WS-SOURCE-CODE(WS-SOURCE-NBR) TO
                   WS-ST-SOURCE-CODE(WS-SOURCE-NBR)
               MOVE 'N' TO WS-RETURN-FEED-STATUS
               PERFORM CUT-EMPTY-RETURN-FILE
           ELSE
               IF WS-PERSON-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERUPP - COULD NOT OPEN PERSON-FILE '
                           ', STATUS=' WS-PERSON-FILE-STATUS
                           ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABORT-RUN
               END-IF
               PERFORM RESET-FILE-COUNTERS
               PERFORM PROCESS-HEADER-RECORD
               PERFORM OPEN-RETURN-FILE
               MOVE WS-RUN-MODE-SW TO WS-FILE-MODE-SW
               IF WS-RESTART-COUNT > ZERO
                       AND WS-CKP-SOURCE-NBR = WS-SOURCE-NBR
                   END-PERFORM
               END-IF
               PERFORM VALIDATE-TRAILER-COUNT
               PERFORM CLOSE-RETURN-FILE
               PERFORM SAVE-SOURCE-TOTALS
               CLOSE PERSON-FILE
               PERFORM ARCHIVE-INPUT-FILE
           MOVE 'N' TO WS-HELD-SW
           MOVE 'N' TO WS-HV-HOLD-SW
           MOVE SPACES TO WS-PEND-GOVT-ID
           MOVE SPACES TO WS-PEND-GOVT-REC-ID
           MOVE ZERO TO WS-RET-RECORDS
           MOVE ZERO TO WS-RET-LOADED
           MOVE ZERO TO WS-RET-UPDATED
           MOVE ZERO TO WS-RET-DELETED
           MOVE ZERO TO WS-RET-DUPLICATE
           MOVE ZERO TO WS-RET-REJECTED
           MOVE ZERO TO WS-RET-ERRORS
           MOVE SPACES TO WS-RUN-DATE-ON-FILE
           MOVE SPACES TO WS-LAST-DETAIL-ID
           MOVE SPACES TO WS-PARENT-FIRST-NAME
               WS-BATCH-COMMIT-SIZE - 1
           PERFORM LOAD-SOURCE-REGISTRY
           PERFORM READ-TOLERANCE-PARMS
           PERFORM SET-ADDRESS-CHANGE-WINDOW
           IF WS-SIMULATION-MODE
               PERFORM SET-UP-SIMULATION-SOURCE
           END-IF
                       END-IF
                       MOVE TP-MAX-REJECT-PCT TO WS-MAX-REJECT-PCT
                       MOVE TP-MAX-SQL-ERRORS TO WS-MAX-SQL-ERRORS
                       IF TP-ADDR-CHANGE-LIMIT NUMERIC
                               AND TP-ADDR-CHANGE-LIMIT > ZERO
                           MOVE TP-ADDR-CHANGE-LIMIT
                               TO WS-ADDR-CHANGE-LIMIT
                       END-IF
                       IF TP-AGE-OF-MAJORITY NUMERIC
                               AND TP-AGE-OF-MAJORITY > ZERO
                           MOVE TP-AGE-OF-MAJORITY
                               TO WS-AGE-OF-MAJORITY
                       END-IF
                       EVALUATE TP-RUN-MODE
                           WHEN 'H'
                           WHEN 'h'
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE RAPID-CHANGE WINDOW OPENS 90 DAYS BEFORE THE EFFECTIVE
      * DATE, WALKED BACK A DAY AT A TIME ACROSS MONTH AND YEAR
      * ENDS. AN EFFECTIVE DATE THAT IS NOT A DATE OPENS THE
      * WINDOW ALL THE WAY BACK.
      *-----------------------------------------------------------*
       SET-ADDRESS-CHANGE-WINDOW.
           MOVE '00000000' TO WS-COA-WINDOW-START
           IF WS-EFFECTIVE-DATE NUMERIC
               MOVE WS-EFFECTIVE-DATE TO WS-COA-WINDOW-DATE
               IF WS-WIN-MM >= 1 AND WS-WIN-MM <= 12
                   PERFORM STEP-WINDOW-BACK-ONE-DAY
                       WS-WIN-DAYS-BACK TIMES
                   MOVE WS-COA-WINDOW-DATE TO WS-COA-WINDOW-START
               END-IF
           END-IF
           EXIT.

       STEP-WINDOW-BACK-ONE-DAY.
           IF WS-WIN-DD > 1
               SUBTRACT 1 FROM WS-WIN-DD
           ELSE
               IF WS-WIN-MM > 1
                   SUBTRACT 1 FROM WS-WIN-MM
               ELSE
                   MOVE 12 TO WS-WIN-MM
                   SUBTRACT 1 FROM WS-WIN-YYYY
               END-IF
               MOVE WS-DAYS-IN-MONTH(WS-WIN-MM) TO WS-WIN-DD
               IF WS-WIN-MM = 2
                   DIVIDE WS-WIN-YYYY BY 4 GIVING WS-LY-QUO
                       REMAINDER WS-LY-REM-4
                   DIVIDE WS-WIN-YYYY BY 100 GIVING WS-LY-QUO
                       REMAINDER WS-LY-REM-100
                   DIVIDE WS-WIN-YYYY BY 400 GIVING WS-LY-QUO
                       REMAINDER WS-LY-REM-400
                   IF (WS-LY-REM-4 = 0 AND WS-LY-REM-100 NOT = 0)
                           OR WS-LY-REM-400 = 0
                       MOVE 29 TO WS-WIN-DD
                   END-IF
               END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * START EVERY SOURCE SLOT OUT EMPTY AND UNPROCESSED, SO THE
      * REPORT CAN TELL A SOURCE THAT RAN CLEAN AND EMPTY FROM A
                       'STATUS=' WS-REJECT-FILE-STATUS
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           IF WS-RESTART-COUNT > ZERO
               DISPLAY 'CBPERUPP - COULD NOT OPEN AUDIT-FILE, STATUS='
                       WS-AUDIT-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           IF NOT WS-SIMULATION-MODE
                           'STATUS=' WS-EXTRACT-FILE-STATUS
                           ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABORT-RUN
               END-IF
               IF WS-RESTART-COUNT = ZERO
                   MOVE SPACES TO EXTRACT-RECORD
                   MOVE WS-EFFECTIVE-DATE TO XT-EFFECTIVE-DATE
                   WRITE EXTRACT-RECORD
               END-IF

               IF WS-RESTART-COUNT > ZERO
                   PERFORM COUNT-NOTICE-DETAILS
                   OPEN EXTEND COA-NOTICE-FILE
               ELSE
                   OPEN OUTPUT COA-NOTICE-FILE
               END-IF
               IF WS-COA-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERUPP - COULD NOT OPEN '
                           'COA-NOTICE-FILE, STATUS='
                           WS-COA-FILE-STATUS ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABORT-RUN
               END-IF
               IF WS-RESTART-COUNT = ZERO
                   MOVE SPACES TO COA-NOTICE-RECORD
                   MOVE 'H' TO CN-REC-TYPE
                   MOVE WS-EFFECTIVE-DATE TO CN-EFFECTIVE-DATE
                   MOVE WS-ADDR-CHANGE-LIMIT TO CN-CHANGE-LIMIT
                   WRITE COA-NOTICE-RECORD
               END-IF
           END-IF

           OPEN OUTPUT CONTROL-REPORT-FILE
                       'CONTROL-REPORT-FILE, STATUS='
                       WS-REPORT-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           IF WS-SIMULATION-MODE
                       'PERSON-MASTER-FILE, STATUS='
                       WS-MASTER-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           IF WS-SIMULATION-MODE
                       'STATUS=' WS-GOVTID-FILE-STATUS
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           IF WS-SIMULATION-MODE
               OPEN INPUT MKT-CONSENT-FILE
               IF WS-CONSENT-FILE-STATUS = '35'
                   OPEN OUTPUT MKT-CONSENT-FILE
                   CLOSE MKT-CONSENT-FILE
                   OPEN INPUT MKT-CONSENT-FILE
               END-IF
           ELSE
               OPEN I-O MKT-CONSENT-FILE
               IF WS-CONSENT-FILE-STATUS = '35'
                   OPEN OUTPUT MKT-CONSENT-FILE
                   CLOSE MKT-CONSENT-FILE
                   OPEN I-O MKT-CONSENT-FILE
               END-IF
           END-IF
           IF WS-CONSENT-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERUPP - COULD NOT OPEN '
                       'MKT-CONSENT-FILE, STATUS='
                       WS-CONSENT-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           PERFORM OPEN-ZIP-REFERENCE-FILE

           IF NOT WS-SIMULATION-MODE
               OPEN EXTEND RESTART-CTL-FILE
               IF WS-RESTART-FILE-STATUS = '35'
                           WS-RESTART-FILE-STATUS
                           ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABORT-RUN
               END-IF
               PERFORM OPEN-HOLD-SCREEN-FILES
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE HOLD FILE IS CREATED THE FIRST TIME THROUGH. THE
      * WATCHLIST IS LOADED INTO STORAGE AND CLOSED - A NIGHT IT
      * IS MISSING THE LOAD STILL HONOURS EVERY HOLD ALREADY ON
      * FILE BUT CANNOT SCREEN NEW PERSONS, SO IT SAYS SO ON THE
      * CONTROL REPORT AND ENDS WITH THE WARNING RETURN CODE.
      *-----------------------------------------------------------*
       OPEN-HOLD-SCREEN-FILES.
           OPEN I-O HOLD-FILE
           IF WS-HOLD-FILE-STATUS = '35'
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERUPP - COULD NOT OPEN HOLD-FILE, '
                       'STATUS=' WS-HOLD-FILE-STATUS
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCHLIST-FILE-STATUS = '35'
               DISPLAY 'CBPERUPP - NO SANCLIST.DAT WATCHLIST - NEW '
                       'PERSONS WILL NOT BE SCREENED'
           ELSE
               IF WS-WATCHLIST-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERUPP - COULD NOT OPEN '
                           'WATCHLIST-FILE, STATUS='
                           WS-WATCHLIST-FILE-STATUS
                           ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABORT-RUN
               END-IF
               MOVE 'Y' TO WS-WATCHLIST-PRESENT-SW
               PERFORM LOAD-WATCHLIST-TABLE
               CLOSE WATCHLIST-FILE
           END-IF
           EXIT.

       LOAD-WATCHLIST-TABLE.
           MOVE 'N' TO EOF
           PERFORM UNTIL END-OF-FILE
               READ WATCHLIST-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF WS-WL-COUNT < WS-WL-MAX
                           ADD 1 TO WS-WL-COUNT
                           PERFORM TAKE-ONE-LIST-ENTRY
                       ELSE
                           MOVE 'Y' TO WS-WL-TRUNCATED-SW
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF
           IF WS-WL-TABLE-FULL
               DISPLAY 'CBPERUPP - WATCHLIST EXCEEDS SCREEN TABLE OF '
                       WS-WL-MAX ' ENTRIES - SCREEN IS PARTIAL'
           END-IF
           EXIT.

       TAKE-ONE-LIST-ENTRY.
           INSPECT SL-FIRST-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT SL-LAST-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SL-LIST-ID TO WS-WL-LIST-ID(WS-WL-COUNT)
           MOVE SL-FIRST-NAME TO WS-WL-FIRST-NAME(WS-WL-COUNT)
           MOVE SL-LAST-NAME TO WS-WL-LAST-NAME(WS-WL-COUNT)
           MOVE SL-BIRTH-DATE TO WS-WL-BIRTH-DATE(WS-WL-COUNT)
           EXIT.

      *-----------------------------------------------------------*
      * THE ZIP REFERENCE IS READ ONLY, SO A SIMULATION OPENS IT
      * TOO. A NIGHT IT IS MISSING THE LOAD CARRIES ON WITHOUT THE
      * ZIP/CITY/STATE CHECK AND SAYS SO ON THE CONTROL REPORT.
      *-----------------------------------------------------------*
       OPEN-ZIP-REFERENCE-FILE.
           OPEN INPUT ZIP-REFERENCE-FILE
           IF WS-ZIPREF-FILE-STATUS = '35'
               DISPLAY 'CBPERUPP - NO ZIPREF.DAT REFERENCE - ZIP, '
                       'CITY AND STATE WILL NOT BE CHECKED'
           ELSE
               IF WS-ZIPREF-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERUPP - COULD NOT OPEN '
                           'ZIP-REFERENCE-FILE, STATUS='
                           WS-ZIPREF-FILE-STATUS
                           ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABORT-RUN
               END-IF
               MOVE 'Y' TO WS-ZIPREF-PRESENT-SW
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * BEFORE TONIGHT'S FEEDS, RELEASE EVERY PERSON COMPLIANCE
      * HAS CLEARED. A PERSON IS RELEASED ONLY WHEN NO HOLD OF
      * THEIRS IS STILL OPEN; THEIR CLEARED HOLDS GO TO 'R', AND
      * IF A LOAD KEPT THEM OFF THE EXTRACT THEY GO OUT ON IT NOW
      * - PROVIDED THEY ARE STILL ON THE PERSON MASTER. A PERSON
      * DELETED WHILE HELD HAS THEIR HOLD CLOSED WITH NO CARD.
      *-----------------------------------------------------------*
       RELEASE-CLEARED-HOLDS.
           MOVE ZERO TO WS-RLS-COUNT
           MOVE ZERO TO WS-GRP-COUNT
           MOVE 'N' TO WS-GRP-OPEN-SW
           MOVE SPACES TO WS-GRP-KEY
           MOVE LOW-VALUES TO HD-KEY
           START HOLD-FILE KEY IS >= HD-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF
               NOT INVALID KEY
                   MOVE 'N' TO EOF
           END-START
           PERFORM UNTIL END-OF-FILE
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM GATHER-ONE-HOLD
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF
           PERFORM CLOSE-HOLD-GROUP
           IF WS-RLS-TABLE-FULL
               DISPLAY 'CBPERUPP - MORE THAN ' WS-RLS-MAX
                       ' CLEARED HOLDS - REMAINDER RELEASED NEXT RUN'
           END-IF

           MOVE SPACES TO WS-RLS-LAST-KEY
           PERFORM VARYING WS-RLS-NDX FROM 1 BY 1
                   UNTIL WS-RLS-NDX > WS-RLS-COUNT
               PERFORM RELEASE-ONE-HOLD
           END-PERFORM
           EXIT.

       GATHER-ONE-HOLD.
           IF HD-NAME-DOB-KEY NOT = WS-GRP-KEY
               PERFORM CLOSE-HOLD-GROUP
               MOVE HD-NAME-DOB-KEY TO WS-GRP-KEY
           END-IF
           EVALUATE TRUE
               WHEN HD-HOLD-IS-OPEN
                   MOVE 'Y' TO WS-GRP-OPEN-SW
               WHEN HD-HOLD-IS-CLEARED
                   IF WS-GRP-COUNT < 10
                       ADD 1 TO WS-GRP-COUNT
                       MOVE HD-KEY TO WS-GRP-HOLD-KEY(WS-GRP-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       CLOSE-HOLD-GROUP.
           IF NOT WS-GRP-HAS-OPEN-HOLD
               PERFORM VARYING WS-GRP-NDX FROM 1 BY 1
                       UNTIL WS-GRP-NDX > WS-GRP-COUNT
                   IF WS-RLS-COUNT < WS-RLS-MAX
                       ADD 1 TO WS-RLS-COUNT
                       MOVE WS-GRP-HOLD-KEY(WS-GRP-NDX)
                           TO WS-RLS-HOLD-KEY(WS-RLS-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-RLS-TRUNCATED-SW
                   END-IF
               END-PERFORM
           END-IF
           MOVE ZERO TO WS-GRP-COUNT
           MOVE 'N' TO WS-GRP-OPEN-SW
           EXIT.

       RELEASE-ONE-HOLD.
           MOVE WS-RLS-HOLD-KEY(WS-RLS-NDX) TO HD-KEY
           MOVE 'N' TO WS-HOLD-FOUND-SW
           READ HOLD-FILE
               KEY IS HD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HOLD-FOUND-SW
           END-READ
           IF WS-HOLD-ON-FILE AND HD-HOLD-IS-CLEARED
               IF HD-KEPT-OFF-EXTRACT
                       AND HD-NAME-DOB-KEY NOT = WS-RLS-LAST-KEY
                   MOVE HD-NAME-DOB-KEY TO WS-RLS-LAST-KEY
                   PERFORM RELEASE-PERSON-TO-EXTRACT
               END-IF
               MOVE 'R' TO HD-HOLD-STATUS
               MOVE WS-SYSTEM-DATE TO HD-RELEASED-DATE
               REWRITE HOLD-RECORD
                   INVALID KEY
                       ADD 1 TO WS-HOLD-WRITE-ERRORS
                       DISPLAY 'CBPERUPP - HOLD REWRITE FAILED '
                               'FOR KEY ' HD-NAME-DOB-KEY
                   NOT INVALID KEY
                       ADD 1 TO WS-HOLDS-CLOSED
               END-REWRITE
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE CLEARED PERSON GOES OUT ON THE EXTRACT AS AN ORDINARY
      * DETAIL UNDER THE SOURCE THAT SENT THEM - UNLESS THEY HAVE
      * SINCE LEFT THE MASTER OR BEEN REPORTED DECEASED.
      *-----------------------------------------------------------*
       RELEASE-PERSON-TO-EXTRACT.
           MOVE HD-FIRST-NAME TO WS-SCR-FIRST-NAME
           MOVE HD-LAST-NAME TO WS-SCR-LAST-NAME
           MOVE HD-BIRTH-DATE TO WS-SCR-BIRTH-DATE
           PERFORM CHECK-DECEASED-PERSON
           MOVE HD-NAME-DOB-KEY TO PM-NAME-DOB-KEY
           READ PERSON-MASTER-FILE
               KEY IS PM-NAME-DOB-KEY
               INVALID KEY
                   DISPLAY 'CBPERUPP - CLEARED PERSON NO LONGER ON '
                           'MASTER, KEY ' HD-NAME-DOB-KEY
               NOT INVALID KEY
                   IF WS-SCR-PERSON-DECEASED
                       ADD 1 TO WS-DECEASED-WITHHELD
                   ELSE
                       MOVE SPACES TO EXTRACT-RECORD
                       MOVE 'D' TO XT-REC-TYPE
                       MOVE HD-FIRST-NAME TO XT-FIRST-NAME
                       MOVE HD-LAST-NAME TO XT-LAST-NAME
                       MOVE HD-BIRTH-DATE TO XT-BIRTH-DATE
                       MOVE HD-SOURCE-SYSTEM TO XT-SOURCE-SYSTEM
                       WRITE EXTRACT-RECORD
                       ADD 1 TO WS-EXTRACT-COUNT
                       ADD 1 TO WS-PERSONS-RELEASED
                   END-IF
           END-READ
           EXIT.

      *-----------------------------------------------------------*
      * IF THE CONTROL FILE FROM A PRIOR RUN EXISTS, ITS LAST
      * CHECKPOINT RECORD TELLS US HOW FAR WE ALREADY GOT.
                       DISPLAY 'CBPERUPP - ' WS-PERSON-DAT-FILE
                               ' HAS NO HEADER RECORD - JOB ABENDING'
                       MOVE 16 TO RETURN-CODE
                       PERFORM ABORT-RUN
                   ELSE
                       MOVE PH-RUN-DATE TO WS-RUN-DATE-ON-FILE
                       MOVE PH-EXPECTED-COUNT TO WS-HEADER-EXPECTED-CNT
               DISPLAY 'CBPERUPP - ' WS-PERSON-DAT-FILE
                       ' IS EMPTY - NO HEADER RECORD - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF
           EXIT.

                           'IS NOT IN THE CURRENT LAYOUT - CLEAR '
                           'PERSON.CKP AND RERUN - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABORT-RUN
               END-IF
           END-IF
           EXIT.
                           ' HEADER RUN DATE ' WS-RUN-DATE-ON-FILE
                           ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABORT-RUN
               END-IF
               MOVE WS-CKP-RECORDS-LOADED TO WS-RECORDS-LOADED
               MOVE WS-CKP-RECORDS-UPDATED TO WS-RECORDS-UPDATED
                               ADD 1 TO WS-SKIP-COUNT
                               ADD 1 TO WS-RECORDS-READ
                               ADD 1 TO WS-GOVTIDS-READ
                           WHEN 'C'
                               ADD 1 TO WS-SKIP-COUNT
                               ADD 1 TO WS-RECORDS-READ
                               ADD 1 TO WS-CONSENTS-READ
                           WHEN 'T'
                               MOVE PT-ACTUAL-COUNT TO
                                   WS-TRAILER-ACTUAL-CNT
                   PERFORM PROCESS-ADDRESS-RECORD
               WHEN 'G'
                   PERFORM PROCESS-GOVTID-RECORD
               WHEN 'C'
                   PERFORM PROCESS-CONSENT-RECORD
               WHEN OTHER
                   DISPLAY 'CBPERUPP - UNEXPECTED RECORD TYPE '
                           PERSON-REC-TYPE ' - SKIPPING'
       PROCESS-DETAIL-WITH-LOOKAHEAD.
           MOVE PERSON-RECORD TO WS-DETAIL-SAVE
           MOVE SPACES TO WS-PEND-GOVT-ID
           MOVE SPACES TO WS-PEND-GOVT-REC-ID
           MOVE 'N' TO WS-LOOKAHEAD-EOF-SW
           READ PERSON-FILE
               AT END
           ADD 1 TO WS-GOVTIDS-READ
           IF PG-GOVT-ID NUMERIC AND PG-GOVT-ID NOT = '000000000'
               MOVE PG-GOVT-ID TO WS-PEND-GOVT-ID
               MOVE PERSON-ID TO WS-PEND-GOVT-REC-ID
           ELSE
               ADD 1 TO WS-GOVTIDS-REJECTED
               ADD 1 TO WS-RECORDS-REJECTED

           PERFORM SAVE-PARENT-CONTEXT
           PERFORM WRITE-AUDIT-RECORD
           PERFORM RETURN-DETAIL-DISPOSITION
           PERFORM CHECKPOINT-IF-DUE
           PERFORM CHECK-RUN-TOLERANCES
           EXIT.
               MOVE WS-BIRTH-DATE TO WS-STO-BIRTH-DATE
               MOVE WS-MASTER-KEY TO WS-STO-KEY
           END-IF
           MOVE 'N' TO WS-GOVT-STORED-SW
           IF WS-SIMULATION-MODE
               ADD 1 TO WS-GOVTIDS-STORED
               MOVE 'Y' TO WS-GOVT-STORED-SW
           ELSE
               MOVE WS-STO-FIRST-NAME TO WS-DEL-FIRST-NAME
               MOVE WS-STO-LAST-NAME TO WS-DEL-LAST-NAME

               IF SQLCODE = 0
                   ADD 1 TO WS-GOVTIDS-STORED
                   MOVE 'Y' TO WS-GOVT-STORED-SW
                   MOVE WS-PEND-GOVT-ID TO GI-GOVT-ID
                   MOVE WS-STO-KEY TO GI-NAME-DOB-KEY
                   MOVE WS-STO-FIRST-NAME TO GI-FIRST-NAME
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           STRING WS-ADDR-LINE-1 WS-ADDR-LINE-2 WS-ADDR-CITY
               DELIMITED BY SIZE INTO WS-STD-BEFORE-IMAGE
           PERFORM STANDARDIZE-ADDRESS

           PERFORM VALIDATE-ADDRESS-RECORD

           IF WS-RECORD-IS-VALID
               STRING WS-ADDR-LINE-1 WS-ADDR-LINE-2 WS-ADDR-CITY
                   DELIMITED BY SIZE INTO WS-STD-AFTER-IMAGE
               IF WS-STD-AFTER-IMAGE NOT = WS-STD-BEFORE-IMAGE
                   ADD 1 TO WS-ADDRESSES-STANDARDIZED
               END-IF
               MOVE WS-ADDRESSES-LOADED TO WS-RETURN-BEFORE-COUNT
               PERFORM INSERT-ADDRESS-ROW
               IF WS-ADDRESSES-LOADED > WS-RETURN-BEFORE-COUNT
                   MOVE 'LOADED' TO WS-RETURN-DISPOSITION
               ELSE
                   MOVE 'ERROR' TO WS-RETURN-DISPOSITION
               END-IF
               PERFORM RETURN-FEED-RECORD
           ELSE
               ADD 1 TO WS-ADDRESSES-REJECTED
               PERFORM WRITE-REJECT-RECORD
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * A MARKETING CONSENT RECORD - THE CUSTOMER'S MAIL-OFFER
      * OPT-OUT FOR THE DETAIL AHEAD OF IT.
      *-----------------------------------------------------------*
       PROCESS-CONSENT-RECORD.
           ADD 1 TO WS-RECORDS-READ
           ADD 1 TO WS-CONSENTS-READ
           PERFORM EDIT-AND-STORE-CONSENT
           PERFORM CHECKPOINT-IF-DUE
           PERFORM CHECK-RUN-TOLERANCES
           EXIT.

      *-----------------------------------------------------------*
      * THE CONSENT EDITS AND THE STORE, SHARED BY THE STANDARD
      * PATH AND THE HIGH-VOLUME MERGE. LIKE AN ADDRESS, A
      * CONSENT NEEDS ITS PERSON ON FILE DIRECTLY AHEAD OF IT. A
      * BLANK DATE MEANS THE CUSTOMER GAVE IT AS OF THE RUN. THE
      * LATEST DECISION WINS - A RECORD DATED BEFORE THE ONE
      * ALREADY ON MKTCNST.DAT (A CPMT CHANGE MADE SINCE, SAY) IS
      * COUNTED AND LEFT UNAPPLIED, AND GOES BACK TO ITS SOURCE AS
      * A DUPLICATE UNDER REASON 77.
      *-----------------------------------------------------------*
       EDIT-AND-STORE-CONSENT.
           MOVE PC-OPT-OUT-FLAG TO WS-CONSENT-FLAG
           INSPECT WS-CONSENT-FLAG CONVERTING 'yn' TO 'YN'
           IF PC-CONSENT-DATE = SPACES
               MOVE WS-EFFECTIVE-DATE TO WS-CONSENT-DATE
           ELSE
               MOVE PC-CONSENT-DATE TO WS-CONSENT-DATE
           END-IF

           PERFORM VALIDATE-CONSENT-RECORD

           IF WS-RECORD-IS-VALID
               IF WS-SIMULATION-MODE
                   ADD 1 TO WS-CONSENTS-STORED
               ELSE
                   PERFORM STORE-MARKETING-CONSENT
                   PERFORM RETURN-FEED-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-CONSENTS-REJECTED
               ADD 1 TO WS-RECORDS-REJECTED
               PERFORM WRITE-REJECT-RECORD
           END-IF
           EXIT.

       VALIDATE-CONSENT-RECORD.
           MOVE 'Y' TO WS-RECORD-VALID-SW
           MOVE ZERO TO WS-REJECT-REASON-CODE
           MOVE SPACES TO WS-REJECT-REASON-TEXT

           IF PC-PARENT-ID NOT = WS-LAST-DETAIL-ID
                   OR NOT WS-PARENT-IS-LOADED
               MOVE 'N' TO WS-RECORD-VALID-SW
               MOVE 73 TO WS-REJECT-REASON-CODE
               MOVE 'CONSENT WITHOUT PERSON ON FILE'
                   TO WS-REJECT-REASON-TEXT
           ELSE
               IF NOT WS-VALID-CONSENT-FLAG
                   MOVE 'N' TO WS-RECORD-VALID-SW
                   MOVE 74 TO WS-REJECT-REASON-CODE
                   MOVE 'CONSENT FLAG NOT Y OR N'
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   IF WS-CONSENT-DATE NOT NUMERIC
                           OR WS-CONSENT-DATE > WS-EFFECTIVE-DATE
                       MOVE 'N' TO WS-RECORD-VALID-SW
                   ELSE
                       MOVE WS-CONSENT-DATE(1:4) TO WS-BIRTH-YYYY
                       MOVE WS-CONSENT-DATE(5:2) TO WS-BIRTH-MM
                       MOVE WS-CONSENT-DATE(7:2) TO WS-BIRTH-DD
                       PERFORM VALIDATE-CALENDAR-DATE
                   END-IF
                   IF NOT WS-RECORD-IS-VALID
                       MOVE 75 TO WS-REJECT-REASON-CODE
                       MOVE 'CONSENT DATE INVALID'
                           TO WS-REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF
           EXIT.

       STORE-MARKETING-CONSENT.
           MOVE WS-PARENT-LAST-NAME TO MK-LAST-NAME
           MOVE WS-PARENT-FIRST-NAME TO MK-FIRST-NAME
           MOVE WS-PARENT-BIRTH-DATE TO MK-BIRTH-DATE
           READ MKT-CONSENT-FILE
               INVALID KEY
                   MOVE SPACES TO MARKETING-CONSENT-RECORD
                   MOVE WS-PARENT-LAST-NAME TO MK-LAST-NAME
                   MOVE WS-PARENT-FIRST-NAME TO MK-FIRST-NAME
                   MOVE WS-PARENT-BIRTH-DATE TO MK-BIRTH-DATE
                   PERFORM FILL-CONSENT-RECORD
                   WRITE MARKETING-CONSENT-RECORD
                       INVALID KEY
                           DISPLAY 'CBPERUPP - CONSENT WRITE FAILED '
                                   'FOR ' MK-NAME-DOB-KEY
                           MOVE 'ERROR' TO WS-RETURN-DISPOSITION
                       NOT INVALID KEY
                           ADD 1 TO WS-CONSENTS-STORED
                           MOVE 'LOADED' TO WS-RETURN-DISPOSITION
                   END-WRITE
               NOT INVALID KEY
                   IF MK-CONSENT-DATE > WS-CONSENT-DATE
                       ADD 1 TO WS-CONSENTS-SUPERSEDED
                       MOVE 77 TO WS-REJECT-REASON-CODE
                       MOVE 'NEWER CONSENT ALREADY ON FILE'
                           TO WS-REJECT-REASON-TEXT
                       MOVE 'DUPLICATE' TO WS-RETURN-DISPOSITION
                   ELSE
                       PERFORM FILL-CONSENT-RECORD
                       REWRITE MARKETING-CONSENT-RECORD
                           INVALID KEY
                               DISPLAY 'CBPERUPP - CONSENT REWRITE '
                                       'FAILED FOR ' MK-NAME-DOB-KEY
                               MOVE 'ERROR' TO WS-RETURN-DISPOSITION
                           NOT INVALID KEY
                               ADD 1 TO WS-CONSENTS-STORED
                               MOVE 'UPDATED'
                                   TO WS-RETURN-DISPOSITION
                       END-REWRITE
                   END-IF
           END-READ
           EXIT.

       FILL-CONSENT-RECORD.
           MOVE WS-CONSENT-FLAG TO MK-OPT-OUT-FLAG
           MOVE WS-CONSENT-DATE TO MK-CONSENT-DATE
           MOVE WS-CURRENT-SOURCE-CODE TO MK-SOURCE-SYSTEM
           MOVE WS-EFFECTIVE-DATE TO MK-MAINT-DATE
           MOVE 'CBPERUPP' TO MK-MAINT-BY
           EXIT.

      *-----------------------------------------------------------*
      * HIGH-VOLUME PATH - RE-KEY THE WHOLE FILE INTO MASTER KEY
      * ORDER, THEN WALK PERSMAST.DAT SEQUENTIALLY ALONGSIDE THE
                       ', SORT-RETURN=' SORT-RETURN
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF
           EXIT.

                               PERFORM HV-RELEASE-ADDRESS
                           WHEN 'G'
                               PERFORM HV-TAKE-GOVTID
                           WHEN 'C'
                               PERFORM HV-FLUSH-HELD-DETAIL
                               PERFORM HV-RELEASE-CONSENT
                           WHEN OTHER
                               PERFORM HV-FLUSH-HELD-DETAIL
                               DISPLAY 'CBPERUPP - UNEXPECTED '
           MOVE WS-BIRTH-DATE TO WS-HV-HOLD-BIRTH
           MOVE PD-MAINT-TYPE TO WS-HV-HOLD-MAINT
           MOVE SPACES TO WS-HV-HOLD-GOVT-ID
           MOVE SPACES TO WS-HV-HOLD-GOVT-REC-ID
           MOVE 'Y' TO WS-HV-HOLD-SW
           EXIT.

               MOVE WS-HV-HOLD-BIRTH TO SR-BIRTH-DATE
               MOVE WS-HV-HOLD-MAINT TO SR-MAINT-TYPE
               MOVE WS-HV-HOLD-GOVT-ID TO SR-GOVT-ID
               MOVE WS-HV-HOLD-GOVT-REC-ID TO SR-GOVT-REC-ID
               RELEASE SORT-RECORD
               MOVE 'N' TO WS-HV-HOLD-SW
           END-IF
               IF PG-GOVT-ID NUMERIC
                       AND PG-GOVT-ID NOT = '000000000'
                   MOVE PG-GOVT-ID TO WS-HV-HOLD-GOVT-ID
                   MOVE PERSON-ID TO WS-HV-HOLD-GOVT-REC-ID
               ELSE
                   ADD 1 TO WS-GOVTIDS-REJECTED
                   ADD 1 TO WS-RECORDS-REJECTED
           MOVE SPACES TO SR-BIRTH-DATE
           MOVE SPACE TO SR-MAINT-TYPE
           MOVE SPACES TO SR-GOVT-ID
           MOVE SPACES TO SR-GOVT-REC-ID
           RELEASE SORT-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * A CONSENT RECORD HANGS OFF THE DETAIL AHEAD OF IT EXACTLY
      * AS AN ADDRESS DOES, SO IT SORTS IN BEHIND ITS PERSON.
      *-----------------------------------------------------------*
       HV-RELEASE-CONSENT.
           ADD 1 TO WS-RECORDS-READ
           ADD 1 TO WS-CONSENTS-READ
           ADD 1 TO WS-SR-SEQ
           MOVE WS-HV-PARENT-KEY TO SR-MASTER-KEY
           MOVE WS-SR-SEQ TO SR-REC-SEQ
           MOVE PERSON-REC-TYPE TO SR-REC-TYPE
           MOVE PERSON-ID TO SR-PERSON-ID
           MOVE PERSON-REC-DATA TO SR-REC-DATA
           MOVE SPACES TO SR-FIRST-NAME
           MOVE SPACES TO SR-LAST-NAME
           MOVE SPACES TO SR-BIRTH-DATE
           MOVE SPACE TO SR-MAINT-TYPE
           MOVE SPACES TO SR-GOVT-ID
           MOVE SPACES TO SR-GOVT-REC-ID
           RELEASE SORT-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * SECOND PASS - TAKE THE SORTED FEED BACK AND MATCH-MERGE
      * IT AGAINST ONE SEQUENTIAL WALK OF THE MASTER. EQUAL KEYS
      * MEAN THE PERSON IS ON FILE; A FEED KEY THE WALK PASSES
      * WITHOUT MATCHING IS NEW. DATABASE WORK IS COMMITTED IN
      * BATCHES, AND EACH COMMIT ALSO HARDENS THE PENDING MASTER
      * AND EXTRACT WRITES AND CUTS A CHECKPOINT, SO THE THREE
      * STORES MOVE FORWARD TOGETHER. ON A RESTART THE SORT IS
      * RERUN - ITS ORDER IS DETERMINED BY THE KEY AND THE FEED
      * SEQUENCE - AND THE RECORDS THE CHECKPOINT ALREADY COVERS
      * ARE SKIPPED AS THEY COME BACK, AFTER REBUILDING THE
      * PARENT CONTEXT FROM THE LAST SKIPPED DETAIL.
      *-----------------------------------------------------------*
       HV-MERGE-OUTPUT.
           MOVE ZERO TO WS-PEND-COUNT
           MOVE 'N' TO WS-MERGE-EOF-SW
           MOVE LOW-VALUES TO WS-MERGE-MASTER-KEY
                                   PERFORM HV-PROCESS-DETAIL
                               WHEN 'A'
                                   PERFORM HV-PROCESS-ADDRESS
                               WHEN 'C'
                                   PERFORM HV-PROCESS-CONSENT
                           END-EVALUATE
                       END-IF
               END-RETURN
      * PENDING QUEUE FIRST, SO A FEED RECORD JUDGED BEFORE THE
      * FLUSH NEVER TRUSTS THE STALE MASTER RECORD, AND AFTER THE
      * FLUSH THE RECORD IS PHYSICALLY GONE AND THE WALK SIMPLY
      * NEVER HANDS IT BACK. A MINOR WAS ALREADY MARKED ON THE
      * PERSON TABLE WHEN QUEUED, INSIDE THE UNIT OF WORK JUST
      * COMMITTED, SO THE SCREEN HERE ONLY TENDS THE HOLD.
      *-----------------------------------------------------------*
       HV-FLUSH-PENDING-LOADS.
           PERFORM VARYING WS-PEND-NDX FROM 1 BY 1
                           'FOR KEY '
                           WS-PEND-KEY(WS-PEND-NDX)
           END-WRITE
           MOVE WS-PEND-KEY(WS-PEND-NDX) TO WS-SCR-KEY
           MOVE WS-PEND-FIRST-NAME(WS-PEND-NDX)
               TO WS-SCR-FIRST-NAME
           MOVE WS-PEND-LAST-NAME(WS-PEND-NDX)
               TO WS-SCR-LAST-NAME
           MOVE WS-PEND-BIRTH-DATE(WS-PEND-NDX)
               TO WS-SCR-BIRTH-DATE
           MOVE WS-PEND-SOURCE(WS-PEND-NDX)
               TO WS-SCR-SOURCE
           MOVE 'Y' TO WS-SCR-MARKED-SW
           PERFORM SCREEN-FOR-ISSUANCE-HOLD
           MOVE 'N' TO WS-SCR-MARKED-SW
           IF NOT WS-SCR-PERSON-HELD
               MOVE SPACES TO EXTRACT-RECORD
               MOVE 'D' TO XT-REC-TYPE
               MOVE WS-PEND-FIRST-NAME(WS-PEND-NDX)
                   TO XT-FIRST-NAME
               MOVE WS-PEND-LAST-NAME(WS-PEND-NDX)
                   TO XT-LAST-NAME
               MOVE WS-PEND-BIRTH-DATE(WS-PEND-NDX)
                   TO XT-BIRTH-DATE
               MOVE WS-PEND-SOURCE(WS-PEND-NDX)
                   TO XT-SOURCE-SYSTEM
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-EXTRACT-COUNT
           END-IF
           EXIT.

       HV-FLUSH-ONE-DELETE.
           MOVE SR-BIRTH-DATE TO WS-BIRTH-DATE
           MOVE SR-MAINT-TYPE TO WS-MAINT-TYPE
           MOVE SR-GOVT-ID TO WS-PEND-GOVT-ID
           MOVE SR-GOVT-REC-ID TO WS-PEND-GOVT-REC-ID
           MOVE SPACES TO WS-AUDIT-DISPOSITION

           PERFORM VALIDATE-PERSON-RECORD

           PERFORM SAVE-PARENT-CONTEXT
           PERFORM WRITE-AUDIT-RECORD
           PERFORM RETURN-DETAIL-DISPOSITION
           PERFORM HV-COMMIT-IF-DUE
           PERFORM CHECK-RUN-TOLERANCES
           EXIT.
           PERFORM CHECK-RUN-TOLERANCES
           EXIT.

       HV-PROCESS-CONSENT.
           MOVE SR-REC-TYPE TO PERSON-REC-TYPE
           MOVE SR-PERSON-ID TO PERSON-ID
           MOVE SR-REC-DATA TO PERSON-REC-DATA
           PERFORM EDIT-AND-STORE-CONSENT
           PERFORM CHECK-RUN-TOLERANCES
           EXIT.

      *-----------------------------------------------------------*
      * TAKE A COMMIT POINT ONCE A BATCH OF LOADS HAS BUILT UP,
      * INSTEAD OF CARRYING THE WHOLE MONTH-END FILE AS ONE UNIT
                       ' EXCEEDS TOLERANCE ' WS-EFF-MAX-SQL-ERRORS
                       ' - JOB ABENDING'
               MOVE 8 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           COMPUTE WS-RUN-READ-COUNT =
                           ' AFTER ' WS-RUN-READ-COUNT
                           ' RECORDS - JOB ABENDING'
                   MOVE 8 TO RETURN-CODE
                   PERFORM ABORT-RUN
               END-IF
           END-IF
           EXIT.
                           MOVE 61 TO WS-REJECT-REASON-CODE
                           MOVE 'ZIP CODE NOT NUMERIC'
                               TO WS-REJECT-REASON-TEXT
                       ELSE
                           IF WS-ZIPREF-IS-PRESENT
                               PERFORM CHECK-ZIP-REFERENCE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE ZIP AND CITY TOGETHER ARE THE REFERENCE KEY. FOUND,
      * THE ZIP MUST BELONG TO THE STATE GIVEN, AND THE CITY IS
      * STORED UNDER ITS PREFERRED SPELLING. NOT FOUND, THE FIRST
      * ROW UNDER THE ZIP SAYS WHY - NO ROW AT ALL IS AN UNKNOWN
      * ZIP, A ROW IN ANOTHER STATE A ZIP/STATE MISMATCH, AND A
      * ROW IN THE SAME STATE A CITY THE ZIP DOES NOT SERVE.
      *-----------------------------------------------------------*
       CHECK-ZIP-REFERENCE.
           MOVE WS-ADDR-ZIP TO ZR-ZIP-CODE
           MOVE WS-ADDR-CITY TO ZR-CITY-NAME
           MOVE 'Y' TO WS-ZIP-CITY-SW
           READ ZIP-REFERENCE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ZIP-CITY-SW
           END-READ

           IF WS-ZIP-CITY-FOUND
               IF ZR-STATE-CODE NOT = WS-ADDR-STATE
                   MOVE 'N' TO WS-RECORD-VALID-SW
                   MOVE 65 TO WS-REJECT-REASON-CODE
                   MOVE 'ZIP CODE NOT IN STATE GIVEN'
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   IF ZR-PREFERRED-CITY NOT = SPACES
                       MOVE ZR-PREFERRED-CITY TO WS-ADDR-CITY
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WS-ZIP-KNOWN-SW
               MOVE WS-ADDR-ZIP TO ZR-ZIP-CODE
               MOVE LOW-VALUES TO ZR-CITY-NAME
               START ZIP-REFERENCE-FILE KEY IS NOT LESS THAN ZR-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ZIP-REFERENCE-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF ZR-ZIP-CODE = WS-ADDR-ZIP
                                   MOVE 'Y' TO WS-ZIP-KNOWN-SW
                               END-IF
                       END-READ
               END-START
               MOVE 'N' TO WS-RECORD-VALID-SW
               EVALUATE TRUE
                   WHEN NOT WS-ZIP-ON-REFERENCE
                       MOVE 67 TO WS-REJECT-REASON-CODE
                       MOVE 'ZIP CODE NOT ON ZIP REFERENCE'
                           TO WS-REJECT-REASON-TEXT
                   WHEN ZR-STATE-CODE NOT = WS-ADDR-STATE
                       MOVE 65 TO WS-REJECT-REASON-CODE
                       MOVE 'ZIP CODE NOT IN STATE GIVEN'
                           TO WS-REJECT-REASON-TEXT
                   WHEN OTHER
                       MOVE 66 TO WS-REJECT-REASON-CODE
                       MOVE 'CITY DOES NOT MATCH ZIP CODE'
                           TO WS-REJECT-REASON-TEXT
               END-EVALUATE
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * BOTH STREET LINES GO THROUGH THE WORD TABLE; THE CITY IS
      * ONLY CLEANED OF PUNCTUATION AND SPACING HERE - ITS
      * SPELLING IS SETTLED BY THE ZIP REFERENCE.
      *-----------------------------------------------------------*
       STANDARDIZE-ADDRESS.
           MOVE 'Y' TO WS-STD-LOOKUP-SW
           MOVE WS-ADDR-LINE-1 TO WS-STD-LINE
           PERFORM STANDARDIZE-STD-LINE
           MOVE WS-STD-LINE TO WS-ADDR-LINE-1

           MOVE WS-ADDR-LINE-2 TO WS-STD-LINE
           PERFORM STANDARDIZE-STD-LINE
           MOVE WS-STD-LINE TO WS-ADDR-LINE-2

           MOVE 'N' TO WS-STD-LOOKUP-SW
           MOVE WS-ADDR-CITY TO WS-STD-LINE
           PERFORM STANDARDIZE-STD-LINE
           MOVE WS-STD-LINE TO WS-ADDR-CITY
           EXIT.

      *-----------------------------------------------------------*
      * STANDARDIZE THE LINE IN WS-STD-LINE. PERIODS AND COMMAS
      * COME OUT, THE WORDS ARE CLOSED UP TO ONE SPACE APART, AND
      * - WHEN WORD LOOKUP IS ON - EACH WORD FOUND IN THE TABLE
      * IS ABBREVIATED BY THE POSTAL RULES:
      *   A UNIT DESIGNATOR ALWAYS;
      *   A DIRECTIONAL UNLESS A SUFFIX FOLLOWS IT, WHEN IT IS THE
      *   STREET'S OWN NAME (NORTH AVE);
      *   A SUFFIX WHEN IT ENDS THE LINE OR A DIRECTIONAL OR UNIT
      *   FOLLOWS IT, BUT NEVER AS THE FIRST WORD - SO THE ST OF
      *   ST JAMES PL IS LEFT ALONE.
      * A LINE WITH MORE WORDS THAN THE TABLE HOLDS, OR THAT WOULD
      * NOT FIT BACK IN ITS FIELD, IS LEFT EXACTLY AS IT CAME.
      *-----------------------------------------------------------*
       STANDARDIZE-STD-LINE.
           MOVE 'N' TO WS-STD-OVERFLOW-SW
           MOVE WS-STD-LINE TO WS-STD-ORIGINAL
           INSPECT WS-STD-LINE REPLACING ALL '.' BY SPACE
                                         ALL ',' BY SPACE
           MOVE ZERO TO WS-STD-WORD-COUNT
           MOVE 1 TO WS-STD-IN-PTR
           PERFORM UNTIL WS-STD-IN-PTR > 25 OR WS-STD-LINE-OVERFLOW
               MOVE SPACES TO WS-STD-TOKEN
               UNSTRING WS-STD-LINE DELIMITED BY ALL SPACE
                   INTO WS-STD-TOKEN
                   WITH POINTER WS-STD-IN-PTR
               END-UNSTRING
               IF WS-STD-TOKEN NOT = SPACES
                   IF WS-STD-WORD-COUNT < 13
                       ADD 1 TO WS-STD-WORD-COUNT
                       PERFORM CLASSIFY-STD-WORD
                   ELSE
                       MOVE 'Y' TO WS-STD-OVERFLOW-SW
                   END-IF
               END-IF
           END-PERFORM

           IF WS-STD-LOOKUP-WORDS AND NOT WS-STD-LINE-OVERFLOW
               PERFORM VARYING WS-STD-WNDX FROM 1 BY 1
                       UNTIL WS-STD-WNDX > WS-STD-WORD-COUNT
                   PERFORM ABBREVIATE-STD-WORD
               END-PERFORM
           END-IF

           IF NOT WS-STD-LINE-OVERFLOW
               PERFORM REBUILD-STD-LINE
           END-IF

           IF WS-STD-LINE-OVERFLOW
               MOVE WS-STD-ORIGINAL TO WS-STD-LINE
           ELSE
               MOVE WS-STD-RESULT TO WS-STD-LINE
           END-IF
           EXIT.

       CLASSIFY-STD-WORD.
           MOVE WS-STD-TOKEN TO WS-STD-WORD(WS-STD-WORD-COUNT)
           MOVE SPACES TO WS-STD-WORD-ABBREV(WS-STD-WORD-COUNT)
           MOVE SPACE TO WS-STD-WORD-KIND(WS-STD-WORD-COUNT)
           IF WS-STD-LOOKUP-WORDS AND WS-STD-TOKEN(11:15) = SPACES
               PERFORM VARYING WS-STD-NDX FROM 1 BY 1
                       UNTIL WS-STD-NDX > WS-STD-ENTRIES
                          OR WS-STD-WORD-KIND(WS-STD-WORD-COUNT)
                             NOT = SPACE
                   IF WS-STD-FULL-WORD(WS-STD-NDX)
                           = WS-STD-TOKEN(1:10)
                       MOVE WS-STD-ABBREV(WS-STD-NDX)
                           TO WS-STD-WORD-ABBREV(WS-STD-WORD-COUNT)
                       MOVE WS-STD-KIND(WS-STD-NDX)
                           TO WS-STD-WORD-KIND(WS-STD-WORD-COUNT)
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

       ABBREVIATE-STD-WORD.
           COMPUTE WS-STD-NEXT = WS-STD-WNDX + 1
           EVALUATE TRUE
               WHEN WS-STD-IS-UNIT(WS-STD-WNDX)
                   MOVE WS-STD-WORD-ABBREV(WS-STD-WNDX)
                       TO WS-STD-WORD(WS-STD-WNDX)
               WHEN WS-STD-IS-DIRECTIONAL(WS-STD-WNDX)
                   IF WS-STD-WNDX = WS-STD-WORD-COUNT
                       MOVE WS-STD-WORD-ABBREV(WS-STD-WNDX)
                           TO WS-STD-WORD(WS-STD-WNDX)
                   ELSE
                       IF NOT WS-STD-IS-SUFFIX(WS-STD-NEXT)
                           MOVE WS-STD-WORD-ABBREV(WS-STD-WNDX)
                               TO WS-STD-WORD(WS-STD-WNDX)
                       END-IF
                   END-IF
               WHEN WS-STD-IS-SUFFIX(WS-STD-WNDX)
                   IF WS-STD-WNDX > 1
                       IF WS-STD-WNDX = WS-STD-WORD-COUNT
                           MOVE WS-STD-WORD-ABBREV(WS-STD-WNDX)
                               TO WS-STD-WORD(WS-STD-WNDX)
                       ELSE
                           IF WS-STD-IS-DIRECTIONAL(WS-STD-NEXT)
                                   OR WS-STD-IS-UNIT(WS-STD-NEXT)
                               MOVE WS-STD-WORD-ABBREV(WS-STD-WNDX)
                                   TO WS-STD-WORD(WS-STD-WNDX)
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           EXIT.

       REBUILD-STD-LINE.
           MOVE SPACES TO WS-STD-RESULT
           MOVE 1 TO WS-STD-OUT-PTR
           PERFORM VARYING WS-STD-WNDX FROM 1 BY 1
                   UNTIL WS-STD-WNDX > WS-STD-WORD-COUNT
                      OR WS-STD-LINE-OVERFLOW
               IF WS-STD-WNDX > 1
                   STRING ' ' DELIMITED BY SIZE
                       INTO WS-STD-RESULT
                       WITH POINTER WS-STD-OUT-PTR
                       ON OVERFLOW
                           MOVE 'Y' TO WS-STD-OVERFLOW-SW
                   END-STRING
               END-IF
               STRING WS-STD-WORD(WS-STD-WNDX) DELIMITED BY SPACE
                   INTO WS-STD-RESULT
                   WITH POINTER WS-STD-OUT-PTR
                   ON OVERFLOW
                       MOVE 'Y' TO WS-STD-OVERFLOW-SW
               END-STRING
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------*
      * LOAD THE ADDRESS UNDER THE PARENT PERSON'S CLEANED-UP
      * NAME/BIRTH-DATE KEY. ADDRESSES ARE KEPT AS HISTORY: THE
      * FIRST ADDRESS BEHIND A PERSON ALREADY ON FILE IS HELD UP
      * AGAINST THAT PERSON'S CURRENT MAILING ADDRESS. RESENT
      * UNCHANGED, IT ONLY REFRESHES THE PHONE, SO AN UPDATE THAT
      * RESENDS THE ADDRESS DOES NOT STACK DUPLICATES. CHANGED,
      * THE CURRENT ROWS ARE CLOSED AT THE EFFECTIVE DATE, THE
      * NEW ROW GOES ON AS CURRENT, AND THE CHANGE GOES OUT ON
      * THE CHANGE-OF-ADDRESS NOTICE FILE. ANY FURTHER ADDRESS
      * BEHIND THE SAME PERSON IS ADDED ALONGSIDE AS CURRENT.
      *-----------------------------------------------------------*
       INSERT-ADDRESS-ROW.
           IF WS-SIMULATION-MODE
               MOVE 'N' TO WS-ADDR-REFRESH-SW
           ELSE
               IF WS-ADDR-REFRESH-DUE
                   MOVE 'N' TO WS-ADDR-REFRESH-SW
                   PERFORM FIND-CURRENT-ADDRESS
                   IF WS-OLD-ADDR-FOUND
                           AND WS-OLD-ADDR-LINE-1 = WS-ADDR-LINE-1
                           AND WS-OLD-ADDR-LINE-2 = WS-ADDR-LINE-2
                           AND WS-OLD-ADDR-CITY = WS-ADDR-CITY
                           AND WS-OLD-ADDR-STATE = WS-ADDR-STATE
                           AND WS-OLD-ADDR-ZIP = WS-ADDR-ZIP
                       PERFORM REFRESH-CURRENT-ADDRESS
                   ELSE
                       PERFORM CLOSE-CURRENT-ADDRESSES
                       PERFORM INSERT-CURRENT-ADDRESS
                       IF WS-OLD-ADDR-FOUND AND SQLCODE = 0
                           PERFORM WRITE-ADDRESS-CHANGE-NOTICE
                       END-IF
                   END-IF
               ELSE
                   PERFORM INSERT-CURRENT-ADDRESS
               END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE PERSON'S CURRENT MAILING ADDRESS, IF THEY HAVE ONE -
      * WHERE SEVERAL ROWS ARE CURRENT, THE FIRST IN STREET ORDER.
      *-----------------------------------------------------------*
       FIND-CURRENT-ADDRESS.
           MOVE 'N' TO WS-OLD-ADDR-SW
           EXEC SQL
               SELECT ADDR_LINE_1, ADDR_LINE_2, CITY, STATE,
                      ZIP_CODE
                   INTO :WS-OLD-ADDR-LINE-1, :WS-OLD-ADDR-LINE-2,
                        :WS-OLD-ADDR-CITY, :WS-OLD-ADDR-STATE,
                        :WS-OLD-ADDR-ZIP
                   FROM PERSON_ADDRESS
                   WHERE FIRST_NAME = :WS-PARENT-FIRST-NAME
                     AND LAST_NAME = :WS-PARENT-LAST-NAME
                     AND BIRTH_DATE = :WS-PARENT-BIRTH-DATE
                     AND EFFECTIVE_TO = :WS-ADDR-OPEN-END-DATE
                   ORDER BY ADDR_LINE_1
                   FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y' TO WS-OLD-ADDR-SW
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-SQL-ERROR-COUNT
                   DISPLAY 'CBPERUPP - SQL ADDRESS LOOKUP FAILED, '
                           'SQLCODE=' SQLCODE ' FOR '
                           WS-PARENT-FIRST-NAME ' '
                           WS-PARENT-LAST-NAME
           END-EVALUATE
           EXIT.

       REFRESH-CURRENT-ADDRESS.
           EXEC SQL
               UPDATE PERSON_ADDRESS
                   SET PHONE = :WS-ADDR-PHONE
                   WHERE FIRST_NAME = :WS-PARENT-FIRST-NAME
                     AND LAST_NAME = :WS-PARENT-LAST-NAME
                     AND BIRTH_DATE = :WS-PARENT-BIRTH-DATE
                     AND EFFECTIVE_TO = :WS-ADDR-OPEN-END-DATE
                     AND ADDR_LINE_1 = :WS-ADDR-LINE-1
                     AND ADDR_LINE_2 = :WS-ADDR-LINE-2
                     AND CITY = :WS-ADDR-CITY
                     AND STATE = :WS-ADDR-STATE
                     AND ZIP_CODE = :WS-ADDR-ZIP
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-ADDRESSES-LOADED
               ADD 1 TO WS-ADDRESSES-UNCHANGED
           ELSE
               ADD 1 TO WS-SQL-ERROR-COUNT
               DISPLAY 'CBPERUPP - SQL ADDRESS REFRESH FAILED, '
                       'SQLCODE=' SQLCODE ' FOR '
                       WS-PARENT-FIRST-NAME ' '
                       WS-PARENT-LAST-NAME
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE ADDRESS BEING REPLACED STAYS ON FILE AS HISTORY -
      * ITS EFFECTIVE-TO DATE MOVES FROM OPEN-ENDED TO TONIGHT'S
      * EFFECTIVE DATE. A PERSON WITH NO CURRENT ROW IS NO ERROR.
      *-----------------------------------------------------------*
       CLOSE-CURRENT-ADDRESSES.
           EXEC SQL
               UPDATE PERSON_ADDRESS
                   SET EFFECTIVE_TO = :WS-EFFECTIVE-DATE
                   WHERE FIRST_NAME = :WS-PARENT-FIRST-NAME
                     AND LAST_NAME = :WS-PARENT-LAST-NAME
                     AND BIRTH_DATE = :WS-PARENT-BIRTH-DATE
                     AND EFFECTIVE_TO = :WS-ADDR-OPEN-END-DATE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               ADD 1 TO WS-SQL-ERROR-COUNT
               DISPLAY 'CBPERUPP - SQL ADDRESS CLOSE FAILED, '
                       'SQLCODE=' SQLCODE ' FOR '
                       WS-PARENT-FIRST-NAME ' '
                       WS-PARENT-LAST-NAME
           END-IF
           EXIT.

       INSERT-CURRENT-ADDRESS.
           EXEC SQL
               INSERT INTO PERSON_ADDRESS
                   (FIRST_NAME, LAST_NAME, BIRTH_DATE,
                    ADDR_LINE_1, ADDR_LINE_2, CITY, STATE,
                    ZIP_CODE, PHONE, EFFECTIVE_FROM, EFFECTIVE_TO)
               VALUES
                   (:WS-PARENT-FIRST-NAME,
                    :WS-PARENT-LAST-NAME,
                    :WS-PARENT-BIRTH-DATE, :WS-ADDR-LINE-1,
                    :WS-ADDR-LINE-2, :WS-ADDR-CITY,
                    :WS-ADDR-STATE, :WS-ADDR-ZIP,
                    :WS-ADDR-PHONE, :WS-EFFECTIVE-DATE,
                    :WS-ADDR-OPEN-END-DATE)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-ADDRESSES-LOADED
           ELSE
               ADD 1 TO WS-SQL-ERROR-COUNT
               DISPLAY 'CBPERUPP - SQL ADDRESS INSERT FAILED, '
                       'SQLCODE=' SQLCODE ' FOR '
                       WS-PARENT-FIRST-NAME ' '
                       WS-PARENT-LAST-NAME
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * ONE NOTICE PER PERSON WHOSE MAILING ADDRESS CHANGED. THE
      * CHANGES IN THE WINDOW ARE COUNTED BY THE DISTINCT DATES
      * THE PERSON'S ROWS WERE CLOSED ON, TONIGHT'S INCLUDED, SO
      * A RERUN OF THE SAME NIGHT DOES NOT COUNT TWICE.
      *-----------------------------------------------------------*
       WRITE-ADDRESS-CHANGE-NOTICE.
           MOVE ZERO TO WS-ADDR-CHANGE-COUNT
           EXEC SQL
               SELECT COUNT(DISTINCT EFFECTIVE_TO)
                   INTO :WS-ADDR-CHANGE-COUNT
                   FROM PERSON_ADDRESS
                   WHERE FIRST_NAME = :WS-PARENT-FIRST-NAME
                     AND LAST_NAME = :WS-PARENT-LAST-NAME
                     AND BIRTH_DATE = :WS-PARENT-BIRTH-DATE
                     AND EFFECTIVE_TO <> :WS-ADDR-OPEN-END-DATE
                     AND EFFECTIVE_TO >= :WS-COA-WINDOW-START
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 1 TO WS-ADDR-CHANGE-COUNT
           END-IF

           MOVE SPACES TO COA-NOTICE-RECORD
           MOVE 'D' TO CN-REC-TYPE
           MOVE WS-LAST-DETAIL-ID TO CN-PERSON-ID
           MOVE WS-PARENT-FIRST-NAME TO CN-FIRST-NAME
           MOVE WS-PARENT-LAST-NAME TO CN-LAST-NAME
           MOVE WS-PARENT-BIRTH-DATE TO CN-BIRTH-DATE
           MOVE WS-CURRENT-SOURCE-CODE TO CN-SOURCE-SYSTEM
           MOVE WS-OLD-ADDR-LINE-1 TO CN-OLD-LINE-1
           MOVE WS-OLD-ADDR-LINE-2 TO CN-OLD-LINE-2
           MOVE WS-OLD-ADDR-CITY TO CN-OLD-CITY
           MOVE WS-OLD-ADDR-STATE TO CN-OLD-STATE
           MOVE WS-OLD-ADDR-ZIP TO CN-OLD-ZIP
           MOVE WS-ADDR-LINE-1 TO CN-NEW-LINE-1
           MOVE WS-ADDR-LINE-2 TO CN-NEW-LINE-2
           MOVE WS-ADDR-CITY TO CN-NEW-CITY
           MOVE WS-ADDR-STATE TO CN-NEW-STATE
           MOVE WS-ADDR-ZIP TO CN-NEW-ZIP
           IF WS-ADDR-CHANGE-COUNT > 999
               MOVE 999 TO CN-CHANGES-90-DAYS
           ELSE
               MOVE WS-ADDR-CHANGE-COUNT TO CN-CHANGES-90-DAYS
           END-IF
           MOVE 'N' TO CN-RAPID-CHANGE-FLAG
           IF WS-ADDR-CHANGE-COUNT > WS-ADDR-CHANGE-LIMIT
               MOVE 'Y' TO CN-RAPID-CHANGE-FLAG
               ADD 1 TO WS-COA-RAPID-COUNT
           END-IF
           WRITE COA-NOTICE-RECORD
           ADD 1 TO WS-COA-NOTICE-COUNT
           EXIT.

      *-----------------------------------------------------------*
      * A LOADED PERSON WAIT IN THE PENDING TABLE UNTIL THE
      * DATABASE WORK COMMITS - AND SO DOES THE MASTER DELETE FOR
      * A REMOVED PERSON, SO A ROLLED-BACK DELETE CANNOT HAVE
      * ALREADY TAKEN THE MASTER RECORD WITH IT. A MINOR IS
      * MARKED ON THE PERSON TABLE NOW, NOT AT THE FLUSH, SO THE
      * MARK COMMITS TOGETHER WITH THE ROW IT BELONGS TO.
      *-----------------------------------------------------------*
       HV-QUEUE-LOADED-PERSON.
           MOVE WS-FIRST-NAME TO WS-SCR-FIRST-NAME
           MOVE WS-LAST-NAME TO WS-SCR-LAST-NAME
           MOVE WS-BIRTH-DATE TO WS-SCR-BIRTH-DATE
           PERFORM MARK-MINOR-CUSTOMER
           ADD 1 TO WS-PEND-COUNT
           MOVE 'L' TO WS-PEND-ACTION(WS-PEND-COUNT)
           MOVE WS-MASTER-KEY TO WS-PEND-KEY(WS-PEND-COUNT)
      * FOLLOW THEIR PERSON, THE OLD MASTER RECORD COMES OFF AND
      * THE NEW ONE GOES ON, AND THE CORRECTED PERSON RIDES THE
      * EXTRACT SO A CARD IN THE CORRECTED NAME GETS EMBOSSED.
      * THE PERSON'S MARKETING CONSENT FOLLOWS THEM TOO, SO AN
      * OPT-OUT IS STILL FOUND UNDER THE CORRECTED NAME.
      *-----------------------------------------------------------*
       REKEY-PERSON-ROW.
           EXEC SQL
                         AND LAST_NAME = :WS-ONFILE-LAST-NAME
                         AND BIRTH_DATE = :WS-ONFILE-BIRTH-DATE
               END-EXEC
               PERFORM REKEY-MARKETING-CONSENT
               ADD 1 TO WS-RECORDS-UPDATED
               MOVE 'UPDATED' TO WS-AUDIT-DISPOSITION
               MOVE WS-ONFILE-KEY TO WS-DEL-KEY
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * MOVE THE CONSENT ON FILE UNDER THE OLD NAME/BIRTH-DATE KEY
      * TO THE CORRECTED ONE. WHEN THE CORRECTED KEY ALREADY HAS A
      * CONSENT OF ITS OWN, THE LATER-DATED DECISION IS THE ONE
      * KEPT, SAME AS THE LOAD. THE OLD RECORD ONLY COMES OFF ONCE
      * THE CONSENT IS SAFELY ON FILE UNDER THE NEW KEY.
      *-----------------------------------------------------------*
       REKEY-MARKETING-CONSENT.
           MOVE 'N' TO WS-CONSENT-FOUND-SW
           MOVE WS-ONFILE-KEY TO MK-NAME-DOB-KEY
           READ MKT-CONSENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CONSENT-FOUND-SW
                   MOVE MARKETING-CONSENT-RECORD
                       TO WS-CONSENT-SAVE-RECORD
                   MOVE MK-CONSENT-DATE TO WS-CONSENT-SAVE-DATE
           END-READ
           IF WS-CONSENT-FILE-STATUS NOT = '00'
                   AND WS-CONSENT-FILE-STATUS NOT = '23'
               DISPLAY 'CBPERUPP - CONSENT READ FAILED FOR KEY '
                       WS-ONFILE-KEY ', STATUS='
                       WS-CONSENT-FILE-STATUS
           END-IF

           IF WS-CONSENT-ON-FILE
               MOVE WS-MASTER-KEY TO MK-NAME-DOB-KEY
               READ MKT-CONSENT-FILE
                   INVALID KEY
                       MOVE WS-CONSENT-SAVE-RECORD
                           TO MARKETING-CONSENT-RECORD
                       MOVE WS-MASTER-KEY TO MK-NAME-DOB-KEY
                       WRITE MARKETING-CONSENT-RECORD
                           INVALID KEY
                               MOVE 'N' TO WS-CONSENT-FOUND-SW
                       END-WRITE
                   NOT INVALID KEY
                       IF WS-CONSENT-SAVE-DATE > MK-CONSENT-DATE
                           MOVE WS-CONSENT-SAVE-RECORD
                               TO MARKETING-CONSENT-RECORD
                           MOVE WS-MASTER-KEY TO MK-NAME-DOB-KEY
                           REWRITE MARKETING-CONSENT-RECORD
                               INVALID KEY
                                   MOVE 'N' TO WS-CONSENT-FOUND-SW
                           END-REWRITE
                       END-IF
               END-READ
               IF WS-CONSENT-FILE-STATUS NOT = '00'
                   MOVE 'N' TO WS-CONSENT-FOUND-SW
                   DISPLAY 'CBPERUPP - CONSENT REKEY FAILED FOR KEY '
                           WS-MASTER-KEY ', STATUS='
                           WS-CONSENT-FILE-STATUS
               END-IF
           END-IF

           IF WS-CONSENT-ON-FILE
               MOVE WS-ONFILE-KEY TO MK-NAME-DOB-KEY
               DELETE MKT-CONSENT-FILE
                   INVALID KEY
                       DISPLAY 'CBPERUPP - CONSENT DELETE FAILED '
                               'FOR KEY ' WS-ONFILE-KEY ', STATUS='
                               WS-CONSENT-FILE-STATUS
               END-DELETE
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * REMOVE THE ROW, ITS ADDRESS AND GOVERNMENT-ID ROWS, THE
      * ID CROSS-REFERENCE ENTRY WHEN THE ID IS KNOWN, AND THE
                           WS-EXTRACT-FILE-STATUS
                           ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABORT-RUN
               END-IF
               MOVE 'N' TO EOF
               PERFORM UNTIL END-OF-FILE
           EXIT.

      *-----------------------------------------------------------*
      * THE SAME FOR THE CHANGE-OF-ADDRESS NOTICES - THE TRAILER
      * COUNTS EVERY NOTICE ON THE FILE, FLAGGED OR NOT.
      *-----------------------------------------------------------*
       COUNT-NOTICE-DETAILS.
           MOVE ZERO TO WS-COA-NOTICE-COUNT
           MOVE ZERO TO WS-COA-RAPID-COUNT
           OPEN INPUT COA-NOTICE-FILE
           IF WS-COA-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-COA-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERUPP - COULD NOT READ COA-NOTICE-FILE '
                           'ON RESTART, STATUS='
                           WS-COA-FILE-STATUS
                           ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABORT-RUN
               END-IF
               MOVE 'N' TO EOF
               PERFORM UNTIL END-OF-FILE
                   READ COA-NOTICE-FILE
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF CN-REC-TYPE = 'D'
                               ADD 1 TO WS-COA-NOTICE-COUNT
                               IF CN-RAPID-CHANGE
                                   ADD 1 TO WS-COA-RAPID-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF
               CLOSE COA-NOTICE-FILE
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * EVERY PERSON THE RUN LOADS GOES OUT ON THE CARD-ISSUANCE
      * DELTA EXTRACT UNLESS THE ISSUANCE SCREEN HOLDS THEM -
      * DUPLICATES, REJECTS AND MAINTENANCE TRANSACTIONS NEVER
      * DO. A HELD PERSON IS STILL LOADED; ONLY THE CARD WAITS.
      *-----------------------------------------------------------*
       WRITE-EXTRACT-DETAIL.
           MOVE WS-MASTER-KEY TO WS-SCR-KEY
           MOVE WS-FIRST-NAME TO WS-SCR-FIRST-NAME
           MOVE WS-LAST-NAME TO WS-SCR-LAST-NAME
           MOVE WS-BIRTH-DATE TO WS-SCR-BIRTH-DATE
           MOVE WS-CURRENT-SOURCE-CODE TO WS-SCR-SOURCE
           PERFORM SCREEN-FOR-ISSUANCE-HOLD
           IF NOT WS-SCR-PERSON-HELD
               MOVE SPACES TO EXTRACT-RECORD
               MOVE 'D' TO XT-REC-TYPE
               MOVE WS-FIRST-NAME TO XT-FIRST-NAME
               MOVE WS-LAST-NAME TO XT-LAST-NAME
               MOVE WS-BIRTH-DATE TO XT-BIRTH-DATE
               MOVE WS-CURRENT-SOURCE-CODE TO XT-SOURCE-SYSTEM
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-EXTRACT-COUNT
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE ISSUANCE SCREEN FOR THE PERSON IN THE WS-SCR FIELDS.
      * SETS WS-SCR-PERSON-HELD WHEN THE PERSON MUST STAY OFF THE
      * EXTRACT TONIGHT.
      *-----------------------------------------------------------*
       SCREEN-FOR-ISSUANCE-HOLD.
           MOVE 'N' TO WS-SCR-HELD-SW
           PERFORM CHECK-DECEASED-PERSON
           IF WS-SCR-PERSON-DECEASED
               MOVE 'Y' TO WS-SCR-HELD-SW
               ADD 1 TO WS-DECEASED-WITHHELD
           ELSE
               PERFORM CHECK-SANCTIONS-HOLD
               PERFORM CHECK-MINOR-HOLD
               IF WS-SCR-PERSON-HELD
                   ADD 1 TO WS-PERSONS-HELD
               END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * IS THE PERSON IN THE WS-SCR FIELDS UNDER THE AGE OF
      * MAJORITY ON THE EFFECTIVE DATE - AND IF SO, MARK THEM A
      * MINOR CUSTOMER ON THE PERSON TABLE. THE HIGH-VOLUME FLUSH
      * SCREENS A PERSON ALREADY MARKED WHEN QUEUED, AND ONLY
      * TAKES THE ANSWER.
      *-----------------------------------------------------------*
       MARK-MINOR-CUSTOMER.
           MOVE 'N' TO WS-SCR-MINOR-SW
           IF WS-SCR-BIRTH-DATE(1:4) NUMERIC
               MOVE WS-SCR-BIRTH-DATE(1:4) TO WS-MAJ-YYYY
               ADD WS-AGE-OF-MAJORITY TO WS-MAJ-YYYY
               MOVE WS-SCR-BIRTH-DATE(6:2) TO WS-MAJ-MM
               MOVE WS-SCR-BIRTH-DATE(9:2) TO WS-MAJ-DD
               IF WS-MAJORITY-DATE > WS-EFFECTIVE-DATE
                   MOVE 'Y' TO WS-SCR-MINOR-SW
               END-IF
           END-IF

           IF WS-SCR-PERSON-MINOR AND NOT WS-SCR-ALREADY-MARKED
               EXEC SQL
                   UPDATE PERSON
                       SET CUSTOMER_TYPE = :WS-CUSTOMER-TYPE-MINOR
                       WHERE FIRST_NAME = :WS-SCR-FIRST-NAME
                         AND LAST_NAME = :WS-SCR-LAST-NAME
                         AND BIRTH_DATE = :WS-SCR-BIRTH-DATE
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   ADD 1 TO WS-SQL-ERROR-COUNT
                   DISPLAY 'CBPERUPP - SQL MINOR MARK FAILED, '
                           'SQLCODE=' SQLCODE ' FOR '
                           WS-SCR-FIRST-NAME ' ' WS-SCR-LAST-NAME
               END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * A PERSON THE MONTHLY DEATH NOTIFICATIONS MARKED DECEASED
      * ON THE PERSON TABLE NEVER GOES OUT FOR A CARD AGAIN - NOT
      * ON A RE-KEY, NOT ON A HOLD RELEASE. THE DECEASED DATE
      * TRAVELS WITH THE ROW, SO A CORRECTED NAME STILL FINDS IT.
      *-----------------------------------------------------------*
       CHECK-DECEASED-PERSON.
           MOVE 'N' TO WS-SCR-DECEASED-SW
           MOVE ZERO TO WS-DECEASED-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-DECEASED-ROW-COUNT
                   FROM PERSON
                   WHERE FIRST_NAME = :WS-SCR-FIRST-NAME
                     AND LAST_NAME = :WS-SCR-LAST-NAME
                     AND BIRTH_DATE = :WS-SCR-BIRTH-DATE
                     AND DECEASED_DATE IS NOT NULL
           END-EXEC
           IF SQLCODE = 0 AND WS-DECEASED-ROW-COUNT > ZERO
               MOVE 'Y' TO WS-SCR-DECEASED-SW
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * A SANCTIONS HOLD ALREADY OPEN KEEPS THE PERSON HELD, AND
      * IS MARKED SO THE RELEASE KNOWS THIS LOAD KEPT THEM OFF
      * THE EXTRACT. OTHERWISE THE PERSON IS SCORED AGAINST THE
      * WATCHLIST: A HIT IS HELD AND GOES ON THE HOLD FILE FOR
      * COMPLIANCE - UNLESS COMPLIANCE ALREADY CLEARED THE PERSON
      * AGAINST THAT SAME LIST ENTRY.
      *-----------------------------------------------------------*
       CHECK-SANCTIONS-HOLD.
           MOVE WS-SCR-KEY TO HD-NAME-DOB-KEY
           MOVE 'S' TO HD-HOLD-REASON
           MOVE 'N' TO WS-HOLD-FOUND-SW
           READ HOLD-FILE
               KEY IS HD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HOLD-FOUND-SW
           END-READ

           IF WS-HOLD-ON-FILE AND HD-HOLD-IS-OPEN
               MOVE 'Y' TO WS-SCR-HELD-SW
               MOVE 'Y' TO HD-EXTRACT-WITHHELD
               MOVE WS-SCR-SOURCE TO HD-SOURCE-SYSTEM
               REWRITE HOLD-RECORD
                   INVALID KEY
                       ADD 1 TO WS-HOLD-WRITE-ERRORS
                       DISPLAY 'CBPERUPP - HOLD REWRITE FAILED '
                               'FOR KEY ' WS-SCR-KEY
               END-REWRITE
           ELSE
               PERFORM SCORE-AGAINST-WATCHLIST
               IF WS-BEST-SCORE >= WS-HIT-FLOOR
                   IF NOT WS-HOLD-ON-FILE
                       MOVE 'Y' TO WS-SCR-HELD-SW
                       PERFORM BUILD-SANCTIONS-HOLD
                       WRITE HOLD-RECORD
                           INVALID KEY
                               ADD 1 TO WS-HOLD-WRITE-ERRORS
                               DISPLAY 'CBPERUPP - HOLD WRITE FAILED '
                                       'FOR KEY ' WS-SCR-KEY
                           NOT INVALID KEY
                               ADD 1 TO WS-HOLDS-PLACED
                       END-WRITE
                   ELSE
                       IF HD-LIST-ID NOT = WS-WL-LIST-ID(WS-BEST-NDX)
                           MOVE 'Y' TO WS-SCR-HELD-SW
                           PERFORM BUILD-SANCTIONS-HOLD
                           REWRITE HOLD-RECORD
                               INVALID KEY
                                   ADD 1 TO WS-HOLD-WRITE-ERRORS
                                   DISPLAY 'CBPERUPP - HOLD REWRITE '
                                           'FAILED FOR KEY '
                                           WS-SCR-KEY
                               NOT INVALID KEY
                                   ADD 1 TO WS-HOLDS-PLACED
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * A MINOR IS MARKED AS SUCH ON THE PERSON TABLE AND HELD
      * UNDER A MINOR HOLD OF THEIR OWN, ALONGSIDE ANY SANCTIONS
      * HOLD, SO EACH IS CLEARED ON ITS OWN. A MINOR HOLD ALREADY
      * OPEN KEEPS THE PERSON HELD; ONE CLEARED OR RELEASED MEANS
      * CONSENT IS ON RECORD AND THE PERSON GOES OUT.
      *-----------------------------------------------------------*
       CHECK-MINOR-HOLD.
           PERFORM MARK-MINOR-CUSTOMER

           IF WS-SCR-PERSON-MINOR
               MOVE WS-SCR-KEY TO HD-NAME-DOB-KEY
               MOVE 'M' TO HD-HOLD-REASON
               MOVE 'N' TO WS-HOLD-FOUND-SW
               READ HOLD-FILE
                   KEY IS HD-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-HOLD-FOUND-SW
               END-READ

               EVALUATE TRUE
                   WHEN NOT WS-HOLD-ON-FILE
                       MOVE 'Y' TO WS-SCR-HELD-SW
                       ADD 1 TO WS-MINORS-HELD
                       PERFORM BUILD-MINOR-HOLD
                       WRITE HOLD-RECORD
                           INVALID KEY
                               ADD 1 TO WS-HOLD-WRITE-ERRORS
                               DISPLAY 'CBPERUPP - HOLD WRITE FAILED '
                                       'FOR KEY ' WS-SCR-KEY
                           NOT INVALID KEY
                               ADD 1 TO WS-MINOR-HOLDS-PLACED
                       END-WRITE
                   WHEN HD-HOLD-IS-OPEN
                       MOVE 'Y' TO WS-SCR-HELD-SW
                       ADD 1 TO WS-MINORS-HELD
                       MOVE 'Y' TO HD-EXTRACT-WITHHELD
                       MOVE WS-SCR-SOURCE TO HD-SOURCE-SYSTEM
                       REWRITE HOLD-RECORD
                           INVALID KEY
                               ADD 1 TO WS-HOLD-WRITE-ERRORS
                               DISPLAY 'CBPERUPP - HOLD REWRITE FAILED '
                                       'FOR KEY ' WS-SCR-KEY
                       END-REWRITE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           EXIT.

       BUILD-MINOR-HOLD.
           MOVE WS-SCR-KEY TO HD-NAME-DOB-KEY
           MOVE 'M' TO HD-HOLD-REASON
           MOVE WS-SCR-FIRST-NAME TO HD-FIRST-NAME
           MOVE WS-SCR-LAST-NAME TO HD-LAST-NAME
           MOVE WS-SCR-BIRTH-DATE TO HD-BIRTH-DATE
           MOVE 'H' TO HD-HOLD-STATUS
           MOVE WS-SYSTEM-DATE TO HD-HOLD-DATE
           MOVE 'Y' TO HD-EXTRACT-WITHHELD
           MOVE WS-SCR-SOURCE TO HD-SOURCE-SYSTEM
           MOVE SPACES TO HD-LIST-ID
           MOVE ZERO TO HD-MATCH-SCORE
           MOVE 'MINOR - NO CONSENT' TO HD-MATCH-REASON
           MOVE SPACES TO HD-CLEARED-DATE
           MOVE SPACES TO HD-CLEARED-BY
           MOVE SPACES TO HD-RELEASED-DATE
           MOVE WS-MAJORITY-DATE TO HD-MAJORITY-DATE
           EXIT.

       BUILD-SANCTIONS-HOLD.
           MOVE WS-SCR-KEY TO HD-NAME-DOB-KEY
           MOVE 'S' TO HD-HOLD-REASON
           MOVE WS-SCR-FIRST-NAME TO HD-FIRST-NAME
           MOVE WS-SCR-LAST-NAME TO HD-LAST-NAME
           MOVE WS-SCR-BIRTH-DATE TO HD-BIRTH-DATE
           MOVE 'H' TO HD-HOLD-STATUS
           MOVE WS-SYSTEM-DATE TO HD-HOLD-DATE
           MOVE 'Y' TO HD-EXTRACT-WITHHELD
           MOVE WS-SCR-SOURCE TO HD-SOURCE-SYSTEM
           MOVE WS-WL-LIST-ID(WS-BEST-NDX) TO HD-LIST-ID
           MOVE WS-BEST-SCORE TO HD-MATCH-SCORE
           MOVE WS-BEST-REASON TO HD-MATCH-REASON
           MOVE SPACES TO HD-CLEARED-DATE
           MOVE SPACES TO HD-CLEARED-BY
           MOVE SPACES TO HD-RELEASED-DATE
           MOVE SPACES TO HD-MAJORITY-DATE
           EXIT.

      *-----------------------------------------------------------*
      * SCORE THE PERSON AGAINST EVERY WATCHLIST ENTRY AND KEEP
      * THE BEST - EXACTLY AS THE WEEKLY CBPERSCR SCREEN SCORES.
      *-----------------------------------------------------------*
       SCORE-AGAINST-WATCHLIST.
           MOVE ZERO TO WS-BEST-SCORE
           MOVE ZERO TO WS-BEST-NDX
           MOVE SPACES TO WS-BEST-REASON
           PERFORM VARYING WS-WL-NDX FROM 1 BY 1
                   UNTIL WS-WL-NDX > WS-WL-COUNT
               PERFORM SCORE-LIST-ENTRY
               IF WS-MATCH-SCORE > WS-BEST-SCORE
                   MOVE WS-MATCH-SCORE TO WS-BEST-SCORE
                   MOVE WS-MATCH-REASON TO WS-BEST-REASON
                   MOVE WS-WL-NDX TO WS-BEST-NDX
               END-IF
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------*
      * THE BIRTH DATE MUST AGREE AS FAR AS THE LIST KNOWS IT;
      * THEN AN EXACT NAME SCORES 100, TRANSPOSED NAMES 90, SAME
      * LAST NAME WITH A CLOSE FIRST NAME 80, SAME FIRST NAME
      * WITH A CLOSE LAST NAME 70, BOTH MERELY CLOSE 60. A
      * PARTIAL BIRTH-DATE AGREEMENT COSTS THE PENALTY.
      *-----------------------------------------------------------*
       SCORE-LIST-ENTRY.
           MOVE ZERO TO WS-MATCH-SCORE
           MOVE SPACES TO WS-MATCH-REASON
           PERFORM JUDGE-BIRTH-DATE-MATCH
           IF NOT WS-BIRTH-NO-MATCH
               EVALUATE TRUE
                   WHEN WS-SCR-FIRST-NAME =
                               WS-WL-FIRST-NAME(WS-WL-NDX)
                           AND WS-SCR-LAST-NAME =
                               WS-WL-LAST-NAME(WS-WL-NDX)
                       MOVE 100 TO WS-MATCH-SCORE
                       MOVE 'EXACT NAME' TO WS-MATCH-REASON
                   WHEN WS-SCR-FIRST-NAME =
                               WS-WL-LAST-NAME(WS-WL-NDX)
                           AND WS-SCR-LAST-NAME =
                               WS-WL-FIRST-NAME(WS-WL-NDX)
                       MOVE 90 TO WS-MATCH-SCORE
                       MOVE 'NAMES TRANSPOSED' TO WS-MATCH-REASON
                   WHEN WS-SCR-LAST-NAME =
                               WS-WL-LAST-NAME(WS-WL-NDX)
                       MOVE WS-SCR-FIRST-NAME TO WS-LIKE-NAME-1
                       MOVE WS-WL-FIRST-NAME(WS-WL-NDX)
                           TO WS-LIKE-NAME-2
                       PERFORM JUDGE-NAME-SIMILARITY
                       IF WS-NAMES-ARE-SIMILAR
                           MOVE 80 TO WS-MATCH-SCORE
                           MOVE 'FIRST NAME SIMILAR'
                               TO WS-MATCH-REASON
                       END-IF
                   WHEN WS-SCR-FIRST-NAME =
                               WS-WL-FIRST-NAME(WS-WL-NDX)
                       MOVE WS-SCR-LAST-NAME TO WS-LIKE-NAME-1
                       MOVE WS-WL-LAST-NAME(WS-WL-NDX)
                           TO WS-LIKE-NAME-2
                       PERFORM JUDGE-NAME-SIMILARITY
                       IF WS-NAMES-ARE-SIMILAR
                           MOVE 70 TO WS-MATCH-SCORE
                           MOVE 'LAST NAME SIMILAR'
                               TO WS-MATCH-REASON
                       END-IF
                   WHEN OTHER
                       MOVE WS-SCR-LAST-NAME TO WS-LIKE-NAME-1
                       MOVE WS-WL-LAST-NAME(WS-WL-NDX)
                           TO WS-LIKE-NAME-2
                       PERFORM JUDGE-NAME-SIMILARITY
                       IF WS-NAMES-ARE-SIMILAR
                           MOVE WS-SCR-FIRST-NAME TO WS-LIKE-NAME-1
                           MOVE WS-WL-FIRST-NAME(WS-WL-NDX)
                               TO WS-LIKE-NAME-2
                           PERFORM JUDGE-NAME-SIMILARITY
                           IF WS-NAMES-ARE-SIMILAR
                               MOVE 60 TO WS-MATCH-SCORE
                               MOVE 'BOTH NAMES SIMILAR'
                                   TO WS-MATCH-REASON
                           END-IF
                       END-IF
               END-EVALUATE
               IF WS-BIRTH-PARTIAL AND WS-MATCH-SCORE > ZERO
                   SUBTRACT WS-PARTIAL-PENALTY FROM WS-MATCH-SCORE
               END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * EXACT, OR PARTIAL WHEN THE LIST HAS NO DATE, ONLY THE
      * YEAR AND IT AGREES, OR MONTH AND DAY SWAPPED.
      *-----------------------------------------------------------*
       JUDGE-BIRTH-DATE-MATCH.
           MOVE 'N' TO WS-BIRTH-MATCH-SW
           EVALUATE TRUE
               WHEN WS-WL-BIRTH-DATE(WS-WL-NDX) = SPACES
                   MOVE 'P' TO WS-BIRTH-MATCH-SW
               WHEN WS-WL-BIRTH-DATE(WS-WL-NDX) = WS-SCR-BIRTH-DATE
                   MOVE 'E' TO WS-BIRTH-MATCH-SW
               WHEN WS-WL-BIRTH-DATE(WS-WL-NDX)(1:4) NOT =
                       WS-SCR-BIRTH-DATE(1:4)
                   CONTINUE
               WHEN WS-WL-BIRTH-DATE(WS-WL-NDX)(5:6) = SPACES
                   MOVE 'P' TO WS-BIRTH-MATCH-SW
               WHEN WS-WL-BIRTH-DATE(WS-WL-NDX)(5:6) = '-00-00'
                   MOVE 'P' TO WS-BIRTH-MATCH-SW
               WHEN WS-WL-BIRTH-DATE(WS-WL-NDX)(6:2) =
                       WS-SCR-BIRTH-DATE(9:2)
                       AND WS-WL-BIRTH-DATE(WS-WL-NDX)(9:2) =
                       WS-SCR-BIRTH-DATE(6:2)
                   MOVE 'P' TO WS-BIRTH-MATCH-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       MEASURE-NAME-LENGTH.
           MOVE 20 TO WS-LEN-WORK
           PERFORM UNTIL WS-LEN-WORK = ZERO
                   OR WS-LIKE-WORK(WS-LEN-WORK:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LEN-WORK
           END-PERFORM
           EXIT.

       JUDGE-NAME-SIMILARITY.
           MOVE 'N' TO WS-SIMILAR-SW
           MOVE ZERO TO WS-LIKE-PCT

           MOVE WS-LIKE-NAME-1 TO WS-LIKE-WORK
           PERFORM MEASURE-NAME-LENGTH
           MOVE WS-LEN-WORK TO WS-LIKE-LEN-1
           MOVE WS-LIKE-NAME-2 TO WS-LIKE-WORK
           PERFORM MEASURE-NAME-LENGTH
           MOVE WS-LEN-WORK TO WS-LIKE-LEN-2

           IF WS-LIKE-LEN-1 = ZERO OR WS-LIKE-LEN-2 = ZERO
               CONTINUE
           ELSE
               IF WS-LIKE-NAME-1(1:1) NOT = WS-LIKE-NAME-2(1:1)
                   CONTINUE
               ELSE
                   COMPUTE WS-LIKE-LEN-DIFF =
                       WS-LIKE-LEN-1 - WS-LIKE-LEN-2
                   IF WS-LIKE-LEN-DIFF < -2 OR WS-LIKE-LEN-DIFF > 2
                       CONTINUE
                   ELSE
                       PERFORM COUNT-SHARED-CHARACTERS
                       IF WS-LIKE-LEN-1 > WS-LIKE-LEN-2
                           MOVE WS-LIKE-LEN-1 TO WS-LIKE-LEN-MAX
                       ELSE
                           MOVE WS-LIKE-LEN-2 TO WS-LIKE-LEN-MAX
                       END-IF
                       COMPUTE WS-LIKE-PCT =
                           (WS-LIKE-MATCHES * 100) / WS-LIKE-LEN-MAX
                       IF WS-LIKE-PCT >= WS-SIMILARITY-FLOOR
                           MOVE 'Y' TO WS-SIMILAR-SW
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       COUNT-SHARED-CHARACTERS.
           MOVE ZERO TO WS-LIKE-MATCHES
           MOVE WS-LIKE-NAME-2 TO WS-LIKE-WORK
           PERFORM VARYING WS-LIKE-NDX-1 FROM 1 BY 1
                   UNTIL WS-LIKE-NDX-1 > WS-LIKE-LEN-1
               MOVE 'N' TO WS-LIKE-FOUND-SW
               PERFORM VARYING WS-LIKE-NDX-2 FROM 1 BY 1
                       UNTIL WS-LIKE-NDX-2 > WS-LIKE-LEN-2
                       OR WS-LIKE-CHAR-FOUND
                   IF WS-LIKE-WORK(WS-LIKE-NDX-2:1) =
                           WS-LIKE-NAME-1(WS-LIKE-NDX-1:1)
                       MOVE 'Y' TO WS-LIKE-FOUND-SW
                       MOVE LOW-VALUE TO
                           WS-LIKE-WORK(WS-LIKE-NDX-2:1)
                       ADD 1 TO WS-LIKE-MATCHES
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------*
      * SEND A BAD RECORD TO THE REJECT FILE. THE INPUT BUFFER
      * STILL HOLDS THE RECORD AS IT CAME IN, SO THE REJECT
      * CARRIES THE ORIGINAL FIELD VALUES, NOT THE CLEANED ONES.
      *-----------------------------------------------------------*
       WRITE-REJECT-RECORD.
           MOVE PERSON-REC-TYPE TO PR-REC-TYPE
           MOVE PERSON-ID TO PR-PERSON-ID
           MOVE PERSON-REC-DATA TO PR-REC-DATA
           MOVE WS-REJECT-REASON-CODE TO PR-REASON-CODE
           MOVE WS-REJECT-REASON-TEXT TO PR-REASON-TEXT
           MOVE ZERO TO PR-RECYCLE-COUNT
           MOVE WS-CURRENT-SOURCE-CODE TO PR-SOURCE-SYSTEM
           WRITE PERSON-REJECT-RECORD
           IF PERSON-REC-TYPE NOT = 'D'
               MOVE 'REJECTED' TO WS-RETURN-DISPOSITION
               PERFORM RETURN-FEED-RECORD
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * A DETAIL'S FATE GOES BACK TO ITS SOURCE AS THE AUDIT TRAIL
      * RECORDS IT, WITH A DATABASE ERROR RETURNED AS ERROR - THE
      * RECORD WAS GOOD, THE FAILURE WAS OURS. A 'G' SUPPLEMENT
      * THAT RODE IN BEHIND IT GOES BACK UNDER ITS OWN PERSON-ID:
      * LOADED ONCE ITS ID IS STORED, ERROR IF THE STORE FAILED,
      * OTHERWISE WITH THE DETAIL'S OWN DISPOSITION AND REASON.
      * ADDRESS, CONSENT AND ORPHAN RECORDS ARE RETURNED WHERE
      * THEY ARE SETTLED - A REJECT AS IT IS WRITTEN ABOVE.
      *-----------------------------------------------------------*
       RETURN-DETAIL-DISPOSITION.
           IF WS-AUDIT-DISPOSITION = 'SQL-ERROR'
               MOVE 'ERROR' TO WS-RETURN-DISPOSITION
           ELSE
               MOVE WS-AUDIT-DISPOSITION TO WS-RETURN-DISPOSITION
           END-IF
           PERFORM RETURN-FEED-RECORD
           IF WS-PEND-GOVT-ID NOT = SPACES
               MOVE 'G' TO WS-RETURN-REC-TYPE
               MOVE WS-PEND-GOVT-REC-ID TO WS-RETURN-PERSON-ID
               IF WS-AUDIT-DISPOSITION = 'LOADED'
                       OR WS-AUDIT-DISPOSITION = 'UPDATED'
                       OR WS-AUDIT-DISPOSITION = 'DUPLICATE'
                   IF WS-GOVT-ID-WAS-STORED
                       MOVE 'LOADED' TO WS-RETURN-DISPOSITION
                   ELSE
                       MOVE 'ERROR' TO WS-RETURN-DISPOSITION
                   END-IF
               END-IF
               PERFORM WRITE-RETURN-DETAIL
           END-IF
           EXIT.

       RETURN-FEED-RECORD.
           MOVE PERSON-REC-TYPE TO WS-RETURN-REC-TYPE
           MOVE PERSON-ID TO WS-RETURN-PERSON-ID
           PERFORM WRITE-RETURN-DETAIL
           EXIT.

      *-----------------------------------------------------------*
      * ONE RETURN DETAIL. A REJECT OR DUPLICATE CARRIES THE SAME
      * REASON CODE AND TEXT PERSON.REJ DOES; A RECORD THAT
      * LANDED CARRIES NONE. NOTHING IS WRITTEN ON A SIMULATION,
      * WHICH NEVER OPENS A RETURN FILE.
      *-----------------------------------------------------------*
       WRITE-RETURN-DETAIL.
           IF WS-RETURN-IS-OPEN
               MOVE SPACES TO SOURCE-RETURN-RECORD
               MOVE 'D' TO RT-REC-TYPE
               MOVE WS-RETURN-REC-TYPE TO RT-FEED-REC-TYPE
               MOVE WS-RETURN-PERSON-ID TO RT-PERSON-ID
               MOVE WS-RETURN-DISPOSITION TO RT-DISPOSITION
               EVALUATE TRUE
                   WHEN RT-DISP-REJECTED
                   WHEN RT-DISP-DUPLICATE
                       MOVE WS-REJECT-REASON-CODE TO RT-REASON-CODE
                       MOVE WS-REJECT-REASON-TEXT TO RT-REASON-TEXT
                   WHEN RT-DISP-ERROR
                       MOVE ZERO TO RT-REASON-CODE
                       MOVE 'NOT APPLIED - LOAD ERROR'
                           TO RT-REASON-TEXT
                   WHEN OTHER
                       MOVE ZERO TO RT-REASON-CODE
               END-EVALUATE
               MOVE ZERO TO RT-RECYCLE-COUNT
               MOVE WS-SOURCE-CODE(WS-SOURCE-NBR) TO RT-DETAIL-SOURCE
               WRITE SOURCE-RETURN-RECORD
               PERFORM COUNT-RETURN-DISPOSITION
           END-IF
           EXIT.

       COUNT-RETURN-DISPOSITION.
           ADD 1 TO WS-RET-RECORDS
           EVALUATE TRUE
               WHEN RT-DISP-LOADED
                   ADD 1 TO WS-RET-LOADED
               WHEN RT-DISP-UPDATED
                   ADD 1 TO WS-RET-UPDATED
               WHEN RT-DISP-DELETED
                   ADD 1 TO WS-RET-DELETED
               WHEN RT-DISP-DUPLICATE
                   ADD 1 TO WS-RET-DUPLICATE
               WHEN RT-DISP-REJECTED
                   ADD 1 TO WS-RET-REJECTED
               WHEN OTHER
                   ADD 1 TO WS-RET-ERRORS
           END-EVALUATE
           EXIT.

      *-----------------------------------------------------------*
      * OPEN THE SOURCE'S RETURN FILE ONCE ITS HEADER IS READ. A
      * RESTART RESUMING THIS SOURCE ADDS TO THE FILE THE LAST
      * ATTEMPT STARTED, RECOUNTING WHAT IS ALREADY ON IT FOR THE
      * TRAILER; OTHERWISE THE FILE STARTS FRESH UNDER A HEADER
      * CARRYING THE FEED'S OWN RUN DATE AND EXPECTED COUNT.
      *-----------------------------------------------------------*
       OPEN-RETURN-FILE.
           IF NOT WS-SIMULATION-MODE
               PERFORM BUILD-RETURN-FILE-NAME
               MOVE 'P' TO WS-RETURN-FEED-STATUS
               MOVE 'N' TO WS-RETURN-EXTEND-SW
               IF WS-RESTART-COUNT > ZERO
                       AND WS-CKP-SOURCE-NBR = WS-SOURCE-NBR
                   PERFORM COUNT-RETURN-DETAILS
               END-IF
               IF WS-RETURN-EXTENDING
                   OPEN EXTEND SOURCE-RETURN-FILE
               ELSE
                   OPEN OUTPUT SOURCE-RETURN-FILE
               END-IF
               IF WS-RETURN-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERUPP - COULD NOT OPEN '
                           WS-RETURN-FILE-NAME ', STATUS='
                           WS-RETURN-FILE-STATUS ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABORT-RUN
               END-IF
               MOVE 'Y' TO WS-RETURN-OPEN-SW
               IF NOT WS-RETURN-EXTENDING
                   PERFORM WRITE-RETURN-HEADER
               END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * A REGISTERED SOURCE WHOSE FILE NEVER CAME, OR THAT IS
      * SUSPENDED, STILL GETS ITS RETURN FILE - HEADER AND A ZERO
      * TRAILER - SO IT CAN TELL "NOTHING CAME BACK" FROM "WE
      * NEVER GOT YOUR FILE". ON A RESTART, A SOURCE AT OR AHEAD
      * OF THE CHECKPOINT WAS FINISHED AND ARCHIVED BY THE LAST
      * ATTEMPT, AND THE RETURN FILE THAT ATTEMPT CUT STANDS.
      *-----------------------------------------------------------*
       CUT-EMPTY-RETURN-FILE.
           IF NOT WS-SIMULATION-MODE
               IF WS-RESTART-COUNT > ZERO
                       AND WS-SOURCE-NBR NOT > WS-CKP-SOURCE-NBR
                   CONTINUE
               ELSE
                   PERFORM BUILD-RETURN-FILE-NAME
                   MOVE ZERO TO WS-RET-RECORDS
                   MOVE ZERO TO WS-RET-LOADED
                   MOVE ZERO TO WS-RET-UPDATED
                   MOVE ZERO TO WS-RET-DELETED
                   MOVE ZERO TO WS-RET-DUPLICATE
                   MOVE ZERO TO WS-RET-REJECTED
                   MOVE ZERO TO WS-RET-ERRORS
                   OPEN OUTPUT SOURCE-RETURN-FILE
                   IF WS-RETURN-FILE-STATUS NOT = '00'
                       DISPLAY 'CBPERUPP - COULD NOT OPEN '
                               WS-RETURN-FILE-NAME ', STATUS='
                               WS-RETURN-FILE-STATUS
                               ' - JOB ABENDING'
                       MOVE 16 TO RETURN-CODE
                       PERFORM ABORT-RUN
                   END-IF
                   MOVE 'Y' TO WS-RETURN-OPEN-SW
                   PERFORM WRITE-RETURN-HEADER
                   PERFORM CLOSE-RETURN-FILE
               END-IF
           END-IF
           EXIT.

       BUILD-RETURN-FILE-NAME.
           MOVE SPACES TO WS-RETURN-FILE-NAME
           STRING 'PERSRET.' DELIMITED BY SIZE
                  WS-SOURCE-CODE(WS-SOURCE-NBR) DELIMITED BY SPACE
               INTO WS-RETURN-FILE-NAME
           EXIT.

       WRITE-RETURN-HEADER.
           MOVE SPACES TO SOURCE-RETURN-RECORD
           MOVE 'H' TO RT-REC-TYPE
           MOVE WS-SOURCE-CODE(WS-SOURCE-NBR) TO RT-SOURCE-SYSTEM
           MOVE 'L' TO RT-RETURN-KIND
           MOVE WS-EFFECTIVE-DATE TO RT-EFFECTIVE-DATE
           MOVE WS-RETURN-FEED-STATUS TO RT-FEED-STATUS
           IF RT-FEED-PROCESSED
               MOVE WS-RUN-DATE-ON-FILE TO RT-FEED-RUN-DATE
               MOVE WS-HEADER-EXPECTED-CNT TO RT-FEED-EXPECTED
           ELSE
               MOVE ZERO TO RT-FEED-EXPECTED
           END-IF
           WRITE SOURCE-RETURN-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * TRAIL AND CLOSE THE RETURN FILE. THE DETAIL COUNT SHOULD
      * EQUAL THE FEED'S OWN TRAILER COUNT, CARRIED ALONGSIDE IT,
      * SINCE EVERY RECORD THE SOURCE SENT COMES BACK ONCE.
      *-----------------------------------------------------------*
       CLOSE-RETURN-FILE.
           IF WS-RETURN-IS-OPEN
               MOVE SPACES TO SOURCE-RETURN-RECORD
               MOVE 'T' TO RT-REC-TYPE
               MOVE WS-RET-RECORDS TO RT-RECORDS-RETURNED
               MOVE WS-RET-LOADED TO RT-LOADED-COUNT
               MOVE WS-RET-UPDATED TO RT-UPDATED-COUNT
               MOVE WS-RET-DELETED TO RT-DELETED-COUNT
               MOVE WS-RET-DUPLICATE TO RT-DUPLICATE-COUNT
               MOVE WS-RET-REJECTED TO RT-REJECTED-COUNT
               MOVE WS-RET-ERRORS TO RT-ERROR-COUNT
               IF WS-RETURN-FEED-STATUS = 'P'
                   MOVE WS-TRAILER-ACTUAL-CNT TO RT-FEED-TRAILER-CNT
               ELSE
                   MOVE ZERO TO RT-FEED-TRAILER-CNT
               END-IF
               WRITE SOURCE-RETURN-RECORD
               CLOSE SOURCE-RETURN-FILE
               MOVE 'N' TO WS-RETURN-OPEN-SW
               ADD 1 TO WS-RETURN-FILES-WRITTEN
               ADD WS-RET-RECORDS TO WS-TOT-RECORDS-RETURNED
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * ON A RESTART, THE RETURN DETAILS THE LAST ATTEMPT ALREADY
      * WROTE FOR THIS SOURCE ARE COUNTED BACK IN, THE SAME WAY
      * THE EXTRACT AND NOTICE DETAILS ARE.
      *-----------------------------------------------------------*
       COUNT-RETURN-DETAILS.
           OPEN INPUT SOURCE-RETURN-FILE
           IF WS-RETURN-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-RETURN-FILE-STATUS NOT = '00'
                   DISPLAY 'CBPERUPP - COULD NOT READ '
                           WS-RETURN-FILE-NAME ' ON RESTART, STATUS='
                           WS-RETURN-FILE-STATUS ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABORT-RUN
               END-IF
               MOVE 'Y' TO WS-RETURN-EXTEND-SW
               MOVE 'N' TO EOF
               PERFORM UNTIL END-OF-FILE
                   READ SOURCE-RETURN-FILE
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF RT-REC-TYPE = 'D'
                               PERFORM COUNT-RETURN-DISPOSITION
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF
               CLOSE SOURCE-RETURN-FILE
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * EVERY WS-CHECKPOINT-INTERVAL RECORDS OR SO, DROP A NEW
      * CHECKPOINT SO A RERUN AFTER AN ABEND DOESN'T START FROM
      * RECORD ONE. THE TEST IS AGAINST THE RECORDS TAKEN SINCE
      * THE LAST CHECKPOINT, NOT THE CUMULATIVE COUNT - A DETAIL
      * CONSUMED TOGETHER WITH ITS 'G' SUPPLEMENT ADVANCES THE
      * COUNT BY TWO BETWEEN CHECKS, SO AN ODD RUNNING COUNT CAN
      * STEP OVER EVERY EXACT MULTIPLE OF THE INTERVAL WITHOUT
      * EVER LANDING ON ONE.
      *-----------------------------------------------------------*
       CHECKPOINT-IF-DUE.
           COMPUTE WS-SINCE-CKP-COUNT =
               WS-RECORDS-READ - WS-LAST-CKP-READ
           IF WS-SINCE-CKP-COUNT >= WS-CHECKPOINT-INTERVAL
               PERFORM WRITE-CHECKPOINT
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE CHECKPOINT'S RECORD COUNT IS IN WHICHEVER ORDER THE
      * FILE IS BEING PROCESSED - FEED ORDER ON THE STANDARD
      * PATH, SORTED ORDER ON THE HIGH-VOLUME PATH - AND THE
      * MODE BYTE SAYS WHICH, SO A RESTART COUNTS THE SKIP THE
      * SAME WAY THE CHECKPOINT DID.
      *-----------------------------------------------------------*
       WRITE-CHECKPOINT.
           MOVE WS-RECORDS-READ TO WS-LAST-CKP-READ
           IF NOT WS-SIMULATION-MODE
               IF WS-FILE-HIGH-VOLUME
                   MOVE WS-HV-PROCESSED-COUNT TO RC-RECORD-COUNT
                       ' DOES NOT MATCH RECORDS READ '
                       WS-RECORDS-READ ' - JOB ABENDING'
               MOVE 8 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF
           IF WS-HEADER-EXPECTED-CNT NOT = WS-RECORDS-READ
               DISPLAY 'CBPERUPP - ' WS-PERSON-DAT-FILE
                       ' DOES NOT MATCH RECORDS READ '
                       WS-RECORDS-READ ' - JOB ABENDING'
               MOVE 8 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF
           EXIT.

           PERFORM SET-RUN-RETURN-CODE
           IF NOT WS-SIMULATION-MODE
               PERFORM WRITE-EXTRACT-TRAILER
               PERFORM WRITE-NOTICE-TRAILER
           END-IF
           PERFORM PRINT-CONTROL-REPORT
           PERFORM CLOSE-ALL-FILES
           WRITE EXTRACT-RECORD
           EXIT.

       WRITE-NOTICE-TRAILER.
           MOVE SPACES TO COA-NOTICE-RECORD
           MOVE 'T' TO CN-REC-TYPE
           MOVE WS-COA-NOTICE-COUNT TO CN-NOTICE-COUNT
           MOVE WS-COA-RAPID-COUNT TO CN-RAPID-COUNT
           WRITE COA-NOTICE-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * GRADE THE COMPLETED RUN - ANYTHING TURNED AWAY OR ERRORED
      * MAKES IT A WARNING, AN ACTIVE SOURCE THAT MISSED ITS
                   OR WS-TOT-SQL-ERROR-COUNT > ZERO
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF
           IF WS-HOLDS-PLACED > ZERO
                   OR WS-HOLD-WRITE-ERRORS > ZERO
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF
           IF NOT WS-SIMULATION-MODE AND NOT WS-WATCHLIST-IS-PRESENT
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF
           IF NOT WS-ZIPREF-IS-PRESENT
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF
           IF WS-AN-ARRIVAL-MISSED
               MOVE 12 TO WS-RUN-RETURN-CODE
           END-IF
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'CONSENTS READ FROM FEEDS     : '
                  WS-CONSENTS-READ
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'CONSENTS STORED              : '
                  WS-CONSENTS-STORED
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'CONSENTS OLDER THAN ON FILE  : '
                  WS-CONSENTS-SUPERSEDED
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'CONSENTS REJECTED            : '
                  WS-CONSENTS-REJECTED
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'EXTRACT DETAILS ON FILE      : '
                  WS-EXTRACT-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'SANCTIONS HOLDS PLACED       : '
                  WS-HOLDS-PLACED
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'PERSONS HELD FROM EXTRACT    : '
                  WS-PERSONS-HELD
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'HELD PERSONS RELEASED        : '
                  WS-PERSONS-RELEASED
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'DECEASED - KEPT OFF EXTRACT  : '
                  WS-DECEASED-WITHHELD
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'MINOR HOLDS PLACED           : '
                  WS-MINOR-HOLDS-PLACED
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'MINORS HELD FROM EXTRACT     : '
                  WS-MINORS-HELD
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'CLEARED HOLDS CLOSED         : '
                  WS-HOLDS-CLOSED
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'ADDRESSES RESENT UNCHANGED   : '
                  WS-ADDRESSES-UNCHANGED
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'CHANGE-OF-ADDRESS NOTICES    : '
                  WS-COA-NOTICE-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'RAPID ADDRESS CHANGES FLAGGED: '
                  WS-COA-RAPID-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'ADDRESSES STANDARDIZED       : '
                  WS-ADDRESSES-STANDARDIZED
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'SOURCE RETURN FILES CUT      : '
                  WS-RETURN-FILES-WRITTEN
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'DISPOSITIONS RETURNED        : '
                  WS-TOT-RECORDS-RETURNED
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           IF WS-HOLD-WRITE-ERRORS > ZERO
               MOVE SPACES TO CONTROL-REPORT-RECORD
               STRING 'HOLD FILE WRITE ERRORS       : '
                      WS-HOLD-WRITE-ERRORS
                   DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF

           IF NOT WS-SIMULATION-MODE AND NOT WS-WATCHLIST-IS-PRESENT
               MOVE SPACES TO CONTROL-REPORT-RECORD
               MOVE 'WARNING - NO WATCHLIST - NEW PERSONS NOT SCREENED'
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF

           IF NOT WS-ZIPREF-IS-PRESENT
               MOVE SPACES TO CONTROL-REPORT-RECORD
               MOVE 'WARNING - NO ZIPREF - ZIP/CITY/STATE UNCHECKED'
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF

           IF WS-WL-TABLE-FULL
               MOVE SPACES TO CONTROL-REPORT-RECORD
               MOVE 'WARNING - WATCHLIST EXCEEDED SCREEN TABLE'
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'MAX REJECT PCT TOLERANCE     : '
                  WS-MAX-REJECT-PCT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'ADDRESS CHANGES IN 90 DAYS   : '
                  WS-ADDR-CHANGE-LIMIT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'AGE OF MAJORITY              : '
                  WS-AGE-OF-MAJORITY
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'SOURCES MISSING PAST CUTOFF  : '
                  WS-ARRIVAL-MISS-COUNT
           CLOSE PERSON-FILE
           CLOSE PERSON-MASTER-FILE
           CLOSE GOVT-ID-FILE
           CLOSE MKT-CONSENT-FILE
           CLOSE PERSON-REJECT-FILE
           CLOSE AUDIT-FILE
           CLOSE CONTROL-REPORT-FILE
           IF WS-ZIPREF-IS-PRESENT
               CLOSE ZIP-REFERENCE-FILE
           END-IF
           IF NOT WS-SIMULATION-MODE
               CLOSE RESTART-CTL-FILE
               CLOSE EXTRACT-FILE
               CLOSE COA-NOTICE-FILE
               CLOSE HOLD-FILE
           END-IF
           IF WS-RETURN-IS-OPEN
               CLOSE SOURCE-RETURN-FILE
               MOVE 'N' TO WS-RETURN-OPEN-SW
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * EVERY DELIBERATE STOP ONCE THE RUN HAS BEEN MARKED STARTED
      * COMES THROUGH HERE WITH ITS RETURN CODE ALREADY SET, SO
      * THE RUN CONTROL RECORD SHOWS THE JOB ENDED AT THAT CODE
      * RATHER THAN LEFT STARTED AND NEVER ENDED.
      *-----------------------------------------------------------*
       ABORT-RUN.
           MOVE RETURN-CODE TO WS-RUN-RETURN-CODE
           IF NOT WS-SIMULATION-MODE
               PERFORM RECORD-RUN-END
           END-IF
           PERFORM CLOSE-ALL-FILES
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------*
      * RUN CONTROL. THE LOAD OPENS THE NIGHT ON RUNCTL.DAT - THE
      * STREAM RECORD IS POINTED AT TONIGHT'S EFFECTIVE DATE AND
      * THIS JOB'S OWN RECORD FOR THAT DATE IS MARKED STARTED.
      * EVERY JOB AFTER IT IN THE STREAM WAITS ON THAT RECORD
      * SHOWING ENDED AT RC 4 OR BETTER, SO AN ABEND PART WAY
      * THROUGH - WHICH NEVER REACHES RECORD-RUN-END - HOLDS THE
      * REST OF THE STREAM. A SIMULATION LEAVES NO TRACE HERE.
      *-----------------------------------------------------------*
       RECORD-RUN-START.
           ACCEPT WS-RUN-CLOCK-TIME FROM TIME
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF WS-RUNCTL-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERUPP - COULD NOT OPEN '
                       'RUN-CONTROL-FILE, STATUS='
                       WS-RUNCTL-FILE-STATUS
                       ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE '00000000' TO RC-EFFECTIVE-DATE
           MOVE 'STREAM' TO RC-JOB-NAME
           PERFORM GET-RUN-CONTROL-RECORD
           SET RC-RUN-STARTED TO TRUE
           MOVE WS-SYSTEM-DATE TO RC-START-DATE
           MOVE WS-RUN-CLOCK-TIME(1:6) TO RC-START-TIME
           MOVE WS-EFFECTIVE-DATE TO RC-STREAM-EFF-DATE
           PERFORM WRITE-OR-REWRITE-RUN-CONTROL
           MOVE WS-EFFECTIVE-DATE TO RC-EFFECTIVE-DATE
           MOVE WS-RUN-JOB-NAME TO RC-JOB-NAME
           PERFORM GET-RUN-CONTROL-RECORD
           SET RC-RUN-STARTED TO TRUE
           MOVE WS-SYSTEM-DATE TO RC-START-DATE
           MOVE WS-RUN-CLOCK-TIME(1:6) TO RC-START-TIME
           MOVE SPACES TO RC-END-DATE
           MOVE SPACES TO RC-END-TIME
           MOVE ZERO TO RC-RETURN-CODE
           ADD 1 TO RC-RUN-COUNT
           MOVE SPACES TO RC-MESSAGE
           PERFORM WRITE-OR-REWRITE-RUN-CONTROL
           CLOSE RUN-CONTROL-FILE
           EXIT.

      *-----------------------------------------------------------*
      * THE RUN'S RECORD IS MARKED ENDED WITH THE RETURN CODE THE
      * JOB IS ABOUT TO END WITH.
      *-----------------------------------------------------------*
       RECORD-RUN-END.
           ACCEPT WS-RUN-CLOCK-TIME FROM TIME
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERUPP - COULD NOT OPEN '
                       'RUN-CONTROL-FILE, STATUS='
                       WS-RUNCTL-FILE-STATUS
                       ' - RUN END NOT RECORDED'
           ELSE
               MOVE WS-EFFECTIVE-DATE TO RC-EFFECTIVE-DATE
               MOVE WS-RUN-JOB-NAME TO RC-JOB-NAME
               PERFORM GET-RUN-CONTROL-RECORD
               SET RC-RUN-ENDED TO TRUE
               ACCEPT RC-END-DATE FROM DATE YYYYMMDD
               MOVE WS-RUN-CLOCK-TIME(1:6) TO RC-END-TIME
               MOVE WS-RUN-RETURN-CODE TO RC-RETURN-CODE
               MOVE SPACES TO RC-MESSAGE
               PERFORM WRITE-OR-REWRITE-RUN-CONTROL
               CLOSE RUN-CONTROL-FILE
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * READ ONE RECORD BY THE KEY ALREADY MOVED IN. ONE NOT YET
      * ON FILE COMES BACK AS A CLEARED RECORD UNDER THAT KEY.
      *-----------------------------------------------------------*
       GET-RUN-CONTROL-RECORD.
           MOVE 'Y' TO WS-RUN-FOUND-SW
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RUN-FOUND-SW
           END-READ
           IF NOT WS-RUN-RECORD-FOUND
               MOVE RC-KEY TO WS-RUN-SAVED-KEY
               INITIALIZE RUN-CONTROL-RECORD
               MOVE WS-RUN-SAVED-KEY TO RC-KEY
           END-IF
           EXIT.

       WRITE-OR-REWRITE-RUN-CONTROL.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE
           IF WS-RUNCTL-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERUPP - COULD NOT RECORD RUN CONTROL, '
                       'STATUS=' WS-RUNCTL-FILE-STATUS
           END-IF
           EXIT.
