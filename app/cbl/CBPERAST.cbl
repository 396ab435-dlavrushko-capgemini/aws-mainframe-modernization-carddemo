      ******************************************************************
      * Program     : CBPERAST.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Re-standardization pass over the addresses
      *               already on PERSON_ADDRESS, current and history
      *               rows alike. Every row is put through the same
      *               street-word standardization and ZIPREF.DAT
      *               ZIP/city/state check the nightly load applies
      *               to new addresses, and the report lists every
      *               row standardization changed - what it was and
      *               what it becomes - and every row the ZIP
      *               reference cannot resolve, with the reason. Run
      *               once to bring the rows loaded before the load
      *               standardized into line, and again on demand
      *               whenever operations reloads the ZIP reference.
      *               Run with PARM='UPDATE' the changed rows are
      *               rewritten as the pass finds them; the default
      *               reports only and touches nothing. An unresolved
      *               row still takes its street standardization but
      *               keeps its city, state and ZIP for data control
      *               to correct by hand.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBPERAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDR-STD-REPORT-FILE ASSIGN TO 'ADDRSTD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT ZIP-REFERENCE-FILE ASSIGN TO 'ZIPREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZR-KEY
               FILE STATUS IS WS-ZIPREF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDR-STD-REPORT-FILE.
       01  ADDR-STD-REPORT-RECORD PIC X(132).

       FD  ZIP-REFERENCE-FILE.
           COPY CBPZIPRF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      * FILE STATUS
      *-----------------------------------------------------------*
       01  WS-REPORT-FILE-STATUS  PIC X(02).
       01  WS-ZIPREF-FILE-STATUS  PIC X(02).

      *-----------------------------------------------------------*
      * RUN MODE - REPORT ONLY, OR REWRITE THE CHANGED ROWS
      *-----------------------------------------------------------*
       01  WS-RUN-MODE-SW         PIC X VALUE 'N'.
           88 WS-UPDATE-MODE                VALUE 'Y'.

      *-----------------------------------------------------------*
      * SWITCHES
      *-----------------------------------------------------------*
       01  WS-ADDR-EOF-SW         PIC X VALUE 'N'.
           88 WS-ADDR-AT-END                VALUE 'Y'.

       01  WS-ROW-RESOLVED-SW     PIC X VALUE 'Y'.
           88 WS-ROW-IS-RESOLVED            VALUE 'Y'.

       01  WS-ZIP-CITY-SW         PIC X VALUE 'N'.
           88 WS-ZIP-CITY-FOUND             VALUE 'Y'.

       01  WS-ZIP-KNOWN-SW        PIC X VALUE 'N'.
           88 WS-ZIP-ON-REFERENCE           VALUE 'Y'.

      *-----------------------------------------------------------*
      * SQL RETURN CODE AND FETCH HOST VARIABLES - THE ROW AS IT
      * STANDS ON THE TABLE
      *-----------------------------------------------------------*
       01  SQLCODE                PIC S9(4) COMP.
       01  WS-A-FIRST-NAME        PIC X(20).
       01  WS-A-LAST-NAME         PIC X(20).
       01  WS-A-BIRTH-DATE        PIC X(10).
       01  WS-A-LINE-1            PIC X(25).
       01  WS-A-LINE-2            PIC X(25).
       01  WS-A-CITY              PIC X(20).
       01  WS-A-STATE             PIC X(02).
       01  WS-A-ZIP               PIC X(05).
       01  WS-A-EFFECTIVE-FROM    PIC X(08).
       01  WS-A-EFFECTIVE-TO      PIC X(08).

      *-----------------------------------------------------------*
      * THE SAME ROW STANDARDIZED, AND THE TWO SIDE BY SIDE AS
      * ONE IMAGE EACH FOR THE COMPARISON
      *-----------------------------------------------------------*
       01  WS-ADDR-LINE-1         PIC X(25).
       01  WS-ADDR-LINE-2         PIC X(25).
       01  WS-ADDR-CITY           PIC X(20).
       01  WS-ADDR-STATE          PIC X(02).
       01  WS-ADDR-ZIP            PIC X(05).
       01  WS-STD-BEFORE-IMAGE    PIC X(72) VALUE SPACES.
       01  WS-STD-AFTER-IMAGE     PIC X(72) VALUE SPACES.
       01  WS-ROW-KEY             PIC X(50) VALUE SPACES.
       01  WS-UNRESOLVED-TEXT     PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------*
      * STATE CODE EDIT - THE FIFTY POSTAL STATE CODES PLUS DC.
      *-----------------------------------------------------------*
       01  WS-EDIT-STATE-CODE     PIC X(02) VALUE SPACES.
           88 WS-VALID-STATE-CODE VALUES
              'AL' 'AK' 'AZ' 'AR' 'CA' 'CO' 'CT' 'DE' 'DC' 'FL'
              'GA' 'HI' 'ID' 'IL' 'IN' 'IA' 'KS' 'KY' 'LA' 'ME'
              'MD' 'MA' 'MI' 'MN' 'MS' 'MO' 'MT' 'NE' 'NV' 'NH'
              'NJ' 'NM' 'NY' 'NC' 'ND' 'OH' 'OK' 'OR' 'PA' 'RI'
              'SC' 'SD' 'TN' 'TX' 'UT' 'VT' 'VA' 'WA' 'WV' 'WI'
              'WY'.

      *-----------------------------------------------------------*
      * ADDRESS STANDARDIZATION. THE STREET LINES ARE BROKEN INTO
      * WORDS AND EACH WORD LOOKED UP IN THE TABLE BELOW - THE
      * POSTAL STREET SUFFIXES (S), DIRECTIONALS (D) AND UNIT
      * DESIGNATORS (U), UNDER THEIR SPELLED-OUT NAMES AND THE
      * COMMON ABBREVIATIONS, EACH WITH THE STANDARD ABBREVIATION
      * IT IS STORED AS. THE SAME TABLE IS CARRIED BY CBPERUPP, SO
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
      * UPDATES ARE COMMITTED EVERY COMMIT-SIZE ROWS SO A FULL
      * PASS DOES NOT HOLD THE WHOLE TABLE UNDER ONE UNIT OF WORK;
      * THE CURSOR IS DECLARED WITH HOLD TO SURVIVE EACH COMMIT.
      *-----------------------------------------------------------*
       01  WS-COMMIT-SIZE         PIC 9(05) VALUE 500.
       01  WS-UNCOMMITTED-COUNT   PIC 9(05) VALUE ZERO.

      *-----------------------------------------------------------*
      * RUN CONTROL TOTALS
      *-----------------------------------------------------------*
       01  WS-ROWS-READ           PIC 9(07) VALUE ZERO.
       01  WS-ROWS-CHANGED        PIC 9(07) VALUE ZERO.
       01  WS-ROWS-UPDATED        PIC 9(07) VALUE ZERO.
       01  WS-ROWS-UNRESOLVED     PIC 9(07) VALUE ZERO.
       01  WS-UNRES-ZIP-UNKNOWN   PIC 9(07) VALUE ZERO.
       01  WS-UNRES-ZIP-STATE     PIC 9(07) VALUE ZERO.
       01  WS-UNRES-CITY          PIC 9(07) VALUE ZERO.
       01  WS-UNRES-OTHER         PIC 9(07) VALUE ZERO.
       01  WS-SQL-ERROR-COUNT     PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------*
      * SYSTEM DATE FOR THE REPORT HEADING
      *-----------------------------------------------------------*
       01  WS-SYSTEM-DATE         PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM-DATA.
           05 LK-PARM-LEN          PIC S9(04) COMP.
           05 LK-PARM-TEXT         PIC X(08).

       PROCEDURE DIVISION USING LK-PARM-DATA.

       BEGIN.
           PERFORM INITIALIZE-RUN
           PERFORM OPEN-ALL-FILES
           PERFORM OPEN-ADDRESS-CURSOR
           PERFORM FETCH-NEXT-ADDRESS-ROW
           PERFORM UNTIL WS-ADDR-AT-END
               PERFORM PROCESS-ONE-ADDRESS-ROW
               PERFORM FETCH-NEXT-ADDRESS-ROW
           END-PERFORM
           PERFORM FINALIZE-RUN
           STOP RUN.

      *-----------------------------------------------------------*
      * PARM='UPDATE' PUTS THE RUN IN UPDATE MODE - ANYTHING ELSE
      * (OR NO PARM AT ALL) REPORTS ONLY AND TOUCHES NOTHING.
      *-----------------------------------------------------------*
       INITIALIZE-RUN.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           IF LK-PARM-LEN >= 6 AND LK-PARM-TEXT(1:6) = 'UPDATE'
               MOVE 'Y' TO WS-RUN-MODE-SW
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE ZIP REFERENCE IS THE POINT OF THE PASS - WITHOUT IT
      * NOTHING CAN BE RESOLVED, SO A MISSING FILE ENDS THE JOB.
      *-----------------------------------------------------------*
       OPEN-ALL-FILES.
           OPEN OUTPUT ADDR-STD-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERAST - COULD NOT OPEN '
                       'ADDR-STD-REPORT-FILE, STATUS='
                       WS-REPORT-FILE-STATUS ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ZIP-REFERENCE-FILE
           IF WS-ZIPREF-FILE-STATUS NOT = '00'
               DISPLAY 'CBPERAST - COULD NOT OPEN '
                       'ZIP-REFERENCE-FILE, STATUS='
                       WS-ZIPREF-FILE-STATUS ' - JOB ABENDING'
               CLOSE ADDR-STD-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO ADDR-STD-REPORT-RECORD
           STRING 'CBPERAST ADDRESS STANDARDIZATION REPORT - RUN DATE '
                  WS-SYSTEM-DATE
               DELIMITED BY SIZE INTO ADDR-STD-REPORT-RECORD
           WRITE ADDR-STD-REPORT-RECORD

           MOVE SPACES TO ADDR-STD-REPORT-RECORD
           IF WS-UPDATE-MODE
               MOVE 'RUN MODE                     : UPDATE'
                   TO ADDR-STD-REPORT-RECORD
           ELSE
               MOVE 'RUN MODE                     : REPORT ONLY'
                   TO ADDR-STD-REPORT-RECORD
           END-IF
           WRITE ADDR-STD-REPORT-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * EVERY ROW, CURRENT AND HISTORY, IN PERSON ORDER AND BY
      * EFFECTIVE DATE WITHIN THE PERSON.
      *-----------------------------------------------------------*
       OPEN-ADDRESS-CURSOR.
           EXEC SQL
               DECLARE ASTADR-CSR CURSOR WITH HOLD FOR
                   SELECT FIRST_NAME, LAST_NAME, BIRTH_DATE,
                          ADDR_LINE_1, ADDR_LINE_2, CITY, STATE,
                          ZIP_CODE, EFFECTIVE_FROM, EFFECTIVE_TO
                       FROM PERSON_ADDRESS
                       ORDER BY LAST_NAME, FIRST_NAME, BIRTH_DATE,
                                EFFECTIVE_FROM
           END-EXEC

           EXEC SQL
               OPEN ASTADR-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CBPERAST - COULD NOT OPEN ADDRESS CURSOR, '
                       'SQLCODE=' SQLCODE ' - JOB ABENDING'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-ALL-FILES
               STOP RUN
           END-IF
           EXIT.

       FETCH-NEXT-ADDRESS-ROW.
           EXEC SQL
               FETCH ASTADR-CSR
                   INTO :WS-A-FIRST-NAME, :WS-A-LAST-NAME,
                        :WS-A-BIRTH-DATE, :WS-A-LINE-1,
                        :WS-A-LINE-2, :WS-A-CITY, :WS-A-STATE,
                        :WS-A-ZIP, :WS-A-EFFECTIVE-FROM,
                        :WS-A-EFFECTIVE-TO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-ROWS-READ
                   MOVE SPACES TO WS-ROW-KEY
                   STRING WS-A-LAST-NAME DELIMITED BY SIZE
                          WS-A-FIRST-NAME DELIMITED BY SIZE
                          WS-A-BIRTH-DATE DELIMITED BY SIZE
                       INTO WS-ROW-KEY
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-ADDR-EOF-SW
               WHEN OTHER
                   ADD 1 TO WS-SQL-ERROR-COUNT
                   DISPLAY 'CBPERAST - ADDRESS FETCH FAILED, '
                           'SQLCODE=' SQLCODE ' - JOB ABENDING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-ALL-FILES
                   STOP RUN
           END-EVALUATE
           EXIT.

      *-----------------------------------------------------------*
      * ONE ROW - UPPER-CASED AND STANDARDIZED THE WAY THE LOAD
      * DOES IT, THEN HELD UP AGAINST THE ZIP REFERENCE. A ROW
      * THAT COMES OUT DIFFERENT IS REPORTED, AND IN UPDATE MODE
      * REWRITTEN; A ROW THE REFERENCE CANNOT RESOLVE IS REPORTED
      * WITH THE REASON THE LOAD WOULD HAVE REJECTED IT FOR.
      *-----------------------------------------------------------*
       PROCESS-ONE-ADDRESS-ROW.
           MOVE WS-A-LINE-1 TO WS-ADDR-LINE-1
           MOVE WS-A-LINE-2 TO WS-ADDR-LINE-2
           MOVE WS-A-CITY TO WS-ADDR-CITY
           MOVE WS-A-STATE TO WS-ADDR-STATE
           MOVE WS-A-ZIP TO WS-ADDR-ZIP

           INSPECT WS-ADDR-LINE-1 CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-ADDR-LINE-2 CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-ADDR-CITY CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-ADDR-STATE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           PERFORM STANDARDIZE-ADDRESS
           PERFORM RESOLVE-AGAINST-REFERENCE

           STRING WS-A-LINE-1 WS-A-LINE-2 WS-A-CITY WS-A-STATE
               DELIMITED BY SIZE INTO WS-STD-BEFORE-IMAGE
           STRING WS-ADDR-LINE-1 WS-ADDR-LINE-2 WS-ADDR-CITY
                  WS-ADDR-STATE
               DELIMITED BY SIZE INTO WS-STD-AFTER-IMAGE

           IF WS-STD-AFTER-IMAGE NOT = WS-STD-BEFORE-IMAGE
               ADD 1 TO WS-ROWS-CHANGED
               PERFORM REPORT-CHANGED-ROW
               IF WS-UPDATE-MODE
                   PERFORM UPDATE-ADDRESS-ROW
               END-IF
           END-IF

           IF NOT WS-ROW-IS-RESOLVED
               ADD 1 TO WS-ROWS-UNRESOLVED
               PERFORM REPORT-UNRESOLVED-ROW
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE LOAD'S OWN ADDRESS EDITS, IN THE LOAD'S ORDER. A ROW
      * THAT FAILS THE BASIC EDITS NEVER REACHES THE REFERENCE.
      * ONLY A RESOLVED ROW TAKES THE PREFERRED CITY SPELLING;
      * AN UNRESOLVED ONE KEEPS ITS CITY, STATE AND ZIP.
      *-----------------------------------------------------------*
       RESOLVE-AGAINST-REFERENCE.
           MOVE 'Y' TO WS-ROW-RESOLVED-SW
           MOVE SPACES TO WS-UNRESOLVED-TEXT
           MOVE WS-ADDR-STATE TO WS-EDIT-STATE-CODE

           IF WS-ADDR-LINE-1 = SPACES OR WS-ADDR-CITY = SPACES
               MOVE 'N' TO WS-ROW-RESOLVED-SW
               ADD 1 TO WS-UNRES-OTHER
               MOVE 'ADDRESS LINE OR CITY BLANK'
                   TO WS-UNRESOLVED-TEXT
           ELSE
               IF NOT WS-VALID-STATE-CODE
                   MOVE 'N' TO WS-ROW-RESOLVED-SW
                   ADD 1 TO WS-UNRES-OTHER
                   MOVE 'STATE CODE INVALID'
                       TO WS-UNRESOLVED-TEXT
               ELSE
                   IF WS-ADDR-ZIP NOT NUMERIC
                       MOVE 'N' TO WS-ROW-RESOLVED-SW
                       ADD 1 TO WS-UNRES-OTHER
                       MOVE 'ZIP CODE NOT NUMERIC'
                           TO WS-UNRESOLVED-TEXT
                   ELSE
                       PERFORM CHECK-ZIP-REFERENCE
                   END-IF
               END-IF
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * THE ZIP AND CITY TOGETHER ARE THE REFERENCE KEY. FOUND,
      * THE ZIP MUST BELONG TO THE STATE GIVEN, AND THE CITY TAKES
      * ITS PREFERRED SPELLING. NOT FOUND, THE FIRST ROW UNDER THE
      * ZIP SAYS WHY - THE SAME THREE REASONS THE LOAD REJECTS ON.
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
                   MOVE 'N' TO WS-ROW-RESOLVED-SW
                   ADD 1 TO WS-UNRES-ZIP-STATE
                   MOVE 'ZIP CODE NOT IN STATE GIVEN'
                       TO WS-UNRESOLVED-TEXT
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
               MOVE 'N' TO WS-ROW-RESOLVED-SW
               EVALUATE TRUE
                   WHEN NOT WS-ZIP-ON-REFERENCE
                       ADD 1 TO WS-UNRES-ZIP-UNKNOWN
                       MOVE 'ZIP CODE NOT ON ZIP REFERENCE'
                           TO WS-UNRESOLVED-TEXT
                   WHEN ZR-STATE-CODE NOT = WS-ADDR-STATE
                       ADD 1 TO WS-UNRES-ZIP-STATE
                       MOVE 'ZIP CODE NOT IN STATE GIVEN'
                           TO WS-UNRESOLVED-TEXT
                   WHEN OTHER
                       ADD 1 TO WS-UNRES-CITY
                       MOVE 'CITY DOES NOT MATCH ZIP CODE'
                           TO WS-UNRESOLVED-TEXT
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
      * THE ROW IS FOUND AGAIN BY EVERY COLUMN IT WAS FETCHED
      * WITH. A SECOND, IDENTICAL ROW FOR THE SAME PERSON IS
      * REWRITTEN ALONG WITH THE FIRST, SO WHEN ITS TURN COMES
      * THERE IS NOTHING LEFT TO FIND, AND THAT IS NO ERROR.
      *-----------------------------------------------------------*
       UPDATE-ADDRESS-ROW.
           EXEC SQL
               UPDATE PERSON_ADDRESS
                   SET ADDR_LINE_1 = :WS-ADDR-LINE-1,
                       ADDR_LINE_2 = :WS-ADDR-LINE-2,
                       CITY = :WS-ADDR-CITY,
                       STATE = :WS-ADDR-STATE
                   WHERE FIRST_NAME = :WS-A-FIRST-NAME
                     AND LAST_NAME = :WS-A-LAST-NAME
                     AND BIRTH_DATE = :WS-A-BIRTH-DATE
                     AND EFFECTIVE_FROM = :WS-A-EFFECTIVE-FROM
                     AND EFFECTIVE_TO = :WS-A-EFFECTIVE-TO
                     AND ADDR_LINE_1 = :WS-A-LINE-1
                     AND ADDR_LINE_2 = :WS-A-LINE-2
                     AND CITY = :WS-A-CITY
                     AND STATE = :WS-A-STATE
                     AND ZIP_CODE = :WS-A-ZIP
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ROWS-UPDATED
                   ADD 1 TO WS-UNCOMMITTED-COUNT
                   IF WS-UNCOMMITTED-COUNT >= WS-COMMIT-SIZE
                       EXEC SQL
                           COMMIT
                       END-EXEC
                       MOVE ZERO TO WS-UNCOMMITTED-COUNT
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-SQL-ERROR-COUNT
                   DISPLAY 'CBPERAST - ADDRESS UPDATE FAILED, SQLCODE='
                           SQLCODE ' FOR ' WS-A-FIRST-NAME ' '
                           WS-A-LAST-NAME
           END-EVALUATE
           EXIT.

       REPORT-CHANGED-ROW.
           MOVE SPACES TO ADDR-STD-REPORT-RECORD
           STRING 'CHANGED      : ' DELIMITED BY SIZE
                  WS-ROW-KEY DELIMITED BY SIZE
                  ' FROM ' DELIMITED BY SIZE
                  WS-A-EFFECTIVE-FROM DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-A-EFFECTIVE-TO DELIMITED BY SIZE
               INTO ADDR-STD-REPORT-RECORD
           WRITE ADDR-STD-REPORT-RECORD

           MOVE SPACES TO ADDR-STD-REPORT-RECORD
           STRING '  WAS        : ' DELIMITED BY SIZE
                  WS-A-LINE-1 ' ' WS-A-LINE-2 ' '
                  WS-A-CITY ' ' WS-A-STATE ' ' WS-A-ZIP
                      DELIMITED BY SIZE
               INTO ADDR-STD-REPORT-RECORD
           WRITE ADDR-STD-REPORT-RECORD

           MOVE SPACES TO ADDR-STD-REPORT-RECORD
           STRING '  NOW        : ' DELIMITED BY SIZE
                  WS-ADDR-LINE-1 ' ' WS-ADDR-LINE-2 ' '
                  WS-ADDR-CITY ' ' WS-ADDR-STATE ' ' WS-ADDR-ZIP
                      DELIMITED BY SIZE
               INTO ADDR-STD-REPORT-RECORD
           WRITE ADDR-STD-REPORT-RECORD
           EXIT.

       REPORT-UNRESOLVED-ROW.
           MOVE SPACES TO ADDR-STD-REPORT-RECORD
           STRING 'UNRESOLVED   : ' DELIMITED BY SIZE
                  WS-ROW-KEY DELIMITED BY SIZE
                  ' FROM ' DELIMITED BY SIZE
                  WS-A-EFFECTIVE-FROM DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-A-EFFECTIVE-TO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-UNRESOLVED-TEXT DELIMITED BY SIZE
               INTO ADDR-STD-REPORT-RECORD
           WRITE ADDR-STD-REPORT-RECORD

           MOVE SPACES TO ADDR-STD-REPORT-RECORD
           STRING '  ADDRESS    : ' DELIMITED BY SIZE
                  WS-ADDR-LINE-1 ' ' WS-ADDR-LINE-2 ' '
                  WS-ADDR-CITY ' ' WS-ADDR-STATE ' ' WS-ADDR-ZIP
                      DELIMITED BY SIZE
               INTO ADDR-STD-REPORT-RECORD
           WRITE ADDR-STD-REPORT-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * SUMMARY COUNTS, THE LAST COMMIT, CURSOR AND FILE CLEAN-UP,
      * AND THE RETURN CODE - UNRESOLVED ROWS WARN IN EITHER MODE,
      * AND CHANGES FOUND BUT NOT APPLIED WARN IN REPORT MODE.
      *-----------------------------------------------------------*
       FINALIZE-RUN.
           MOVE SPACES TO ADDR-STD-REPORT-RECORD
           STRING 'ADDRESS ROWS READ            : '
                  WS-ROWS-READ
               DELIMITED BY SIZE INTO ADDR-STD-REPORT-RECORD
           WRITE ADDR-STD-REPORT-RECORD

           MOVE SPACES TO ADDR-STD-REPORT-RECORD
           STRING 'ROWS STANDARDIZATION CHANGED : '
                  WS-ROWS-CHANGED
               DELIMITED BY SIZE INTO ADDR-STD-REPORT-RECORD
           WRITE ADDR-STD-REPORT-RECORD

           MOVE SPACES TO ADDR-STD-REPORT-RECORD
           STRING 'ROWS REWRITTEN (UPDATE)      : '
                  WS-ROWS-UPDATED
               DELIMITED BY SIZE INTO ADDR-STD-REPORT-RECORD
           WRITE ADDR-STD-REPORT-RECORD

           MOVE SPACES TO ADDR-STD-REPORT-RECORD
           STRING 'ROWS UNRESOLVED              : '
                  WS-ROWS-UNRESOLVED
               DELIMITED BY SIZE INTO ADDR-STD-REPORT-RECORD
           WRITE ADDR-STD-REPORT-RECORD

           MOVE SPACES TO ADDR-STD-REPORT-RECORD
           STRING '  ZIP NOT ON ZIP REFERENCE   : '
                  WS-UNRES-ZIP-UNKNOWN
               DELIMITED BY SIZE INTO ADDR-STD-REPORT-RECORD
           WRITE ADDR-STD-REPORT-RECORD

           MOVE SPACES TO ADDR-STD-REPORT-RECORD
           STRING '  ZIP NOT IN STATE GIVEN     : '
                  WS-UNRES-ZIP-STATE
               DELIMITED BY SIZE INTO ADDR-STD-REPORT-RECORD
           WRITE ADDR-STD-REPORT-RECORD

           MOVE SPACES TO ADDR-STD-REPORT-RECORD
           STRING '  CITY DOES NOT MATCH ZIP    : '
                  WS-UNRES-CITY
               DELIMITED BY SIZE INTO ADDR-STD-REPORT-RECORD
           WRITE ADDR-STD-REPORT-RECORD

           MOVE SPACES TO ADDR-STD-REPORT-RECORD
           STRING '  FAILED OTHER ADDRESS EDITS : '
                  WS-UNRES-OTHER
               DELIMITED BY SIZE INTO ADDR-STD-REPORT-RECORD
           WRITE ADDR-STD-REPORT-RECORD

           MOVE SPACES TO ADDR-STD-REPORT-RECORD
           STRING 'SQL ERRORS                   : '
                  WS-SQL-ERROR-COUNT
               DELIMITED BY SIZE INTO ADDR-STD-REPORT-RECORD
           WRITE ADDR-STD-REPORT-RECORD

           IF WS-UPDATE-MODE
               EXEC SQL
                   COMMIT
               END-EXEC
           END-IF

           EXEC SQL
               CLOSE ASTADR-CSR
           END-EXEC

           PERFORM CLOSE-ALL-FILES

           DISPLAY 'CBPERAST - READ=' WS-ROWS-READ
                   ' CHANGED=' WS-ROWS-CHANGED
                   ' REWRITTEN=' WS-ROWS-UPDATED
                   ' UNRESOLVED=' WS-ROWS-UNRESOLVED
                   ' SQL-ERRORS=' WS-SQL-ERROR-COUNT

           IF WS-ROWS-UNRESOLVED > ZERO
                   OR WS-SQL-ERROR-COUNT > ZERO
                   OR (WS-ROWS-CHANGED > ZERO AND NOT WS-UPDATE-MODE)
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

       CLOSE-ALL-FILES.
           CLOSE ADDR-STD-REPORT-FILE
           CLOSE ZIP-REFERENCE-FILE
           EXIT.
