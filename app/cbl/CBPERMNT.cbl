      *               CBPERINQ inquiry for the changes that cannot
      *               wait for the nightly feed. An authorized
      *               operator keys an action (A=ADD, U=UPDATE,
      *               D=DELETE, C=CONSENT), a last name, first name
      *               and birth date, and the change applies at once
      *               - through the same edits and clean-up the
      *               nightly load runs, so nothing gets in through a
      *               side door the feed would have rejected. A
      *               clean change updates the PERSON table and the
      *               person master, and writes an audit history
      *               entry under source system ONL so CBPERAUQ
      *               inquiries show online changes alongside the
      *               batch trail. Every action keyed, applied or
      *               not, also goes on the ACCJRNL access journal
      *               with the operator, terminal and time, for the
      *               CBPERJRV weekly access review.
      *               Access is restricted to authorized operators
      *               through CICS transaction security on CPMT.
      *               Transaction CPMT, mapset CBPERMNT, map CPMNTA.
      *               A consent action records the person's marketing
      *               mail opt-out (Y or N in OPT OUT) on the MKTCNST
      *               consent file, dated today under source ONL; the
      *               person must already be on the master.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
       01  WS-MASTER-DDNAME       PIC X(08) VALUE 'PERSMAST'.
       01  WS-HISTORY-DDNAME      PIC X(08) VALUE 'AUDHIST'.
       01  WS-GOVTID-DDNAME       PIC X(08) VALUE 'GOVTID'.
       01  WS-JOURNAL-DDNAME      PIC X(08) VALUE 'ACCJRNL'.
       01  WS-CONSENT-DDNAME      PIC X(08) VALUE 'MKTCNST'.

      *-----------------------------------------------------------*
      * SOURCE SYSTEM CODE THAT MARKS A CHANGE AS COMING THROUGH
      *-----------------------------------------------------------*
           COPY CBAUDHST.

      *-----------------------------------------------------------*
      * MARKETING CONSENT RECORD KEPT ONLINE, AND THE OPT-OUT
      * FLAG KEYED WITH A CONSENT ACTION
      *-----------------------------------------------------------*
           COPY CBPMKTCN.
       01  WS-CONSENT-FLAG        PIC X(01) VALUE SPACE.
           88 WS-VALID-CONSENT-FLAG         VALUES 'Y' 'N'.

      *-----------------------------------------------------------*
      * ACCESS JOURNAL ENTRY WRITTEN ONLINE, AND A SEQUENCE THAT
      * STEPS PAST AN ENTRY THE SAME TERMINAL ALREADY WROTE IN
      * THE SAME SECOND.
      *-----------------------------------------------------------*
           COPY CBPACCJR.
       01  WS-JRNL-SEQUENCE       PIC 9(03) VALUE ZERO.
       01  WS-JRNL-WRITTEN-SW     PIC X VALUE 'N'.
           88 WS-JRNL-RECORD-WRITTEN        VALUE 'Y'.

      *-----------------------------------------------------------*
      * WORKING COPY OF THE KEYED MAINTENANCE FIELDS - CLEANED THE
      * SAME WAY THE LOAD CLEANS THEM, SO THE KEY LINES UP WITH
           88 WS-MAINT-IS-ADD               VALUES 'A' 'a'.
           88 WS-MAINT-IS-UPDATE            VALUES 'U' 'u'.
           88 WS-MAINT-IS-DELETE            VALUES 'D' 'd'.
           88 WS-MAINT-IS-CONSENT           VALUES 'C' 'c'.
           88 WS-MAINT-IS-KNOWN             VALUES 'A' 'a'
                                                   'U' 'u'
                                                   'D' 'd'
                                                   'C' 'c'.

      *-----------------------------------------------------------*
      * SWITCHES
           MOVE LNAMEI TO WS-LAST-NAME WS-ORIG-LAST-NAME
           MOVE FNAMEI TO WS-FIRST-NAME WS-ORIG-FIRST-NAME
           MOVE BDATEI TO WS-BIRTH-DATE WS-ORIG-BIRTH-DATE
           MOVE MKTOPTI TO WS-CONSENT-FLAG
           INSPECT WS-CONSENT-FLAG CONVERTING 'yn' TO 'YN'
           MOVE SPACES TO WS-AUDIT-DISPOSITION

           PERFORM GET-TASK-DATE
           END-IF

           PERFORM WRITE-HISTORY-RECORD
           PERFORM JOURNAL-MAINTENANCE-ACTION
           PERFORM SEND-MAINT-MAP
           EXIT.

                       MOVE 'CHANGE NOT APPLIED' TO STATMSGO
                       PERFORM SHOW-REJECT-REASON
                   END-IF
               WHEN WS-MAINT-IS-CONSENT
                   IF WS-RECORD-IS-DUPLICATE
                       PERFORM RECORD-MARKETING-CONSENT
                   ELSE
                       MOVE 73 TO WS-REJECT-REASON-CODE
                       MOVE 'CONSENT WITHOUT PERSON ON FILE'
                           TO WS-REJECT-REASON-TEXT
                       MOVE 'REJECTED' TO WS-AUDIT-DISPOSITION
                       MOVE 'CHANGE NOT APPLIED' TO STATMSGO
                       PERFORM SHOW-REJECT-REASON
                   END-IF
           END-EVALUATE
           EXIT.

      *-----------------------------------------------------------*
      * BASIC EDITS - THE ACTION MUST BE KEYED, NAMES MUST NOT BE
      * BLANK, BIRTH-DATE MUST BE A REAL CALENDAR DATE - THE SAME
      * EDITS, IN THE SAME ORDER, AS THE NIGHTLY LOAD. A CONSENT
      * ACTION ALSO NEEDS ITS OPT-OUT FLAG, Y OR N.
      *-----------------------------------------------------------*
       VALIDATE-PERSON-RECORD.
           MOVE 'Y' TO WS-RECORD-VALID-SW
                   END-IF
               END-IF
           END-IF
           IF WS-RECORD-IS-VALID AND WS-MAINT-IS-CONSENT
                   AND NOT WS-VALID-CONSENT-FLAG
               MOVE 'N' TO WS-RECORD-VALID-SW
               MOVE 74 TO WS-REJECT-REASON-CODE
               MOVE 'CONSENT FLAG NOT Y OR N'
                   TO WS-REJECT-REASON-TEXT
           END-IF
           EXIT.

      *-----------------------------------------------------------*
           END-IF
           EXIT.

      *-----------------------------------------------------------*
      * RECORD THE PERSON'S MARKETING MAIL OPT-OUT ON MKTCNST, AS
      * GIVEN TODAY AT THE BRANCH - REWRITING THE DECISION ALREADY
      * ON FILE, OR WRITING THE FIRST ONE. THE HOUSEHOLD EXTRACT
      * HONOURS IT FROM TONIGHT'S RUN.
      *-----------------------------------------------------------*
       RECORD-MARKETING-CONSENT.
           EXEC CICS READ
               FILE(WS-CONSENT-DDNAME)
               INTO(MARKETING-CONSENT-RECORD)
               RIDFLD(WS-MASTER-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP-NORMAL
               PERFORM FILL-CONSENT-RECORD
               EXEC CICS REWRITE
                   FILE(WS-CONSENT-DDNAME)
                   FROM(MARKETING-CONSENT-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               IF WS-RESP-NOTFND
                   MOVE SPACES TO MARKETING-CONSENT-RECORD
                   MOVE WS-MASTER-KEY TO MK-NAME-DOB-KEY
                   PERFORM FILL-CONSENT-RECORD
                   EXEC CICS WRITE
                       FILE(WS-CONSENT-DDNAME)
                       FROM(MARKETING-CONSENT-RECORD)
                       RIDFLD(MK-NAME-DOB-KEY)
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF
           IF WS-RESP-NORMAL
               IF MK-OPTED-OUT
                   MOVE 'OPTED-OUT' TO WS-AUDIT-DISPOSITION
                   MOVE 'MAIL OPT-OUT RECORDED' TO STATMSGO
               ELSE
                   MOVE 'OPTED-IN' TO WS-AUDIT-DISPOSITION
                   MOVE 'MAIL OPT-IN RECORDED' TO STATMSGO
               END-IF
           ELSE
               MOVE 'IO-ERROR' TO WS-AUDIT-DISPOSITION
               MOVE 'CONSENT NOT RECORDED - CALL OPS' TO STATMSGO
           END-IF
           EXIT.

       FILL-CONSENT-RECORD.
           MOVE WS-CONSENT-FLAG TO MK-OPT-OUT-FLAG
           MOVE WS-SYSTEM-DATE TO MK-CONSENT-DATE
           MOVE WS-ONLINE-SOURCE-CODE TO MK-SOURCE-SYSTEM
           MOVE WS-SYSTEM-DATE TO MK-MAINT-DATE
           EXEC CICS ASSIGN
               USERID(MK-MAINT-BY)
           END-EXEC
           EXIT.

      *-----------------------------------------------------------*
      * THE TASK DATE STAMPS THE HISTORY KEY AND BOUNDS THE BIRTH
      * YEAR EDIT, EXACTLY AS THE LOAD'S RUN DATE DOES IN BATCH.
               END-IF
           END-PERFORM
           EXIT.

      *-----------------------------------------------------------*
      * ONE KEYED ACTION BECOMES ONE ACCESS JOURNAL ENTRY - THE
      * PERSON UNDER THE CLEANED KEY, THE ACTION THE OPERATOR
      * ASKED FOR AND WHAT CAME OF IT. AN UNKNOWN ACTION CODE IS
      * JOURNALED TOO; THE OPERATOR STILL NAMED A PERSON.
      *-----------------------------------------------------------*
       JOURNAL-MAINTENANCE-ACTION.
           MOVE SPACES TO ACCESS-JOURNAL-RECORD
           EVALUATE TRUE
               WHEN WS-MAINT-IS-ADD
                   SET AJ-MAINT-ADD TO TRUE
               WHEN WS-MAINT-IS-UPDATE
                   SET AJ-MAINT-UPDATE TO TRUE
               WHEN WS-MAINT-IS-DELETE
                   SET AJ-MAINT-DELETE TO TRUE
               WHEN WS-MAINT-IS-CONSENT
                   SET AJ-MAINT-CONSENT TO TRUE
               WHEN OTHER
                   SET AJ-MAINT-INVALID TO TRUE
           END-EVALUATE
           STRING WS-LAST-NAME DELIMITED BY SIZE
                  WS-FIRST-NAME DELIMITED BY SIZE
                  WS-BIRTH-DATE DELIMITED BY SIZE
               INTO AJ-PERSON-KEY
           MOVE 1 TO AJ-PERSONS-SHOWN
           MOVE ZERO TO AJ-BROWSE-PAGE
           MOVE WS-AUDIT-DISPOSITION TO AJ-OUTCOME
           MOVE WS-SYSTEM-DATE TO AJ-ACCESS-DATE
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               TIME(AJ-ACCESS-TIME)
           END-EXEC
           EXEC CICS ASSIGN
               USERID(AJ-OPERATOR-ID)
           END-EXEC
           MOVE EIBTRMID TO AJ-TERMINAL-ID
           MOVE EIBTRNID TO AJ-TRANSACTION-ID

           MOVE ZERO TO WS-JRNL-SEQUENCE
           MOVE 'N' TO WS-JRNL-WRITTEN-SW
           PERFORM UNTIL WS-JRNL-RECORD-WRITTEN
                   OR WS-JRNL-SEQUENCE = 999
               ADD 1 TO WS-JRNL-SEQUENCE
               MOVE WS-JRNL-SEQUENCE TO AJ-SEQUENCE
               EXEC CICS WRITE
                   FILE(WS-JOURNAL-DDNAME)
                   FROM(ACCESS-JOURNAL-RECORD)
                   RIDFLD(AJ-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP-NORMAL
                   MOVE 'Y' TO WS-JRNL-WRITTEN-SW
               ELSE
                   IF NOT WS-RESP-DUPREC
                       MOVE 999 TO WS-JRNL-SEQUENCE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-JRNL-RECORD-WRITTEN
               MOVE 'ACCESS NOT JOURNALED - CALL OPS' TO MSGLINO
           END-IF
           EXIT.
