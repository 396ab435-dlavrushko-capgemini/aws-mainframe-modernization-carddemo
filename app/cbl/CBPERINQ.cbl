      *               PF7/PF8 browse the keyed master backward and
      *               forward from the name entered, for settling
      *               spelling disputes on the phone.
      *               Every inquiry and every browse page is written
      *               to the ACCJRNL access journal - operator,
      *               terminal, time, the person (or first and last
      *               person on the page) and how many pages the
      *               browse has run - for the CBPERJRV weekly access
      *               review.
      *               Transaction CPIQ, mapset CBPERINQ, map CPINQA.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
       01  WS-RESP                PIC S9(08) COMP VALUE ZERO.
           88 WS-RESP-NORMAL                VALUE 0.
           88 WS-RESP-NOTFND                VALUE 13.
           88 WS-RESP-DUPREC                VALUE 14.
           88 WS-RESP-ENDFILE               VALUE 20.

      *-----------------------------------------------------------*
       01  WS-TRANSID             PIC X(04) VALUE 'CPIQ'.
       01  WS-MASTER-DDNAME       PIC X(08) VALUE 'PERSMAST'.
       01  WS-HISTORY-DDNAME      PIC X(08) VALUE 'AUDHIST'.
       01  WS-JOURNAL-DDNAME      PIC X(08) VALUE 'ACCJRNL'.

      *-----------------------------------------------------------*
      * PERSON MASTER RECORD READ ONLINE
      *-----------------------------------------------------------*
           COPY CBAUDHST.

      *-----------------------------------------------------------*
      * ACCESS JOURNAL ENTRY WRITTEN ONLINE, THE TASK TIME IT IS
      * STAMPED WITH, AND A SEQUENCE THAT STEPS PAST AN ENTRY THE
      * SAME TERMINAL ALREADY WROTE IN THE SAME SECOND.
      *-----------------------------------------------------------*
           COPY CBPACCJR.
       01  WS-ABSTIME             PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-JRNL-SEQUENCE       PIC 9(03) VALUE ZERO.
       01  WS-JRNL-WRITTEN-SW     PIC X VALUE 'N'.
           88 WS-JRNL-RECORD-WRITTEN        VALUE 'Y'.
       01  WS-JRNL-OUTCOME        PIC X(10) VALUE SPACES.
       01  WS-PAGE-FIRST-KEY      PIC X(50) VALUE SPACES.
       01  WS-PAGE-LAST-KEY       PIC X(50) VALUE SPACES.

      *-----------------------------------------------------------*
      * WORKING COPY OF THE INQUIRY FIELDS - CLEANED THE SAME WAY
      * THE LOAD CLEANS THEM, SO THE KEY LINES UP WITH THE MASTER.

      *-----------------------------------------------------------*
      * COMMAREA CARRIED BETWEEN PSEUDO-CONVERSATIONAL TASKS -
      * THE KEY THE NEXT PAGE OF A BROWSE PICKS UP FROM, AND HOW
      * MANY PAGES THE BROWSE HAS RUN SO FAR FOR THE JOURNAL.
      *-----------------------------------------------------------*
       01  WS-COMMAREA.
           05 CA-BROWSE-KEY       PIC X(50).
           05 CA-BROWSE-PAGES     PIC 9(04).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 LK-CA-BROWSE-KEY    PIC X(50).
           05 LK-CA-BROWSE-PAGES  PIC 9(04).

       PROCEDURE DIVISION.

               PERFORM SEND-FRESH-SCREEN
           ELSE
               MOVE LK-CA-BROWSE-KEY TO CA-BROWSE-KEY
               MOVE LK-CA-BROWSE-PAGES TO CA-BROWSE-PAGES
               PERFORM RECEIVE-INQUIRY-MAP
               EVALUATE EIBAID
                   WHEN DFHPF3
       SEND-FRESH-SCREEN.
           MOVE LOW-VALUES TO CPINQAO
           MOVE SPACES TO CA-BROWSE-KEY
           MOVE ZERO TO CA-BROWSE-PAGES
           EXEC CICS SEND
               MAP('CPINQA')
               MAPSET('CBPERINQ')
           EXEC CICS RETURN
               TRANSID(WS-TRANSID)
               COMMAREA(WS-COMMAREA)
               LENGTH(54)
           END-EXEC
           EXIT.

      * LOOK THE PERSON UP ON THE MASTER UNDER THE CLEANED KEY.
      * ON THE MASTER - SAY SO AND SHOW WHAT IS STORED. NOT ON
      * THE MASTER - GO SEE WHAT THE LOAD TRAIL SAYS HAPPENED.
      * EITHER WAY THE LOOKUP GOES ON THE ACCESS JOURNAL, AND IT
      * ENDS ANY BROWSE THE OPERATOR WAS WALKING.
      *-----------------------------------------------------------*
       PROCESS-INQUIRY.
           PERFORM CLEAR-RESULT-LINES
                      WS-BIRTH-DATE DELIMITED BY SIZE
                   INTO WS-MASTER-KEY
               MOVE WS-MASTER-KEY TO CA-BROWSE-KEY
               MOVE ZERO TO CA-BROWSE-PAGES

               EXEC CICS READ
                   FILE(WS-MASTER-DDNAME)
                           INTO WS-RESULT-LINE
                       MOVE WS-RESULT-LINE TO RSLT1O
                       MOVE SPACES TO MSGLINO
                       MOVE 'ON-MASTER' TO WS-JRNL-OUTCOME
                   WHEN WS-RESP-NOTFND
                       PERFORM SEARCH-LOAD-HISTORY
                       MOVE 'NOT-FOUND' TO WS-JRNL-OUTCOME
                   WHEN OTHER
                       MOVE 'MASTER FILE NOT AVAILABLE - CALL OPS'
                           TO MSGLINO
                       MOVE 'FILE-ERROR' TO WS-JRNL-OUTCOME
               END-EVALUATE

               MOVE SPACES TO ACCESS-JOURNAL-RECORD
               SET AJ-INQUIRY TO TRUE
               MOVE WS-MASTER-KEY TO AJ-PERSON-KEY
               MOVE 1 TO AJ-PERSONS-SHOWN
               MOVE ZERO TO AJ-BROWSE-PAGE
               MOVE WS-JRNL-OUTCOME TO AJ-OUTCOME
               PERFORM WRITE-JOURNAL-ENTRY
               PERFORM SEND-INQUIRY-MAP
           END-IF
           EXIT.

           PERFORM CLEAR-RESULT-LINES
           PERFORM SET-BROWSE-START-KEY
           MOVE WS-BROWSE-RID TO WS-MASTER-KEY
           MOVE ZERO TO WS-LINE-NBR

           EXEC CICS STARTBR
               FILE(WS-MASTER-DDNAME)
               END-EXEC
               MOVE 'MASTER BROWSE - FORWARD' TO STATMSGO
           END-IF
           MOVE SPACES TO ACCESS-JOURNAL-RECORD
           SET AJ-BROWSE-FORWARD TO TRUE
           PERFORM JOURNAL-BROWSE-PAGE
           PERFORM SEND-INQUIRY-MAP
           EXIT.

               END-EXEC
               MOVE 'MASTER BROWSE - BACKWARD' TO STATMSGO
           END-IF
           MOVE SPACES TO ACCESS-JOURNAL-RECORD
           SET AJ-BROWSE-BACKWARD TO TRUE
           PERFORM JOURNAL-BROWSE-PAGE
           PERFORM SEND-INQUIRY-MAP
           EXIT.

           EXIT.

       FILL-ONE-BROWSE-LINE.
           IF WS-LINE-NBR = 1
               MOVE PM-NAME-DOB-KEY TO WS-PAGE-FIRST-KEY
           END-IF
           MOVE PM-NAME-DOB-KEY TO WS-PAGE-LAST-KEY
           MOVE SPACES TO WS-RESULT-LINE
           STRING PM-LAST-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
           EXIT.

       CLEAR-RESULT-LINES.
           MOVE SPACES TO WS-PAGE-FIRST-KEY
           MOVE SPACES TO WS-PAGE-LAST-KEY
           MOVE SPACES TO STATMSGO
           MOVE SPACES TO RSLT1O
           MOVE SPACES TO RSLT2O
           MOVE SPACES TO MSGLINO
           EXIT.

      *-----------------------------------------------------------*
      * A BROWSE PAGE GOES ON THE JOURNAL WITH THE FIRST AND LAST
      * PERSON IT SHOWED. A BROWSE STARTED FROM KEYED NAMES (OR
      * FROM THE TOP) IS PAGE ONE; EACH FURTHER PF7/PF8 WITHOUT
      * AN INQUIRY BETWEEN ADDS A PAGE, SO THE REVIEW CAN SEE AN
      * OPERATOR WALKING THE WHOLE MASTER.
      *-----------------------------------------------------------*
       JOURNAL-BROWSE-PAGE.
           IF WS-START-FROM-SCREEN
               MOVE 1 TO CA-BROWSE-PAGES
           ELSE
               IF CA-BROWSE-PAGES < 9999
                   ADD 1 TO CA-BROWSE-PAGES
               END-IF
           END-IF
           MOVE WS-PAGE-FIRST-KEY TO AJ-PERSON-KEY
           MOVE WS-PAGE-LAST-KEY TO AJ-LAST-PERSON-KEY
           MOVE WS-LINE-NBR TO AJ-PERSONS-SHOWN
           MOVE CA-BROWSE-PAGES TO AJ-BROWSE-PAGE
           IF WS-LINE-NBR > ZERO
               MOVE 'PAGE-SHOWN' TO AJ-OUTCOME
           ELSE
               MOVE 'NO-RECORDS' TO AJ-OUTCOME
           END-IF
           PERFORM WRITE-JOURNAL-ENTRY
           EXIT.

      *-----------------------------------------------------------*
      * STAMP THE JOURNAL ENTRY WITH WHO, WHERE AND WHEN, AND
      * WRITE IT. IF THE TERMINAL ALREADY WROTE AN ENTRY IN THE
      * SAME SECOND, STEP THE SEQUENCE PAST IT. AN ENTRY THAT
      * CANNOT BE WRITTEN IS TOLD TO THE OPERATOR - ACCESS THAT
      * IS NOT JOURNALED HAS TO BE REPORTED.
      *-----------------------------------------------------------*
       WRITE-JOURNAL-ENTRY.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(AJ-ACCESS-DATE)
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

      *-----------------------------------------------------------*
      * UPPERCASE THE NAMES, STRIP LEADING SPACES AND STRAY
      * PUNCTUATION - THE SAME CLEAN-UP THE LOAD APPLIES, SO THE
