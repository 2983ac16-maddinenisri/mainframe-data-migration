      *****************************************************************
      *    PROGRAM:     COITRQ2C
      *    APPLICATION: CardDemo
      *    FUNCTION:    Interest Charge Explanation Online Inquiry.
      *                 Pseudo-conversational CICS transaction, in the
      *                 style of COITRQ1C, that walks servicing through
      *                 how each interest charge for an account and
      *                 cycle date was worked out, off the keyed ITRACE
      *                 calculation trace CBACT04C and CBACT04R write
      *                 for every posting and suppressed posting: the
      *                 accrual basis and how many DAYBAL snapshots fed
      *                 it, where the rate came from, the statutory
      *                 ceiling, the day count, every tier slice and
      *                 the rate it was priced at, the interest
      *                 computed, and the minimum-interest test.
      *                 Reached from COITRQ1C when a cycle date is
      *                 keyed with the account, or directly by its own
      *                 transaction.  Each ENTER with the same account
      *                 and cycle date continues the walk from where
      *                 the last page left off, using the position
      *                 carried in the COMMAREA.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COITRQ2C.
       AUTHOR.        CARDDEMO-ONLINE-TEAM.
       INSTALLATION.  CARDDEMO.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************************
      *    MODIFICATION HISTORY
      *    2026-10-15  JPM  Initial version - online explanation of
      *                     an interest charge off ITRACE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-ZSERIES.
       OBJECT-COMPUTER.  IBM-ZSERIES.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
       01  WS-PGM-NAME                          PIC X(08) VALUE
                                                  'COITRQ2C'.
       01  WS-MAPSET                            PIC X(08) VALUE
                                                  'COITRQ2'.
       01  WS-MAPNAME                           PIC X(08) VALUE
                                                  'ITRQ2A'.
       01  WS-TRANID                            PIC X(04) VALUE
                                                  'CIQ2'.

       01  WS-RESP                              PIC S9(08) COMP.
       01  WS-RESP2                             PIC S9(08) COMP.

       01  WS-MESSAGE                           PIC X(60) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-BROWSE-DONE-SW                PIC X(01) VALUE 'N'.
               88  WS-BROWSE-DONE                  VALUE 'Y'.
           05  WS-SAME-INQUIRY-SW               PIC X(01) VALUE 'N'.
               88  WS-SAME-INQUIRY                 VALUE 'Y'.
           05  WS-DATE-VALID-SW                 PIC X(01) VALUE 'Y'.
               88  WS-DATE-VALID                   VALUE 'Y'.

       01  WS-LINE-SUB                          PIC 9(02).
       01  WS-LINES-FILLED                      PIC 9(02).
       01  WS-PAGE-LINES                        PIC 9(02) VALUE 12.

       01  WS-DATE-CHECK                        PIC X(10).
       01  WS-DATE-CHECK-YMD                    PIC X(08).
       01  WS-DATE-CHECK-NUM REDEFINES WS-DATE-CHECK-YMD
                                                PIC 9(08).

       01  WS-ITRACE-BROWSE-KEY.
           05  WS-TBK-ACCT-ID                   PIC X(11).
           05  WS-TBK-CYCLE-DATE                PIC X(10).
           05  WS-TBK-REST                      PIC X(07).

      *****************************************************************
      *    WS-EXPLAIN-TABLE -- the lines explaining one ITRACE row,
      *    built whole and then copied onto the screen from the line
      *    the page starts at.  A row with every tier slice filled
      *    needs 23 lines.
      *****************************************************************
       01  WS-EXPLAIN-TABLE.
           05  WS-EXPLAIN-LINE                  PIC X(70)
                                                 OCCURS 24 TIMES.
       01  WS-EXPLAIN-COUNT                     PIC 9(02).
       01  WS-EXPLAIN-SUB                       PIC 9(02).
       01  WS-START-LINE                        PIC 9(02).
       01  WS-SLICE-SUB                         PIC 9(02).
       01  WS-EXPLAIN-WORK                      PIC X(70).

       01  WS-RATE-EDIT                         PIC ZZ9.9999-.
       01  WS-AMOUNT-EDIT                       PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-DAYS-EDIT                         PIC ZZZZ9.
       01  WS-YEAR-EDIT                         PIC ZZ9.
       01  WS-SOURCE-TAG                        PIC X(08).

       01  WS-HEADER-LINE.
           05  FILLER                           PIC X(03) VALUE
                   'TP '.
           05  WS-HL-TYPE-CD                    PIC X(02).
           05  FILLER                           PIC X(05) VALUE
                   ' CAT '.
           05  WS-HL-CAT-CD                     PIC 9(04).
           05  FILLER                           PIC X(08) VALUE
                   '  GROUP '.
           05  WS-HL-GROUP-ID                   PIC X(10).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-HL-SOURCE                     PIC X(08).
           05  FILLER                           PIC X(06) VALUE
                   '  RUN '.
           05  WS-HL-RUN-DATE                   PIC X(10).
           05  FILLER                           PIC X(12) VALUE SPACES.

       01  WS-EXPLAIN-DETAIL.
           05  WS-ED-LABEL                      PIC X(16).
           05  WS-ED-TEXT                       PIC X(36).
           05  WS-ED-VALUE                      PIC X(18).

       01  WS-SLICE-LINE.
           05  FILLER                           PIC X(04) VALUE SPACES.
           05  WS-SLL-FROM                      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                           PIC X(04) VALUE
                   ' TO '.
           05  WS-SLL-TO                        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                           PIC X(04) VALUE
                   ' AT '.
           05  WS-SLL-RATE                      PIC ZZ9.9999.
           05  WS-SLL-CAP-MARK                  PIC X(01).
           05  FILLER                           PIC X(04) VALUE SPACES.
           05  WS-SLL-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                           PIC X(02) VALUE SPACES.

      *****************************************************************
      *    WS-COMMAREA -- the paging position carried from one
      *    pseudo-conversational trip to the next: the account and
      *    cycle date being explained, the ITRACE key of the row the
      *    next page starts in, and the line of that row's
      *    explanation it starts at.  COITRQ1C builds the same layout
      *    when it transfers here with CA-FROM-HISTORY set, so the
      *    first page is built straight from the COMMAREA instead of
      *    from a map this program never sent.
      *****************************************************************
       01  WS-COMMAREA.
           05  CA-ACCT-ID                       PIC X(11).
           05  CA-CYCLE-DATE                    PIC X(10).
           05  CA-NEXT-KEY                      PIC X(28).
           05  CA-NEXT-LINE                     PIC 9(02).
           05  CA-MORE-SW                       PIC X(01).
               88  CA-MORE-PAGES                 VALUE 'Y'.
           05  CA-ENTRY-SW                      PIC X(01).
               88  CA-FROM-HISTORY               VALUE 'H'.

       COPY ITRACE   REPLACING INTEREST-TRACE-RECORD
                             BY WS-ITRACE-REC.

       COPY COITRQ2.

       LINKAGE SECTION.
       01  DFHCOMMAREA                          PIC X(53).

       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               PERFORM 1000-FIRST-ENTRY
                   THRU 1000-FIRST-ENTRY-EXIT
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               IF CA-FROM-HISTORY
                   PERFORM 1500-ENTRY-FROM-HISTORY
                       THRU 1500-ENTRY-FROM-HISTORY-EXIT
               ELSE
                   PERFORM 2000-RECEIVE-AND-INQUIRE
                       THRU 2000-RECEIVE-AND-INQUIRE-EXIT
               END-IF
           END-IF.

           EXEC CICS RETURN
                TRANSID(WS-TRANID)
                COMMAREA(WS-COMMAREA)
                LENGTH(53)
           END-EXEC.

           GOBACK.

      *****************************************************************
      *    1000-FIRST-ENTRY -- initial entry into the transaction,
      *    send the blank screen and wait for the next pseudo-
      *    conversational trip.
      *****************************************************************
       1000-FIRST-ENTRY.
           MOVE LOW-VALUES TO ITRQ2AO.
           MOVE 'ENTER ACCOUNT NUMBER AND CYCLE DATE (YYYY-MM-DD)'
               TO MSGO.

           EXEC CICS SEND MAP(WS-MAPNAME)
                MAPSET(WS-MAPSET)
                FROM(ITRQ2AO)
                ERASE
           END-EXEC.
       1000-FIRST-ENTRY-EXIT.
           EXIT.

      *****************************************************************
      *    1500-ENTRY-FROM-HISTORY -- COITRQ1C has already edited the
      *    account and cycle date and passed them in the COMMAREA;
      *    start the walk at the top of that cycle's charges.
      *****************************************************************
       1500-ENTRY-FROM-HISTORY.
           MOVE SPACE         TO CA-ENTRY-SW.
           MOVE CA-ACCT-ID    TO WS-TBK-ACCT-ID.
           MOVE CA-CYCLE-DATE TO WS-TBK-CYCLE-DATE.
           MOVE LOW-VALUES    TO WS-TBK-REST.
           MOVE 1             TO WS-START-LINE.

           PERFORM 3000-BUILD-PAGE
               THRU 3000-BUILD-PAGE-EXIT.
       1500-ENTRY-FROM-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      *    2000-RECEIVE-AND-INQUIRE -- pull the operator's input off
      *    the map, position the browse, and build the next page.
      *****************************************************************
       2000-RECEIVE-AND-INQUIRE.
           EXEC CICS RECEIVE MAP(WS-MAPNAME)
                MAPSET(WS-MAPSET)
                INTO(ITRQ2AI)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO READ INPUT, PLEASE RE-ENTER'
                   TO WS-MESSAGE
               PERFORM 2900-REDISPLAY-WITH-MESSAGE
                   THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
               GO TO 2000-RECEIVE-AND-INQUIRE-EXIT
           END-IF.

           IF ACCTI = SPACES OR ACCTI = LOW-VALUES
               MOVE 'ACCOUNT NUMBER IS REQUIRED' TO WS-MESSAGE
               PERFORM 2900-REDISPLAY-WITH-MESSAGE
                   THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
               GO TO 2000-RECEIVE-AND-INQUIRE-EXIT
           END-IF.

           IF ACCTI NOT NUMERIC
               MOVE 'ACCOUNT NUMBER MUST BE NUMERIC' TO WS-MESSAGE
               PERFORM 2900-REDISPLAY-WITH-MESSAGE
                   THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
               GO TO 2000-RECEIVE-AND-INQUIRE-EXIT
           END-IF.

           IF CDATEI = SPACES OR CDATEI = LOW-VALUES
               MOVE 'CYCLE DATE IS REQUIRED' TO WS-MESSAGE
               PERFORM 2900-REDISPLAY-WITH-MESSAGE
                   THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
               GO TO 2000-RECEIVE-AND-INQUIRE-EXIT
           END-IF.

           MOVE CDATEI TO WS-DATE-CHECK.
           PERFORM 2510-EDIT-DATE
               THRU 2510-EDIT-DATE-EXIT.
           IF NOT WS-DATE-VALID
               MOVE 'CYCLE DATE MUST BE A VALID YYYY-MM-DD DATE'
                   TO WS-MESSAGE
               PERFORM 2900-REDISPLAY-WITH-MESSAGE
                   THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
               GO TO 2000-RECEIVE-AND-INQUIRE-EXIT
           END-IF.

      *    The same account and cycle with pages still outstanding
      *    continues from the position saved in the COMMAREA;
      *    anything else is a fresh walk from the cycle's first
      *    charge.
           MOVE 'N' TO WS-SAME-INQUIRY-SW.
           IF ACCTI = CA-ACCT-ID
               AND CDATEI = CA-CYCLE-DATE
               AND CA-MORE-PAGES
               SET WS-SAME-INQUIRY TO TRUE
           END-IF.

           IF WS-SAME-INQUIRY
               MOVE CA-NEXT-KEY  TO WS-ITRACE-BROWSE-KEY
               MOVE CA-NEXT-LINE TO WS-START-LINE
           ELSE
               MOVE ACCTI      TO WS-TBK-ACCT-ID
               MOVE CDATEI     TO WS-TBK-CYCLE-DATE
               MOVE LOW-VALUES TO WS-TBK-REST
               MOVE 1          TO WS-START-LINE
           END-IF.
           MOVE ACCTI  TO CA-ACCT-ID.
           MOVE CDATEI TO CA-CYCLE-DATE.

           PERFORM 3000-BUILD-PAGE
               THRU 3000-BUILD-PAGE-EXIT.
       2000-RECEIVE-AND-INQUIRE-EXIT.
           EXIT.

      *****************************************************************
      *    2510-EDIT-DATE -- WS-DATE-CHECK must be YYYY-MM-DD with
      *    dashes in place and digits that make a real calendar date.
      *****************************************************************
       2510-EDIT-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW.
           IF WS-DATE-CHECK(5:1) NOT = '-'
               OR WS-DATE-CHECK(8:1) NOT = '-'
               GO TO 2510-EDIT-DATE-EXIT
           END-IF.

           MOVE WS-DATE-CHECK(1:4) TO WS-DATE-CHECK-YMD(1:4).
           MOVE WS-DATE-CHECK(6:2) TO WS-DATE-CHECK-YMD(5:2).
           MOVE WS-DATE-CHECK(9:2) TO WS-DATE-CHECK-YMD(7:2).
           IF WS-DATE-CHECK-YMD NOT NUMERIC
               GO TO 2510-EDIT-DATE-EXIT
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK-NUM) = ZERO
               MOVE 'Y' TO WS-DATE-VALID-SW
           END-IF.
       2510-EDIT-DATE-EXIT.
           EXIT.

      *****************************************************************
      *    2900-REDISPLAY-WITH-MESSAGE -- send the map back with the
      *    operator's input intact plus the error text.
      *****************************************************************
       2900-REDISPLAY-WITH-MESSAGE.
           MOVE WS-MESSAGE TO MSGO.
           MOVE ACCTI      TO ACCTO.
           MOVE CDATEI     TO CDATEO.

           EXEC CICS SEND MAP(WS-MAPNAME)
                MAPSET(WS-MAPSET)
                FROM(ITRQ2AO)
           END-EXEC.
       2900-REDISPLAY-WITH-MESSAGE-EXIT.
           EXIT.

      *****************************************************************
      *    3000-BUILD-PAGE -- browses ITRACE from the positioned key
      *    and fills the page with the explanation of each of the
      *    cycle's charges in turn, starting part-way into the first
      *    one when the last page ended inside it.
      *****************************************************************
       3000-BUILD-PAGE.
           MOVE LOW-VALUES    TO ITRQ2AO.
           MOVE CA-ACCT-ID    TO ACCTO.
           MOVE CA-CYCLE-DATE TO CDATEO.
           MOVE ZERO          TO WS-LINES-FILLED.
           MOVE 'N'           TO WS-BROWSE-DONE-SW.
           MOVE 'N'           TO CA-MORE-SW.

           EXEC CICS STARTBR DATASET('ITRACE')
                RIDFLD(WS-ITRACE-BROWSE-KEY)
                KEYLENGTH(28)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO CALCULATION TRACE ON FILE FOR THIS CYCLE'
                   TO MSGO
      *        ERASE for the same reason COITRQ1C does -- the map was
      *        just cleared, and the previous inquiry's lines must
      *        not linger under the message.
               EXEC CICS SEND MAP(WS-MAPNAME)
                    MAPSET(WS-MAPSET)
                    FROM(ITRQ2AO)
                    ERASE
               END-EXEC
               GO TO 3000-BUILD-PAGE-EXIT
           END-IF.

           PERFORM 3100-READ-NEXT-TRACE
               THRU 3100-READ-NEXT-TRACE-EXIT
               UNTIL WS-BROWSE-DONE.

           EXEC CICS ENDBR DATASET('ITRACE') END-EXEC.

           IF WS-LINES-FILLED = ZERO
               MOVE 'NO CALCULATION TRACE ON FILE FOR THIS CYCLE'
                   TO MSGO
           ELSE
               IF CA-MORE-PAGES
                   MOVE 'PRESS ENTER FOR THE NEXT PAGE' TO MSGO
               ELSE
                   MOVE 'END OF CHARGES FOR THIS ACCOUNT AND CYCLE'
                       TO MSGO
               END-IF
           END-IF.

           EXEC CICS SEND MAP(WS-MAPNAME)
                MAPSET(WS-MAPSET)
                FROM(ITRQ2AO)
                ERASE
           END-EXEC.
       3000-BUILD-PAGE-EXIT.
           EXIT.

      *****************************************************************
      *    3100-READ-NEXT-TRACE -- one step of the ITRACE browse;
      *    done as soon as the file runs out, the browse walks past
      *    the inquired account and cycle, or the page fills.  A page
      *    that fills part-way through a row saves that row's key and
      *    the next line to show; one that fills exactly at the end
      *    of a row looks one row ahead to see whether another page
      *    exists.
      *****************************************************************
       3100-READ-NEXT-TRACE.
           EXEC CICS READNEXT DATASET('ITRACE')
                INTO(WS-ITRACE-REC)
                RIDFLD(WS-ITRACE-BROWSE-KEY)
                KEYLENGTH(28)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 3100-READ-NEXT-TRACE-EXIT
           END-IF.

           IF TRC-ACCT-ID OF WS-ITRACE-REC NOT = CA-ACCT-ID
               OR TRC-CYCLE-DATE OF WS-ITRACE-REC NOT = CA-CYCLE-DATE
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 3100-READ-NEXT-TRACE-EXIT
           END-IF.

           PERFORM 3200-EXPLAIN-ROW
               THRU 3200-EXPLAIN-ROW-EXIT.
           PERFORM 3150-PUT-ONE-LINE
               THRU 3150-PUT-ONE-LINE-EXIT
               VARYING WS-EXPLAIN-SUB FROM WS-START-LINE BY 1
               UNTIL WS-EXPLAIN-SUB > WS-EXPLAIN-COUNT
                   OR WS-LINES-FILLED = WS-PAGE-LINES.
           MOVE 1 TO WS-START-LINE.

           IF WS-LINES-FILLED < WS-PAGE-LINES
               GO TO 3100-READ-NEXT-TRACE-EXIT
           END-IF.

           MOVE 'Y' TO WS-BROWSE-DONE-SW.
           IF WS-EXPLAIN-SUB NOT > WS-EXPLAIN-COUNT
               SET CA-MORE-PAGES TO TRUE
               MOVE WS-ITRACE-BROWSE-KEY TO CA-NEXT-KEY
               MOVE WS-EXPLAIN-SUB       TO CA-NEXT-LINE
           ELSE
               PERFORM 3300-CHECK-FOR-MORE
                   THRU 3300-CHECK-FOR-MORE-EXIT
           END-IF.
       3100-READ-NEXT-TRACE-EXIT.
           EXIT.

      *****************************************************************
      *    3150-PUT-ONE-LINE
      *****************************************************************
       3150-PUT-ONE-LINE.
           ADD 1 TO WS-LINES-FILLED.
           MOVE WS-LINES-FILLED TO WS-LINE-SUB.
           MOVE WS-EXPLAIN-LINE(WS-EXPLAIN-SUB) TO DLO(WS-LINE-SUB).
       3150-PUT-ONE-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    3200-EXPLAIN-ROW -- turns one ITRACE row into the lines of
      *    its explanation, in the order the interest run worked it
      *    out: the balance and basis, the rate and where it came
      *    from, the ceiling, the day count, the tier slices, the
      *    interest, and the minimum-interest test.
      *****************************************************************
       3200-EXPLAIN-ROW.
           MOVE ZERO TO WS-EXPLAIN-COUNT.

           IF TRC-SRC-CATCHUP OF WS-ITRACE-REC
               MOVE 'CATCH-UP' TO WS-SOURCE-TAG
           ELSE
               MOVE 'LIVE RUN' TO WS-SOURCE-TAG
           END-IF.
           MOVE TRC-TRAN-TYPE-CD OF WS-ITRACE-REC  TO WS-HL-TYPE-CD.
           MOVE TRC-TRAN-CAT-CD OF WS-ITRACE-REC   TO WS-HL-CAT-CD.
           MOVE TRC-ACCT-GROUP-ID OF WS-ITRACE-REC TO WS-HL-GROUP-ID.
           MOVE WS-SOURCE-TAG                      TO WS-HL-SOURCE.
           MOVE TRC-RUN-DATE OF WS-ITRACE-REC      TO WS-HL-RUN-DATE.
           MOVE WS-HEADER-LINE TO WS-EXPLAIN-WORK.
           PERFORM 3290-ADD-LINE
               THRU 3290-ADD-LINE-EXIT.

           MOVE SPACES             TO WS-EXPLAIN-DETAIL.
           MOVE '  ENDING BALANCE' TO WS-ED-LABEL.
           MOVE TRC-ENDING-BAL OF WS-ITRACE-REC TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT     TO WS-ED-VALUE.
           PERFORM 3280-ADD-DETAIL-LINE
               THRU 3280-ADD-DETAIL-LINE-EXIT.

           MOVE SPACES             TO WS-EXPLAIN-DETAIL.
           MOVE '  BASIS USED'     TO WS-ED-LABEL.
           IF TRC-BASIS-AVG-DAILY OF WS-ITRACE-REC
               MOVE TRC-SNAP-DAY-COUNT OF WS-ITRACE-REC
                   TO WS-DAYS-EDIT
               STRING WS-DAYS-EDIT ' DAILY SNAPSHOTS AVERAGED'
                   DELIMITED SIZE INTO WS-ED-TEXT
           ELSE
               IF TRC-BASIS-REQ-CD OF WS-ITRACE-REC = 'A'
                   MOVE 'ENDING BAL - NO SNAPSHOTS ON FILE'
                       TO WS-ED-TEXT
               ELSE
                   MOVE 'ENDING BALANCE' TO WS-ED-TEXT
               END-IF
           END-IF.
           MOVE TRC-BASIS-AMT OF WS-ITRACE-REC TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT     TO WS-ED-VALUE.
           PERFORM 3280-ADD-DETAIL-LINE
               THRU 3280-ADD-DETAIL-LINE-EXIT.

           MOVE SPACES             TO WS-EXPLAIN-DETAIL.
           MOVE '  RATE SOURCE'    TO WS-ED-LABEL.
           EVALUATE TRUE
               WHEN TRC-RATE-PROMO OF WS-ITRACE-REC
                   MOVE 'PROMOTIONAL OFFER (PROMORAT)'  TO WS-ED-TEXT
               WHEN TRC-RATE-BLENDED OF WS-ITRACE-REC
                   MOVE 'BLENDED CYCLE RATE (BLNDRATE)' TO WS-ED-TEXT
               WHEN OTHER
                   MOVE 'GROUP RATE IN FORCE (DISCGRPH)'
                       TO WS-ED-TEXT
           END-EVALUATE.
           MOVE TRC-RESOLVED-RATE OF WS-ITRACE-REC TO WS-RATE-EDIT.
           MOVE WS-RATE-EDIT       TO WS-ED-VALUE.
           PERFORM 3280-ADD-DETAIL-LINE
               THRU 3280-ADD-DETAIL-LINE-EXIT.

           MOVE SPACES             TO WS-EXPLAIN-DETAIL.
           MOVE '  CEILING'        TO WS-ED-LABEL.
           IF TRC-CEILING-FOUND OF WS-ITRACE-REC
               MOVE TRC-CEILING-RATE OF WS-ITRACE-REC TO WS-RATE-EDIT
               IF TRC-RATE-CAPPED OF WS-ITRACE-REC
                   STRING WS-RATE-EDIT ' - RATE HELD TO CEILING'
                       DELIMITED SIZE INTO WS-ED-TEXT
               ELSE
                   STRING WS-RATE-EDIT ' - NOT REACHED'
                       DELIMITED SIZE INTO WS-ED-TEXT
               END-IF
           ELSE
               MOVE 'NO STATUTORY CEILING ON FILE' TO WS-ED-TEXT
           END-IF.
           PERFORM 3280-ADD-DETAIL-LINE
               THRU 3280-ADD-DETAIL-LINE-EXIT.

           MOVE SPACES             TO WS-EXPLAIN-DETAIL.
           MOVE '  RATE APPLIED'   TO WS-ED-LABEL.
           IF TRC-SLICE-COUNT OF WS-ITRACE-REC > ZERO
               MOVE 'REFERENCE RATE - PRICED IN TIERS'
                   TO WS-ED-TEXT
           ELSE
               MOVE 'ONE RATE ON THE WHOLE BASIS' TO WS-ED-TEXT
           END-IF.
           MOVE TRC-RATE-APPLIED OF WS-ITRACE-REC TO WS-RATE-EDIT.
           MOVE WS-RATE-EDIT       TO WS-ED-VALUE.
           PERFORM 3280-ADD-DETAIL-LINE
               THRU 3280-ADD-DETAIL-LINE-EXIT.

           MOVE SPACES             TO WS-EXPLAIN-DETAIL.
           MOVE '  DAY COUNT'      TO WS-ED-LABEL.
           MOVE TRC-PERIOD-DAYS OF WS-ITRACE-REC TO WS-DAYS-EDIT.
           MOVE TRC-YEAR-DAYS OF WS-ITRACE-REC   TO WS-YEAR-EDIT.
           EVALUATE TRC-DAY-COUNT-CD OF WS-ITRACE-REC
               WHEN 'B'
                   STRING 'ACTUAL/360 ' WS-DAYS-EDIT ' / '
                           WS-YEAR-EDIT ' DAYS'
                       DELIMITED SIZE INTO WS-ED-TEXT
               WHEN 'T'
                   STRING '30/360     ' WS-DAYS-EDIT ' / '
                           WS-YEAR-EDIT ' DAYS'
                       DELIMITED SIZE INTO WS-ED-TEXT
               WHEN OTHER
                   STRING 'ACTUAL/365 ' WS-DAYS-EDIT ' / '
                           WS-YEAR-EDIT ' DAYS'
                       DELIMITED SIZE INTO WS-ED-TEXT
           END-EVALUATE.
           PERFORM 3280-ADD-DETAIL-LINE
               THRU 3280-ADD-DETAIL-LINE-EXIT.

           MOVE SPACES             TO WS-EXPLAIN-DETAIL.
           MOVE '  PERIOD'         TO WS-ED-LABEL.
           STRING TRC-PERIOD-START-DATE OF WS-ITRACE-REC ' THRU '
                   TRC-CYCLE-DATE OF WS-ITRACE-REC
               DELIMITED SIZE INTO WS-ED-TEXT.
           PERFORM 3280-ADD-DETAIL-LINE
               THRU 3280-ADD-DETAIL-LINE-EXIT.

           IF TRC-SLICE-COUNT OF WS-ITRACE-REC > ZERO
               MOVE SPACES          TO WS-EXPLAIN-DETAIL
               MOVE '  TIER SLICES' TO WS-ED-LABEL
               MOVE '* = BAND RATE HELD TO CEILING' TO WS-ED-TEXT
               PERFORM 3280-ADD-DETAIL-LINE
                   THRU 3280-ADD-DETAIL-LINE-EXIT
               PERFORM 3250-EXPLAIN-ONE-SLICE
                   THRU 3250-EXPLAIN-ONE-SLICE-EXIT
                   VARYING WS-SLICE-SUB FROM 1 BY 1
                   UNTIL WS-SLICE-SUB >
                       TRC-SLICE-COUNT OF WS-ITRACE-REC
           END-IF.

           MOVE SPACES             TO WS-EXPLAIN-DETAIL.
           MOVE '  INTEREST'       TO WS-ED-LABEL.
           MOVE TRC-INTEREST-AMT OF WS-ITRACE-REC TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT     TO WS-ED-VALUE.
           PERFORM 3280-ADD-DETAIL-LINE
               THRU 3280-ADD-DETAIL-LINE-EXIT.

           MOVE SPACES             TO WS-EXPLAIN-DETAIL.
           MOVE '  MINIMUM TEST'   TO WS-ED-LABEL.
           IF TRC-THRESHOLD-SUPPRESSED OF WS-ITRACE-REC
               MOVE 'SUPPRESSED - BELOW GROUP MINIMUM' TO WS-ED-TEXT
           ELSE
               MOVE 'POSTED - MEETS GROUP MINIMUM' TO WS-ED-TEXT
           END-IF.
           MOVE TRC-MIN-INTEREST-AMT OF WS-ITRACE-REC
               TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT     TO WS-ED-VALUE.
           PERFORM 3280-ADD-DETAIL-LINE
               THRU 3280-ADD-DETAIL-LINE-EXIT.

           MOVE SPACES TO WS-EXPLAIN-WORK.
           PERFORM 3290-ADD-LINE
               THRU 3290-ADD-LINE-EXIT.
       3200-EXPLAIN-ROW-EXIT.
           EXIT.

      *****************************************************************
      *    3250-EXPLAIN-ONE-SLICE -- one tier slice: the part of the
      *    balance it covers, the rate it was priced at (flagged when
      *    the band's own rate was over the ceiling) and its interest.
      *****************************************************************
       3250-EXPLAIN-ONE-SLICE.
           MOVE TRC-SLICE-FROM OF WS-ITRACE-REC (WS-SLICE-SUB)
               TO WS-SLL-FROM.
           MOVE TRC-SLICE-TO OF WS-ITRACE-REC (WS-SLICE-SUB)
               TO WS-SLL-TO.
           MOVE TRC-SLICE-RATE OF WS-ITRACE-REC (WS-SLICE-SUB)
               TO WS-SLL-RATE.
           MOVE SPACE TO WS-SLL-CAP-MARK.
           IF TRC-SLICE-RATE OF WS-ITRACE-REC (WS-SLICE-SUB) <
               TRC-SLICE-BAND-RATE OF WS-ITRACE-REC (WS-SLICE-SUB)
               MOVE '*' TO WS-SLL-CAP-MARK
           END-IF.
           MOVE TRC-SLICE-AMT OF WS-ITRACE-REC (WS-SLICE-SUB)
               TO WS-SLL-AMOUNT.
           MOVE WS-SLICE-LINE TO WS-EXPLAIN-WORK.
           PERFORM 3290-ADD-LINE
               THRU 3290-ADD-LINE-EXIT.
       3250-EXPLAIN-ONE-SLICE-EXIT.
           EXIT.

      *****************************************************************
      *    3280-ADD-DETAIL-LINE
      *****************************************************************
       3280-ADD-DETAIL-LINE.
           MOVE WS-EXPLAIN-DETAIL TO WS-EXPLAIN-WORK.
           PERFORM 3290-ADD-LINE
               THRU 3290-ADD-LINE-EXIT.
       3280-ADD-DETAIL-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    3290-ADD-LINE
      *****************************************************************
       3290-ADD-LINE.
           ADD 1 TO WS-EXPLAIN-COUNT.
           MOVE WS-EXPLAIN-WORK TO WS-EXPLAIN-LINE(WS-EXPLAIN-COUNT).
       3290-ADD-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    3300-CHECK-FOR-MORE -- reads one row past a page that
      *    filled exactly at the end of a charge; if it is still for
      *    the inquired account and cycle, its key (already handed
      *    back in the browse RIDFLD) is saved as the start of the
      *    next page.
      *****************************************************************
       3300-CHECK-FOR-MORE.
           EXEC CICS READNEXT DATASET('ITRACE')
                INTO(WS-ITRACE-REC)
                RIDFLD(WS-ITRACE-BROWSE-KEY)
                KEYLENGTH(28)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               AND TRC-ACCT-ID OF WS-ITRACE-REC = CA-ACCT-ID
               AND TRC-CYCLE-DATE OF WS-ITRACE-REC = CA-CYCLE-DATE
               SET CA-MORE-PAGES TO TRUE
               MOVE WS-ITRACE-BROWSE-KEY TO CA-NEXT-KEY
               MOVE 1                    TO CA-NEXT-LINE
           END-IF.
       3300-CHECK-FOR-MORE-EXIT.
           EXIT.
