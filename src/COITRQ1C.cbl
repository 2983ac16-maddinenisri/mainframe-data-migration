      *                 the browse from where the last page left off,
      *                 using the position carried in the COMMAREA; a
      *                 new account number starts its browse from the
      *                 top of that account's postings.  Keying a
      *                 cycle date with the account transfers to the
      *                 COITRQ2C explanation screen for that cycle's
      *                 charges.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COITRQ1C.
      *    2026-09-02  JPM  Tag dispute reversals (CBACT04V) REVERSAL
      *                     on the detail line, the same way catch-up
      *                     postings are tagged.
      *    2026-10-15  JPM  Optional cycle date field -- keyed with
      *                     the account it transfers (XCTL) to the
      *                     COITRQ2C screen that explains how that
      *                     cycle's charges were worked out.
      *****************************************************************

       ENVIRONMENT DIVISION.
               88  WS-BROWSE-DONE                  VALUE 'Y'.
           05  WS-SAME-ACCOUNT-SW               PIC X(01) VALUE 'N'.
               88  WS-SAME-ACCOUNT                 VALUE 'Y'.
           05  WS-DATE-VALID-SW                 PIC X(01) VALUE 'Y'.
               88  WS-DATE-VALID                   VALUE 'Y'.

       01  WS-DATE-CHECK                        PIC X(10).
       01  WS-DATE-CHECK-YMD                    PIC X(08).
       01  WS-DATE-CHECK-NUM REDEFINES WS-DATE-CHECK-YMD
                                                PIC 9(08).

       01  WS-LINE-SUB                          PIC 9(02).
       01  WS-LINES-FILLED                      PIC 9(02).
           05  CA-MORE-SW                       PIC X(01).
               88  CA-MORE-PAGES                 VALUE 'Y'.

      *****************************************************************
      *    WS-EXPLAIN-COMMAREA -- what COITRQ2C expects on a transfer
      *    from this screen: the account and cycle date, an empty
      *    paging position, and the from-history flag that tells it
      *    to build its first page without receiving a map.
      *****************************************************************
       01  WS-EXPLAIN-COMMAREA.
           05  XA-ACCT-ID                       PIC X(11).
           05  XA-CYCLE-DATE                    PIC X(10).
           05  XA-NEXT-KEY                      PIC X(28).
           05  XA-NEXT-LINE                     PIC 9(02).
           05  XA-MORE-SW                       PIC X(01).
           05  XA-ENTRY-SW                      PIC X(01).

       COPY ITRHIST  REPLACING INTEREST-HIST-RECORD
                             BY WS-ITRHIST-REC.

      *****************************************************************
       1000-FIRST-ENTRY.
           MOVE LOW-VALUES TO ITRQ1AO.
           MOVE 'ENTER ACCOUNT, OR ACCOUNT AND CYCLE DATE TO EXPLAIN'
               TO MSGO.

           EXEC CICS SEND MAP(WS-MAPNAME)
                MAPSET(WS-MAPSET)
               GO TO 2000-RECEIVE-AND-INQUIRE-EXIT
           END-IF.

           IF CDATEI NOT = SPACES AND CDATEI NOT = LOW-VALUES
               PERFORM 2500-TRANSFER-TO-EXPLAIN
                   THRU 2500-TRANSFER-TO-EXPLAIN-EXIT
               GO TO 2000-RECEIVE-AND-INQUIRE-EXIT
           END-IF.

      *    The same account with pages still outstanding continues
      *    from the position saved in the COMMAREA; anything else is
      *    a fresh inquiry starting at the top of the account.
       2000-RECEIVE-AND-INQUIRE-EXIT.
           EXIT.

      *****************************************************************
      *    2500-TRANSFER-TO-EXPLAIN -- edits the keyed cycle date and
      *    hands the account and date to COITRQ2C.  XCTL does not come
      *    back on success; a failed transfer is reported here with
      *    the operator's input left on the screen.
      *****************************************************************
       2500-TRANSFER-TO-EXPLAIN.
           MOVE CDATEI TO WS-DATE-CHECK.
           PERFORM 2510-EDIT-DATE
               THRU 2510-EDIT-DATE-EXIT.
           IF NOT WS-DATE-VALID
               MOVE 'CYCLE DATE MUST BE A VALID YYYY-MM-DD DATE'
                   TO WS-MESSAGE
               MOVE 'N' TO WS-VALID-SW
               PERFORM 2900-REDISPLAY-WITH-MESSAGE
                   THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
               GO TO 2500-TRANSFER-TO-EXPLAIN-EXIT
           END-IF.

           MOVE ACCTI      TO XA-ACCT-ID.
           MOVE CDATEI     TO XA-CYCLE-DATE.
           MOVE SPACES     TO XA-NEXT-KEY.
           MOVE ZERO       TO XA-NEXT-LINE.
           MOVE 'N'        TO XA-MORE-SW.
           MOVE 'H'        TO XA-ENTRY-SW.

           EXEC CICS XCTL PROGRAM('COITRQ2C')
                COMMAREA(WS-EXPLAIN-COMMAREA)
                LENGTH(53)
                RESP(WS-RESP)
           END-EXEC.

           MOVE 'EXPLANATION SCREEN IS NOT AVAILABLE' TO WS-MESSAGE.
           PERFORM 2900-REDISPLAY-WITH-MESSAGE
               THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT.
       2500-TRANSFER-TO-EXPLAIN-EXIT.
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
       2900-REDISPLAY-WITH-MESSAGE.
           MOVE WS-MESSAGE TO MSGO.
           MOVE ACCTI      TO ACCTO.
           MOVE CDATEI     TO CDATEO.

           EXEC CICS SEND MAP(WS-MAPNAME)
                MAPSET(WS-MAPSET)
