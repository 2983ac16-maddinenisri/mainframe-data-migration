      *                     posted interest for upheld disputes, with
      *                     the books, the balances and the history
      *                     all moved together.
      *    2026-10-15  JPM  Reversal rows carry zero period days
      *                     and a blank day-count code -- the amount
      *                     is backed out as posted, not re-accrued.
      *    2026-10-15  JPM  Carry on the GL extract row the group the
      *                     account was in on the original cycle date,
      *                     from the optional ACCTGRPH membership
      *                     history, so the reversal is booked to the
      *                     same group as the charge.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS ACCTMST-KEY OF ACCTMST-KEY-REC
               FILE STATUS IS WS-ACCTMST-STATUS.

           SELECT ACCTGRPH-FILE ASSIGN TO ACCTGRPH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCTGRPH-KEY OF ACCTGRPH-KEY-REC
               FILE STATUS IS WS-ACCTGRPH-STATUS.

           SELECT ITRANS-FILE   ASSIGN TO ITRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ITRANS-STATUS.
           05  ACCTMST-KEY                      PIC 9(11).
           05  FILLER                            PIC X(39).

       FD  ACCTGRPH-FILE.
           COPY ACCTGRPH.
       01  ACCTGRPH-KEY-REC REDEFINES ACCT-GROUP-HIST-RECORD.
           05  ACCTGRPH-KEY                     PIC X(21).
           05  FILLER                            PIC X(49).

       FD  ITRANS-FILE
           RECORDING MODE IS F.
           COPY ITRANS.
           88  WS-TCATBALF-OK                   VALUE '00'.
       01  WS-ACCTMST-STATUS                    PIC X(02).
           88  WS-ACCTMST-OK                    VALUE '00'.
       01  WS-ACCTGRPH-STATUS                   PIC X(02).
           88  WS-ACCTGRPH-OK                   VALUE '00'.
       01  WS-ITRANS-STATUS                     PIC X(02).
       01  WS-GLEXTRCT-STATUS                   PIC X(02).
       01  WS-ADJ-RPT-STATUS                    PIC X(02).
               88  WS-EOF-ADJRQST                VALUE 'Y'.
           05  WS-REQUEST-VALID-SW               PIC X(01)  VALUE 'Y'.
               88  WS-REQUEST-VALID                VALUE 'Y'.
           05  WS-ACCTGRPH-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-ACCTGRPH-OPEN                VALUE 'Y'.

       01  WS-RUN-DATE                          PIC X(10).
       01  WS-RUN-DATE-YMD                      PIC 9(08).
       01  WS-ACCT-GROUP-ID                     PIC X(10).

       01  WS-AGH-SEARCH-KEY.
           05  WS-AGK-ACCT-ID                   PIC 9(11).
           05  WS-AGK-BEGIN-DATE                PIC X(10).

       01  WS-ITRHIST-SEARCH-KEY.
           05  WS-IHK-ACCT-ID                   PIC 9(11).
           OPEN I-O    ITRHIST-FILE.
           OPEN I-O    TCATBALF-FILE.
           OPEN I-O    ACCTMST-FILE.

      *    The membership history is optional -- without an ACCTGRPH
      *    dataset every account is in its ACCTMST group, exactly as
      *    before.
           OPEN INPUT  ACCTGRPH-FILE.
           IF WS-ACCTGRPH-OK
               SET WS-ACCTGRPH-OPEN TO TRUE
           END-IF.
           OPEN EXTEND ITRANS-FILE.
           OPEN EXTEND GLEXTRCT-FILE.
           OPEN OUTPUT ADJ-RPT-FILE.
      *    CBACT05C rolled it in, and a history row so the inquiry
      *    screen shows the reversal next to the original charge.
      *    The reversal posts under today's run date -- the original
      *    cycle's history row keeps the charge as it was posted.  The
      *    GL extract row carries the group the account was in on the
      *    original cycle date, so the journal build books the
      *    reversal against the same group as the charge even when
      *    the account has moved group since.
      *****************************************************************
       2200-POST-REVERSAL.
           COMPUTE WS-SIGNED-REVERSAL-AMT =
               ZERO - WS-REVERSAL-AMT.

           MOVE ACCT-GROUP-ID TO WS-ACCT-GROUP-ID.
           PERFORM 2250-GET-GROUP-IN-FORCE
               THRU 2250-GET-GROUP-IN-FORCE-EXIT.

           MOVE ADJR-ACCT-ID           TO IT-ACCT-ID
           MOVE ADJR-TRAN-TYPE-CD      TO IT-TRAN-TYPE-CD
           MOVE ADJR-TRAN-CAT-CD       TO IT-TRAN-CAT-CD
           MOVE WS-SIGNED-REVERSAL-AMT TO IT-INTEREST-AMT
           MOVE WS-RUN-DATE            TO IT-CYCLE-DATE
           SET IT-REVERSAL-TRAN        TO TRUE
           MOVE ZERO                   TO IT-PERIOD-DAYS
           MOVE SPACE                  TO IT-DAY-COUNT-CD
           WRITE INTEREST-TRAN-RECORD.

           MOVE ADJR-ACCT-ID           TO GLX-ACCT-ID
           MOVE WS-ORIG-RATE           TO GLX-RATE-APPLIED
           MOVE WS-SIGNED-REVERSAL-AMT TO GLX-INTEREST-AMT
           MOVE WS-RUN-DATE            TO GLX-CYCLE-DATE
           MOVE WS-ACCT-GROUP-ID       TO GLX-ACCT-GROUP-ID
           WRITE GL-EXTRACT-RECORD.

           SUBTRACT WS-REVERSAL-AMT FROM TRANCAT-BAL.
       2200-POST-REVERSAL-EXIT.
           EXIT.

      *****************************************************************
      *    2250-GET-GROUP-IN-FORCE
      *    Positions ACCTGRPH on the account's latest membership
      *    segment beginning on or before the cycle date the original
      *    charge posted under and takes its group when that segment
      *    still covers the date, so the reversal follows the group
      *    the account was in then, not the one it has moved to
      *    since.  An account that has never moved has no segments
      *    and keeps its ACCTMST group.
      *****************************************************************
       2250-GET-GROUP-IN-FORCE.
           IF NOT WS-ACCTGRPH-OPEN
               GO TO 2250-GET-GROUP-IN-FORCE-EXIT
           END-IF.

           MOVE ADJR-ACCT-ID TO WS-AGK-ACCT-ID.
           MOVE ADJR-CYCLE-DATE TO WS-AGK-BEGIN-DATE.
           MOVE WS-AGH-SEARCH-KEY TO ACCTGRPH-KEY OF ACCTGRPH-KEY-REC.

           START ACCTGRPH-FILE KEY IS LESS THAN OR EQUAL
               ACCTGRPH-KEY OF ACCTGRPH-KEY-REC
               INVALID KEY
                   GO TO 2250-GET-GROUP-IN-FORCE-EXIT
           END-START.

           READ ACCTGRPH-FILE NEXT RECORD
               AT END
                   GO TO 2250-GET-GROUP-IN-FORCE-EXIT
           END-READ.
           IF WS-ACCTGRPH-OK
               AND AGH-ACCT-ID = ADJR-ACCT-ID
               AND AGH-END-DATE NOT < ADJR-CYCLE-DATE
               MOVE AGH-ACCT-GROUP-ID TO WS-ACCT-GROUP-ID
           END-IF.
       2250-GET-GROUP-IN-FORCE-EXIT.
           EXIT.

      *****************************************************************
      *    2300-WRITE-HISTORY-ROW
      *    The reversal's history key is the account plus today's run
           CLOSE ITRHIST-FILE.
           CLOSE TCATBALF-FILE.
           CLOSE ACCTMST-FILE.
           IF WS-ACCTGRPH-OPEN
               CLOSE ACCTGRPH-FILE
           END-IF.
           CLOSE ITRANS-FILE.
           CLOSE GLEXTRCT-FILE.
           CLOSE ADJ-RPT-FILE.
