      *    2026-09-02  JPM  Initial version - maker-checker release
      *                     and effective-dated apply of the pending
      *                     rate changes CBDISC2C loads.
      *    2026-10-15  JPM  Refuse to apply a released rate that is
      *                     over the statutory ceiling on the
      *                     optional RATECEIL file in force on its
      *                     effective date; the row stays RELEASED
      *                     and is reported every run until it is
      *                     corrected.
      *    2026-10-15  JPM  Hold a released rate increase until the
      *                     cardholder notice recorded on RATEPEND
      *                     by CBNTC01C is at least the lead days
      *                     (release card, default 45) ahead of its
      *                     effective date; decreases still apply
      *                     on the day.
      *    2026-10-15  JPM  Tag an increase CBNTC01C found already
      *                     effective before any notice went out.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS DISCGRPH-KEY OF DISCGRPH-KEY-REC
               FILE STATUS IS WS-DISCGRPH-STATUS.

           SELECT RATECEIL-FILE ASSIGN TO RATECEIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATECEIL-KEY OF RATECEIL-KEY-REC
               FILE STATUS IS WS-RATECEIL-STATUS.

           SELECT APLY-RPT-FILE ASSIGN TO APLYRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APLY-RPT-STATUS.
           05  DISCGRPH-KEY                     PIC X(26).
           05  FILLER                            PIC X(24).

       FD  RATECEIL-FILE.
           COPY RATECEIL.
       01  RATECEIL-KEY-REC REDEFINES RATE-CEILING-RECORD.
           05  RATECEIL-KEY                     PIC X(22).
           05  FILLER                            PIC X(18).

       FD  APLY-RPT-FILE
           RECORDING MODE IS F.
       01  APLY-RPT-LINE                        PIC X(132).
           88  WS-DISCGRP-OK                    VALUE '00'.
       01  WS-DISCGRPH-STATUS                   PIC X(02).
           88  WS-DISCGRPH-OK                   VALUE '00'.
       01  WS-RATECEIL-STATUS                   PIC X(02).
           88  WS-RATECEIL-OK                   VALUE '00'.
       01  WS-APLY-RPT-STATUS                   PIC X(02).

       01  WS-SWITCHES.
               88  WS-SEG-DONE                     VALUE 'Y'.
           05  WS-CURRENT-SEG-SW                 PIC X(01)  VALUE 'N'.
               88  WS-CURRENT-SEG-FOUND             VALUE 'Y'.
           05  WS-RATECEIL-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-RATECEIL-OPEN                 VALUE 'Y'.
           05  WS-OVER-CEILING-SW                PIC X(01)  VALUE 'N'.
               88  WS-OVER-CEILING                  VALUE 'Y'.
           05  WS-NOTICE-SHORT-SW                PIC X(01)  VALUE 'N'.
               88  WS-NOTICE-SHORT                  VALUE 'Y'.

       01  WS-RUN-DATE                          PIC X(10).
       01  WS-RUN-DATE-YMD                      PIC 9(08).
       01  WS-ASOF-DATE                         PIC X(10).
       01  WS-CHECKER-USER-ID                   PIC X(08).
       01  WS-NOTICE-LEAD-DAYS                  PIC 9(03)  VALUE 045.
       01  WS-NOTICE-DAYS                       PIC S9(07) COMP-3.
       01  WS-WORK-YMD                          PIC 9(08).
       01  WS-NOTICE-TAG                        PIC X(30).
       01  WS-HIGH-DATE                         PIC X(10)  VALUE
                                                  '9999-12-31'.

           05  WS-SBK-CAT-CD                    PIC 9(04).
           05  WS-SBK-BEGIN-DATE                PIC X(10).

       01  WS-CEIL-SEARCH-KEY.
           05  WS-CSK-GROUP-ID                  PIC X(10).
           05  WS-CSK-TYPE-CD                   PIC X(02).
           05  WS-CSK-BEGIN-DATE                PIC X(10).

       01  WS-COUNTERS.
           05  WS-RELEASED-COUNT                PIC 9(07)  COMP-3.
           05  WS-APPLIED-COUNT                 PIC 9(07)  COMP-3.
           05  WS-STILL-HELD-COUNT              PIC 9(07)  COMP-3.
           05  WS-REFUSED-COUNT                 PIC 9(07)  COMP-3.
           05  WS-OVER-CEILING-COUNT            PIC 9(07)  COMP-3.
           05  WS-NOTICE-HELD-COUNT             PIC 9(07)  COMP-3.

       01  WS-COUNT-ED                          PIC ZZZZZZ9.

           ELSE
               MOVE REL-ASOF-DATE TO WS-ASOF-DATE
           END-IF.
           IF REL-NOTICE-LEAD-DAYS IS NUMERIC
               MOVE REL-NOTICE-LEAD-DAYS TO WS-NOTICE-LEAD-DAYS
           END-IF.
           CLOSE RELCARD-FILE.

           OPEN I-O    RATEPEND-FILE.
           OPEN I-O    DISCGRPH-FILE.
           OPEN OUTPUT APLY-RPT-FILE.

      *    The ceiling file is optional -- without a RATECEIL dataset
      *    no released rate is held to a ceiling, exactly as before.
           OPEN INPUT  RATECEIL-FILE.
           IF WS-RATECEIL-OK
               SET WS-RATECEIL-OPEN TO TRUE
           END-IF.

           MOVE ZERO TO WS-RELEASED-COUNT.
           MOVE ZERO TO WS-APPLIED-COUNT.
           MOVE ZERO TO WS-STILL-HELD-COUNT.
           MOVE ZERO TO WS-REFUSED-COUNT.
           MOVE ZERO TO WS-OVER-CEILING-COUNT.
           MOVE ZERO TO WS-NOTICE-HELD-COUNT.

           MOVE SPACES TO APLY-RPT-LINE.
           STRING 'RATE CHANGE RELEASE/APPLY REPORT - AS OF '
      *    would have on the effective morning: close the current
      *    DISCGRPH segment, open the new effective-dated one, update
      *    (or create) the DISCGRP row, and record the change through
      *    CBDISAUD under the maker's user id and reason code.  A
      *    rate over the statutory ceiling in force on its effective
      *    date is refused instead -- nothing is touched and the row
      *    stays RELEASED, reported every run until it is corrected.
      *    An increase without a cardholder notice sent at least the
      *    lead days ahead of its effective date is held the same
      *    way, RELEASED and reported, until the maker reloads it
      *    under a date the notice can meet.
      *****************************************************************
       3000-APPLY-CHANGE.
           PERFORM 3050-CHECK-RATE-CEILING
               THRU 3050-CHECK-RATE-CEILING-EXIT.
           IF WS-OVER-CEILING
               ADD 1 TO WS-OVER-CEILING-COUNT
               MOVE SPACES              TO WS-RPT-DETAIL
               MOVE RPND-ACCT-GROUP-ID  TO RL-GROUP-ID
               MOVE RPND-TRAN-TYPE-CD   TO RL-TYPE-CD
               MOVE RPND-TRAN-CAT-CD    TO RL-CAT-CD
               MOVE RPND-NEW-RATE       TO RL-NEW-RATE
               MOVE RPND-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE
               MOVE 'NOT APPLIED - OVER CEILING' TO RL-TAG
               MOVE WS-RPT-DETAIL       TO APLY-RPT-LINE
               WRITE APLY-RPT-LINE
               GO TO 3000-APPLY-CHANGE-EXIT
           END-IF.

           PERFORM 3060-CHECK-ADVANCE-NOTICE
               THRU 3060-CHECK-ADVANCE-NOTICE-EXIT.
           IF WS-NOTICE-SHORT
               ADD 1 TO WS-NOTICE-HELD-COUNT
               MOVE SPACES              TO WS-RPT-DETAIL
               MOVE RPND-ACCT-GROUP-ID  TO RL-GROUP-ID
               MOVE RPND-TRAN-TYPE-CD   TO RL-TYPE-CD
               MOVE RPND-TRAN-CAT-CD    TO RL-CAT-CD
               MOVE RPND-NEW-RATE       TO RL-NEW-RATE
               MOVE RPND-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE
               MOVE WS-NOTICE-TAG       TO RL-TAG
               MOVE WS-RPT-DETAIL       TO APLY-RPT-LINE
               WRITE APLY-RPT-LINE
               GO TO 3000-APPLY-CHANGE-EXIT
           END-IF.

           PERFORM 3100-UPDATE-DISCGRP
               THRU 3100-UPDATE-DISCGRP-EXIT.
           PERFORM 3200-CLOSE-CURRENT-SEGMENT
       3000-APPLY-CHANGE-EXIT.
           EXIT.

      *****************************************************************
      *    3050-CHECK-RATE-CEILING
      *    Positions RATECEIL on the latest ceiling row for the
      *    group and transaction type beginning on or before the
      *    effective date; the rate is over the ceiling when that
      *    row still covers the date and the new rate is above it.
      *****************************************************************
       3050-CHECK-RATE-CEILING.
           MOVE 'N' TO WS-OVER-CEILING-SW.
           IF NOT WS-RATECEIL-OPEN
               GO TO 3050-CHECK-RATE-CEILING-EXIT
           END-IF.

           MOVE RPND-ACCT-GROUP-ID  TO WS-CSK-GROUP-ID.
           MOVE RPND-TRAN-TYPE-CD   TO WS-CSK-TYPE-CD.
           MOVE RPND-EFFECTIVE-DATE TO WS-CSK-BEGIN-DATE.
           MOVE WS-CEIL-SEARCH-KEY  TO RATECEIL-KEY.

           START RATECEIL-FILE KEY IS LESS THAN OR EQUAL
               RATECEIL-KEY OF RATECEIL-KEY-REC
               INVALID KEY
                   GO TO 3050-CHECK-RATE-CEILING-EXIT
           END-START.

           READ RATECEIL-FILE NEXT RECORD
               AT END
                   GO TO 3050-CHECK-RATE-CEILING-EXIT
           END-READ.
           IF WS-RATECEIL-OK
               AND CEIL-ACCT-GROUP-ID = RPND-ACCT-GROUP-ID
               AND CEIL-TRAN-TYPE-CD  = RPND-TRAN-TYPE-CD
               AND CEIL-END-DATE NOT < RPND-EFFECTIVE-DATE
               AND RPND-NEW-RATE > CEIL-MAX-RATE
               SET WS-OVER-CEILING TO TRUE
           END-IF.
       3050-CHECK-RATE-CEILING-EXIT.
           EXIT.

      *****************************************************************
      *    3060-CHECK-ADVANCE-NOTICE
      *    A change is an increase when its new rate is above the
      *    live DISCGRP rate (a combination not yet on DISCGRP has
      *    been charging nothing).  An increase is short of notice
      *    when CBNTC01C has recorded no notice-sent date for it, or
      *    when that date falls fewer than the lead days before the
      *    effective date, or when CBNTC01C found it already
      *    effective with no notice sent.  Decreases and unchanged
      *    rates need no notice.
      *****************************************************************
       3060-CHECK-ADVANCE-NOTICE.
           MOVE 'N' TO WS-NOTICE-SHORT-SW.
           MOVE RPND-ACCT-GROUP-ID TO DISCGRP-KEY(1:10).
           MOVE RPND-TRAN-TYPE-CD  TO DISCGRP-KEY(11:2).
           MOVE RPND-TRAN-CAT-CD   TO DISCGRP-KEY(13:4).
           READ DISCGRP-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-DISCGRP-OK
               MOVE DIS-DISCOUNT-RATE-N TO WS-OLD-RATE
           ELSE
               MOVE ZERO                TO WS-OLD-RATE
           END-IF.
           IF RPND-NEW-RATE NOT > WS-OLD-RATE
               GO TO 3060-CHECK-ADVANCE-NOTICE-EXIT
           END-IF.

           IF RPND-NOTICE-DATE-PASSED
               SET WS-NOTICE-SHORT TO TRUE
               MOVE 'HELD FOR NOTICE - DATE PASSED' TO WS-NOTICE-TAG
               GO TO 3060-CHECK-ADVANCE-NOTICE-EXIT
           END-IF.

           IF RPND-NOTICE-SENT-DATE = SPACES
               OR RPND-NOTICE-SENT-YMD NOT NUMERIC
               SET WS-NOTICE-SHORT TO TRUE
               MOVE 'HELD FOR NOTICE - NONE SENT' TO WS-NOTICE-TAG
               GO TO 3060-CHECK-ADVANCE-NOTICE-EXIT
           END-IF.

           MOVE RPND-EFFECTIVE-DATE(1:4) TO WS-WORK-YMD(1:4).
           MOVE RPND-EFFECTIVE-DATE(6:2) TO WS-WORK-YMD(5:2).
           MOVE RPND-EFFECTIVE-DATE(9:2) TO WS-WORK-YMD(7:2).
           COMPUTE WS-NOTICE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YMD)
             - FUNCTION INTEGER-OF-DATE(RPND-NOTICE-SENT-YMD).
           IF WS-NOTICE-DAYS < WS-NOTICE-LEAD-DAYS
               SET WS-NOTICE-SHORT TO TRUE
               MOVE 'HELD FOR NOTICE - SENT LATE' TO WS-NOTICE-TAG
           END-IF.
       3060-CHECK-ADVANCE-NOTICE-EXIT.
           EXIT.

      *****************************************************************
      *    3100-UPDATE-DISCGRP
      *    A combination already on DISCGRP keeps its row with the
               DELIMITED SIZE INTO APLY-RPT-LINE.
           WRITE APLY-RPT-LINE.

           MOVE WS-OVER-CEILING-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO APLY-RPT-LINE.
           STRING WS-COUNT-ED ' CHANGE(S) NOT APPLIED - OVER RATE'
                   ' CEILING'
               DELIMITED SIZE INTO APLY-RPT-LINE.
           WRITE APLY-RPT-LINE.

           MOVE WS-NOTICE-HELD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO APLY-RPT-LINE.
           STRING WS-COUNT-ED ' INCREASE(S) HELD FOR CARDHOLDER NOTICE'
               DELIMITED SIZE INTO APLY-RPT-LINE.
           WRITE APLY-RPT-LINE.

           CLOSE RATEPEND-FILE.
           CLOSE DISCGRP-FILE.
           CLOSE DISCGRPH-FILE.
           IF WS-RATECEIL-OPEN
               CLOSE RATECEIL-FILE
           END-IF.
           CLOSE APLY-RPT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
