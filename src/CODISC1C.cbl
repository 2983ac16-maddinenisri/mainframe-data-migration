      *    MODIFICATION HISTORY
      *    2026-08-09  JPM  Initial version - online add/change/
      *                     deactivate maintenance for DISCGRP.
      *    2026-10-15  JPM  Reject an added or changed rate above the
      *                     statutory ceiling on RATECEIL in force
      *                     today for the group and transaction type.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  WS-CURRENT-SEG-SW                PIC X(01) VALUE 'N'.
               88  WS-CURRENT-SEG-FOUND             VALUE 'Y'.

       01  WS-RATECEIL-BROWSE-KEY               PIC X(12).
       01  WS-CEILING-RATE                      PIC S9(03)V9999
                                                 COMP-3.
       01  WS-CEILING-ED                        PIC ZZ9.9999.
       01  WS-CEIL-SWITCHES.
           05  WS-CEIL-DONE-SW                  PIC X(01) VALUE 'N'.
               88  WS-CEIL-DONE                    VALUE 'Y'.
           05  WS-CEILING-FOUND-SW              PIC X(01) VALUE 'N'.
               88  WS-CEILING-FOUND                VALUE 'Y'.

       01  WS-ACCTMST-BROWSE-KEY                PIC 9(11).
       01  WS-ACCTMST-SWITCHES.
           05  WS-ACCT-GROUP-FOUND-SW           PIC X(01) VALUE 'N'.
                               BY WS-TRANCATG-REC.
       COPY DISCAUD    REPLACING DISCGRP-AUDIT-RECORD
                               BY WS-DISCAUD-REC.
       COPY RATECEIL   REPLACING RATE-CEILING-RECORD
                               BY WS-RATECEIL-REC.

       COPY CODISC1.

       2300-VALIDATE-CATEGORY-EXIT.
           EXIT.

      *****************************************************************
      *    2400-CHECK-RATE-CEILING -- the keyed rate may not be above
      *    the statutory ceiling on RATECEIL in force today for this
      *    group and transaction type.  The browse walks the group/
      *    type's ceiling rows forward in begin-date order, keeping
      *    the latest one that has begun by today and still covers
      *    it.  A group/type with no ceiling row is not limited.
      *****************************************************************
       2400-CHECK-RATE-CEILING.
           ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD.
           MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-DATE(1:4).
           MOVE '-'               TO WS-TODAY-DATE(5:1).
           MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-DATE(6:2).
           MOVE '-'               TO WS-TODAY-DATE(8:1).
           MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-DATE(9:2).

           MOVE WS-KEY-GROUP-ID TO WS-RATECEIL-BROWSE-KEY(1:10).
           MOVE WS-KEY-TYPE-CD  TO WS-RATECEIL-BROWSE-KEY(11:2).

           MOVE 'N'  TO WS-CEIL-DONE-SW.
           MOVE 'N'  TO WS-CEILING-FOUND-SW.
           MOVE ZERO TO WS-CEILING-RATE.

           EXEC CICS STARTBR DATASET('RATECEIL')
                RIDFLD(WS-RATECEIL-BROWSE-KEY)
                KEYLENGTH(12)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2410-SCAN-RATECEIL
                   THRU 2410-SCAN-RATECEIL-EXIT
                   UNTIL WS-CEIL-DONE
               EXEC CICS ENDBR DATASET('RATECEIL') END-EXEC
           END-IF.

           IF WS-CEILING-FOUND
               AND WS-RATE-EDIT > WS-CEILING-RATE
               MOVE WS-CEILING-RATE TO WS-CEILING-ED
               MOVE SPACES TO WS-MESSAGE
               STRING 'RATE EXCEEDS STATUTORY CEILING OF '
                       WS-CEILING-ED
                       DELIMITED SIZE INTO WS-MESSAGE
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2400-CHECK-RATE-CEILING-EXIT.
           EXIT.

      *****************************************************************
      *    2410-SCAN-RATECEIL -- one step of the RATECEIL browse
      *    started by 2400-CHECK-RATE-CEILING; stops at the first row
      *    for another group/type, or one that begins after today.
      *****************************************************************
       2410-SCAN-RATECEIL.
           EXEC CICS READNEXT DATASET('RATECEIL')
                INTO(WS-RATECEIL-REC)
                RIDFLD(WS-RATECEIL-BROWSE-KEY)
                KEYLENGTH(12)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CEIL-DONE-SW
           ELSE
               IF CEIL-ACCT-GROUP-ID OF WS-RATECEIL-REC
                       NOT = WS-KEY-GROUP-ID
                   OR CEIL-TRAN-TYPE-CD OF WS-RATECEIL-REC
                       NOT = WS-KEY-TYPE-CD
                   OR CEIL-BEGIN-DATE OF WS-RATECEIL-REC
                       > WS-TODAY-DATE
                   MOVE 'Y' TO WS-CEIL-DONE-SW
               ELSE
                   IF CEIL-END-DATE OF WS-RATECEIL-REC
                           NOT < WS-TODAY-DATE
                       MOVE 'Y' TO WS-CEILING-FOUND-SW
                       MOVE CEIL-MAX-RATE OF WS-RATECEIL-REC
                           TO WS-CEILING-RATE
                   ELSE
                       MOVE 'N' TO WS-CEILING-FOUND-SW
                   END-IF
               END-IF
           END-IF.
       2410-SCAN-RATECEIL-EXIT.
           EXIT.

      *****************************************************************
      *    2900-REDISPLAY-WITH-MESSAGE -- send the map back with the
      *    operator's input intact plus the error text.
           END-IF.

           MOVE FUNCTION NUMVAL(RATEI) TO WS-RATE-EDIT.
           PERFORM 2400-CHECK-RATE-CEILING
               THRU 2400-CHECK-RATE-CEILING-EXIT.
           IF NOT WS-INPUT-VALID
               PERFORM 2900-REDISPLAY-WITH-MESSAGE
                   THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
               GO TO 3000-ADD-GROUP-EXIT
           END-IF.

           MOVE WS-RATE-EDIT TO DIS-DISCOUNT-RATE-N OF WS-DISCGRP-REC.
           MOVE ZERO          TO WS-OLD-RATE.
           MOVE WS-RATE-EDIT  TO WS-NEW-RATE.
               GO TO 4000-CHANGE-GROUP-EXIT
           END-IF.

           MOVE FUNCTION NUMVAL(RATEI) TO WS-RATE-EDIT.
           PERFORM 2400-CHECK-RATE-CEILING
               THRU 2400-CHECK-RATE-CEILING-EXIT.
           IF NOT WS-INPUT-VALID
               PERFORM 2900-REDISPLAY-WITH-MESSAGE
                   THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
               GO TO 4000-CHANGE-GROUP-EXIT
           END-IF.

           MOVE DIS-DISCOUNT-RATE-N OF WS-DISCGRP-REC TO WS-OLD-RATE.
           MOVE WS-RATE-EDIT TO DIS-DISCOUNT-RATE-N OF WS-DISCGRP-REC.
           MOVE WS-RATE-EDIT TO WS-NEW-RATE.

