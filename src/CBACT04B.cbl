      *                 single effective-dated rate whenever a
      *                 mid-cycle rate change would otherwise have
      *                 over- or under-charged the whole cycle at one
      *                 rate or the other.  The rates and the
      *                 blend are annual; the weights are each
      *                 segment's days under the group's DCBASIS
      *                 day-count convention.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBACT04B.
      *                     run-control file (CBCYCCTL) so CBACT04C
      *                     can prove this step ran for the cycle
      *                     before posting interest.
      *    2026-10-15  JPM  Rates are now annual -- each segment is
      *                     weighted by its days under the group's
      *                     DCBASIS day-count convention (CBDAYCNT),
      *                     so a 30/360 group's blend prorates over
      *                     the same days CBACT04C charges it for.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS BLND-KEY OF BLNDRATE-KEY-REC
               FILE STATUS IS WS-BLNDRATE-STATUS.

           SELECT DCBASIS-FILE  ASSIGN TO DCBASIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DCBS-ACCT-GROUP-ID OF
                             DAY-COUNT-BASIS-RECORD
               FILE STATUS IS WS-DCBASIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-PARM-FILE.
           05  BLND-KEY                         PIC X(26).
           05  FILLER                            PIC X(14).

       FD  DCBASIS-FILE.
           COPY DCBASIS.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                       PIC X(02).
       01  WS-DISCGRPH-STATUS                   PIC X(02).
           88  WS-DISCGRPH-OK                   VALUE '00'.
       01  WS-BLNDRATE-STATUS                   PIC X(02).
       01  WS-DCBASIS-STATUS                    PIC X(02).
           88  WS-DCBASIS-OK                    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                        PIC X(01)  VALUE 'N'.
               88  WS-EOF-DISCGRPH                VALUE 'Y'.
           05  WS-FIRST-KEY-SW                   PIC X(01)  VALUE 'Y'.
               88  WS-FIRST-KEY                     VALUE 'Y'.
           05  WS-DCBASIS-OPEN-SW                PIC X(01)  VALUE 'N'.
               88  WS-DCBASIS-OPEN                 VALUE 'Y'.

       01  WS-CYCLE-START-DATE                  PIC X(10).
       01  WS-CYCLE-END-DATE                    PIC X(10).
       01  WS-OVERLAP-BEGIN-INT                   PIC 9(08).
       01  WS-OVERLAP-END-INT                     PIC 9(08).
       01  WS-OVERLAP-DAYS                        PIC 9(05).
       01  WS-OVERLAP-BEGIN-DATE                  PIC X(10).
       01  WS-OVERLAP-END-DATE                    PIC X(10).

       01  WS-DAY-COUNT-AREA.
           05  WS-DAYCNT-PGM                    PIC X(08)  VALUE
                   'CBDAYCNT'.
           05  WS-DCB-GROUP-ID                  PIC X(10)  VALUE
                   LOW-VALUES.
           05  WS-DAY-COUNT-CD                  PIC X(01).
           05  WS-PERIOD-DAYS                   PIC 9(05)  COMP-3.
           05  WS-YEAR-DAYS                     PIC 9(03)  COMP-3.

       01  WS-RUN-CONTROL-AREA.
           05  WS-CYCCTL-PGM                    PIC X(08)  VALUE

           OPEN INPUT  DISCGRPH-FILE.
           OPEN OUTPUT BLNDRATE-FILE.

      *    The day-count file is optional -- without a DCBASIS
      *    dataset every group is weighted in actual days.
           OPEN INPUT  DCBASIS-FILE.
           IF WS-DCBASIS-OK
               SET WS-DCBASIS-OPEN TO TRUE
           END-IF.
           PERFORM 1150-ZERO-ACCUM-AREA
               THRU 1150-ZERO-ACCUM-AREA-EXIT.

      *    2100-ACCUMULATE-SEGMENT
      *    Adds this segment's overlap with the cycle date range, if
      *    any, into the running weighted-sum and day-count for the
      *    current group/type/category.  The overlap's days are
      *    counted by CBDAYCNT under the group's convention, so a
      *    30/360 group's segments weigh the same days CBACT04C
      *    charges for.
      *****************************************************************
       2100-ACCUMULATE-SEGMENT.
           IF DISH-ACCT-GROUP-ID NOT = WS-DCB-GROUP-ID
               PERFORM 2050-GET-DAY-COUNT-CD
                   THRU 2050-GET-DAY-COUNT-CD-EXIT
           END-IF.

           MOVE DISH-RATE-BEGIN-DATE(1:4) TO WS-SEG-BEGIN-YMD(1:4).
           MOVE DISH-RATE-BEGIN-DATE(6:2) TO WS-SEG-BEGIN-YMD(5:2).
           MOVE DISH-RATE-BEGIN-DATE(9:2) TO WS-SEG-BEGIN-YMD(7:2).
           END-IF.

           IF WS-OVERLAP-BEGIN-INT NOT > WS-OVERLAP-END-INT
               MOVE WS-CYCLE-START-DATE TO WS-OVERLAP-BEGIN-DATE
               IF DISH-RATE-BEGIN-DATE > WS-CYCLE-START-DATE
                   MOVE DISH-RATE-BEGIN-DATE TO WS-OVERLAP-BEGIN-DATE
               END-IF
               MOVE WS-CYCLE-END-DATE TO WS-OVERLAP-END-DATE
               IF DISH-RATE-END-DATE < WS-CYCLE-END-DATE
                   MOVE DISH-RATE-END-DATE TO WS-OVERLAP-END-DATE
               END-IF
               CALL WS-DAYCNT-PGM USING WS-DAY-COUNT-CD
                                         WS-OVERLAP-BEGIN-DATE
                                         WS-OVERLAP-END-DATE
                                         WS-PERIOD-DAYS
                                         WS-YEAR-DAYS
               MOVE WS-PERIOD-DAYS TO WS-OVERLAP-DAYS
               ADD 1 TO WS-SEGMENT-COUNT
               ADD WS-OVERLAP-DAYS TO WS-TOTAL-DAYS
               COMPUTE WS-WEIGHTED-SUM ROUNDED =
       2100-ACCUMULATE-SEGMENT-EXIT.
           EXIT.

      *****************************************************************
      *    2050-GET-DAY-COUNT-CD
      *    Picks up the DCBASIS day-count convention for the group
      *    whose segments are being read -- DISCGRPH arrives grouped
      *    by group, so this is one read per group.  No row (or no
      *    file) is Actual/365.
      *****************************************************************
       2050-GET-DAY-COUNT-CD.
           MOVE DISH-ACCT-GROUP-ID TO WS-DCB-GROUP-ID.
           MOVE 'A' TO WS-DAY-COUNT-CD.
           IF NOT WS-DCBASIS-OPEN
               GO TO 2050-GET-DAY-COUNT-CD-EXIT
           END-IF.
           MOVE DISH-ACCT-GROUP-ID TO DCBS-ACCT-GROUP-ID.
           READ DCBASIS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-DCBASIS-OK
               AND (DCBS-ACTUAL-360 OR DCBS-THIRTY-360)
               MOVE DCBS-DAY-COUNT-CD TO WS-DAY-COUNT-CD
           END-IF.
       2050-GET-DAY-COUNT-CD-EXIT.
           EXIT.

      *****************************************************************
      *    2900-KEY-BREAK
      *    Writes one blended-rate row for the group/type/category
       9000-TERMINATE.
           CLOSE DISCGRPH-FILE.
           CLOSE BLNDRATE-FILE.
           IF WS-DCBASIS-OPEN
               CLOSE DCBASIS-FILE
           END-IF.

           MOVE 'R'        TO WS-CYCC-FUNCTION.
           MOVE 'CBACT04B' TO WS-CYCC-JOB-NAME.
