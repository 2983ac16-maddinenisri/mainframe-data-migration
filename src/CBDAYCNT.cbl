      *****************************************************************
      *    PROGRAM:     CBDAYCNT
      *    APPLICATION: CardDemo
      *    FUNCTION:    Day-Count Convention Calculator.
      *                 Called subprogram that turns an inclusive
      *                 date range into the day count and year length
      *                 an annual rate is prorated over, under the
      *                 account group's DCBASIS convention -- the
      *                 actual days over 365 (code 'A', and the
      *                 default for a blank or unknown code), the
      *                 actual days over 360 (code 'B'), or 30-day
      *                 months over 360 (code 'T').  The interest
      *                 run, catch-up, blending, simulation and
      *                 statement programs all CALL this one routine,
      *                 the same shared-CALL shape as CBCYCCTL, so a
      *                 28-day and a 31-day cycle are priced the same
      *                 way everywhere.  Interest for the range is
      *                 then balance x annual rate x LK-PERIOD-DAYS /
      *                 LK-YEAR-DAYS.  A blank or backwards range
      *                 comes back as zero days.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBDAYCNT.
       AUTHOR.        CARDDEMO-BATCH-TEAM.
       INSTALLATION.  CARDDEMO.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************************
      *    MODIFICATION HISTORY
      *    2026-10-15  JPM  Initial version - shared Actual/365,
      *                     Actual/360 and 30/360 day count for the
      *                     annual-rate interest suite.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-ZSERIES.
       OBJECT-COMPUTER.  IBM-ZSERIES.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-FROM-YMD                          PIC 9(08).
       01  WS-FROM-YMD-R REDEFINES WS-FROM-YMD.
           05  WS-FROM-YYYY                     PIC 9(04).
           05  WS-FROM-MM                       PIC 9(02).
           05  WS-FROM-DD                       PIC 9(02).
       01  WS-THRU-YMD                          PIC 9(08).
       01  WS-NEXT-YMD                          PIC 9(08).
       01  WS-NEXT-YMD-R REDEFINES WS-NEXT-YMD.
           05  WS-NEXT-YYYY                     PIC 9(04).
           05  WS-NEXT-MM                       PIC 9(02).
           05  WS-NEXT-DD                       PIC 9(02).

       01  WS-FROM-INT                          PIC 9(08).
       01  WS-THRU-INT                          PIC 9(08).
       01  WS-NEXT-INT                          PIC 9(08).

       01  WS-D1                                PIC 9(02).
       01  WS-D2                                PIC 9(02).
       01  WS-30360-DAYS                        PIC S9(07) COMP-3.

       LINKAGE SECTION.
       01  LK-DAY-COUNT-CD                      PIC X(01).
           88  LK-ACTUAL-360                     VALUE 'B'.
           88  LK-THIRTY-360                     VALUE 'T'.
       01  LK-FROM-DATE                         PIC X(10).
       01  LK-THRU-DATE                         PIC X(10).
       01  LK-PERIOD-DAYS                       PIC 9(05)  COMP-3.
       01  LK-YEAR-DAYS                         PIC 9(03)  COMP-3.

       PROCEDURE DIVISION USING LK-DAY-COUNT-CD
                                 LK-FROM-DATE
                                 LK-THRU-DATE
                                 LK-PERIOD-DAYS
                                 LK-YEAR-DAYS.
      *****************************************************************
      *    0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           MOVE ZERO TO LK-PERIOD-DAYS.
           IF LK-ACTUAL-360 OR LK-THIRTY-360
               MOVE 360 TO LK-YEAR-DAYS
           ELSE
               MOVE 365 TO LK-YEAR-DAYS
           END-IF.

           PERFORM 1000-CONVERT-RANGE
               THRU 1000-CONVERT-RANGE-EXIT.

           IF WS-FROM-INT > ZERO
               AND WS-THRU-INT NOT < WS-FROM-INT
               IF LK-THIRTY-360
                   PERFORM 2000-COUNT-THIRTY-360
                       THRU 2000-COUNT-THIRTY-360-EXIT
               ELSE
                   COMPUTE LK-PERIOD-DAYS =
                       WS-THRU-INT - WS-FROM-INT + 1
               END-IF
           END-IF.

           GOBACK.

      *****************************************************************
      *    1000-CONVERT-RANGE
      *    Turns the YYYY-MM-DD range ends into integer day numbers,
      *    the same CCYYMMDD ref-mod and INTEGER-OF-DATE conversion
      *    CBACT04B uses.  A blank end leaves both at zero, which the
      *    mainline reads as no range at all.
      *****************************************************************
       1000-CONVERT-RANGE.
           MOVE ZERO TO WS-FROM-INT.
           MOVE ZERO TO WS-THRU-INT.
           IF LK-FROM-DATE = SPACES
               OR LK-THRU-DATE = SPACES
               GO TO 1000-CONVERT-RANGE-EXIT
           END-IF.

           MOVE LK-FROM-DATE(1:4) TO WS-FROM-YMD(1:4).
           MOVE LK-FROM-DATE(6:2) TO WS-FROM-YMD(5:2).
           MOVE LK-FROM-DATE(9:2) TO WS-FROM-YMD(7:2).
           MOVE LK-THRU-DATE(1:4) TO WS-THRU-YMD(1:4).
           MOVE LK-THRU-DATE(6:2) TO WS-THRU-YMD(5:2).
           MOVE LK-THRU-DATE(9:2) TO WS-THRU-YMD(7:2).

           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-FROM-YMD).
           COMPUTE WS-THRU-INT =
               FUNCTION INTEGER-OF-DATE(WS-THRU-YMD).
       1000-CONVERT-RANGE-EXIT.
           EXIT.

      *****************************************************************
      *    2000-COUNT-THIRTY-360
      *    30/360 counts from the first day of the range to the day
      *    after its last day, every month taken as 30 days -- a
      *    calendar-month cycle is 30 days whether the month has 28
      *    or 31.  A start on the 31st counts from the 30th, and an
      *    end day of the 31st counts as the 30th when the start was
      *    already on the 30th or 31st (the US bond-basis rule).
      *****************************************************************
       2000-COUNT-THIRTY-360.
           COMPUTE WS-NEXT-INT = WS-THRU-INT + 1.
           COMPUTE WS-NEXT-YMD =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-INT).

           MOVE WS-FROM-DD TO WS-D1.
           MOVE WS-NEXT-DD TO WS-D2.
           IF WS-D1 = 31
               MOVE 30 TO WS-D1
           END-IF.
           IF WS-D2 = 31
               AND WS-D1 = 30
               MOVE 30 TO WS-D2
           END-IF.

           COMPUTE WS-30360-DAYS =
               ((WS-NEXT-YYYY - WS-FROM-YYYY) * 360)
             + ((WS-NEXT-MM   - WS-FROM-MM)   * 30)
             + (WS-D2 - WS-D1).
           IF WS-30360-DAYS > ZERO
               MOVE WS-30360-DAYS TO LK-PERIOD-DAYS
           END-IF.
       2000-COUNT-THIRTY-360-EXIT.
           EXIT.
