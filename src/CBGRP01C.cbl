      *****************************************************************
      *    PROGRAM:     CBGRP01C
      *    APPLICATION: CardDemo
      *    FUNCTION:    Account Group Transfer.
      *                 Reads a card file of accounts moving from one
      *                 account group to another, each with the date
      *                 the new group takes effect, and keeps the
      *                 keyed ACCTGRPH membership history in step:
      *                 the account's open segment is closed the day
      *                 before the effective date and a new open
      *                 segment is started for the new group on it.
      *                 An account moving for the first time has no
      *                 history yet, so its old group is written as
      *                 a closed segment reaching back to the start
      *                 of time before the new one is opened -- from
      *                 then on every cycle date it ever had resolves
      *                 to a group.  ACCT-GROUP-ID on ACCTMST is moved
      *                 to the new group so the master still shows
      *                 the group the account is in today.  Each card
      *                 is validated first: the account must be on
      *                 ACCTMST, the new group must carry DISCGRP
      *                 rates and differ from the group the account
      *                 is in, and the effective date must be a real
      *                 date no later than today and after the date
      *                 the account last moved.  The transfer report
      *                 lists every account moved with its old and
      *                 new group and the balance that moved with it,
      *                 and every rejected card with the reason
      *                 (return code 4 when any card is rejected).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBGRP01C.
       AUTHOR.        CARDDEMO-BATCH-TEAM.
       INSTALLATION.  CARDDEMO.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************************
      *    MODIFICATION HISTORY
      *    2026-10-15  JPM  Initial version - card-driven account
      *                     group transfers onto the ACCTGRPH
      *                     membership history, with a transfer
      *                     report of the balances moved.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-ZSERIES.
       OBJECT-COMPUTER.  IBM-ZSERIES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRPXFER-FILE  ASSIGN TO GRPXFER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRPXFER-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTMST-KEY OF ACCTMST-KEY-REC
               FILE STATUS IS WS-ACCTMST-STATUS.

           SELECT DISCGRP-FILE  ASSIGN TO DISCGRP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISCGRP-KEY OF DISCGRP-KEY-REC
               FILE STATUS IS WS-DISCGRP-STATUS.

           SELECT ACCTGRPH-FILE ASSIGN TO ACCTGRPH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCTGRPH-KEY OF ACCTGRPH-KEY-REC
               FILE STATUS IS WS-ACCTGRPH-STATUS.

           SELECT XFER-RPT-FILE ASSIGN TO GRPXRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFER-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRPXFER-FILE.
           COPY GRPXFER.

       FD  ACCTMST-FILE.
           COPY ACCTMST.
       01  ACCTMST-KEY-REC REDEFINES ACCOUNT-MASTER-RECORD.
           05  ACCTMST-KEY                      PIC 9(11).
           05  FILLER                            PIC X(39).

       FD  DISCGRP-FILE.
           COPY DISCGRP.
       01  DISCGRP-KEY-REC REDEFINES DISCGRP-RECORD.
           05  DISCGRP-KEY                      PIC X(16).
           05  FILLER                            PIC X(34).

       FD  ACCTGRPH-FILE.
           COPY ACCTGRPH.
       01  ACCTGRPH-KEY-REC REDEFINES ACCT-GROUP-HIST-RECORD.
           05  ACCTGRPH-KEY                     PIC X(21).
           05  FILLER                            PIC X(49).

       FD  XFER-RPT-FILE
           RECORDING MODE IS F.
       01  XFER-RPT-LINE                        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-GRPXFER-STATUS                    PIC X(02).
       01  WS-ACCTMST-STATUS                    PIC X(02).
           88  WS-ACCTMST-OK                    VALUE '00'.
       01  WS-DISCGRP-STATUS                    PIC X(02).
           88  WS-DISCGRP-OK                    VALUE '00'.
       01  WS-ACCTGRPH-STATUS                   PIC X(02).
           88  WS-ACCTGRPH-OK                   VALUE '00'.
           88  WS-ACCTGRPH-NOTFND                VALUE '23', '35'.
       01  WS-XFER-RPT-STATUS                   PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                        PIC X(01)  VALUE 'N'.
               88  WS-EOF-GRPXFER                VALUE 'Y'.
           05  WS-CARD-VALID-SW                  PIC X(01)  VALUE 'Y'.
               88  WS-CARD-VALID                   VALUE 'Y'.
           05  WS-HISTORY-FOUND-SW               PIC X(01)  VALUE 'N'.
               88  WS-HISTORY-FOUND                 VALUE 'Y'.

       01  WS-RUN-DATE                          PIC X(10).
       01  WS-RUN-DATE-YMD                      PIC 9(08).

       01  WS-AGH-SEARCH-KEY.
           05  WS-AGK-ACCT-ID                   PIC 9(11).
           05  WS-AGK-BEGIN-DATE                PIC X(10).

       01  WS-OLD-GROUP-ID                      PIC X(10).
       01  WS-CLOSE-DATE                        PIC X(10).
       01  WS-OPEN-END-DATE                     PIC X(10)  VALUE
               '9999-12-31'.
       01  WS-HISTORY-START-DATE                PIC X(10)  VALUE
               '0001-01-01'.

       01  WS-DATE-WORK-AREA.
           05  WS-WORK-YMD                      PIC 9(08).
           05  WS-WORK-YMD-X REDEFINES WS-WORK-YMD
                                                PIC X(08).
           05  WS-WORK-INT                      PIC 9(07).

       01  WS-REJECT-REASON                     PIC X(30).

       01  WS-COUNTERS.
           05  WS-MOVED-COUNT                   PIC 9(07)  COMP-3.
           05  WS-REJECTED-COUNT                PIC 9(07)  COMP-3.
           05  WS-MOVED-BAL-TOTAL               PIC S9(11)V99 COMP-3.

       01  WS-COUNT-ED                          PIC ZZZZZZ9.
       01  WS-AMOUNT-ED                         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-RPT-DETAIL.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-ACCT-ID                        PIC 9(11).
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-OLD-GROUP-ID                   PIC X(10).
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-NEW-GROUP-ID                   PIC X(10).
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-EFFECTIVE-DATE                 PIC X(10).
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-BALANCE-MOVED                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-USER-ID                        PIC X(08).
           05  FILLER                           PIC X(02)  VALUE SPACES.
           05  RL-TAG                            PIC X(30).

       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-CARD
               THRU 2000-PROCESS-CARD-EXIT
               UNTIL WS-EOF-GRPXFER.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *****************************************************************
      *    1000-INITIALIZE
      *    ACCTGRPH accumulates across runs.  On the very first run
      *    the dataset exists but is empty, so the OPEN I-O can come
      *    back NOTFND on the file itself; fall back to creating it,
      *    the same way CBDISC2C treats RATEPEND.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-YMD(1:4) TO WS-RUN-DATE(1:4).
           MOVE '-'                  TO WS-RUN-DATE(5:1).
           MOVE WS-RUN-DATE-YMD(5:2) TO WS-RUN-DATE(6:2).
           MOVE '-'                  TO WS-RUN-DATE(8:1).
           MOVE WS-RUN-DATE-YMD(7:2) TO WS-RUN-DATE(9:2).

           OPEN INPUT  GRPXFER-FILE.
           OPEN I-O    ACCTMST-FILE.
           OPEN INPUT  DISCGRP-FILE.
           OPEN OUTPUT XFER-RPT-FILE.

           OPEN I-O ACCTGRPH-FILE.
           IF WS-ACCTGRPH-NOTFND
               OPEN OUTPUT ACCTGRPH-FILE
               CLOSE ACCTGRPH-FILE
               OPEN I-O ACCTGRPH-FILE
           END-IF.

           MOVE ZERO TO WS-MOVED-COUNT.
           MOVE ZERO TO WS-REJECTED-COUNT.
           MOVE ZERO TO WS-MOVED-BAL-TOTAL.

           MOVE SPACES TO XFER-RPT-LINE.
           STRING 'ACCOUNT GROUP TRANSFER REPORT - RUN OF ' WS-RUN-DATE
               DELIMITED SIZE INTO XFER-RPT-LINE.
           WRITE XFER-RPT-LINE.
           MOVE SPACES TO XFER-RPT-LINE.
           STRING '  ACCOUNT      OLD GROUP   NEW GROUP   EFFECTIVE   '
                   '    BALANCE MOVED  USER      DISPOSITION'
                   DELIMITED SIZE INTO XFER-RPT-LINE.
           WRITE XFER-RPT-LINE.

           READ GRPXFER-FILE
               AT END
                   SET WS-EOF-GRPXFER TO TRUE
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *    2000-PROCESS-CARD
      *****************************************************************
       2000-PROCESS-CARD.
           PERFORM 2100-VALIDATE-CARD
               THRU 2100-VALIDATE-CARD-EXIT.

           IF WS-CARD-VALID
               PERFORM 2200-APPLY-TRANSFER
                   THRU 2200-APPLY-TRANSFER-EXIT
           ELSE
               PERFORM 2900-REPORT-REJECT
                   THRU 2900-REPORT-REJECT-EXIT
           END-IF.

           READ GRPXFER-FILE
               AT END
                   SET WS-EOF-GRPXFER TO TRUE
           END-READ.
       2000-PROCESS-CARD-EXIT.
           EXIT.

      *****************************************************************
      *    2100-VALIDATE-CARD
      *    A future-dated card is refused rather than held: ACCTMST
      *    would otherwise show the new group before it is in force.
      *    The effective date must also fall after the account's last
      *    move, so segments never overlap and a rerun of the same
      *    deck is turned away instead of splitting history again.
      *****************************************************************
       2100-VALIDATE-CARD.
           MOVE 'Y'    TO WS-CARD-VALID-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-OLD-GROUP-ID.

           IF GXF-ACCT-ID NOT NUMERIC
               MOVE 'N' TO WS-CARD-VALID-SW
               MOVE 'ACCOUNT MUST BE NUMERIC' TO WS-REJECT-REASON
               GO TO 2100-VALIDATE-CARD-EXIT
           END-IF.

           MOVE GXF-ACCT-ID TO ACCTMST-KEY OF ACCTMST-KEY-REC.
           READ ACCTMST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-ACCTMST-OK
               MOVE 'N' TO WS-CARD-VALID-SW
               MOVE 'ACCOUNT NOT ON MASTER FILE' TO WS-REJECT-REASON
               GO TO 2100-VALIDATE-CARD-EXIT
           END-IF.
           MOVE ACCT-GROUP-ID TO WS-OLD-GROUP-ID.

           MOVE GXF-EFFECTIVE-DATE(1:4) TO WS-WORK-YMD-X(1:4).
           MOVE GXF-EFFECTIVE-DATE(6:2) TO WS-WORK-YMD-X(5:2).
           MOVE GXF-EFFECTIVE-DATE(9:2) TO WS-WORK-YMD-X(7:2).
           IF GXF-EFFECTIVE-DATE(5:1) NOT = '-'
               OR GXF-EFFECTIVE-DATE(8:1) NOT = '-'
               OR WS-WORK-YMD-X NOT NUMERIC
               MOVE 'N' TO WS-CARD-VALID-SW
               MOVE 'EFFECTIVE DATE IS NOT VALID' TO WS-REJECT-REASON
               GO TO 2100-VALIDATE-CARD-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-YMD) NOT = ZERO
               MOVE 'N' TO WS-CARD-VALID-SW
               MOVE 'EFFECTIVE DATE IS NOT VALID' TO WS-REJECT-REASON
               GO TO 2100-VALIDATE-CARD-EXIT
           END-IF.
           IF GXF-EFFECTIVE-DATE > WS-RUN-DATE
               MOVE 'N' TO WS-CARD-VALID-SW
               MOVE 'EFFECTIVE DATE IN FUTURE' TO WS-REJECT-REASON
               GO TO 2100-VALIDATE-CARD-EXIT
           END-IF.

           PERFORM 2110-VALIDATE-GROUP
               THRU 2110-VALIDATE-GROUP-EXIT.
           IF NOT WS-CARD-VALID
               GO TO 2100-VALIDATE-CARD-EXIT
           END-IF.

           PERFORM 2120-FIND-LATEST-SEGMENT
               THRU 2120-FIND-LATEST-SEGMENT-EXIT.
           IF WS-HISTORY-FOUND
               MOVE AGH-ACCT-GROUP-ID TO WS-OLD-GROUP-ID
               IF GXF-EFFECTIVE-DATE NOT > AGH-BEGIN-DATE
                   MOVE 'N' TO WS-CARD-VALID-SW
                   MOVE 'EFFECTIVE DATE NOT AFTER LAST MOVE'
                       TO WS-REJECT-REASON
                   GO TO 2100-VALIDATE-CARD-EXIT
               END-IF
           END-IF.

           IF GXF-NEW-GROUP-ID = WS-OLD-GROUP-ID
               MOVE 'N' TO WS-CARD-VALID-SW
               MOVE 'ACCOUNT ALREADY IN NEW GROUP' TO WS-REJECT-REASON
           END-IF.
       2100-VALIDATE-CARD-EXIT.
           EXIT.

      *****************************************************************
      *    2110-VALIDATE-GROUP
      *    An account is only ever moved into a group the interest run
      *    can price, so the new group must have at least one rate on
      *    DISCGRP.  Positions on the first DISCGRP row at or after
      *    the group and checks it belongs to the group -- a group
      *    with no members yet is still a valid destination.
      *****************************************************************
       2110-VALIDATE-GROUP.
           IF GXF-NEW-GROUP-ID = SPACES
               MOVE 'N' TO WS-CARD-VALID-SW
               MOVE 'NEW GROUP ID IS REQUIRED' TO WS-REJECT-REASON
               GO TO 2110-VALIDATE-GROUP-EXIT
           END-IF.

           MOVE LOW-VALUES       TO DISCGRP-KEY OF DISCGRP-KEY-REC.
           MOVE GXF-NEW-GROUP-ID TO DISCGRP-KEY OF DISCGRP-KEY-REC
                                     (1:10).
           START DISCGRP-FILE KEY IS NOT LESS THAN
               DISCGRP-KEY OF DISCGRP-KEY-REC
               INVALID KEY
                   MOVE 'N' TO WS-CARD-VALID-SW
                   MOVE 'NEW GROUP HAS NO DISCGRP RATES'
                       TO WS-REJECT-REASON
                   GO TO 2110-VALIDATE-GROUP-EXIT
           END-START.

           READ DISCGRP-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO DIS-ACCT-GROUP-ID
           END-READ.
           IF DIS-ACCT-GROUP-ID NOT = GXF-NEW-GROUP-ID
               MOVE 'N' TO WS-CARD-VALID-SW
               MOVE 'NEW GROUP HAS NO DISCGRP RATES'
                   TO WS-REJECT-REASON
           END-IF.
       2110-VALIDATE-GROUP-EXIT.
           EXIT.

      *****************************************************************
      *    2120-FIND-LATEST-SEGMENT
      *    Positions ACCTGRPH on the account's segment with the latest
      *    begin date -- the open segment, for any account that has
      *    moved before.  No row for the account means it has never
      *    moved and ACCTMST still holds the only group it has had.
      *****************************************************************
       2120-FIND-LATEST-SEGMENT.
           MOVE 'N'         TO WS-HISTORY-FOUND-SW.
           MOVE GXF-ACCT-ID TO WS-AGK-ACCT-ID.
           MOVE HIGH-VALUES TO WS-AGK-BEGIN-DATE.
           MOVE WS-AGH-SEARCH-KEY TO ACCTGRPH-KEY OF ACCTGRPH-KEY-REC.

           START ACCTGRPH-FILE KEY IS LESS THAN OR EQUAL
               ACCTGRPH-KEY OF ACCTGRPH-KEY-REC
               INVALID KEY
                   GO TO 2120-FIND-LATEST-SEGMENT-EXIT
           END-START.

           READ ACCTGRPH-FILE NEXT RECORD
               AT END
                   GO TO 2120-FIND-LATEST-SEGMENT-EXIT
           END-READ.
           IF WS-ACCTGRPH-OK
               AND AGH-ACCT-ID = GXF-ACCT-ID
               SET WS-HISTORY-FOUND TO TRUE
           END-IF.
       2120-FIND-LATEST-SEGMENT-EXIT.
           EXIT.

      *****************************************************************
      *    2200-APPLY-TRANSFER
      *    Closes the segment the account is leaving the day before
      *    the effective date -- rewriting the open segment, or
      *    writing the account's first segment for the group it has
      *    been in since before history was kept -- then opens the
      *    new group's segment and moves ACCTMST to the new group.
      *    The balance reported as moved is ACCT-CURR-BAL as it
      *    stands on the master when the account changes group.
      *****************************************************************
       2200-APPLY-TRANSFER.
           PERFORM 2210-SET-CLOSE-DATE
               THRU 2210-SET-CLOSE-DATE-EXIT.

           IF WS-HISTORY-FOUND
               IF AGH-SEGMENT-OPEN
                   MOVE WS-CLOSE-DATE TO AGH-END-DATE
                   REWRITE ACCT-GROUP-HIST-RECORD
               END-IF
           ELSE
               MOVE GXF-ACCT-ID           TO AGH-ACCT-ID
               MOVE WS-HISTORY-START-DATE TO AGH-BEGIN-DATE
               MOVE WS-CLOSE-DATE         TO AGH-END-DATE
               MOVE WS-OLD-GROUP-ID       TO AGH-ACCT-GROUP-ID
               MOVE SPACES                TO AGH-REASON-CD
               MOVE GXF-USER-ID           TO AGH-USER-ID
               MOVE WS-RUN-DATE           TO AGH-LOAD-DATE
               WRITE ACCT-GROUP-HIST-RECORD
                   INVALID KEY
                       REWRITE ACCT-GROUP-HIST-RECORD
               END-WRITE
           END-IF.

           MOVE GXF-ACCT-ID        TO AGH-ACCT-ID.
           MOVE GXF-EFFECTIVE-DATE TO AGH-BEGIN-DATE.
           MOVE WS-OPEN-END-DATE   TO AGH-END-DATE.
           MOVE GXF-NEW-GROUP-ID   TO AGH-ACCT-GROUP-ID.
           MOVE GXF-REASON-CD      TO AGH-REASON-CD.
           MOVE GXF-USER-ID        TO AGH-USER-ID.
           MOVE WS-RUN-DATE        TO AGH-LOAD-DATE.
           WRITE ACCT-GROUP-HIST-RECORD
               INVALID KEY
                   REWRITE ACCT-GROUP-HIST-RECORD
           END-WRITE.

           MOVE GXF-NEW-GROUP-ID TO ACCT-GROUP-ID.
           REWRITE ACCOUNT-MASTER-RECORD.

           ADD 1             TO WS-MOVED-COUNT.
           ADD ACCT-CURR-BAL TO WS-MOVED-BAL-TOTAL.

           MOVE SPACES             TO WS-RPT-DETAIL
           MOVE GXF-ACCT-ID        TO RL-ACCT-ID
           MOVE WS-OLD-GROUP-ID    TO RL-OLD-GROUP-ID
           MOVE GXF-NEW-GROUP-ID   TO RL-NEW-GROUP-ID
           MOVE GXF-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE
           MOVE ACCT-CURR-BAL      TO RL-BALANCE-MOVED
           MOVE GXF-USER-ID        TO RL-USER-ID
           MOVE 'TRANSFERRED'      TO RL-TAG
           MOVE WS-RPT-DETAIL      TO XFER-RPT-LINE
           WRITE XFER-RPT-LINE.
       2200-APPLY-TRANSFER-EXIT.
           EXIT.

      *****************************************************************
      *    2210-SET-CLOSE-DATE
      *****************************************************************
       2210-SET-CLOSE-DATE.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YMD) - 1.
           COMPUTE WS-WORK-YMD =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           MOVE WS-WORK-YMD-X(1:4) TO WS-CLOSE-DATE(1:4).
           MOVE '-'                TO WS-CLOSE-DATE(5:1).
           MOVE WS-WORK-YMD-X(5:2) TO WS-CLOSE-DATE(6:2).
           MOVE '-'                TO WS-CLOSE-DATE(8:1).
           MOVE WS-WORK-YMD-X(7:2) TO WS-CLOSE-DATE(9:2).
       2210-SET-CLOSE-DATE-EXIT.
           EXIT.

      *****************************************************************
      *    2900-REPORT-REJECT
      *****************************************************************
       2900-REPORT-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.

           MOVE SPACES             TO WS-RPT-DETAIL
           MOVE GXF-ACCT-ID        TO RL-ACCT-ID
           MOVE WS-OLD-GROUP-ID    TO RL-OLD-GROUP-ID
           MOVE GXF-NEW-GROUP-ID   TO RL-NEW-GROUP-ID
           MOVE GXF-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE
           MOVE ZERO               TO RL-BALANCE-MOVED
           MOVE GXF-USER-ID        TO RL-USER-ID
           MOVE WS-REJECT-REASON   TO RL-TAG
           MOVE WS-RPT-DETAIL      TO XFER-RPT-LINE
           WRITE XFER-RPT-LINE.
       2900-REPORT-REJECT-EXIT.
           EXIT.

      *****************************************************************
      *    9000-TERMINATE
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES TO XFER-RPT-LINE.
           WRITE XFER-RPT-LINE.

           MOVE WS-MOVED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO XFER-RPT-LINE.
           STRING WS-COUNT-ED ' ACCOUNT(S) TRANSFERRED'
               DELIMITED SIZE INTO XFER-RPT-LINE.
           WRITE XFER-RPT-LINE.

           MOVE WS-MOVED-BAL-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO XFER-RPT-LINE.
           STRING 'TOTAL BALANCE MOVED ' WS-AMOUNT-ED
               DELIMITED SIZE INTO XFER-RPT-LINE.
           WRITE XFER-RPT-LINE.

           MOVE WS-REJECTED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO XFER-RPT-LINE.
           STRING WS-COUNT-ED ' CARD(S) REJECTED'
               DELIMITED SIZE INTO XFER-RPT-LINE.
           WRITE XFER-RPT-LINE.

           CLOSE GRPXFER-FILE.
           CLOSE ACCTMST-FILE.
           CLOSE DISCGRP-FILE.
           CLOSE ACCTGRPH-FILE.
           CLOSE XFER-RPT-FILE.

           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
