      *                 must exist on ACCTMST for at least one
      *                 account, the type on TRANTYPE, the category
      *                 on TRANCATG under that type, the rate must be
      *                 numeric and within any statutory ceiling
      *                 (RATECEIL) in force on the effective date,
      *                 and the effective date must be in the
      *                 future.  Nothing here touches DISCGRP or
      *                 DISCGRPH -- a HELD row changes no live rate
      *                 until a second person's release run
      *                 (CBDISC3C) flips it RELEASED and its date
      *    2026-09-02  JPM  Initial version - card-driven mass load of
      *                     future-dated rate changes into the HELD
      *                     state on RATEPEND.
      *    2026-10-15  JPM  Reject a card whose rate is over the
      *                     statutory ceiling on the optional
      *                     RATECEIL file in force on its effective
      *                     date for the group and transaction type.
      *    2026-10-15  JPM  Load a held change with no cardholder
      *                     notice date; CBNTC01C records one once
      *                     the change is released.
      *    2026-10-15  JPM  Load a held change with the notice
      *                     disposition cleared as well.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS RATEPEND-KEY OF RATEPEND-KEY-REC
               FILE STATUS IS WS-RATEPEND-STATUS.

           SELECT RATECEIL-FILE ASSIGN TO RATECEIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATECEIL-KEY OF RATECEIL-KEY-REC
               FILE STATUS IS WS-RATECEIL-STATUS.

           SELECT LOAD-RPT-FILE ASSIGN TO LOADRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-RPT-STATUS.
           05  RATEPEND-KEY                     PIC X(26).
           05  FILLER                            PIC X(54).

       FD  RATECEIL-FILE.
           COPY RATECEIL.
       01  RATECEIL-KEY-REC REDEFINES RATE-CEILING-RECORD.
           05  RATECEIL-KEY                     PIC X(22).
           05  FILLER                            PIC X(18).

       FD  LOAD-RPT-FILE
           RECORDING MODE IS F.
       01  LOAD-RPT-LINE                        PIC X(132).
       01  WS-RATEPEND-STATUS                   PIC X(02).
           88  WS-RATEPEND-OK                   VALUE '00'.
           88  WS-RATEPEND-NOTFND                VALUE '23', '35'.
       01  WS-RATECEIL-STATUS                   PIC X(02).
           88  WS-RATECEIL-OK                   VALUE '00'.
       01  WS-LOAD-RPT-STATUS                   PIC X(02).

       01  WS-SWITCHES.
               88  WS-ACCT-GROUP-FOUND              VALUE 'Y'.
           05  WS-ACCTMST-DONE-SW                PIC X(01)  VALUE 'N'.
               88  WS-ACCTMST-DONE                  VALUE 'Y'.
           05  WS-RATECEIL-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-RATECEIL-OPEN                 VALUE 'Y'.

       01  WS-RUN-DATE                          PIC X(10).
       01  WS-RUN-DATE-YMD                      PIC 9(08).
           05  WS-TCG-TYPE-CD                   PIC X(02).
           05  WS-TCG-CAT-CD                    PIC 9(04).

       01  WS-CEIL-SEARCH-KEY.
           05  WS-CSK-GROUP-ID                  PIC X(10).
           05  WS-CSK-TYPE-CD                   PIC X(02).
           05  WS-CSK-BEGIN-DATE                PIC X(10).

       01  WS-REJECT-REASON                     PIC X(30).

       01  WS-COUNTERS.
           OPEN INPUT  ACCTMST-FILE.
           OPEN OUTPUT LOAD-RPT-FILE.

      *    The ceiling file is optional -- without a RATECEIL dataset
      *    no card is held to a ceiling, exactly as before.
           OPEN INPUT  RATECEIL-FILE.
           IF WS-RATECEIL-OK
               SET WS-RATECEIL-OPEN TO TRUE
           END-IF.

           OPEN I-O RATEPEND-FILE.
           IF WS-RATEPEND-NOTFND
               OPEN OUTPUT RATEPEND-FILE
               MOVE 'N' TO WS-CARD-VALID-SW
               MOVE 'EFFECTIVE DATE NOT IN FUTURE'
                   TO WS-REJECT-REASON
               GO TO 2100-VALIDATE-CARD-EXIT
           END-IF.

           PERFORM 2130-CHECK-RATE-CEILING
               THRU 2130-CHECK-RATE-CEILING-EXIT.
       2100-VALIDATE-CARD-EXIT.
           EXIT.

       2120-SCAN-ACCTMST-EXIT.
           EXIT.

      *****************************************************************
      *    2130-CHECK-RATE-CEILING
      *    Positions RATECEIL on the latest ceiling row for the
      *    card's group and transaction type beginning on or before
      *    the effective date, and rejects the card when that row
      *    still covers the date and the new rate is above it.  A
      *    group and type with no ceiling row is not limited.
      *****************************************************************
       2130-CHECK-RATE-CEILING.
           IF NOT WS-RATECEIL-OPEN
               GO TO 2130-CHECK-RATE-CEILING-EXIT
           END-IF.

           MOVE RCH-ACCT-GROUP-ID  TO WS-CSK-GROUP-ID.
           MOVE RCH-TRAN-TYPE-CD   TO WS-CSK-TYPE-CD.
           MOVE RCH-EFFECTIVE-DATE TO WS-CSK-BEGIN-DATE.
           MOVE WS-CEIL-SEARCH-KEY TO RATECEIL-KEY.

           START RATECEIL-FILE KEY IS LESS THAN OR EQUAL
               RATECEIL-KEY OF RATECEIL-KEY-REC
               INVALID KEY
                   GO TO 2130-CHECK-RATE-CEILING-EXIT
           END-START.

           READ RATECEIL-FILE NEXT RECORD
               AT END
                   GO TO 2130-CHECK-RATE-CEILING-EXIT
           END-READ.
           IF WS-RATECEIL-OK
               AND CEIL-ACCT-GROUP-ID = RCH-ACCT-GROUP-ID
               AND CEIL-TRAN-TYPE-CD  = RCH-TRAN-TYPE-CD
               AND CEIL-END-DATE NOT < RCH-EFFECTIVE-DATE
               AND RCH-NEW-RATE > CEIL-MAX-RATE
               MOVE 'N' TO WS-CARD-VALID-SW
               MOVE 'RATE EXCEEDS STATUTORY CEILING'
                   TO WS-REJECT-REASON
           END-IF.
       2130-CHECK-RATE-CEILING-EXIT.
           EXIT.

      *****************************************************************
      *    2200-HOLD-CHANGE
      *    A reloaded card for a key already pending simply refreshes
           MOVE RCH-REASON-CD      TO RPND-REASON-CD.
           MOVE WS-RUN-DATE        TO RPND-LOAD-DATE.
           MOVE SPACES             TO RPND-APPLIED-DATE.
           MOVE SPACES             TO RPND-NOTICE-SENT-DATE.
           MOVE SPACE              TO RPND-NOTICE-DISP.

           WRITE RATE-PENDING-RECORD
               INVALID KEY
           CLOSE TRANCATG-FILE.
           CLOSE ACCTMST-FILE.
           CLOSE RATEPEND-FILE.
           IF WS-RATECEIL-OPEN
               CLOSE RATECEIL-FILE
           END-IF.
           CLOSE LOAD-RPT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
