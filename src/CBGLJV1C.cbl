      *                     build off the cycle's GL extract with
      *                     chart-of-accounts mapping and a reject
      *                     report for unmapped combinations.
      *    2026-10-15  JPM  Book each extract row to the group carried
      *                     on it, or else to the group in force on its
      *                     cycle date from the optional ACCTGRPH
      *                     membership history.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS ACCTMST-KEY OF ACCTMST-KEY-REC
               FILE STATUS IS WS-ACCTMST-STATUS.

           SELECT ACCTGRPH-FILE ASSIGN TO ACCTGRPH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCTGRPH-KEY OF ACCTGRPH-KEY-REC
               FILE STATUS IS WS-ACCTGRPH-STATUS.

           SELECT GLMAP-FILE    ASSIGN TO GLMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  ACCTMST-KEY                      PIC 9(11).
           05  FILLER                            PIC X(39).

       FD  ACCTGRPH-FILE.
           COPY ACCTGRPH.
       01  ACCTGRPH-KEY-REC REDEFINES ACCT-GROUP-HIST-RECORD.
           05  ACCTGRPH-KEY                     PIC X(21).
           05  FILLER                            PIC X(49).

       FD  GLMAP-FILE.
           COPY GLMAP.
       01  GLMAP-KEY-REC REDEFINES GL-MAPPING-RECORD.
       01  WS-GLEXTRCT-STATUS                   PIC X(02).
       01  WS-ACCTMST-STATUS                    PIC X(02).
           88  WS-ACCTMST-OK                    VALUE '00'.
       01  WS-ACCTGRPH-STATUS                   PIC X(02).
           88  WS-ACCTGRPH-OK                   VALUE '00'.
       01  WS-GLMAP-STATUS                      PIC X(02).
           88  WS-GLMAP-OK                      VALUE '00'.
       01  WS-GLJV-OUT-STATUS                   PIC X(02).
               88  WS-FIRST-SORT-RECORD              VALUE 'Y'.
           05  WS-REJECTS-FOUND-SW                PIC X(01)  VALUE 'N'.
               88  WS-REJECTS-FOUND                 VALUE 'Y'.
           05  WS-ACCTGRPH-OPEN-SW               PIC X(01)  VALUE 'N'.
               88  WS-ACCTGRPH-OPEN                VALUE 'Y'.

       01  WS-CYCLE-DATE                        PIC X(10).
       01  WS-RUN-DATE                          PIC X(10).
       01  WS-RUN-DATE-YMD                      PIC 9(08).
       01  WS-ACCT-GROUP-ID                     PIC X(10).

       01  WS-AGH-SEARCH-KEY.
           05  WS-AGK-ACCT-ID                   PIC 9(11).
           05  WS-AGK-BEGIN-DATE                PIC X(10).

       01  WS-BREAK-KEY.
           05  WS-BRK-GROUP-ID                  PIC X(10).
           05  WS-BRK-TYPE-CD                   PIC X(02).

           OPEN INPUT  GLEXTRCT-FILE.
           OPEN INPUT  ACCTMST-FILE.

      *    The membership history is optional -- without an ACCTGRPH
      *    dataset every account is in its ACCTMST group, exactly as
      *    before.
           OPEN INPUT  ACCTGRPH-FILE.
           IF WS-ACCTGRPH-OK
               SET WS-ACCTGRPH-OPEN TO TRUE
           END-IF.
           OPEN INPUT  GLMAP-FILE.
           OPEN OUTPUT GLJV-OUT-FILE.
           OPEN OUTPUT GLJV-REJ-FILE.
      *    An account missing from the master lands in the UNASSIGNED
      *    group, the same way the interest run treats it -- and that
      *    group has no GLMAP row, so its money surfaces on the
      *    reject report instead of disappearing.  A row that carries
      *    the group its posting program resolved is booked to that
      *    group as it stands -- a dispute reversal posts under
      *    today's date but belongs to the original charge's group.
      *****************************************************************
       2200-GET-ACCOUNT-GROUP.
           IF GLX-ACCT-GROUP-ID NOT = SPACES
               AND GLX-ACCT-GROUP-ID NOT = LOW-VALUES
               MOVE GLX-ACCT-GROUP-ID TO WS-ACCT-GROUP-ID
               GO TO 2200-GET-ACCOUNT-GROUP-EXIT
           END-IF.

           MOVE GLX-ACCT-ID TO ACCTMST-KEY OF ACCTMST-KEY-REC
           READ ACCTMST-FILE
               INVALID KEY
           IF WS-ACCTMST-OK
               MOVE ACCT-GROUP-ID TO WS-ACCT-GROUP-ID
           END-IF.

           PERFORM 2210-GET-GROUP-IN-FORCE
               THRU 2210-GET-GROUP-IN-FORCE-EXIT.
       2200-GET-ACCOUNT-GROUP-EXIT.
           EXIT.

      *****************************************************************
      *    2210-GET-GROUP-IN-FORCE
      *    Positions ACCTGRPH on the account's latest membership segment
      *    beginning on or before the extract row's cycle date and takes
      *    its group when that segment still covers the date, so the
      *    account is treated as a member of the group it was in then,
      *    not the one it has moved to since.  An account that has never
      *    moved has no segments and keeps its ACCTMST group.
      *****************************************************************
       2210-GET-GROUP-IN-FORCE.
           IF NOT WS-ACCTGRPH-OPEN
               GO TO 2210-GET-GROUP-IN-FORCE-EXIT
           END-IF.

           MOVE GLX-ACCT-ID TO WS-AGK-ACCT-ID.
           MOVE GLX-CYCLE-DATE TO WS-AGK-BEGIN-DATE.
           MOVE WS-AGH-SEARCH-KEY TO ACCTGRPH-KEY OF ACCTGRPH-KEY-REC.

           START ACCTGRPH-FILE KEY IS LESS THAN OR EQUAL
               ACCTGRPH-KEY OF ACCTGRPH-KEY-REC
               INVALID KEY
                   GO TO 2210-GET-GROUP-IN-FORCE-EXIT
           END-START.

           READ ACCTGRPH-FILE NEXT RECORD
               AT END
                   GO TO 2210-GET-GROUP-IN-FORCE-EXIT
           END-READ.
           IF WS-ACCTGRPH-OK
               AND AGH-ACCT-ID = GLX-ACCT-ID
               AND AGH-END-DATE NOT < GLX-CYCLE-DATE
               MOVE AGH-ACCT-GROUP-ID TO WS-ACCT-GROUP-ID
           END-IF.
       2210-GET-GROUP-IN-FORCE-EXIT.
           EXIT.

      *****************************************************************
      *    3000-BUILD-VOUCHERS -- the SORT's output procedure.  The
      *    sorted rows arrive grouped by group/type/category; each

           CLOSE GLEXTRCT-FILE.
           CLOSE ACCTMST-FILE.
           IF WS-ACCTGRPH-OPEN
               CLOSE ACCTGRPH-FILE
           END-IF.
           CLOSE GLMAP-FILE.
           CLOSE GLJV-OUT-FILE.
           CLOSE GLJV-REJ-FILE.
