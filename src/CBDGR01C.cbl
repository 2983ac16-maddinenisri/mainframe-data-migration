      *                     discount actually posted last cycle
      *                     instead of a theoretical recompute against
      *                     today's live rate.
      *    2026-10-15  JPM  Report each account under the group in
      *                     force on the cycle date from the optional
      *                     ACCTGRPH membership history; the cycle date
      *                     comes from an optional parameter card and
      *                     defaults to today.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CYCLE-PARM-FILE ASSIGN TO PARMCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TCATBALF-FILE ASSIGN TO TCATBALF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTMST-KEY OF ACCTMST-KEY-REC
               FILE STATUS IS WS-ACCTMST-STATUS.

           SELECT ACCTGRPH-FILE ASSIGN TO ACCTGRPH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCTGRPH-KEY OF ACCTGRPH-KEY-REC
               FILE STATUS IS WS-ACCTGRPH-STATUS.

           SELECT DGEF-RPT-FILE ASSIGN TO DGEFRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DGEF-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-PARM-FILE.
           COPY CYCLPARM.

       FD  TCATBALF-FILE.
           COPY TCATBALF.
       01  TCATBALF-KEY-REC REDEFINES TRAN-CAT-BAL-RECORD.
           05  ACCTMST-KEY                      PIC 9(11).
           05  FILLER                            PIC X(39).

       FD  ACCTGRPH-FILE.
           COPY ACCTGRPH.
       01  ACCTGRPH-KEY-REC REDEFINES ACCT-GROUP-HIST-RECORD.
           05  ACCTGRPH-KEY                     PIC X(21).
           05  FILLER                            PIC X(49).

       FD  DGEF-RPT-FILE
           RECORDING MODE IS F.
       01  DGEF-RPT-LINE                        PIC X(132).
           05  SR-ACCRUED-AMT                   PIC S9(07)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                       PIC X(02).
           88  WS-PARM-OK                       VALUE '00'.
       01  WS-TCATBALF-STATUS                   PIC X(02).
           88  WS-TCATBALF-OK                   VALUE '00'.
       01  WS-DISCGRP-STATUS                    PIC X(02).
           88  WS-DISCGRP-OK                    VALUE '00'.
       01  WS-ACCTMST-STATUS                    PIC X(02).
           88  WS-ACCTMST-OK                    VALUE '00'.
       01  WS-ACCTGRPH-STATUS                   PIC X(02).
           88  WS-ACCTGRPH-OK                   VALUE '00'.
       01  WS-DGEF-RPT-STATUS                   PIC X(02).

       01  WS-SWITCHES.
               88  WS-EOF-SORT                     VALUE 'Y'.
           05  WS-FIRST-SORT-REC-SW               PIC X(01)  VALUE 'Y'.
               88  WS-FIRST-SORT-RECORD              VALUE 'Y'.
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

      *****************************************************************
      *    1000-INITIALIZE
      *    The parameter card names the cycle whose accruals are on
      *    TCATBALF, so each account is reported under the group it
      *    was in for that cycle.  It is optional -- without one the
      *    report is run as of today.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-YMD(1:4) TO WS-RUN-DATE(1:4).
           MOVE '-'                  TO WS-RUN-DATE(5:1).
           MOVE WS-RUN-DATE-YMD(5:2) TO WS-RUN-DATE(6:2).
           MOVE '-'                  TO WS-RUN-DATE(8:1).
           MOVE WS-RUN-DATE-YMD(7:2) TO WS-RUN-DATE(9:2).

           MOVE SPACES TO CYCLE-PARM-RECORD.
           OPEN INPUT  CYCLE-PARM-FILE.
           IF WS-PARM-OK
               READ CYCLE-PARM-FILE
                   AT END
                       MOVE SPACES TO CYCLE-PARM-RECORD
               END-READ
               CLOSE CYCLE-PARM-FILE
           END-IF.
           MOVE CYCP-CYCLE-DATE TO WS-CYCLE-DATE.
           IF WS-CYCLE-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-CYCLE-DATE
           END-IF.

           OPEN INPUT  TCATBALF-FILE.
           OPEN INPUT  DISCGRP-FILE.
           OPEN INPUT  ACCTMST-FILE.

      *    The membership history is optional -- without an ACCTGRPH
      *    dataset every account is in its ACCTMST group, exactly as
      *    before.
           OPEN INPUT  ACCTGRPH-FILE.
           IF WS-ACCTGRPH-OK
               SET WS-ACCTGRPH-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT DGEF-RPT-FILE.
           MOVE SPACES TO DGEF-RPT-LINE.
           STRING 'DISCOUNT GROUP EFFECTIVENESS REPORT - CYCLE '
                   WS-CYCLE-DATE
                   DELIMITED SIZE INTO DGEF-RPT-LINE.
           WRITE DGEF-RPT-LINE.
           MOVE SPACES TO DGEF-RPT-LINE.
           STRING 'GROUP      TP CAT   CATEGORY BALANCE     '
           IF WS-ACCTMST-OK
               MOVE ACCT-GROUP-ID TO WS-ACCT-GROUP-ID
           END-IF.
           PERFORM 2110-GET-GROUP-IN-FORCE
               THRU 2110-GET-GROUP-IN-FORCE-EXIT.

           MOVE WS-ACCT-GROUP-ID        TO SR-ACCT-GROUP-ID
           MOVE TRANCAT-TYPE-CD         TO SR-TRAN-TYPE-CD
       2100-RELEASE-SORT-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *    2110-GET-GROUP-IN-FORCE
      *    Positions ACCTGRPH on the account's latest membership segment
      *    beginning on or before the cycle date and takes its group
      *    when that segment still covers the date, so the account is
      *    treated as a member of the group it was in then, not the one
      *    it has moved to since.  An account that has never moved has
      *    no segments and keeps its ACCTMST group.
      *****************************************************************
       2110-GET-GROUP-IN-FORCE.
           IF NOT WS-ACCTGRPH-OPEN
               GO TO 2110-GET-GROUP-IN-FORCE-EXIT
           END-IF.

           MOVE TRANCAT-ACCT-ID TO WS-AGK-ACCT-ID.
           MOVE WS-CYCLE-DATE TO WS-AGK-BEGIN-DATE.
           MOVE WS-AGH-SEARCH-KEY TO ACCTGRPH-KEY OF ACCTGRPH-KEY-REC.

           START ACCTGRPH-FILE KEY IS LESS THAN OR EQUAL
               ACCTGRPH-KEY OF ACCTGRPH-KEY-REC
               INVALID KEY
                   GO TO 2110-GET-GROUP-IN-FORCE-EXIT
           END-START.

           READ ACCTGRPH-FILE NEXT RECORD
               AT END
                   GO TO 2110-GET-GROUP-IN-FORCE-EXIT
           END-READ.
           IF WS-ACCTGRPH-OK
               AND AGH-ACCT-ID = TRANCAT-ACCT-ID
               AND AGH-END-DATE NOT < WS-CYCLE-DATE
               MOVE AGH-ACCT-GROUP-ID TO WS-ACCT-GROUP-ID
           END-IF.
       2110-GET-GROUP-IN-FORCE-EXIT.
           EXIT.

      *****************************************************************
      *    3000-WRITE-REPORT -- the SORT's output procedure.  Returns
      *    the sorted records, which are now grouped and ordered by
           CLOSE TCATBALF-FILE.
           CLOSE DISCGRP-FILE.
           CLOSE ACCTMST-FILE.
           IF WS-ACCTGRPH-OPEN
               CLOSE ACCTGRPH-FILE
           END-IF.
           CLOSE DGEF-RPT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
