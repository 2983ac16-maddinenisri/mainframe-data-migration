      *****************************************************************
      *    PROGRAM:     COPROM1C
      *    APPLICATION: CardDemo
      *    FUNCTION:    Promotional Rate Online Maintenance.
      *                 Pseudo-conversational CICS transaction that
      *                 lets servicing add or cancel a PROMORAT
      *                 promotional rate override for one account,
      *                 transaction type and category -- a 0% balance
      *                 transfer or a retention offer for a few cycles
      *                 -- without moving the whole account into a new
      *                 group.  The account must be on ACCTMST and the
      *                 type and category on TRANTYPE and TRANCATG, the
      *                 same checks CODISC1C makes; the rate may not be
      *                 above the statutory ceiling for the account's
      *                 group, and an offer may not overlap another
      *                 offer still in force for the same account/type/
      *                 category.  A cancel keeps the row, marked
      *                 cancelled with today's date, so cycles the
      *                 offer already covered still reprice the same
      *                 way.  Every add and cancel writes a PROMAUD
      *                 audit row, the DISCAUD counterpart for offers.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COPROM1C.
       AUTHOR.        CARDDEMO-ONLINE-TEAM.
       INSTALLATION.  CARDDEMO.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************************
      *    MODIFICATION HISTORY
      *    2026-10-15  JPM  Initial version - online add/cancel
      *                     maintenance for PROMORAT promotional rate
      *                     overrides, audited to PROMAUD.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-ZSERIES.
       OBJECT-COMPUTER.  IBM-ZSERIES.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
       01  WS-PGM-NAME                          PIC X(08) VALUE
                                                  'COPROM1C'.
       01  WS-MAPSET                            PIC X(08) VALUE
                                                  'COPROM1'.
       01  WS-MAPNAME                           PIC X(08) VALUE
                                                  'PROM1A'.
       01  WS-TRANID                            PIC X(04) VALUE
                                                  'CP1C'.

       01  WS-RESP                              PIC S9(08) COMP.
       01  WS-RESP2                             PIC S9(08) COMP.

       01  WS-MESSAGE                           PIC X(60) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-VALID-SW                      PIC X(01) VALUE 'Y'.
               88  WS-INPUT-VALID                  VALUE 'Y'.
           05  WS-DATE-VALID-SW                 PIC X(01) VALUE 'Y'.
               88  WS-DATE-VALID                   VALUE 'Y'.

       01  WS-PROMORAT-KEY.
           05  WS-KEY-ACCT-ID                   PIC 9(11).
           05  WS-KEY-TYPE-CD                   PIC X(02).
           05  WS-KEY-CAT-CD                    PIC 9(04).
           05  WS-KEY-START-DATE                PIC X(10).

       01  WS-TRANCATG-KEY.
           05  WS-TCG-TYPE-CD                   PIC X(02).
           05  WS-TCG-CAT-CD                    PIC 9(04).

       01  WS-RATE-EDIT                         PIC 9(03)V9999.
       01  WS-RATE-DISPLAY                      PIC ZZ9.9999.
       01  WS-AUDIT-RATE                        PIC S9(03)V9999
                                                 COMP-3.
       01  WS-AUDIT-EXPIRY-DATE                 PIC X(10).
       01  WS-AUDIT-OFFER-CD                    PIC X(08).
       01  WS-AUDIT-ACTION-CD                   PIC X(01).
       01  WS-USER-ID                           PIC X(08).
       01  WS-ACCT-GROUP-ID                     PIC X(10).

       01  WS-TODAY-YMD                         PIC 9(08).
       01  WS-TODAY-DATE                        PIC X(10).
       01  WS-CURRENT-TIME                      PIC 9(08).

       01  WS-DATE-CHECK                        PIC X(10).
       01  WS-DATE-CHECK-YMD                    PIC X(08).
       01  WS-DATE-CHECK-NUM REDEFINES WS-DATE-CHECK-YMD
                                                PIC 9(08).

       01  WS-NEW-START-DATE                    PIC X(10).
       01  WS-NEW-EXPIRY-DATE                   PIC X(10).

      *****************************************************************
      *    WS-PROMAUD-KEY -- PROMAUD is an append-only log like
      *    DISCAUD, with no natural unique key of its own, so the
      *    account/type/category plus the change date and time double
      *    as the key CICS file control needs for the WRITE.
      *****************************************************************
       01  WS-PROMAUD-KEY.
           05  WS-PAK-ACCT-ID                   PIC 9(11).
           05  WS-PAK-TYPE-CD                   PIC X(02).
           05  WS-PAK-CAT-CD                    PIC 9(04).
           05  WS-PAK-CHANGE-DATE                PIC X(10).
           05  WS-PAK-CHANGE-TIME                PIC X(08).

       01  WS-COMMAREA                          PIC X(01).

       01  WS-PROMORAT-BROWSE-KEY               PIC X(27).
       01  WS-PROMO-SWITCHES.
           05  WS-PROMO-DONE-SW                 PIC X(01) VALUE 'N'.
               88  WS-PROMO-DONE                   VALUE 'Y'.
           05  WS-OVERLAP-SW                    PIC X(01) VALUE 'N'.
               88  WS-OVERLAP-FOUND                VALUE 'Y'.

       01  WS-RATECEIL-BROWSE-KEY               PIC X(12).
       01  WS-CEILING-RATE                      PIC S9(03)V9999
                                                 COMP-3.
       01  WS-CEILING-ED                        PIC ZZ9.9999.
       01  WS-CEIL-SWITCHES.
           05  WS-CEIL-DONE-SW                  PIC X(01) VALUE 'N'.
               88  WS-CEIL-DONE                    VALUE 'Y'.
           05  WS-CEILING-FOUND-SW              PIC X(01) VALUE 'N'.
               88  WS-CEILING-FOUND                VALUE 'Y'.

      *****************************************************************
      *    Working copies of the record layouts this transaction
      *    reads or writes.  Every trip re-keys and re-reads these off
      *    the screen fields, so none of them need to be carried
      *    forward in a COMMAREA from one pseudo-conversational trip
      *    to the next.
      *****************************************************************
       COPY PROMORAT   REPLACING PROMO-RATE-RECORD BY WS-PROMORAT-REC.
       COPY ACCTMST    REPLACING ACCOUNT-MASTER-RECORD
                               BY WS-ACCTMST-REC.
       COPY TRANTYPE   REPLACING TRAN-TYPE-RECORD
                               BY WS-TRANTYPE-REC.
       COPY TRANCATG   REPLACING TRAN-CAT-TYPE-RECORD
                               BY WS-TRANCATG-REC.
       COPY PROMAUD    REPLACING PROMO-AUDIT-RECORD
                               BY WS-PROMAUD-REC.
       COPY RATECEIL   REPLACING RATE-CEILING-RECORD
                               BY WS-RATECEIL-REC.

       COPY COPROM1.

      *****************************************************************
      *    LK-COMMAREA -- as in CODISC1C, no real state is carried
      *    from one pseudo-conversational trip to the next, but EXEC
      *    CICS RETURN still passes a one-byte COMMAREA so EIBCALEN
      *    comes back non-zero on the operator's next trip and
      *    0000-MAINLINE can tell a continuing trip from a new one.
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA                          PIC X(01).

       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 1000-FIRST-ENTRY
                   THRU 1000-FIRST-ENTRY-EXIT
           ELSE
               PERFORM 2000-RECEIVE-AND-VALIDATE
                   THRU 2000-RECEIVE-AND-VALIDATE-EXIT
           END-IF.

           EXEC CICS RETURN
                TRANSID(WS-TRANID)
                COMMAREA(WS-COMMAREA)
                LENGTH(1)
           END-EXEC.

           GOBACK.

      *****************************************************************
      *    1000-FIRST-ENTRY -- initial entry into the transaction,
      *    send the blank screen and wait for the next pseudo-
      *    conversational trip.
      *****************************************************************
       1000-FIRST-ENTRY.
           MOVE LOW-VALUES TO PROM1AO.
           MOVE 'ENTER ACCOUNT, TYPE, CATEGORY AND FUNCTION (A/X)'
               TO MSGO.

           EXEC CICS SEND MAP(WS-MAPNAME)
                MAPSET(WS-MAPSET)
                FROM(PROM1AO)
                ERASE
           END-EXEC.
       1000-FIRST-ENTRY-EXIT.
           EXIT.

      *****************************************************************
      *    2000-RECEIVE-AND-VALIDATE -- pull the operator's input off
      *    the map and route to the requested function.
      *****************************************************************
       2000-RECEIVE-AND-VALIDATE.
           EXEC CICS RECEIVE MAP(WS-MAPNAME)
                MAPSET(WS-MAPSET)
                INTO(PROM1AI)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO READ INPUT, PLEASE RE-ENTER'
                   TO WS-MESSAGE
               MOVE 'N' TO WS-VALID-SW
               PERFORM 2900-REDISPLAY-WITH-MESSAGE
                   THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
               GO TO 2000-RECEIVE-AND-VALIDATE-EXIT
           END-IF.

           ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD.
           MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-DATE(1:4).
           MOVE '-'               TO WS-TODAY-DATE(5:1).
           MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-DATE(6:2).
           MOVE '-'               TO WS-TODAY-DATE(8:1).
           MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-DATE(9:2).

           MOVE 'Y' TO WS-VALID-SW.

           PERFORM 2100-VALIDATE-ACCOUNT
               THRU 2100-VALIDATE-ACCOUNT-EXIT.
           PERFORM 2200-VALIDATE-TYPE
               THRU 2200-VALIDATE-TYPE-EXIT.
           PERFORM 2300-VALIDATE-CATEGORY
               THRU 2300-VALIDATE-CATEGORY-EXIT.

           IF NOT WS-INPUT-VALID
               PERFORM 2900-REDISPLAY-WITH-MESSAGE
                   THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
               GO TO 2000-RECEIVE-AND-VALIDATE-EXIT
           END-IF.

           MOVE TYPCDI TO WS-KEY-TYPE-CD.
           MOVE CATCDI TO WS-KEY-CAT-CD.
           MOVE STRTDTI TO WS-KEY-START-DATE.

           EVALUATE TRUE
               WHEN FUNCI = 'A'
                   PERFORM 3000-ADD-PROMO
                       THRU 3000-ADD-PROMO-EXIT
               WHEN FUNCI = 'X'
                   PERFORM 4000-CANCEL-PROMO
                       THRU 4000-CANCEL-PROMO-EXIT
               WHEN OTHER
                   MOVE 'FUNCTION MUST BE A OR X' TO WS-MESSAGE
                   MOVE 'N' TO WS-VALID-SW
                   PERFORM 2900-REDISPLAY-WITH-MESSAGE
                       THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
           END-EVALUATE.
       2000-RECEIVE-AND-VALIDATE-EXIT.
           EXIT.

      *****************************************************************
      *    2100-VALIDATE-ACCOUNT -- the account must be on ACCTMST.
      *    Its group id is kept for the statutory ceiling check, since
      *    the ceiling is set by group and transaction type.
      *****************************************************************
       2100-VALIDATE-ACCOUNT.
           MOVE SPACES TO WS-ACCT-GROUP-ID.
           IF ACCTIDI NOT NUMERIC
               MOVE 'ACCOUNT ID MUST BE 11 DIGITS' TO WS-MESSAGE
               MOVE 'N' TO WS-VALID-SW
               GO TO 2100-VALIDATE-ACCOUNT-EXIT
           END-IF.

           MOVE ACCTIDI TO WS-KEY-ACCT-ID.
           EXEC CICS READ DATASET('ACCTMST')
                INTO(WS-ACCTMST-REC)
                RIDFLD(WS-KEY-ACCT-ID)
                KEYLENGTH(11)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ACCOUNT NOT ON FILE' TO WS-MESSAGE
               MOVE 'N' TO WS-VALID-SW
               GO TO 2100-VALIDATE-ACCOUNT-EXIT
           END-IF.

           MOVE ACCT-GROUP-ID OF WS-ACCTMST-REC TO WS-ACCT-GROUP-ID.
       2100-VALIDATE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      *    2200-VALIDATE-TYPE -- transaction type code must be on
      *    file in TRANTYPE.
      *****************************************************************
       2200-VALIDATE-TYPE.
           MOVE TYPCDI TO TRAN-TYPE-CD OF WS-TRANTYPE-REC.
           EXEC CICS READ DATASET('TRANTYPE')
                INTO(WS-TRANTYPE-REC)
                RIDFLD(TYPCDI)
                KEYLENGTH(2)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'TRANSACTION TYPE CODE NOT ON FILE' TO WS-MESSAGE
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2200-VALIDATE-TYPE-EXIT.
           EXIT.

      *****************************************************************
      *    2300-VALIDATE-CATEGORY -- category code must be on file in
      *    TRANCATG under the given transaction type.
      *****************************************************************
       2300-VALIDATE-CATEGORY.
           MOVE TYPCDI TO WS-TCG-TYPE-CD
           MOVE CATCDI TO WS-TCG-CAT-CD
           MOVE TYPCDI TO TRANCATG-TYPE-CD OF WS-TRANCATG-REC.
           MOVE CATCDI TO TRANCATG-CD OF WS-TRANCATG-REC.
           EXEC CICS READ DATASET('TRANCATG')
                INTO(WS-TRANCATG-REC)
                RIDFLD(WS-TRANCATG-KEY)
                KEYLENGTH(6)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CATEGORY CODE NOT ON FILE FOR THIS TYPE'
                   TO WS-MESSAGE
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2300-VALIDATE-CATEGORY-EXIT.
           EXIT.

      *****************************************************************
      *    2400-CHECK-RATE-CEILING -- the offer rate may not be above
      *    the statutory ceiling on RATECEIL for the account's group
      *    and the transaction type, in force on the offer's start
      *    date.  Same forward browse as CODISC1C's ceiling check: the
      *    latest ceiling row that has begun by the start date and
      *    still covers it.  A group/type with no row is not limited.
      *****************************************************************
       2400-CHECK-RATE-CEILING.
           MOVE WS-ACCT-GROUP-ID TO WS-RATECEIL-BROWSE-KEY(1:10).
           MOVE WS-KEY-TYPE-CD   TO WS-RATECEIL-BROWSE-KEY(11:2).

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
      *    for another group/type, or one that begins after the
      *    offer's start date.
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
                       NOT = WS-ACCT-GROUP-ID
                   OR CEIL-TRAN-TYPE-CD OF WS-RATECEIL-REC
                       NOT = WS-KEY-TYPE-CD
                   OR CEIL-BEGIN-DATE OF WS-RATECEIL-REC
                       > WS-NEW-START-DATE
                   MOVE 'Y' TO WS-CEIL-DONE-SW
               ELSE
                   IF CEIL-END-DATE OF WS-RATECEIL-REC
                           NOT < WS-NEW-START-DATE
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
      *    2500-VALIDATE-DATES -- both dates must be real YYYY-MM-DD
      *    dates, the offer may not start before today (a cycle that
      *    has already been priced is not repriced from this screen),
      *    and it may not expire before it starts.
      *****************************************************************
       2500-VALIDATE-DATES.
           MOVE STRTDTI TO WS-DATE-CHECK.
           PERFORM 2510-EDIT-DATE
               THRU 2510-EDIT-DATE-EXIT.
           IF NOT WS-DATE-VALID
               MOVE 'START DATE MUST BE A VALID YYYY-MM-DD DATE'
                   TO WS-MESSAGE
               MOVE 'N' TO WS-VALID-SW
               GO TO 2500-VALIDATE-DATES-EXIT
           END-IF.

           MOVE EXPDTI TO WS-DATE-CHECK.
           PERFORM 2510-EDIT-DATE
               THRU 2510-EDIT-DATE-EXIT.
           IF NOT WS-DATE-VALID
               MOVE 'EXPIRY DATE MUST BE A VALID YYYY-MM-DD DATE'
                   TO WS-MESSAGE
               MOVE 'N' TO WS-VALID-SW
               GO TO 2500-VALIDATE-DATES-EXIT
           END-IF.

           MOVE STRTDTI TO WS-NEW-START-DATE.
           MOVE EXPDTI  TO WS-NEW-EXPIRY-DATE.

           IF WS-NEW-START-DATE < WS-TODAY-DATE
               MOVE 'START DATE MAY NOT BE BEFORE TODAY' TO WS-MESSAGE
               MOVE 'N' TO WS-VALID-SW
               GO TO 2500-VALIDATE-DATES-EXIT
           END-IF.

           IF WS-NEW-EXPIRY-DATE < WS-NEW-START-DATE
               MOVE 'EXPIRY DATE MAY NOT BE BEFORE START DATE'
                   TO WS-MESSAGE
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2500-VALIDATE-DATES-EXIT.
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
      *    2600-CHECK-OVERLAP -- browses this account/type/category's
      *    PROMORAT offers in start-date order and refuses the new
      *    offer if any other offer is still in force on a day the new
      *    one covers.  An active offer is in force from its start
      *    date through its expiry; a cancelled one only up to the day
      *    before its cancel date, so a cancelled offer does not block
      *    its own replacement.
      *****************************************************************
       2600-CHECK-OVERLAP.
           MOVE 'N' TO WS-PROMO-DONE-SW.
           MOVE 'N' TO WS-OVERLAP-SW.

           MOVE LOW-VALUES      TO WS-PROMORAT-BROWSE-KEY.
           MOVE WS-KEY-ACCT-ID  TO WS-PROMORAT-BROWSE-KEY(1:11).
           MOVE WS-KEY-TYPE-CD  TO WS-PROMORAT-BROWSE-KEY(12:2).
           MOVE WS-KEY-CAT-CD   TO WS-PROMORAT-BROWSE-KEY(14:4).

           EXEC CICS STARTBR DATASET('PROMORAT')
                RIDFLD(WS-PROMORAT-BROWSE-KEY)
                KEYLENGTH(27)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2610-SCAN-PROMORAT
                   THRU 2610-SCAN-PROMORAT-EXIT
                   UNTIL WS-PROMO-DONE OR WS-OVERLAP-FOUND
               EXEC CICS ENDBR DATASET('PROMORAT') END-EXEC
           END-IF.

           IF WS-OVERLAP-FOUND
               MOVE SPACES TO WS-MESSAGE
               STRING 'OVERLAPS OFFER '
                       PROM-OFFER-CD OF WS-PROMORAT-REC
                       ' STARTING '
                       PROM-START-DATE OF WS-PROMORAT-REC
                       DELIMITED SIZE INTO WS-MESSAGE
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2600-CHECK-OVERLAP-EXIT.
           EXIT.

      *****************************************************************
      *    2610-SCAN-PROMORAT -- one step of the PROMORAT browse
      *    started by 2600-CHECK-OVERLAP; stops at the first row for
      *    another account/type/category, or one that starts after
      *    the new offer expires.
      *****************************************************************
       2610-SCAN-PROMORAT.
           EXEC CICS READNEXT DATASET('PROMORAT')
                INTO(WS-PROMORAT-REC)
                RIDFLD(WS-PROMORAT-BROWSE-KEY)
                KEYLENGTH(27)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-PROMO-DONE-SW
           ELSE
               IF PROM-ACCT-ID OF WS-PROMORAT-REC NOT = WS-KEY-ACCT-ID
                   OR PROM-TRAN-TYPE-CD OF WS-PROMORAT-REC
                       NOT = WS-KEY-TYPE-CD
                   OR PROM-TRAN-CAT-CD OF WS-PROMORAT-REC
                       NOT = WS-KEY-CAT-CD
                   OR PROM-START-DATE OF WS-PROMORAT-REC
                       > WS-NEW-EXPIRY-DATE
                   MOVE 'Y' TO WS-PROMO-DONE-SW
               ELSE
                   IF PROM-EXPIRY-DATE OF WS-PROMORAT-REC
                           NOT < WS-NEW-START-DATE
                       AND (PROM-STATUS-ACTIVE OF WS-PROMORAT-REC
                            OR PROM-CANCEL-DATE OF WS-PROMORAT-REC
                               > WS-NEW-START-DATE)
                       MOVE 'Y' TO WS-OVERLAP-SW
                   END-IF
               END-IF
           END-IF.
       2610-SCAN-PROMORAT-EXIT.
           EXIT.

      *****************************************************************
      *    2900-REDISPLAY-WITH-MESSAGE -- send the map back with the
      *    operator's input intact plus the error text.
      *****************************************************************
       2900-REDISPLAY-WITH-MESSAGE.
           MOVE WS-MESSAGE TO MSGO.
           MOVE ACCTIDI TO ACCTIDO.
           MOVE TYPCDI  TO TYPCDO.
           MOVE CATCDI  TO CATCDO.
           MOVE RATEI   TO RATEO.
           MOVE STRTDTI TO STRTDTO.
           MOVE EXPDTI  TO EXPDTO.
           MOVE OFFERI  TO OFFERO.
           MOVE FUNCI   TO FUNCO.

           EXEC CICS SEND MAP(WS-MAPNAME)
                MAPSET(WS-MAPSET)
                FROM(PROM1AO)
           END-EXEC.
       2900-REDISPLAY-WITH-MESSAGE-EXIT.
           EXIT.

      *****************************************************************
      *    3000-ADD-PROMO -- write a new PROMORAT offer for the
      *    account/type/category starting on the keyed start date.
      *****************************************************************
       3000-ADD-PROMO.
           IF RATEI NOT NUMERIC OR RATEI = SPACES
               MOVE 'RATE MUST BE NUMERIC' TO WS-MESSAGE
               MOVE 'N' TO WS-VALID-SW
               PERFORM 2900-REDISPLAY-WITH-MESSAGE
                   THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
               GO TO 3000-ADD-PROMO-EXIT
           END-IF.

           IF OFFERI = SPACES
               MOVE 'OFFER CODE IS REQUIRED' TO WS-MESSAGE
               MOVE 'N' TO WS-VALID-SW
               PERFORM 2900-REDISPLAY-WITH-MESSAGE
                   THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
               GO TO 3000-ADD-PROMO-EXIT
           END-IF.

           PERFORM 2500-VALIDATE-DATES
               THRU 2500-VALIDATE-DATES-EXIT.
           IF NOT WS-INPUT-VALID
               PERFORM 2900-REDISPLAY-WITH-MESSAGE
                   THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
               GO TO 3000-ADD-PROMO-EXIT
           END-IF.

           MOVE FUNCTION NUMVAL(RATEI) TO WS-RATE-EDIT.
           PERFORM 2400-CHECK-RATE-CEILING
               THRU 2400-CHECK-RATE-CEILING-EXIT.
           IF NOT WS-INPUT-VALID
               PERFORM 2900-REDISPLAY-WITH-MESSAGE
                   THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
               GO TO 3000-ADD-PROMO-EXIT
           END-IF.

           PERFORM 2600-CHECK-OVERLAP
               THRU 2600-CHECK-OVERLAP-EXIT.
           IF NOT WS-INPUT-VALID
               PERFORM 2900-REDISPLAY-WITH-MESSAGE
                   THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
               GO TO 3000-ADD-PROMO-EXIT
           END-IF.

           MOVE SPACES              TO WS-PROMORAT-REC.
           MOVE WS-KEY-ACCT-ID      TO PROM-ACCT-ID OF WS-PROMORAT-REC.
           MOVE WS-KEY-TYPE-CD      TO
               PROM-TRAN-TYPE-CD OF WS-PROMORAT-REC.
           MOVE WS-KEY-CAT-CD       TO
               PROM-TRAN-CAT-CD OF WS-PROMORAT-REC.
           MOVE WS-NEW-START-DATE   TO
               PROM-START-DATE OF WS-PROMORAT-REC.
           MOVE WS-NEW-EXPIRY-DATE  TO
               PROM-EXPIRY-DATE OF WS-PROMORAT-REC.
           MOVE WS-RATE-EDIT        TO PROM-RATE OF WS-PROMORAT-REC.
           MOVE OFFERI              TO PROM-OFFER-CD OF WS-PROMORAT-REC.
           SET PROM-STATUS-ACTIVE OF WS-PROMORAT-REC TO TRUE.

           EXEC CICS WRITE DATASET('PROMORAT')
                FROM(WS-PROMORAT-REC)
                RIDFLD(WS-PROMORAT-KEY)
                KEYLENGTH(27)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'OFFER ALREADY ON FILE FOR THIS START DATE'
                   TO WS-MESSAGE
               MOVE 'N' TO WS-VALID-SW
               PERFORM 2900-REDISPLAY-WITH-MESSAGE
                   THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
               GO TO 3000-ADD-PROMO-EXIT
           END-IF.

           MOVE 'A'                 TO WS-AUDIT-ACTION-CD.
           MOVE WS-RATE-EDIT        TO WS-AUDIT-RATE.
           MOVE WS-NEW-EXPIRY-DATE  TO WS-AUDIT-EXPIRY-DATE.
           MOVE OFFERI              TO WS-AUDIT-OFFER-CD.
           MOVE SPACES    TO WS-USER-ID
           MOVE EIBOPID   TO WS-USER-ID(1:3)
           PERFORM 7000-WRITE-AUDIT-RECORD
               THRU 7000-WRITE-AUDIT-RECORD-EXIT.

           MOVE 'PROMOTIONAL OFFER ADDED' TO WS-MESSAGE
           PERFORM 2900-REDISPLAY-WITH-MESSAGE
               THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT.
       3000-ADD-PROMO-EXIT.
           EXIT.

      *****************************************************************
      *    4000-CANCEL-PROMO -- mark an active offer cancelled as of
      *    today rather than deleting it, so the interest run stops
      *    applying it from today while a rerun of any cycle it
      *    already covered still prices at the promotional rate.
      *****************************************************************
       4000-CANCEL-PROMO.
           IF STRTDTI = SPACES OR STRTDTI = LOW-VALUES
               MOVE 'START DATE OF THE OFFER IS REQUIRED' TO WS-MESSAGE
               MOVE 'N' TO WS-VALID-SW
               PERFORM 2900-REDISPLAY-WITH-MESSAGE
                   THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
               GO TO 4000-CANCEL-PROMO-EXIT
           END-IF.

           EXEC CICS READ DATASET('PROMORAT')
                INTO(WS-PROMORAT-REC)
                RIDFLD(WS-PROMORAT-KEY)
                KEYLENGTH(27)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'OFFER NOT ON FILE' TO WS-MESSAGE
               MOVE 'N' TO WS-VALID-SW
               PERFORM 2900-REDISPLAY-WITH-MESSAGE
                   THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
               GO TO 4000-CANCEL-PROMO-EXIT
           END-IF.

           IF NOT PROM-STATUS-ACTIVE OF WS-PROMORAT-REC
               MOVE 'OFFER IS ALREADY CANCELLED' TO WS-MESSAGE
               MOVE 'N' TO WS-VALID-SW
               EXEC CICS UNLOCK DATASET('PROMORAT') END-EXEC
               PERFORM 2900-REDISPLAY-WITH-MESSAGE
                   THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
               GO TO 4000-CANCEL-PROMO-EXIT
           END-IF.

           IF PROM-EXPIRY-DATE OF WS-PROMORAT-REC < WS-TODAY-DATE
               MOVE 'OFFER HAS ALREADY EXPIRED' TO WS-MESSAGE
               MOVE 'N' TO WS-VALID-SW
               EXEC CICS UNLOCK DATASET('PROMORAT') END-EXEC
               PERFORM 2900-REDISPLAY-WITH-MESSAGE
                   THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT
               GO TO 4000-CANCEL-PROMO-EXIT
           END-IF.

           SET PROM-STATUS-CANCELLED OF WS-PROMORAT-REC TO TRUE.
           MOVE WS-TODAY-DATE TO PROM-CANCEL-DATE OF WS-PROMORAT-REC.

           EXEC CICS REWRITE DATASET('PROMORAT')
                FROM(WS-PROMORAT-REC)
                RESP(WS-RESP)
           END-EXEC.

           MOVE 'X'                 TO WS-AUDIT-ACTION-CD.
           MOVE PROM-RATE OF WS-PROMORAT-REC TO WS-AUDIT-RATE.
           MOVE PROM-EXPIRY-DATE OF WS-PROMORAT-REC
               TO WS-AUDIT-EXPIRY-DATE.
           MOVE PROM-OFFER-CD OF WS-PROMORAT-REC
               TO WS-AUDIT-OFFER-CD.
           MOVE SPACES    TO WS-USER-ID
           MOVE EIBOPID   TO WS-USER-ID(1:3)
           PERFORM 7000-WRITE-AUDIT-RECORD
               THRU 7000-WRITE-AUDIT-RECORD-EXIT.

           MOVE PROM-RATE OF WS-PROMORAT-REC TO WS-RATE-DISPLAY.
           MOVE WS-RATE-DISPLAY TO RATEI.
           MOVE PROM-EXPIRY-DATE OF WS-PROMORAT-REC TO EXPDTI.
           MOVE PROM-OFFER-CD OF WS-PROMORAT-REC    TO OFFERI.
           MOVE 'PROMOTIONAL OFFER CANCELLED' TO WS-MESSAGE
           PERFORM 2900-REDISPLAY-WITH-MESSAGE
               THRU 2900-REDISPLAY-WITH-MESSAGE-EXIT.
       4000-CANCEL-PROMO-EXIT.
           EXIT.

      *****************************************************************
      *    7000-WRITE-AUDIT-RECORD -- logs an add or cancel to the
      *    PROMAUD audit trail, written directly with EXEC CICS WRITE
      *    for the same reason CODISC1C writes DISCAUD that way.
      *****************************************************************
       7000-WRITE-AUDIT-RECORD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           MOVE SPACES          TO WS-PROMAUD-REC.
           MOVE WS-KEY-ACCT-ID  TO PRMA-ACCT-ID OF WS-PROMAUD-REC.
           MOVE WS-KEY-TYPE-CD  TO PRMA-TRAN-TYPE-CD OF WS-PROMAUD-REC.
           MOVE WS-KEY-CAT-CD   TO PRMA-TRAN-CAT-CD  OF WS-PROMAUD-REC.
           MOVE WS-KEY-START-DATE TO
               PRMA-START-DATE OF WS-PROMAUD-REC.
           MOVE WS-AUDIT-ACTION-CD TO
               PRMA-ACTION-CD OF WS-PROMAUD-REC.
           MOVE WS-AUDIT-RATE   TO PRMA-PROMO-RATE OF WS-PROMAUD-REC.
           MOVE WS-AUDIT-EXPIRY-DATE TO
               PRMA-EXPIRY-DATE OF WS-PROMAUD-REC.
           MOVE WS-AUDIT-OFFER-CD TO PRMA-OFFER-CD OF WS-PROMAUD-REC.
           MOVE WS-USER-ID      TO
               PRMA-CHANGE-USER-ID OF WS-PROMAUD-REC.
           MOVE WS-TODAY-DATE   TO PRMA-CHANGE-DATE OF WS-PROMAUD-REC.
           MOVE WS-CURRENT-TIME TO PRMA-CHANGE-TIME OF WS-PROMAUD-REC.
           MOVE REASNI          TO PRMA-REASON-CD   OF WS-PROMAUD-REC.

           MOVE WS-KEY-ACCT-ID  TO WS-PAK-ACCT-ID.
           MOVE WS-KEY-TYPE-CD  TO WS-PAK-TYPE-CD.
           MOVE WS-KEY-CAT-CD   TO WS-PAK-CAT-CD.
           MOVE WS-TODAY-DATE   TO WS-PAK-CHANGE-DATE.
           MOVE WS-CURRENT-TIME TO WS-PAK-CHANGE-TIME.

           EXEC CICS WRITE DATASET('PROMAUD')
                FROM(WS-PROMAUD-REC)
                RIDFLD(WS-PROMAUD-KEY)
                KEYLENGTH(35)
                RESP(WS-RESP)
           END-EXEC.
       7000-WRITE-AUDIT-RECORD-EXIT.
           EXIT.
