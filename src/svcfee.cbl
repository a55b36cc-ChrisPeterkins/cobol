      * Run alongside DAYEND at month-end. Scans ACCT-FILE for active  *
      * accounts whose balance is at or below the configured minimum   *
      * balance and assesses a flat service charge against each one,   *
      * logging it as an "S" (service charge) transaction. An account  *
      * opened on a deposit product takes the threshold and fee from   *
      * the product master instead (a zero fee exempts it). Accounts   *
      * billed by account analysis (ANLYSIS) are not charged here,     *
      * nor are active sweep subs whose concentration account is on    *
      * analysis - those are billed through analysis with their group. *
      *================================================================*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT PROD-FILE
               ASSIGN TO "data/PRODUCTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.

           SELECT SWP-FILE
               ASSIGN TO "data/SWEEPGRP.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWP-SUB-ACCT
               FILE STATUS IS WS-SWP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       FD  ALERT-FILE.
       COPY ALERT-REC.

       FD  PROD-FILE.
       COPY PROD-REC.

       FD  SWP-FILE.
       COPY SWP-REC.

       WORKING-STORAGE SECTION.
      *--- Batch run identification (RUNBACK back-out support) ---
       01  WS-RUNH-STATUS        PIC XX.
       01  WS-CFG-SVC-MIN-BALANCE  PIC 9(7)V99 VALUE 100.00.
       01  WS-CFG-SVC-FEE-AMT      PIC 9(5)V99 VALUE 5.00.

      *--- Deposit product master (read-only, PRODMNT owns it) ---
       01  WS-PROD-STATUS        PIC XX.
           88  WS-PROD-OK            VALUE "00".
       01  WS-PROD-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-PROD-IS-OPEN       VALUE 1.
      *    Threshold and fee for the account in hand: its product's,
      *    or the CTRL values when it has no product on file.
       01  WS-ACCT-SVC-MIN-BAL   PIC 9(7)V99 VALUE ZEROS.
       01  WS-ACCT-SVC-FEE       PIC 9(5)V99 VALUE ZEROS.

      *--- Sweep groups (read-only, SWPMNT owns them) ---
      *    A sub swept to a concentration account on analysis is
      *    billed by ANLYSIS with its group, so takes no flat fee.
       01  WS-SWP-STATUS         PIC XX.
           88  WS-SWP-OK             VALUE "00".
       01  WS-SWP-EOF-FLAG       PIC 9 VALUE 0.
           88  WS-SWP-AT-EOF         VALUE 1.
       01  WS-SWP-TABLE.
           05  WS-SWP-ENTRY OCCURS 500 TIMES.
               10  WS-SWP-SUB        PIC 9(8).
               10  WS-SWP-CONC       PIC 9(8).
               10  WS-SWP-CONC-ON    PIC X(1).
       01  WS-SWP-COUNT          PIC 9(3) VALUE 0.
       01  WS-SWP-IDX            PIC 9(3).
       01  WS-SWP-FOUND          PIC 9(3).
       01  WS-SWP-ANALYSED-FLAG  PIC 9 VALUE 0.
           88  WS-SWP-IS-ANALYSED    VALUE 1.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           PERFORM LOAD-CTRL-PARAMS
           PERFORM GET-CURRENT-DATETIME
           PERFORM OPEN-RUN-HISTORY THRU OPEN-RUN-HISTORY-EXIT
           PERFORM LOAD-SWEEP-GROUPS THRU LOAD-SWEEP-GROUPS-EXIT

           DISPLAY "  Minimum balance threshold: "
               WS-CFG-SVC-MIN-BALANCE
           DISPLAY "  Service charge amount:     "
               WS-CFG-SVC-FEE-AMT
           IF WS-PROD-IS-OPEN
               DISPLAY "  (accounts on a product use its own "
                   "threshold and fee)"
           END-IF
           DISPLAY SPACES

           MOVE LOW-VALUES TO ACCT-NO
                       END-IF
                   END-IF
               END-IF
           END-IF

      *    No product master means every account is on the CTRL
      *    threshold and fee, as before products existed.
           OPEN INPUT PROD-FILE
           IF WS-PROD-OK
               SET WS-PROD-IS-OPEN TO TRUE
           END-IF.
       OPEN-FILES-EXIT.
           EXIT.
           IF WS-CTRL-IS-OPEN
               CLOSE CTRL-FILE
               MOVE 0 TO WS-CTRL-OPEN-FLAG
           END-IF
           IF WS-PROD-IS-OPEN
               CLOSE PROD-FILE
               MOVE 0 TO WS-PROD-OPEN-FLAG
           END-IF.

      *    Reads the persisted next-txn-id and shared parameters from
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-SCANNED
                   PERFORM GET-ACCOUNT-FEE-RULES
                   PERFORM CHECK-ANALYSED-SWEEP-SUB
                   IF ACCT-IS-ACTIVE
                       AND ACCT-BAL <= WS-ACCT-SVC-MIN-BAL
                       AND NOT ACCT-ON-ANALYSIS
                       AND NOT WS-SWP-IS-ANALYSED
                       PERFORM POST-FEE-FOR-ACCOUNT
                           THRU POST-FEE-FOR-ACCOUNT-EXIT
                   END-IF
           END-READ.

      *    The account's product sets its threshold and fee; an
      *    account with no product, or one not on the master, stays
      *    on the CTRL values.
       GET-ACCOUNT-FEE-RULES.
           MOVE WS-CFG-SVC-MIN-BALANCE TO WS-ACCT-SVC-MIN-BAL
           MOVE WS-CFG-SVC-FEE-AMT     TO WS-ACCT-SVC-FEE
           IF WS-PROD-IS-OPEN
               AND ACCT-PRODUCT NOT = SPACES AND LOW-VALUES
               MOVE ACCT-PRODUCT TO PROD-CODE
               READ PROD-FILE
                   NOT INVALID KEY
                       MOVE PROD-SVC-MIN-BAL TO WS-ACCT-SVC-MIN-BAL
                       MOVE PROD-SVC-FEE     TO WS-ACCT-SVC-FEE
               END-READ
           END-IF.

      *    Every active sweep row, and whether its concentration
      *    account is billed by analysis (an active account with the
      *    flag set) - the same test ANLYSIS uses to bill the group.
      *    Loaded before the account scan so the random reads of the
      *    concentration accounts leave the scan position alone.
       LOAD-SWEEP-GROUPS.
           OPEN INPUT SWP-FILE
           IF NOT WS-SWP-OK
               GO TO LOAD-SWEEP-GROUPS-EXIT
           END-IF
           MOVE 0 TO WS-SWP-EOF-FLAG
           MOVE LOW-VALUES TO SWP-SUB-ACCT
           START SWP-FILE KEY IS GREATER THAN SWP-SUB-ACCT
               INVALID KEY
                   SET WS-SWP-AT-EOF TO TRUE
           END-START
           PERFORM LOAD-ONE-SWEEP-ROW UNTIL WS-SWP-AT-EOF
           CLOSE SWP-FILE.
       LOAD-SWEEP-GROUPS-EXIT.
           EXIT.

       LOAD-ONE-SWEEP-ROW.
           READ SWP-FILE NEXT
               AT END
                   SET WS-SWP-AT-EOF TO TRUE
               NOT AT END
                   IF SWP-IS-ACTIVE AND WS-SWP-COUNT < 500
                       ADD 1 TO WS-SWP-COUNT
                       MOVE SWP-SUB-ACCT TO WS-SWP-SUB (WS-SWP-COUNT)
                       MOVE SWP-CONC-ACCT
                           TO WS-SWP-CONC (WS-SWP-COUNT)
                       MOVE "N" TO WS-SWP-CONC-ON (WS-SWP-COUNT)
                       MOVE SWP-CONC-ACCT TO ACCT-NO
                       READ ACCT-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF ACCT-ON-ANALYSIS
                                   AND NOT ACCT-IS-CLOSED
                                   AND NOT ACCT-IS-CHGOFF
                                   MOVE "Y" TO
                                       WS-SWP-CONC-ON (WS-SWP-COUNT)
                               END-IF
                       END-READ
                   END-IF
           END-READ.

      *    Sets WS-SWP-IS-ANALYSED when the account in hand is an
      *    active sweep sub whose concentration account is on
      *    analysis.
       CHECK-ANALYSED-SWEEP-SUB.
           MOVE 0 TO WS-SWP-ANALYSED-FLAG
           MOVE ZEROS TO WS-SWP-FOUND
           PERFORM FIND-SWEEP-ROW
               VARYING WS-SWP-IDX FROM 1 BY 1
               UNTIL WS-SWP-IDX > WS-SWP-COUNT
               OR WS-SWP-FOUND > ZEROS
           IF WS-SWP-FOUND > ZEROS
               IF WS-SWP-CONC-ON (WS-SWP-FOUND) = "Y"
                   SET WS-SWP-IS-ANALYSED TO TRUE
               END-IF
           END-IF.

       FIND-SWEEP-ROW.
           IF WS-SWP-SUB (WS-SWP-IDX) = ACCT-NO
               MOVE WS-SWP-IDX TO WS-SWP-FOUND
           END-IF.

      *    Assesses the flat service charge. The fee is capped so a
      *    thin balance is never driven further negative than a
      *    checking account's own approved overdraft limit allows.
       POST-FEE-FOR-ACCOUNT.
           MOVE WS-ACCT-SVC-FEE TO WS-FEE-AMT
           IF WS-FEE-AMT NOT > ZEROS
               GO TO POST-FEE-FOR-ACCOUNT-EXIT
           END-IF
