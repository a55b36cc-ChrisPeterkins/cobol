      * RATEMNT - Tiered Interest Rate Table Maintenance               *
      * Interactive menu-driven program for the rate table INTPOST     *
      * reads at posting time. Operations: LIST, SET (add or update a  *
      * table/band row), DELETE. A change to a band that is dated      *
      * ahead keeps the terms in force until then on the row, so       *
      * interest goes on at the current rate and RATENTC can give the  *
      * affected customers notice. An effective date closer than the   *
      * notice period (CTRL-RATE-NOTICE-DAYS) is refused unless a      *
      * supervisor signs on to override it; the override is written    *
      * to AUDITLOG.dat.                                               *
      *================================================================*

       ENVIRONMENT DIVISION.
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "data/OPERATORS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "data/AUDITLOG.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       COPY RATE-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  OPERATOR-FILE.
       COPY OPER-REC.

       FD  AUDIT-FILE.
       COPY AUDIT-REC.

       WORKING-STORAGE SECTION.
       01  WS-RATE-STATUS        PIC XX.
           88  WS-RATE-OK            VALUE "00".
       01  WS-FILE-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-FILE-IS-OPEN       VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

       01  WS-OPER-STATUS        PIC XX.
           88  WS-OPER-OK            VALUE "00".
       01  WS-OPER-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-OPER-IS-OPEN       VALUE 1.
       01  WS-SIGNON-OK-FLAG     PIC 9 VALUE 0.
           88  WS-SIGNON-OK          VALUE 1.
       01  WS-INPUT-ID           PIC X(8).
       01  WS-INPUT-PIN          PIC X(4).
       01  WS-PIN-INPUT          PIC X(4).
       01  WS-PIN-HASH           PIC 9(8).
       01  WS-HASH-WORK          PIC 9(12).
       01  WS-HASH-IDX           PIC 9.

       01  WS-AUDIT-STATUS       PIC XX.
           88  WS-AUDIT-OK           VALUE "00".
           88  WS-AUDIT-FILE-MISSING VALUE "35".
       01  WS-AUDIT-STAMP        PIC X(21).

      *--- Advance notice customers must have of a rate change:
      *    CTRL-RATE-NOTICE-DAYS, else the compiled default. An
      *    effective date before the cutoff needs a supervisor. ---
       01  WS-NOTICE-DAYS        PIC 9(3) VALUE 30.
       01  WS-NOTICE-CUTOFF      PIC 9(8).
       01  WS-OVERRIDE-ID        PIC X(8) VALUE SPACES.

      *--- The band's terms as they stood before this change ---
       01  WS-OLD-MIN-BAL        PIC 9(9)V99.
       01  WS-OLD-PCT            PIC 9(2)V9(4).
       01  WS-OLD-EFF-DATE       PIC 9(8).
       01  WS-OLD-PRIOR-MIN-BAL  PIC 9(9)V99.
       01  WS-OLD-PRIOR-PCT      PIC 9(2)V9(4).
       01  WS-OLD-PRIOR-EFF-DT   PIC 9(8).

       01  WS-MENU-CHOICE        PIC X(1).
           88  WS-LIST               VALUE "1".
           88  WS-SET-BAND           VALUE "2".
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           OPEN INPUT CTRL-FILE
           IF WS-CTRL-OK
               MOVE "1" TO CTRL-KEY
               READ CTRL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTRL-RATE-NOTICE-DAYS NUMERIC
                           AND CTRL-RATE-NOTICE-DAYS > ZEROS
                           MOVE CTRL-RATE-NOTICE-DAYS
                               TO WS-NOTICE-DAYS
                       END-IF
               END-READ
               CLOSE CTRL-FILE
           END-IF
           COMPUTE WS-NOTICE-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               + WS-NOTICE-DAYS)
           PERFORM MAIN-MENU UNTIL WS-QUIT
           CLOSE RATE-FILE
           IF WS-OPER-IS-OPEN
               CLOSE OPERATOR-FILE
           END-IF
           STOP RUN.

       OPEN-RATE-FILE.
                   DISPLAY RATE-ACCT-TYPE "   " RATE-BAND
                       "    " WS-DISP-MINBAL "  " WS-DISP-RATE
                       "  " RATE-EFF-DATE
                   IF RATE-EFF-DATE > WS-TODAY-DATE
                       AND RATE-PRIOR-EFF-DT NUMERIC
                       AND RATE-PRIOR-EFF-DT > ZEROS
                       MOVE RATE-PRIOR-MIN-BAL TO WS-DISP-MINBAL
                       MOVE RATE-PRIOR-PCT TO WS-DISP-RATE
                       DISPLAY "  until then "
                           WS-DISP-MINBAL "  " WS-DISP-RATE
                           "  " RATE-PRIOR-EFF-DT
                   END-IF
           END-READ.

       SET-BAND.
      *    Tables S, D and M are the base account types' own; a
      *    product may name any other letter as its rate table.
           DISPLAY "Rate table (S=Savings, D=CD, M=MMkt, or a "
               "product's table letter):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TYPE)
               TO WS-INPUT-TYPE
           IF WS-INPUT-TYPE = SPACES OR WS-INPUT-TYPE NOT ALPHABETIC
               DISPLAY "Rate table must be a letter."
               GO TO SET-BAND-EXIT
           END-IF
           DISPLAY "Band number (01-99, low balances first):"
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BAND-EXISTS TO TRUE
                   PERFORM SAVE-OLD-TERMS
           END-READ

           MOVE WS-INPUT-TYPE TO RATE-ACCT-TYPE
               MOVE FUNCTION NUMVAL(WS-INPUT-EFF)
                   TO RATE-EFF-DATE
           END-IF
           MOVE SPACES TO WS-OVERRIDE-ID
           IF RATE-EFF-DATE < WS-NOTICE-CUTOFF
               PERFORM CHECK-NOTICE-OVERRIDE
                   THRU CHECK-NOTICE-OVERRIDE-EXIT
               IF WS-OVERRIDE-ID = SPACES
                   DISPLAY "Band not saved."
                   GO TO SET-BAND-EXIT
               END-IF
           END-IF
           PERFORM SET-PRIOR-TERMS
           IF WS-BAND-EXISTS
               REWRITE RATE-REC
           ELSE
           IF WS-RATE-OK
               DISPLAY "Band " RATE-ACCT-TYPE "/" RATE-BAND
                   " saved, effective " RATE-EFF-DATE "."
               IF WS-OVERRIDE-ID NOT = SPACES
                   PERFORM LOG-NOTICE-OVERRIDE
                       THRU LOG-NOTICE-OVERRIDE-EXIT
               END-IF
           ELSE
               DISPLAY "ERROR: Could not save band - status "
                   WS-RATE-STATUS
       SET-BAND-EXIT.
           EXIT.

       SAVE-OLD-TERMS.
           MOVE RATE-MIN-BALANCE TO WS-OLD-MIN-BAL
           MOVE RATE-PCT TO WS-OLD-PCT
           MOVE RATE-EFF-DATE TO WS-OLD-EFF-DATE
           IF RATE-PRIOR-EFF-DT NUMERIC
               MOVE RATE-PRIOR-MIN-BAL TO WS-OLD-PRIOR-MIN-BAL
               MOVE RATE-PRIOR-PCT TO WS-OLD-PRIOR-PCT
               MOVE RATE-PRIOR-EFF-DT TO WS-OLD-PRIOR-EFF-DT
           ELSE
               MOVE ZEROS TO WS-OLD-PRIOR-MIN-BAL
               MOVE ZEROS TO WS-OLD-PRIOR-PCT
               MOVE ZEROS TO WS-OLD-PRIOR-EFF-DT
           END-IF.

      *    A change dated ahead keeps the terms in force until its
      *    date on the row: the band's current terms, or - when the
      *    band already had a change pending - the terms that change
      *    was going to replace. A change effective now needs no
      *    prior terms. Either way the new change has not been
      *    noticed to customers yet.
       SET-PRIOR-TERMS.
           MOVE ZEROS TO RATE-PRIOR-MIN-BAL
           MOVE ZEROS TO RATE-PRIOR-PCT
           MOVE ZEROS TO RATE-PRIOR-EFF-DT
           MOVE ZEROS TO RATE-NOTICE-DT
           IF NOT WS-BAND-EXISTS
               OR RATE-EFF-DATE NOT > WS-TODAY-DATE
               GO TO SET-PRIOR-TERMS-EXIT
           END-IF
           IF WS-OLD-EFF-DATE NOT > WS-TODAY-DATE
               MOVE WS-OLD-MIN-BAL TO RATE-PRIOR-MIN-BAL
               MOVE WS-OLD-PCT TO RATE-PRIOR-PCT
               MOVE WS-OLD-EFF-DATE TO RATE-PRIOR-EFF-DT
           ELSE
               MOVE WS-OLD-PRIOR-MIN-BAL TO RATE-PRIOR-MIN-BAL
               MOVE WS-OLD-PRIOR-PCT TO RATE-PRIOR-PCT
               MOVE WS-OLD-PRIOR-EFF-DT TO RATE-PRIOR-EFF-DT
           END-IF.
       SET-PRIOR-TERMS-EXIT.
           EXIT.

      *    The effective date gives customers less than the notice
      *    period. Only a supervisor may set it anyway - a board
      *    rate cut taking effect at once, say.
       CHECK-NOTICE-OVERRIDE.
           DISPLAY "Effective date " RATE-EFF-DATE " gives less "
               "than " WS-NOTICE-DAYS " days' notice (earliest "
               WS-NOTICE-CUTOFF ")."
           DISPLAY "Supervisor override? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
               GO TO CHECK-NOTICE-OVERRIDE-EXIT
           END-IF
           MOVE 0 TO WS-SIGNON-OK-FLAG
           PERFORM SUPERVISOR-SIGNON THRU SUPERVISOR-SIGNON-EXIT
           IF WS-SIGNON-OK
               MOVE OPER-ID TO WS-OVERRIDE-ID
           END-IF.
       CHECK-NOTICE-OVERRIDE-EXIT.
           EXIT.

      *    Same supervisor sign-on FXMAINT and ACCTMRG use. The
      *    rate row is kept in its record area throughout; only the
      *    operator record is read.
       SUPERVISOR-SIGNON.
           IF NOT WS-OPER-IS-OPEN
               OPEN INPUT OPERATOR-FILE
               IF WS-OPER-OK
                   SET WS-OPER-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "Operator file unavailable - sign-on "
                       "cannot be verified."
                   GO TO SUPERVISOR-SIGNON-EXIT
               END-IF
           END-IF
           DISPLAY "Supervisor ID:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ID
           DISPLAY "PIN:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-PIN
           MOVE FUNCTION UPPER-CASE(WS-INPUT-ID) TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator ID not recognized."
                   GO TO SUPERVISOR-SIGNON-EXIT
           END-READ
           IF NOT OPER-IS-ACTIVE
               DISPLAY "That operator ID is not active."
               GO TO SUPERVISOR-SIGNON-EXIT
           END-IF
           IF NOT OPER-IS-SUPERVISOR
               DISPLAY "Supervisor authority is required."
               GO TO SUPERVISOR-SIGNON-EXIT
           END-IF
           IF OPER-PIN-HASH NOT NUMERIC
               MOVE ZEROS TO OPER-PIN-HASH
           END-IF
           IF OPER-PIN-HASH > ZEROS
               MOVE WS-INPUT-PIN TO WS-PIN-INPUT
               PERFORM COMPUTE-PIN-HASH
               IF WS-PIN-HASH NOT = OPER-PIN-HASH
                   DISPLAY "Incorrect PIN."
                   GO TO SUPERVISOR-SIGNON-EXIT
               END-IF
           ELSE
               IF WS-INPUT-PIN NOT = OPER-PIN
                   DISPLAY "Incorrect PIN."
                   GO TO SUPERVISOR-SIGNON-EXIT
               END-IF
           END-IF
           SET WS-SIGNON-OK TO TRUE
           DISPLAY "Override approved by " OPER-NAME.
       SUPERVISOR-SIGNON-EXIT.
           EXIT.

      *    Same rolling hash as BANKUI's login path.
       COMPUTE-PIN-HASH.
           MOVE 7 TO WS-HASH-WORK
           PERFORM HASH-ONE-PIN-CHAR VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > 4
           MOVE WS-HASH-WORK TO WS-PIN-HASH.

       HASH-ONE-PIN-CHAR.
           COMPUTE WS-HASH-WORK =
               FUNCTION MOD(WS-HASH-WORK * 131
                   + FUNCTION ORD(WS-PIN-INPUT(WS-HASH-IDX:1))
                   * 7, 99999989).

      *    The overridden change goes to the audit log under the
      *    supervisor's id, the log opened for the one record.
       LOG-NOTICE-OVERRIDE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-MISSING
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT WS-AUDIT-OK
               DISPLAY "WARNING: Could not log the override."
               GO TO LOG-NOTICE-OVERRIDE-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-STAMP
           MOVE WS-AUDIT-STAMP(1:8) TO AUDIT-DATE
           MOVE WS-AUDIT-STAMP(9:6) TO AUDIT-TIME
           MOVE WS-OVERRIDE-ID      TO AUDIT-OPERATOR-ID
           MOVE "RATEOVR"           TO AUDIT-ACTION
           MOVE ZEROS               TO AUDIT-ACCT-NO
           MOVE SPACES              TO AUDIT-DETAIL
           STRING "BAND " RATE-ACCT-TYPE "/" RATE-BAND
               " EFF " RATE-EFF-DATE " SHORT"
               DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-STRING
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE.
       LOG-NOTICE-OVERRIDE-EXIT.
           EXIT.

       DELETE-BAND.
           DISPLAY "Rate table (S/D/M or product table letter):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TYPE)
