       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLLFWD.
      *================================================================*
      * ROLLFWD - Roll-Forward Recovery                                *
      * Brings a damaged account master back without losing the day:  *
      * the balances of one verified backup generation are restored,  *
      * then every journal entry posted since that backup - completed, *
      * not reversed, in TXN-ID order - is re-applied to them. The     *
      * live journal must still match its DAYCTL day-close seals       *
      * (JRNSEAL.dat) before anything is touched, since it becomes the *
      * authority for the replay. Each replayed entry, and every day   *
      * it came from with its seal status, is listed on the recovery   *
      * report data/ROLLFWD-<date>.rpt.                                *
      * Only ACCOUNTS.dat is restored; the live journal and control    *
      * record stay as they are. Fields the journal does not carry     *
      * (holds, status, YTD interest and the like) come back as they   *
      * stood at the backup - the report reminds the operator. Where   *
      * the whole set should go back as it was, FILERST is the tool.   *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKCAT-FILE
               ASSIGN TO "data/BACKCAT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-GEN-ID
               FILE STATUS IS WS-BK-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "data/OPERATORS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT ROLE-FILE
               ASSIGN TO "data/ROLES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROLE-KEY
               FILE STATUS IS WS-ROLE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "data/AUDITLOG.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ACCT-FILE
               ASSIGN TO "data/ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TXN-FILE
               ASSIGN TO "data/TRANSACTIONS.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

      *    The generation's own copy of the journal - read only, to
      *    learn where the backup stands.
           SELECT BKJ-FILE
               ASSIGN TO DYNAMIC WS-BKJ-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BKJ-STATUS.

           SELECT SEAL-FILE
               ASSIGN TO "data/JRNSEAL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEAL-DATE
               FILE STATUS IS WS-SEAL-STATUS.

           SELECT RPT-FILE
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BKCAT-FILE.
       COPY BKCAT-REC.

       FD  OPERATOR-FILE.
       COPY OPER-REC.

       FD  ROLE-FILE.
       COPY ROLE-REC.

       FD  AUDIT-FILE.
       COPY AUDIT-REC.

       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  TXN-FILE.
       COPY TXNL-REC.

       FD  BKJ-FILE.
       01  BKJ-REC.
           05  BKJ-ID             PIC 9(10).
           05  FILLER             PIC X(8).
           05  BKJ-TYPE           PIC X(1).
           05  FILLER             PIC X(43).
           05  BKJ-STATUS         PIC X(1).
           05  FILLER             PIC X(78).

       FD  SEAL-FILE.
       COPY SEAL-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BK-STATUS          PIC XX.
           88  WS-BK-OK              VALUE "00".
           88  WS-BK-EOF             VALUE "10".
           88  WS-BK-NOT-FOUND       VALUE "23".
           88  WS-BK-FILE-MISSING    VALUE "35".

       01  WS-INPUT-ID           PIC X(8).

       01  WS-OPER-STATUS        PIC XX.
           88  WS-OPER-OK            VALUE "00".
           88  WS-OPER-NOT-FOUND     VALUE "23".
           88  WS-OPER-FILE-MISSING  VALUE "35".
       01  WS-OPER-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-OPER-IS-OPEN       VALUE 1.
       01  WS-SIGNON-OK-FLAG     PIC 9 VALUE 0.
           88  WS-SIGNON-OK          VALUE 1.

      *--- Function entitlement (ROLES.dat, kept in OPERADM) ---
       01  WS-ROLE-STATUS        PIC XX.
           88  WS-ROLE-OK            VALUE "00".
       01  WS-ENT-FUNC           PIC X(8).
       01  WS-ENT-ROLE           PIC X(8).
       01  WS-ENT-FLAG           PIC 9 VALUE 0.
           88  WS-ENT-GRANTED        VALUE 1.
       01  WS-ENT-LOG-FLAG       PIC 9 VALUE 0.
           88  WS-ENT-LOG-OPENED     VALUE 1.
       01  WS-ENT-STAMP          PIC X(21).
       01  WS-AUDIT-STATUS       PIC XX.
           88  WS-AUDIT-OK           VALUE "00".
           88  WS-AUDIT-FILE-MISSING VALUE "35".
       01  WS-INPUT-PIN          PIC X(4).
       01  WS-PIN-INPUT          PIC X(4).
       01  WS-PIN-HASH           PIC 9(8).
       01  WS-HASH-WORK          PIC 9(12).
       01  WS-HASH-IDX           PIC 9.
       01  WS-INPUT-GEN          PIC X(6).
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-CONFIRM            PIC X(1).
       01  WS-TARGET-GEN         PIC 9(6).
       01  WS-CMD                PIC X(160).
       01  WS-BK-EOF-FLAG        PIC 9 VALUE 0.
           88  WS-BK-AT-EOF          VALUE 1.
       01  WS-LIST-COUNT         PIC 9(3) VALUE 0.

       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-NOT-FOUND     VALUE "23".
           88  WS-ACCT-FILE-MISSING  VALUE "35".

       01  WS-TXN-STATUS         PIC XX.
           88  WS-TXN-OK             VALUE "00".
           88  WS-TXN-FILE-MISSING   VALUE "35".
       01  WS-TXN-EOF-FLAG       PIC 9 VALUE 0.
           88  WS-TXN-AT-EOF         VALUE 1.

       01  WS-BKJ-FILENAME       PIC X(60).
       01  WS-BKJ-STATUS         PIC XX.
           88  WS-BKJ-OK             VALUE "00".
       01  WS-BKJ-EOF-FLAG       PIC 9 VALUE 0.
           88  WS-BKJ-AT-EOF         VALUE 1.

      *--- Where the backup stands ---
      *    Highest TXN-ID in the generation's journal copy: every
      *    entry above it was posted after the backup was taken.
       01  WS-BOUNDARY-ID        PIC 9(10) VALUE ZEROS.
       01  WS-BKJ-COUNT          PIC 9(7) VALUE ZEROS.
      *    Entries still pending when the backup was taken. Their
      *    balance effect is not in the backup even though their
      *    ids fall below the boundary, so an approval since then
      *    must be replayed.
       01  WS-PND-TABLE.
           05  WS-PND-ID OCCURS 1000 TIMES PIC 9(10).
       01  WS-PND-CNT            PIC 9(4) VALUE 0.
       01  WS-PND-IDX            PIC 9(4).
       01  WS-PND-FOUND-FLAG     PIC 9 VALUE 0.
           88  WS-PND-FOUND          VALUE 1.
      *    Reversals posted since the backup against an original
      *    from before it, with the original's type and its status
      *    in the backup copy (space = not in the copy).
       01  WS-LRV-TABLE.
           05  WS-LRV-ENTRY OCCURS 500 TIMES.
               10  WS-LRV-REF    PIC 9(10).
               10  WS-LRV-TYPE   PIC X(1).
               10  WS-LRV-BK-STATUS PIC X(1).
       01  WS-LRV-CNT            PIC 9(3) VALUE 0.
       01  WS-LRV-IDX            PIC 9(3).
       01  WS-LRV-FOUND-FLAG     PIC 9 VALUE 0.
           88  WS-LRV-FOUND          VALUE 1.
       01  WS-TABLE-FULL-FLAG    PIC 9 VALUE 0.
           88  WS-TABLE-FULL         VALUE 1.

      *--- Journal seal verification (DAYCTL day-close seals) ---
       01  WS-SEAL-STATUS        PIC XX.
           88  WS-SEAL-OK            VALUE "00".
           88  WS-SEAL-NOT-FOUND     VALUE "23".
           88  WS-SEAL-FILE-MISSING  VALUE "35".
       01  WS-SEAL-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-SEAL-IS-OPEN       VALUE 1.
       01  WS-VFY-SEAL-EOF       PIC 9 VALUE 0.
           88  WS-VFY-SEALS-DONE     VALUE 1.
       01  WS-SEAL-BAD-DATE      PIC 9(8) VALUE ZEROS.
       01  WS-SEALS-CHECKED      PIC 9(5) VALUE 0.
       01  WS-VDT-TABLE.
           05  WS-VDT-ENTRY OCCURS 500 TIMES.
               10  WS-VDT-DATE   PIC 9(8).
               10  WS-VDT-COUNT  PIC 9(7).
               10  WS-VDT-HASH   PIC 9(13)V99.
               10  WS-VDT-FIRST  PIC 9(10).
               10  WS-VDT-LAST   PIC 9(10).
       01  WS-VDT-CNT            PIC 9(3) VALUE 0.
       01  WS-VDT-IDX            PIC 9(3).
       01  WS-VDT-FOUND          PIC 9 VALUE 0.
       01  WS-VDT-SEARCH-DATE    PIC 9(8).

      *--- Replay ---
       01  WS-REPLAY-FLAG        PIC 9 VALUE 0.
           88  WS-REPLAY-ENTRY       VALUE 1.
      *    C = apply as posted, R = apply the opposite of the
      *    original's type (a reversal of a pre-backup entry).
       01  WS-APPLY-MODE         PIC X(1).
       01  WS-APPLY-TYPE         PIC X(1).
       01  WS-APPLY-ACCT         PIC 9(8).
       01  WS-APPLY-AMT          PIC 9(7)V99.
       01  WS-APPLY-ERR-FLAG     PIC 9 VALUE 0.
           88  WS-APPLY-FAILED       VALUE 1.
       01  WS-APPLY-REASON       PIC X(24).
       01  WS-FIRST-AFTER-ID     PIC 9(10) VALUE ZEROS.
       01  WS-LIVE-LAST-ID       PIC 9(10) VALUE ZEROS.

       01  WS-REPLAY-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-SKIP-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-EXCEPT-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-CREDIT-TOTAL       PIC S9(11)V99 VALUE ZEROS.
       01  WS-DEBIT-TOTAL        PIC S9(11)V99 VALUE ZEROS.

      *    Replayed entries per journal day, for the seal summary.
       01  WS-RDT-TABLE.
           05  WS-RDT-ENTRY OCCURS 500 TIMES.
               10  WS-RDT-DATE   PIC 9(8).
               10  WS-RDT-COUNT  PIC 9(7).
       01  WS-RDT-CNT            PIC 9(3) VALUE 0.
       01  WS-RDT-IDX            PIC 9(3).
       01  WS-RDT-FOUND          PIC 9 VALUE 0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(7).
       01  WS-TODAY-DATE         PIC 9(8).

       01  WS-DISP-AMT           PIC $$$,$$$,$$9.99-.
       01  WS-DISP-TOTAL         PIC $$$,$$$,$$$,$$9.99-.

      *--- Recovery report ---
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-LINE           PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  ROLL-FORWARD RECOVERY"
           DISPLAY "========================================="

           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-OK
               SET WS-OPER-IS-OPEN TO TRUE
           END-IF
           PERFORM SUPERVISOR-SIGNON THRU SUPERVISOR-SIGNON-EXIT
           IF WS-OPER-IS-OPEN
               CLOSE OPERATOR-FILE
               MOVE 0 TO WS-OPER-OPEN-FLAG
           END-IF
           IF NOT WS-SIGNON-OK
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING

           OPEN I-O BKCAT-FILE
           IF NOT WS-BK-OK
               DISPLAY "FATAL: No backup catalog on file - "
                   "nothing to recover from."
               STOP RUN
           END-IF

           PERFORM SELECT-GENERATION THRU SELECT-GENERATION-EXIT
           IF WS-TARGET-GEN = ZEROS
               CLOSE BKCAT-FILE
               STOP RUN
           END-IF

           PERFORM READ-BACKUP-JOURNAL THRU READ-BACKUP-JOURNAL-EXIT
           IF WS-BOUNDARY-ID = ZEROS OR WS-TABLE-FULL
               CLOSE BKCAT-FILE
               STOP RUN
           END-IF

           PERFORM VERIFY-JOURNAL-SEALS
               THRU VERIFY-JOURNAL-SEALS-EXIT
           IF WS-SEAL-BAD-DATE > ZEROS
               DISPLAY "RECOVERY REFUSED - the live journal does not "
                   "match its seals."
               DISPLAY "First bad day: " WS-SEAL-BAD-DATE
               DISPLAY "The journal cannot be replayed; restore the "
                   "whole set with FILERST instead."
               CLOSE BKCAT-FILE
               STOP RUN
           END-IF
           IF WS-TABLE-FULL
               DISPLAY "RECOVERY REFUSED - too many reversals since "
                   "the backup to track; use a later generation."
               CLOSE BKCAT-FILE
               STOP RUN
           END-IF
           IF WS-LIVE-LAST-ID < WS-BOUNDARY-ID
               DISPLAY "RECOVERY REFUSED - the live journal ends at "
                   WS-LIVE-LAST-ID ", before the backup's "
                   WS-BOUNDARY-ID "."
               CLOSE BKCAT-FILE
               STOP RUN
           END-IF

           PERFORM CLASSIFY-LATE-REVERSALS
               THRU CLASSIFY-LATE-REVERSALS-EXIT

           DISPLAY SPACES
           DISPLAY "Restore the balances of generation " BK-GEN-ID
               " of " BK-DATE
           DISPLAY "and replay the journal after entry "
               WS-BOUNDARY-ID "? (Y/N):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
               DISPLAY "Recovery cancelled."
               CLOSE BKCAT-FILE
               STOP RUN
           END-IF

           PERFORM RESTORE-ACCOUNT-MASTER
               THRU RESTORE-ACCOUNT-MASTER-EXIT
           IF RETURN-CODE NOT = ZEROS
               CLOSE BKCAT-FILE
               STOP RUN
           END-IF

           MOVE "R" TO BK-STATUS
           REWRITE BK-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE BKCAT-FILE

           PERFORM OPEN-RPT-FILE
           PERFORM PRINT-REPORT-HEADER
           PERFORM REPLAY-JOURNAL THRU REPLAY-JOURNAL-EXIT
           PERFORM PRINT-REPLAY-SUMMARY
           PERFORM CLOSE-RPT-FILE

           DISPLAY SPACES
           DISPLAY "Entries replayed:   " WS-REPLAY-COUNT
           DISPLAY "Entries skipped:    " WS-SKIP-COUNT
           DISPLAY "Exceptions:         " WS-EXCEPT-COUNT
           IF WS-EXCEPT-COUNT > ZEROS
               DISPLAY "Review the exceptions on the report before "
                   "posting resumes."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Recovery complete."
           END-IF
           STOP RUN.

      *    Lists the catalog and takes the generation to recover
      *    from. Same rules as FILERST: a verified Good set, or
      *    one already used for a restore with a warning. The set
      *    must hold both the balances and the journal copy.
      *    WS-TARGET-GEN is zero when nothing was chosen.
       SELECT-GENERATION.
           DISPLAY SPACES
           DISPLAY "GEN     DATE      TIME    FILES  ST"
           MOVE LOW-VALUES TO BK-GEN-ID
           START BKCAT-FILE KEY IS GREATER THAN BK-GEN-ID
               INVALID KEY
                   SET WS-BK-AT-EOF TO TRUE
           END-START
           PERFORM LIST-ONE-GENERATION UNTIL WS-BK-AT-EOF
           IF WS-LIST-COUNT = ZEROS
               DISPLAY "(No generations catalogued)"
               MOVE ZEROS TO WS-TARGET-GEN
               GO TO SELECT-GENERATION-EXIT
           END-IF

           DISPLAY SPACES
           DISPLAY "Generation to recover from:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-GEN
           MOVE FUNCTION NUMVAL(WS-INPUT-GEN) TO WS-TARGET-GEN
           MOVE WS-TARGET-GEN TO BK-GEN-ID
           READ BKCAT-FILE
               INVALID KEY
                   DISPLAY "Generation not catalogued."
                   MOVE ZEROS TO WS-TARGET-GEN
                   GO TO SELECT-GENERATION-EXIT
           END-READ
           IF NOT BK-IS-GOOD
               IF BK-WAS-RESTORED
                   DISPLAY "That set was already used for a "
                       "restore; it is still on disk but take "
                       "a fresh look before reusing it."
               ELSE
                   DISPLAY "That set is not a verified Good "
                       "backup - recovery refused."
                   MOVE ZEROS TO WS-TARGET-GEN
                   GO TO SELECT-GENERATION-EXIT
               END-IF
           END-IF

           MOVE SPACES TO WS-CMD
           STRING "test -f " DELIMITED BY SIZE
               BK-PATH DELIMITED BY SPACE
               "/ACCOUNTS.dat" DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = ZEROS
               DISPLAY "That set holds no account master - "
                   "recovery refused."
               MOVE ZEROS TO RETURN-CODE
               MOVE ZEROS TO WS-TARGET-GEN
               GO TO SELECT-GENERATION-EXIT
           END-IF
           MOVE SPACES TO WS-BKJ-FILENAME
           STRING BK-PATH DELIMITED BY SPACE
               "/TRANSACTIONS.dat" DELIMITED BY SIZE
               INTO WS-BKJ-FILENAME
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING "test -f " DELIMITED BY SIZE
               WS-BKJ-FILENAME DELIMITED BY SPACE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = ZEROS
               DISPLAY "That set holds no journal copy - the "
                   "replay point cannot be found."
               MOVE ZEROS TO RETURN-CODE
               MOVE ZEROS TO WS-TARGET-GEN
           END-IF.
       SELECT-GENERATION-EXIT.
           EXIT.

       LIST-ONE-GENERATION.
           READ BKCAT-FILE NEXT
               AT END
                   SET WS-BK-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY BK-GEN-ID "  " BK-DATE "  " BK-TIME
                       "  " BK-FILE-COUNT "    " BK-STATUS
           END-READ.

      *    Reads the generation's journal copy for the replay
      *    point (its highest TXN-ID) and the entries it still
      *    held as pending. Leaves WS-BOUNDARY-ID zero when the
      *    copy is unreadable or empty.
       READ-BACKUP-JOURNAL.
           MOVE ZEROS TO WS-BOUNDARY-ID
           MOVE ZEROS TO WS-PND-CNT
           OPEN INPUT BKJ-FILE
           IF NOT WS-BKJ-OK
               DISPLAY "Cannot read the journal copy in the set: "
                   WS-BKJ-STATUS
               GO TO READ-BACKUP-JOURNAL-EXIT
           END-IF
           MOVE 0 TO WS-BKJ-EOF-FLAG
           PERFORM READ-ONE-BACKUP-ENTRY UNTIL WS-BKJ-AT-EOF
           CLOSE BKJ-FILE
           IF WS-TABLE-FULL
               DISPLAY "RECOVERY REFUSED - more than 1000 entries "
                   "were pending in that backup."
               GO TO READ-BACKUP-JOURNAL-EXIT
           END-IF
           IF WS-BOUNDARY-ID = ZEROS
               DISPLAY "The journal copy in that set is empty - "
                   "use FILERST to restore the set as it was."
               GO TO READ-BACKUP-JOURNAL-EXIT
           END-IF
           DISPLAY "Backup journal: " WS-BKJ-COUNT " entries, "
               "last TXN-ID " WS-BOUNDARY-ID
           DISPLAY "Pending at backup: " WS-PND-CNT.
       READ-BACKUP-JOURNAL-EXIT.
           EXIT.

       READ-ONE-BACKUP-ENTRY.
           READ BKJ-FILE
               AT END
                   SET WS-BKJ-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BKJ-COUNT
                   IF BKJ-ID > WS-BOUNDARY-ID
                       MOVE BKJ-ID TO WS-BOUNDARY-ID
                   END-IF
                   IF BKJ-STATUS = "P"
                       IF WS-PND-CNT < 1000
                           ADD 1 TO WS-PND-CNT
                           MOVE BKJ-ID TO WS-PND-ID(WS-PND-CNT)
                       ELSE
                           SET WS-TABLE-FULL TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    Verifies the accumulated DAYCTL seals against the live
      *    journal, the same check BATCHRUN makes before the window
      *    opens. The same pass notes where the live journal ends
      *    and every reversal since the backup whose original is
      *    from before it. No seal file just means the site has
      *    never sealed.
       VERIFY-JOURNAL-SEALS.
           MOVE ZEROS TO WS-SEAL-BAD-DATE
           MOVE ZEROS TO WS-VDT-CNT
           MOVE ZEROS TO WS-LRV-CNT
           MOVE 0 TO WS-TXN-EOF-FLAG
           OPEN INPUT TXN-FILE
           IF WS-TXN-OK
               PERFORM TALLY-ONE-JOURNAL-DAY
                   UNTIL WS-TXN-AT-EOF
               CLOSE TXN-FILE
           END-IF

           OPEN INPUT SEAL-FILE
           IF NOT WS-SEAL-OK
               GO TO VERIFY-JOURNAL-SEALS-EXIT
           END-IF
           MOVE 0 TO WS-VFY-SEAL-EOF
           MOVE LOW-VALUES TO SEAL-DATE
           START SEAL-FILE KEY IS GREATER THAN SEAL-DATE
               INVALID KEY
                   SET WS-VFY-SEALS-DONE TO TRUE
           END-START
           PERFORM VERIFY-ONE-SEAL
               UNTIL WS-VFY-SEALS-DONE
               OR WS-SEAL-BAD-DATE > ZEROS
           CLOSE SEAL-FILE
           IF WS-SEAL-BAD-DATE = ZEROS
               AND WS-SEALS-CHECKED > ZEROS
               DISPLAY "Journal seals verified: "
                   WS-SEALS-CHECKED " day(s) intact."
           END-IF.
       VERIFY-JOURNAL-SEALS-EXIT.
           EXIT.

       TALLY-ONE-JOURNAL-DAY.
           READ TXN-FILE
               AT END
                   SET WS-TXN-AT-EOF TO TRUE
               NOT AT END
                   MOVE TXN-ID TO WS-LIVE-LAST-ID
                   PERFORM NOTE-JOURNAL-ENTRY
                       THRU NOTE-JOURNAL-ENTRY-EXIT
                   IF TXN-IS-REVERSAL
                       AND TXN-ID > WS-BOUNDARY-ID
                       AND TXN-REF-ID NOT > WS-BOUNDARY-ID
                       PERFORM NOTE-LATE-REVERSAL
                   END-IF
           END-READ.

       NOTE-JOURNAL-ENTRY.
           MOVE TXN-DATE TO WS-VDT-SEARCH-DATE
           PERFORM FIND-VDT-DATE
           IF WS-VDT-FOUND = 0
               IF WS-VDT-CNT < 500
                   ADD 1 TO WS-VDT-CNT
                   MOVE WS-VDT-CNT TO WS-VDT-IDX
                   MOVE TXN-DATE TO WS-VDT-DATE(WS-VDT-IDX)
                   MOVE ZEROS TO WS-VDT-COUNT(WS-VDT-IDX)
                   MOVE ZEROS TO WS-VDT-HASH(WS-VDT-IDX)
                   MOVE ZEROS TO WS-VDT-FIRST(WS-VDT-IDX)
                   MOVE ZEROS TO WS-VDT-LAST(WS-VDT-IDX)
               ELSE
                   GO TO NOTE-JOURNAL-ENTRY-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-VDT-COUNT(WS-VDT-IDX)
           ADD TXN-AMOUNT TO WS-VDT-HASH(WS-VDT-IDX)
           IF WS-VDT-FIRST(WS-VDT-IDX) = ZEROS
               MOVE TXN-ID TO WS-VDT-FIRST(WS-VDT-IDX)
           END-IF
           MOVE TXN-ID TO WS-VDT-LAST(WS-VDT-IDX).
       NOTE-JOURNAL-ENTRY-EXIT.
           EXIT.

      *    Leaves WS-VDT-IDX on the day WS-VDT-SEARCH-DATE when
      *    WS-VDT-FOUND is 1.
       FIND-VDT-DATE.
           MOVE 0 TO WS-VDT-FOUND
           PERFORM MATCH-VDT-DATE
               VARYING WS-VDT-IDX FROM 1 BY 1
               UNTIL WS-VDT-IDX > WS-VDT-CNT
               OR WS-VDT-FOUND = 1
           IF WS-VDT-FOUND = 1
               SUBTRACT 1 FROM WS-VDT-IDX
           END-IF.

       MATCH-VDT-DATE.
           IF WS-VDT-DATE(WS-VDT-IDX) = WS-VDT-SEARCH-DATE
               MOVE 1 TO WS-VDT-FOUND
           END-IF.

       NOTE-LATE-REVERSAL.
           IF WS-LRV-CNT < 500
               ADD 1 TO WS-LRV-CNT
               MOVE TXN-REF-ID TO WS-LRV-REF(WS-LRV-CNT)
               MOVE SPACE TO WS-LRV-TYPE(WS-LRV-CNT)
               MOVE SPACE TO WS-LRV-BK-STATUS(WS-LRV-CNT)
           ELSE
               SET WS-TABLE-FULL TO TRUE
           END-IF.

       VERIFY-ONE-SEAL.
           READ SEAL-FILE NEXT
               AT END
                   SET WS-VFY-SEALS-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-SEALS-CHECKED
                   PERFORM COMPARE-ONE-SEAL
           END-READ.

       COMPARE-ONE-SEAL.
           MOVE SEAL-DATE TO WS-VDT-SEARCH-DATE
           PERFORM FIND-VDT-DATE
           IF WS-VDT-FOUND = 1
               IF WS-VDT-COUNT(WS-VDT-IDX) NOT = SEAL-COUNT
                   OR WS-VDT-HASH(WS-VDT-IDX) NOT = SEAL-AMT-HASH
                   OR WS-VDT-FIRST(WS-VDT-IDX)
                       NOT = SEAL-FIRST-TXN
                   OR WS-VDT-LAST(WS-VDT-IDX)
                       NOT = SEAL-LAST-TXN
                   MOVE SEAL-DATE TO WS-SEAL-BAD-DATE
                   DISPLAY "SEAL MISMATCH " SEAL-DATE
                       ": sealed " SEAL-COUNT " entries, "
                       "journal holds "
                       WS-VDT-COUNT(WS-VDT-IDX)
               END-IF
           ELSE
               IF SEAL-COUNT > ZEROS
                   MOVE SEAL-DATE TO WS-SEAL-BAD-DATE
                   DISPLAY "SEAL MISMATCH " SEAL-DATE
                       ": sealed " SEAL-COUNT " entries, "
                       "journal holds none"
               END-IF
           END-IF.

      *    A reversal since the backup whose original is older
      *    undoes a balance effect only if the original was already
      *    complete in the backup. A second pass over the journal
      *    copy picks up each original's type and backup status.
       CLASSIFY-LATE-REVERSALS.
           IF WS-LRV-CNT = ZEROS
               GO TO CLASSIFY-LATE-REVERSALS-EXIT
           END-IF
           OPEN INPUT BKJ-FILE
           IF NOT WS-BKJ-OK
               GO TO CLASSIFY-LATE-REVERSALS-EXIT
           END-IF
           MOVE 0 TO WS-BKJ-EOF-FLAG
           PERFORM CLASSIFY-ONE-BACKUP-ENTRY UNTIL WS-BKJ-AT-EOF
           CLOSE BKJ-FILE.
       CLASSIFY-LATE-REVERSALS-EXIT.
           EXIT.

       CLASSIFY-ONE-BACKUP-ENTRY.
           READ BKJ-FILE
               AT END
                   SET WS-BKJ-AT-EOF TO TRUE
               NOT AT END
                   PERFORM MARK-LATE-REVERSAL
                       VARYING WS-LRV-IDX FROM 1 BY 1
                       UNTIL WS-LRV-IDX > WS-LRV-CNT
           END-READ.

       MARK-LATE-REVERSAL.
           IF WS-LRV-REF(WS-LRV-IDX) = BKJ-ID
               MOVE BKJ-TYPE TO WS-LRV-TYPE(WS-LRV-IDX)
               MOVE BKJ-STATUS TO WS-LRV-BK-STATUS(WS-LRV-IDX)
           END-IF.

      *    Keeps the damaged master beside the live one before the
      *    backup balances go over it, so nothing is lost if the
      *    recovery itself has to be looked into.
       RESTORE-ACCOUNT-MASTER.
           MOVE "cp data/ACCOUNTS.dat data/ACCOUNTS.pre-rollfwd"
               TO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = ZEROS
               DISPLAY "ERROR: Could not save the current account "
                   "master - nothing restored."
               MOVE 8 TO RETURN-CODE
               GO TO RESTORE-ACCOUNT-MASTER-EXIT
           END-IF
           DISPLAY "Current master saved as "
               "data/ACCOUNTS.pre-rollfwd"

           MOVE SPACES TO WS-CMD
           STRING "cp " DELIMITED BY SIZE
               BK-PATH DELIMITED BY SPACE
               "/ACCOUNTS.dat data/ACCOUNTS.dat" DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = ZEROS
               DISPLAY "ERROR: Restore copy failed - put "
                   "data/ACCOUNTS.pre-rollfwd back before posting."
               MOVE 8 TO RETURN-CODE
               GO TO RESTORE-ACCOUNT-MASTER-EXIT
           END-IF
           DISPLAY "Balances of generation " BK-GEN-ID " restored.".
       RESTORE-ACCOUNT-MASTER-EXIT.
           EXIT.

       OPEN-RPT-FILE.
           STRING "data/ROLLFWD-" WS-TODAY-DATE ".rpt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               DISPLAY "Report file: " WS-RPT-FILENAME
           ELSE
               DISPLAY "WARNING: Could not open report file: "
                   WS-RPT-STATUS
           END-IF.

       LOG-RPT-LINE.
           IF WS-RPT-IS-OPEN
               MOVE WS-RPT-LINE TO RPT-REC
               WRITE RPT-REC
           END-IF.

       CLOSE-RPT-FILE.
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
           END-IF.

       PRINT-REPORT-HEADER.
           MOVE "ROLL-FORWARD RECOVERY REPORT" TO WS-RPT-LINE
           PERFORM LOG-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Run " WS-TODAY-DATE " by " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM LOG-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Generation " BK-GEN-ID " of " BK-DATE " "
               BK-TIME ", journal through TXN-ID " WS-BOUNDARY-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM LOG-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM LOG-RPT-LINE
           MOVE "TXN-ID     DATE     T ACCOUNT  AMOUNT          ACTION"
               TO WS-RPT-LINE
           PERFORM LOG-RPT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM LOG-RPT-LINE.

      *    One pass over the live journal against the restored
      *    master. Below the replay point only entries that were
      *    pending at the backup and completed since are applied;
      *    above it every completed entry is, except the reversals
      *    and reversed originals that net out within the replay.
       REPLAY-JOURNAL.
           OPEN I-O ACCT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "ERROR: Cannot open the restored account "
                   "master: " WS-ACCT-STATUS
               MOVE "Restored account master could not be opened."
                   TO WS-RPT-LINE
               PERFORM LOG-RPT-LINE
               ADD 1 TO WS-EXCEPT-COUNT
               GO TO REPLAY-JOURNAL-EXIT
           END-IF
           OPEN INPUT TXN-FILE
           IF NOT WS-TXN-OK
               DISPLAY "ERROR: Cannot open the journal: "
                   WS-TXN-STATUS
               CLOSE ACCT-FILE
               ADD 1 TO WS-EXCEPT-COUNT
               GO TO REPLAY-JOURNAL-EXIT
           END-IF
           OPEN INPUT SEAL-FILE
           IF WS-SEAL-OK
               SET WS-SEAL-IS-OPEN TO TRUE
           END-IF
           MOVE 0 TO WS-TXN-EOF-FLAG
           PERFORM REPLAY-ONE-ENTRY THRU REPLAY-ONE-ENTRY-EXIT
               UNTIL WS-TXN-AT-EOF
           CLOSE TXN-FILE
           CLOSE ACCT-FILE.
       REPLAY-JOURNAL-EXIT.
           EXIT.

       REPLAY-ONE-ENTRY.
           READ TXN-FILE
               AT END
                   SET WS-TXN-AT-EOF TO TRUE
                   GO TO REPLAY-ONE-ENTRY-EXIT
           END-READ

           MOVE 0 TO WS-REPLAY-FLAG
           MOVE "C" TO WS-APPLY-MODE
           MOVE TXN-TYPE TO WS-APPLY-TYPE

           IF TXN-ID NOT > WS-BOUNDARY-ID
               IF TXN-IS-COMPLETE
                   PERFORM FIND-PENDING-AT-BACKUP
                   IF WS-PND-FOUND
                       SET WS-REPLAY-ENTRY TO TRUE
                   END-IF
               END-IF
               IF NOT WS-REPLAY-ENTRY
                   GO TO REPLAY-ONE-ENTRY-EXIT
               END-IF
           ELSE
               IF WS-FIRST-AFTER-ID = ZEROS
                   MOVE TXN-ID TO WS-FIRST-AFTER-ID
                   PERFORM CHECK-REPLAY-GAP
               END-IF
               IF NOT TXN-IS-COMPLETE
                   ADD 1 TO WS-SKIP-COUNT
                   GO TO REPLAY-ONE-ENTRY-EXIT
               END-IF
               IF TXN-IS-REVERSAL
                   IF TXN-REF-ID > WS-BOUNDARY-ID
                       ADD 1 TO WS-SKIP-COUNT
                       GO TO REPLAY-ONE-ENTRY-EXIT
                   END-IF
                   PERFORM FIND-LATE-REVERSAL
                   IF NOT WS-LRV-FOUND
                       OR WS-LRV-BK-STATUS(WS-LRV-IDX) = SPACE
                       MOVE "ORIGINAL NOT IN BACKUP" TO WS-APPLY-REASON
                       PERFORM REPORT-EXCEPTION
                       GO TO REPLAY-ONE-ENTRY-EXIT
                   END-IF
                   IF WS-LRV-BK-STATUS(WS-LRV-IDX) NOT = "C"
                       ADD 1 TO WS-SKIP-COUNT
                       GO TO REPLAY-ONE-ENTRY-EXIT
                   END-IF
                   MOVE "R" TO WS-APPLY-MODE
                   MOVE WS-LRV-TYPE(WS-LRV-IDX) TO WS-APPLY-TYPE
               END-IF
           END-IF

           PERFORM APPLY-ENTRY THRU APPLY-ENTRY-EXIT
           IF WS-APPLY-FAILED
               PERFORM REPORT-EXCEPTION
           ELSE
               ADD 1 TO WS-REPLAY-COUNT
               PERFORM NOTE-REPLAY-DAY
               PERFORM REPORT-REPLAYED-ENTRY
           END-IF.
       REPLAY-ONE-ENTRY-EXIT.
           EXIT.

       FIND-PENDING-AT-BACKUP.
           MOVE 0 TO WS-PND-FOUND-FLAG
           PERFORM MATCH-PENDING-AT-BACKUP
               VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PND-CNT
               OR WS-PND-FOUND.

       MATCH-PENDING-AT-BACKUP.
           IF WS-PND-ID(WS-PND-IDX) = TXN-ID
               SET WS-PND-FOUND TO TRUE
           END-IF.

      *    Leaves WS-LRV-IDX on the reversal's original when found.
       FIND-LATE-REVERSAL.
           MOVE 0 TO WS-LRV-FOUND-FLAG
           PERFORM MATCH-LATE-REVERSAL
               VARYING WS-LRV-IDX FROM 1 BY 1
               UNTIL WS-LRV-IDX > WS-LRV-CNT
               OR WS-LRV-FOUND
           IF WS-LRV-FOUND
               SUBTRACT 1 FROM WS-LRV-IDX
           END-IF.

       MATCH-LATE-REVERSAL.
           IF WS-LRV-REF(WS-LRV-IDX) = TXN-REF-ID
               SET WS-LRV-FOUND TO TRUE
           END-IF.

      *    The journal is written in TXN-ID order, so the first entry
      *    past the replay point should follow it directly; a gap
      *    means entries are missing (archived or cut out) and the
      *    replay cannot be complete.
       CHECK-REPLAY-GAP.
           IF WS-FIRST-AFTER-ID > WS-BOUNDARY-ID + 1
               MOVE SPACES TO WS-RPT-LINE
               STRING "WARNING: journal resumes at " WS-FIRST-AFTER-ID
                   " after backup end " WS-BOUNDARY-ID
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM LOG-RPT-LINE
               DISPLAY WS-RPT-LINE
               ADD 1 TO WS-EXCEPT-COUNT
           END-IF.

      *    Applies the entry's balance effect to the restored master
      *    the way the posting programs did: D/I credit, W/S debit,
      *    T debits TXN-ACCT-NO and credits TXN-XFER-ACCT. In mode
      *    R the effect of the original's type is taken back out,
      *    as TXNPROC's reversal does.
       APPLY-ENTRY.
           MOVE 0 TO WS-APPLY-ERR-FLAG
           MOVE TXN-AMOUNT TO WS-APPLY-AMT
           EVALUATE WS-APPLY-TYPE
               WHEN "D"
               WHEN "I"
                   IF WS-APPLY-MODE = "R"
                       PERFORM DEBIT-ONE-ACCOUNT
                           THRU DEBIT-ONE-ACCOUNT-EXIT
                   ELSE
                       PERFORM CREDIT-ONE-ACCOUNT
                           THRU CREDIT-ONE-ACCOUNT-EXIT
                   END-IF
               WHEN "W"
               WHEN "S"
                   IF WS-APPLY-MODE = "R"
                       PERFORM CREDIT-ONE-ACCOUNT
                           THRU CREDIT-ONE-ACCOUNT-EXIT
                   ELSE
                       PERFORM DEBIT-ONE-ACCOUNT
                           THRU DEBIT-ONE-ACCOUNT-EXIT
                   END-IF
               WHEN "T"
                   IF WS-APPLY-MODE = "R"
                       PERFORM CREDIT-ONE-ACCOUNT
                           THRU CREDIT-ONE-ACCOUNT-EXIT
                   ELSE
                       PERFORM DEBIT-ONE-ACCOUNT
                           THRU DEBIT-ONE-ACCOUNT-EXIT
                   END-IF
                   IF WS-APPLY-FAILED
                       GO TO APPLY-ENTRY-EXIT
                   END-IF
                   MOVE TXN-XFER-ACCT TO WS-APPLY-ACCT
                   IF WS-APPLY-MODE = "R"
                       PERFORM DEBIT-ACCOUNT-NO
                           THRU DEBIT-ACCOUNT-NO-EXIT
                   ELSE
                       PERFORM CREDIT-ACCOUNT-NO
                           THRU CREDIT-ACCOUNT-NO-EXIT
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN ENTRY TYPE" TO WS-APPLY-REASON
                   SET WS-APPLY-FAILED TO TRUE
           END-EVALUATE.
       APPLY-ENTRY-EXIT.
           EXIT.

       CREDIT-ONE-ACCOUNT.
           MOVE TXN-ACCT-NO TO WS-APPLY-ACCT
           PERFORM CREDIT-ACCOUNT-NO THRU CREDIT-ACCOUNT-NO-EXIT.
       CREDIT-ONE-ACCOUNT-EXIT.
           EXIT.

       DEBIT-ONE-ACCOUNT.
           MOVE TXN-ACCT-NO TO WS-APPLY-ACCT
           PERFORM DEBIT-ACCOUNT-NO THRU DEBIT-ACCOUNT-NO-EXIT.
       DEBIT-ONE-ACCOUNT-EXIT.
           EXIT.

       CREDIT-ACCOUNT-NO.
           MOVE WS-APPLY-ACCT TO ACCT-NO
           READ ACCT-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT IN BACKUP" TO WS-APPLY-REASON
                   SET WS-APPLY-FAILED TO TRUE
                   GO TO CREDIT-ACCOUNT-NO-EXIT
           END-READ
           ADD WS-APPLY-AMT TO ACCT-BAL
               ON SIZE ERROR
                   MOVE "BALANCE OVERFLOW" TO WS-APPLY-REASON
                   SET WS-APPLY-FAILED TO TRUE
                   GO TO CREDIT-ACCOUNT-NO-EXIT
           END-ADD
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               MOVE "ACCOUNT REWRITE FAILED" TO WS-APPLY-REASON
               SET WS-APPLY-FAILED TO TRUE
               GO TO CREDIT-ACCOUNT-NO-EXIT
           END-IF
           ADD WS-APPLY-AMT TO WS-CREDIT-TOTAL.
       CREDIT-ACCOUNT-NO-EXIT.
           EXIT.

       DEBIT-ACCOUNT-NO.
           MOVE WS-APPLY-ACCT TO ACCT-NO
           READ ACCT-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT IN BACKUP" TO WS-APPLY-REASON
                   SET WS-APPLY-FAILED TO TRUE
                   GO TO DEBIT-ACCOUNT-NO-EXIT
           END-READ
           SUBTRACT WS-APPLY-AMT FROM ACCT-BAL
               ON SIZE ERROR
                   MOVE "BALANCE UNDERFLOW" TO WS-APPLY-REASON
                   SET WS-APPLY-FAILED TO TRUE
                   GO TO DEBIT-ACCOUNT-NO-EXIT
           END-SUBTRACT
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               MOVE "ACCOUNT REWRITE FAILED" TO WS-APPLY-REASON
               SET WS-APPLY-FAILED TO TRUE
               GO TO DEBIT-ACCOUNT-NO-EXIT
           END-IF
           ADD WS-APPLY-AMT TO WS-DEBIT-TOTAL.
       DEBIT-ACCOUNT-NO-EXIT.
           EXIT.

       NOTE-REPLAY-DAY.
           MOVE 0 TO WS-RDT-FOUND
           PERFORM MATCH-REPLAY-DAY
               VARYING WS-RDT-IDX FROM 1 BY 1
               UNTIL WS-RDT-IDX > WS-RDT-CNT
               OR WS-RDT-FOUND = 1
           IF WS-RDT-FOUND = 1
               SUBTRACT 1 FROM WS-RDT-IDX
               ADD 1 TO WS-RDT-COUNT(WS-RDT-IDX)
           ELSE
               IF WS-RDT-CNT < 500
                   ADD 1 TO WS-RDT-CNT
                   MOVE TXN-DATE TO WS-RDT-DATE(WS-RDT-CNT)
                   MOVE 1 TO WS-RDT-COUNT(WS-RDT-CNT)
               END-IF
           END-IF.

       MATCH-REPLAY-DAY.
           IF WS-RDT-DATE(WS-RDT-IDX) = TXN-DATE
               MOVE 1 TO WS-RDT-FOUND
           END-IF.

       REPORT-REPLAYED-ENTRY.
           MOVE TXN-AMOUNT TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           IF WS-APPLY-MODE = "R"
               STRING TXN-ID " " TXN-DATE " " TXN-TYPE " "
                   TXN-ACCT-NO " " WS-DISP-AMT " UNDID "
                   TXN-REF-ID
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING TXN-ID " " TXN-DATE " " TXN-TYPE " "
                   TXN-ACCT-NO " " WS-DISP-AMT " REPLAYED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM LOG-RPT-LINE.

       REPORT-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           MOVE TXN-AMOUNT TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING TXN-ID " " TXN-DATE " " TXN-TYPE " "
               TXN-ACCT-NO " " WS-DISP-AMT " *** "
               WS-APPLY-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM LOG-RPT-LINE
           DISPLAY "EXCEPTION " TXN-ID ": " WS-APPLY-REASON.

      *    Per-day replay counts with each day's seal standing - a
      *    sealed day was verified above; the current, still-open
      *    day has no seal yet - then the totals.
       PRINT-REPLAY-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM LOG-RPT-LINE
           MOVE "DAYS REPLAYED" TO WS-RPT-LINE
           PERFORM LOG-RPT-LINE
           MOVE "DATE      ENTRIES  SEAL" TO WS-RPT-LINE
           PERFORM LOG-RPT-LINE
           PERFORM PRINT-ONE-REPLAY-DAY
               VARYING WS-RDT-IDX FROM 1 BY 1
               UNTIL WS-RDT-IDX > WS-RDT-CNT
           IF WS-SEAL-IS-OPEN
               CLOSE SEAL-FILE
               MOVE 0 TO WS-SEAL-OPEN-FLAG
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           PERFORM LOG-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Entries replayed:  " WS-REPLAY-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM LOG-RPT-LINE
           MOVE WS-CREDIT-TOTAL TO WS-DISP-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           STRING "Credits applied:   " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM LOG-RPT-LINE
           MOVE WS-DEBIT-TOTAL TO WS-DISP-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           STRING "Debits applied:    " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM LOG-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Entries skipped:   " WS-SKIP-COUNT
               " (pending, failed, reversed within the replay)"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM LOG-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Exceptions:        " WS-EXCEPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM LOG-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM LOG-RPT-LINE
           MOVE "Balances are rolled forward from the journal; holds,"
               TO WS-RPT-LINE
           PERFORM LOG-RPT-LINE
           MOVE "status and other unjournaled fields stand as at the"
               TO WS-RPT-LINE
           PERFORM LOG-RPT-LINE
           MOVE "backup. Damaged master: data/ACCOUNTS.pre-rollfwd"
               TO WS-RPT-LINE
           PERFORM LOG-RPT-LINE.

       PRINT-ONE-REPLAY-DAY.
           MOVE SPACES TO WS-RPT-LINE
           MOVE "NOT SEALED (OPEN DAY)" TO WS-APPLY-REASON
           IF WS-SEAL-IS-OPEN
               MOVE WS-RDT-DATE(WS-RDT-IDX) TO SEAL-DATE
               READ SEAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "SEALED, VERIFIED" TO WS-APPLY-REASON
               END-READ
           END-IF
           STRING WS-RDT-DATE(WS-RDT-IDX) "  "
               WS-RDT-COUNT(WS-RDT-IDX) "  " WS-APPLY-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM LOG-RPT-LINE.

      *    Recovery rewrites every balance on the master, so only an
      *    active, PIN-verified supervisor gets in - same sign-on
      *    FILERST and PARMMNT use.
       SUPERVISOR-SIGNON.
           IF NOT WS-OPER-IS-OPEN
               DISPLAY "Operator file unavailable - sign-on "
                   "cannot be verified."
               GO TO SUPERVISOR-SIGNON-EXIT
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
           MOVE "ROLLFWD" TO WS-ENT-FUNC
           PERFORM CHECK-ENTITLEMENT THRU CHECK-ENTITLEMENT-EXIT
           IF NOT WS-ENT-GRANTED
               GO TO SUPERVISOR-SIGNON-EXIT
           END-IF
           MOVE OPER-ID TO WS-OPERATOR-ID
           SET WS-SIGNON-OK TO TRUE
           DISPLAY "Signed on as " OPER-NAME.
       SUPERVISOR-SIGNON-EXIT.
           EXIT.

      *    The signed-on operator's role (OPER-ROLE, or the standard
      *    role for the authority level when the record has none)
      *    must grant WS-ENT-FUNC on ROLES.dat, kept in OPERADM. A
      *    refusal is shown and written to the audit log. A site
      *    with no ROLES.dat has not adopted roles; nothing is
      *    refused.
       CHECK-ENTITLEMENT.
           MOVE 0 TO WS-ENT-FLAG
           MOVE OPER-ROLE TO WS-ENT-ROLE
           IF WS-ENT-ROLE = SPACES OR WS-ENT-ROLE = LOW-VALUES
               EVALUATE TRUE
                   WHEN OPER-IS-SUPERVISOR
                       MOVE "SUPV" TO WS-ENT-ROLE
                   WHEN OPER-IS-TRAINEE
                       MOVE "TRAINEE" TO WS-ENT-ROLE
                   WHEN OTHER
                       MOVE "TELLER" TO WS-ENT-ROLE
               END-EVALUATE
           END-IF
           OPEN INPUT ROLE-FILE
           IF NOT WS-ROLE-OK
               SET WS-ENT-GRANTED TO TRUE
               GO TO CHECK-ENTITLEMENT-EXIT
           END-IF
           MOVE WS-ENT-ROLE TO ROLE-CODE
           MOVE WS-ENT-FUNC TO ROLE-FUNC
           READ ROLE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENT-GRANTED TO TRUE
           END-READ
           CLOSE ROLE-FILE
           IF WS-ENT-GRANTED
               GO TO CHECK-ENTITLEMENT-EXIT
           END-IF
           DISPLAY "Role " WS-ENT-ROLE " does not permit "
               WS-ENT-FUNC "."
           DISPLAY "Ask a supervisor to grant it in OPERADM."
           PERFORM LOG-ENTITLEMENT-REFUSAL
               THRU LOG-ENTITLEMENT-REFUSAL-EXIT.
       CHECK-ENTITLEMENT-EXIT.
           EXIT.

      *    The refusal goes to the audit log with no account number,
      *    the log opened for the one record.
       LOG-ENTITLEMENT-REFUSAL.
           MOVE 0 TO WS-ENT-LOG-FLAG
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-MISSING
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT WS-AUDIT-OK
               GO TO LOG-ENTITLEMENT-REFUSAL-EXIT
           END-IF
           SET WS-ENT-LOG-OPENED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-ENT-STAMP
           MOVE WS-ENT-STAMP(1:8) TO AUDIT-DATE
           MOVE WS-ENT-STAMP(9:6) TO AUDIT-TIME
           MOVE OPER-ID           TO AUDIT-OPERATOR-ID
           MOVE "REFUSED"         TO AUDIT-ACTION
           MOVE ZEROS             TO AUDIT-ACCT-NO
           MOVE SPACES            TO AUDIT-DETAIL
           STRING "FUNC " WS-ENT-FUNC " ROLE " WS-ENT-ROLE
               DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-STRING
           WRITE AUDIT-REC
           IF WS-ENT-LOG-OPENED
               CLOSE AUDIT-FILE
           END-IF.
       LOG-ENTITLEMENT-REFUSAL-EXIT.
           EXIT.

      *    Same rolling hash as BANKUI's login path.
       COMPUTE-PIN-HASH.
           MOVE 7 TO WS-HASH-WORK
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > 4
               COMPUTE WS-HASH-WORK =
                   FUNCTION MOD(WS-HASH-WORK * 131
                       + FUNCTION ORD(WS-PIN-INPUT(WS-HASH-IDX:1))
                       * 7, 99999989)
           END-PERFORM
           MOVE WS-HASH-WORK TO WS-PIN-HASH.
