       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHLTR.
      *================================================================*
      * CASHLTR - Outgoing Cash Letter Batch Job                       *
      * Nightly step. Presents every check drawn on another bank that  *
      * was captured at deposit time (data/CASHITEM.dat, from the      *
      * BANKUI teller deposit and the ATMFEED deposit instruction) on  *
      * tonight's outgoing cash letter: data/CASHLTR-<date>-<time>.txt *
      * with a header, one detail line per item (routing, serial,      *
      * amount) and a trailer carrying the item count, the dollar      *
      * total and the routing hash total for the correspondent to      *
      * balance to. An item only goes out once its deposit has         *
      * posted: a deposit still pending approval waits for a later     *
      * letter, and one rejected or reversed voids its items.          *
      * Items sent more than the collection window ago with no return  *
      * are taken as paid. The in-process register                     *
      * (data/CLREG-<date>.txt) lists every item sent and not yet      *
      * collected or returned, with the hold raised on its deposit.    *
      * RETDEP marks an item returned when it bounces. No postings.    *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLTR-FILE
               ASSIGN TO "data/CASHITEM.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLTR-ITEM-ID
               FILE STATUS IS WS-CLTR-STATUS.

           SELECT TXN-FILE
               ASSIGN TO "data/TRANSACTIONS.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO "data/HOLDS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT LTR-FILE
               ASSIGN TO DYNAMIC WS-LTR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

           SELECT RPT-FILE
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RPC-FILE
               ASSIGN TO "data/RPTCAT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPC-ID
               FILE STATUS IS WS-RPC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLTR-FILE.
       COPY CLTR-REC.

       FD  TXN-FILE.
       COPY TXNL-REC.

       FD  HOLD-FILE.
       COPY HOLD-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  LTR-FILE.
       01  LTR-REC                PIC X(80).

       FD  RPT-FILE.
       01  RPT-REC                PIC X(80).

       FD  RPC-FILE.
       COPY RPTCAT-REC.

       WORKING-STORAGE SECTION.
      *--- Report spool catalog registration (RPTSPOOL) ---
       01  WS-RPC-STATUS         PIC XX.
           88  WS-RPC-OK             VALUE "00".
           88  WS-RPC-FILE-MISSING   VALUE "35".
       01  WS-SPOOL-LINES        PIC 9(7) VALUE ZEROS.
       01  WS-NEXT-RPC-ID        PIC 9(6) VALUE 1.

       01  WS-CLTR-STATUS        PIC XX.
           88  WS-CLTR-OK            VALUE "00".
           88  WS-CLTR-EOF           VALUE "10".
           88  WS-CLTR-FILE-MISSING  VALUE "35".
       01  WS-CLTR-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-CLTR-AT-EOF        VALUE 1.

       01  WS-TXN-STATUS         PIC XX.
           88  WS-TXN-OK             VALUE "00".
           88  WS-TXN-EOF            VALUE "10".
       01  WS-TXN-EOF-FLAG       PIC 9 VALUE 0.
           88  WS-TXN-AT-EOF         VALUE 1.

       01  WS-HOLD-STATUS        PIC XX.
           88  WS-HOLD-OK            VALUE "00".
       01  WS-HOLD-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-HOLD-IS-OPEN       VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       01  WS-LTR-STATUS         PIC XX.
           88  WS-LTR-OK             VALUE "00".
       01  WS-LTR-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-LTR-IS-OPEN        VALUE 1.
       01  WS-LTR-FILENAME       PIC X(40).

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(80).

      *--- Cash letter records: header, item detail, trailer ---
       01  WS-LTR-HEADER.
           05  FILLER            PIC X(1)  VALUE "H".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(12) VALUE "CASH LETTER ".
           05  WS-LTR-H-DATE     PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LTR-H-TIME     PIC 9(6).
           05  FILLER            PIC X(51) VALUE SPACES.
       01  WS-LTR-DETAIL.
           05  FILLER            PIC X(1)  VALUE "D".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LTR-D-ROUTING  PIC 9(9).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LTR-D-SERIAL   PIC 9(6).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LTR-D-AMOUNT   PIC 9(7)V99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LTR-D-ITEM-ID  PIC 9(10).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LTR-D-ACCT-NO  PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LTR-D-DEP-DT   PIC 9(8).
           05  FILLER            PIC X(23) VALUE SPACES.
       01  WS-LTR-TRAILER.
           05  FILLER            PIC X(1)  VALUE "T".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LTR-T-COUNT    PIC 9(6).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LTR-T-TOTAL    PIC 9(11)V99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LTR-T-HASH     PIC 9(10).
           05  FILLER            PIC X(47) VALUE SPACES.

      *--- Captured items awaiting tonight's letter, with how their
      *    deposit entry stands on the journal: N not found, or the
      *    entry's TXN-STATUS; V also when a reversal points at it.
       01  WS-CI-TABLE.
           05  WS-CI-ENTRY OCCURS 2000 TIMES.
               10  WS-CI-ITEM-ID     PIC 9(10).
               10  WS-CI-TXN-ID      PIC 9(10).
               10  WS-CI-DISP        PIC X(1).
       01  WS-CI-COUNT           PIC 9(4) VALUE 0.
       01  WS-CI-IDX             PIC 9(4) VALUE 0.
       01  WS-CI-J               PIC 9(4) VALUE 0.
       01  WS-CI-MAX             PIC 9(4) VALUE 2000.
       01  WS-CI-DEFERRED        PIC 9(5) VALUE 0.
       01  WS-ITEM-DISP          PIC X(1).

      *    Days after the letter goes out that an item with no
      *    return is taken as collected.
       01  WS-COLLECT-DAYS       PIC 9(3) VALUE 14.
       01  WS-DATE-INT           PIC 9(8).
       01  WS-SENT-INT           PIC 9(8).
       01  WS-DAYS-OUT           PIC 9(5).

       01  WS-ITEMS-SENT         PIC 9(6) VALUE 0.
       01  WS-SENT-TOTAL         PIC 9(11)V99 VALUE ZEROS.
       01  WS-HASH-TOTAL         PIC 9(15) VALUE ZEROS.
       01  WS-ITEMS-WAITING      PIC 9(5) VALUE 0.
       01  WS-ITEMS-VOIDED       PIC 9(5) VALUE 0.
       01  WS-ITEMS-COLLECTED    PIC 9(5) VALUE 0.
       01  WS-INPROC-COUNT       PIC 9(5) VALUE 0.
       01  WS-INPROC-TOTAL       PIC 9(11)V99 VALUE ZEROS.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE 0.

       01  WS-HOLD-DESC          PIC X(22).

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-HH        PIC 9(2).
           05  WS-CURR-MM        PIC 9(2).
           05  WS-CURR-SS        PIC 9(2).
           05  WS-CURR-REST      PIC X(7).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-NOW-TIME           PIC 9(6).

       01  WS-DISP-AMT           PIC $$$,$$$,$$9.99.
       01  WS-DISP-BIG           PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  OUTGOING CASH LETTER"
           DISPLAY "========================================="

           OPEN INPUT CTRL-FILE
           IF WS-CTRL-OK
               MOVE "1" TO CTRL-KEY
               READ CTRL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTRL-BANKING-DATE NUMERIC
                           MOVE CTRL-BANKING-DATE
                               TO WS-CFG-BANKING-DATE
                       END-IF
               END-READ
               CLOSE CTRL-FILE
           END-IF
           PERFORM GET-CURRENT-DATETIME

           OPEN I-O CLTR-FILE
           IF NOT WS-CLTR-OK
               IF WS-CLTR-FILE-MISSING
                   DISPLAY "No check items on file - nothing to do."
               ELSE
                   DISPLAY "Error opening check item file: "
                       WS-CLTR-STATUS
               END-IF
               STOP RUN
           END-IF

           OPEN INPUT HOLD-FILE
           IF WS-HOLD-OK
               SET WS-HOLD-IS-OPEN TO TRUE
           END-IF

           PERFORM LOAD-CAPTURED-ITEMS THRU LOAD-CAPTURED-ITEMS-EXIT
           PERFORM CHECK-DEPOSIT-ENTRIES
               THRU CHECK-DEPOSIT-ENTRIES-EXIT
           PERFORM OPEN-RPT-FILE

           MOVE 0 TO WS-CI-IDX
           MOVE 0 TO WS-CLTR-EOF-FLAG
           MOVE ZEROS TO CLTR-ITEM-ID
           START CLTR-FILE KEY IS NOT LESS THAN CLTR-ITEM-ID
               INVALID KEY
                   SET WS-CLTR-AT-EOF TO TRUE
           END-START
           PERFORM PROCESS-NEXT-ITEM UNTIL WS-CLTR-AT-EOF

           IF WS-LTR-IS-OPEN
               PERFORM CLOSE-LETTER-FILE
           END-IF

           DISPLAY SPACES
           DISPLAY "  Items presented:  " WS-ITEMS-SENT
           MOVE WS-SENT-TOTAL TO WS-DISP-BIG
           DISPLAY "  Letter total:     " WS-DISP-BIG
           DISPLAY "  Awaiting approval:" WS-ITEMS-WAITING
           DISPLAY "  Items voided:     " WS-ITEMS-VOIDED
           DISPLAY "  Items collected:  " WS-ITEMS-COLLECTED
           DISPLAY "  Still in process: " WS-INPROC-COUNT
           MOVE WS-INPROC-TOTAL TO WS-DISP-BIG
           DISPLAY "  In-process total: " WS-DISP-BIG
           IF WS-CI-DEFERRED > ZEROS
               DISPLAY "  WARNING: " WS-CI-DEFERRED " items held "
                   "for the next letter - item table full."
           END-IF
           IF WS-ERROR-COUNT > ZEROS
               DISPLAY "  WARNING: " WS-ERROR-COUNT " items "
                   "could not be updated."
           END-IF
           DISPLAY "========================================="

           IF WS-RPT-IS-OPEN
               PERFORM FINISH-REGISTER
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               PERFORM REGISTER-SPOOL-REPORT
                   THRU REGISTER-SPOOL-REPORT-EXIT
               DISPLAY "  Register: " WS-RPT-FILENAME
           END-IF
           IF WS-HOLD-IS-OPEN
               CLOSE HOLD-FILE
           END-IF
           CLOSE CLTR-FILE
           STOP RUN.

       GET-CURRENT-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           STRING WS-CURR-HH WS-CURR-MM WS-CURR-SS
               DELIMITED BY SIZE INTO WS-NOW-TIME
           END-STRING
      *    While a banking day is open, the letter carries the
      *    banking date from the control record, not the wall clock.
           IF WS-CFG-BANKING-DATE > ZEROS
               MOVE WS-CFG-BANKING-DATE TO WS-TODAY-DATE
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).

      *    Every item still awaiting a letter goes into the table
      *    with its deposit's journal id, in key order - the same
      *    order the presenting pass reads them back in.
       LOAD-CAPTURED-ITEMS.
           MOVE 0 TO WS-CLTR-EOF-FLAG
           MOVE ZEROS TO CLTR-ITEM-ID
           START CLTR-FILE KEY IS NOT LESS THAN CLTR-ITEM-ID
               INVALID KEY
                   GO TO LOAD-CAPTURED-ITEMS-EXIT
           END-START
           PERFORM LOAD-ONE-ITEM UNTIL WS-CLTR-AT-EOF.
       LOAD-CAPTURED-ITEMS-EXIT.
           EXIT.

       LOAD-ONE-ITEM.
           READ CLTR-FILE NEXT
               AT END
                   SET WS-CLTR-AT-EOF TO TRUE
               NOT AT END
                   IF CLTR-IS-CAPTURED
                       AND WS-CI-COUNT < WS-CI-MAX
                       ADD 1 TO WS-CI-COUNT
                       MOVE CLTR-ITEM-ID TO WS-CI-ITEM-ID(WS-CI-COUNT)
                       MOVE CLTR-TXN-ID  TO WS-CI-TXN-ID(WS-CI-COUNT)
                       MOVE "N"          TO WS-CI-DISP(WS-CI-COUNT)
                   END-IF
           END-READ.

      *    One pass of the journal settles how each item's deposit
      *    stands: approved or rejected since capture, or reversed.
       CHECK-DEPOSIT-ENTRIES.
           IF WS-CI-COUNT = ZEROS
               GO TO CHECK-DEPOSIT-ENTRIES-EXIT
           END-IF
           OPEN INPUT TXN-FILE
           IF NOT WS-TXN-OK
               GO TO CHECK-DEPOSIT-ENTRIES-EXIT
           END-IF
           MOVE 0 TO WS-TXN-EOF-FLAG
           PERFORM CHECK-ONE-ENTRY UNTIL WS-TXN-AT-EOF
           CLOSE TXN-FILE.
       CHECK-DEPOSIT-ENTRIES-EXIT.
           EXIT.

       CHECK-ONE-ENTRY.
           READ TXN-FILE
               AT END
                   SET WS-TXN-AT-EOF TO TRUE
               NOT AT END
                   PERFORM MATCH-ENTRY-TO-ITEM
                       VARYING WS-CI-J FROM 1 BY 1
                       UNTIL WS-CI-J > WS-CI-COUNT
           END-READ.

       MATCH-ENTRY-TO-ITEM.
           IF TXN-ID = WS-CI-TXN-ID(WS-CI-J)
               AND WS-CI-DISP(WS-CI-J) NOT = "V"
               MOVE TXN-STATUS TO WS-CI-DISP(WS-CI-J)
           END-IF
           IF TXN-IS-REVERSAL
               AND TXN-REF-ID = WS-CI-TXN-ID(WS-CI-J)
               MOVE "V" TO WS-CI-DISP(WS-CI-J)
           END-IF.

       PROCESS-NEXT-ITEM.
           READ CLTR-FILE NEXT
               AT END
                   SET WS-CLTR-AT-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CLTR-IS-CAPTURED
                           PERFORM DISPOSE-CAPTURED-ITEM
                               THRU DISPOSE-CAPTURED-ITEM-EXIT
                       WHEN CLTR-IS-SENT
                           PERFORM AGE-SENT-ITEM
                               THRU AGE-SENT-ITEM-EXIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *    A captured item goes out on the letter when its deposit
      *    posted; it waits while the deposit is pending approval,
      *    and is voided when the deposit was rejected or reversed.
       DISPOSE-CAPTURED-ITEM.
           ADD 1 TO WS-CI-IDX
           IF WS-CI-IDX > WS-CI-COUNT
               ADD 1 TO WS-CI-DEFERRED
               GO TO DISPOSE-CAPTURED-ITEM-EXIT
           END-IF
           IF WS-CI-ITEM-ID(WS-CI-IDX) NOT = CLTR-ITEM-ID
               ADD 1 TO WS-CI-DEFERRED
               GO TO DISPOSE-CAPTURED-ITEM-EXIT
           END-IF
           MOVE WS-CI-DISP(WS-CI-IDX) TO WS-ITEM-DISP
           EVALUATE WS-ITEM-DISP
               WHEN "P"
                   ADD 1 TO WS-ITEMS-WAITING
               WHEN "F"
               WHEN "V"
                   MOVE "X" TO CLTR-STATUS
                   REWRITE CLTR-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF WS-CLTR-OK
                       ADD 1 TO WS-ITEMS-VOIDED
                       DISPLAY "  VOIDED  item " CLTR-ITEM-ID
                           " - deposit " CLTR-TXN-ID
                           " rejected or reversed"
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               WHEN OTHER
                   PERFORM PRESENT-ITEM THRU PRESENT-ITEM-EXIT
           END-EVALUATE.
       DISPOSE-CAPTURED-ITEM-EXIT.
           EXIT.

       PRESENT-ITEM.
           IF NOT WS-LTR-IS-OPEN
               PERFORM OPEN-LETTER-FILE
               IF NOT WS-LTR-IS-OPEN
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO PRESENT-ITEM-EXIT
               END-IF
           END-IF
           MOVE "S"           TO CLTR-STATUS
           MOVE WS-TODAY-DATE TO CLTR-SENT-DT
           MOVE WS-NOW-TIME   TO CLTR-SENT-TM
           REWRITE CLTR-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT WS-CLTR-OK
               DISPLAY "  WARNING: Could not mark item " CLTR-ITEM-ID
                   " sent - status " WS-CLTR-STATUS
               ADD 1 TO WS-ERROR-COUNT
               GO TO PRESENT-ITEM-EXIT
           END-IF
           MOVE CLTR-ROUTING    TO WS-LTR-D-ROUTING
           MOVE CLTR-SERIAL     TO WS-LTR-D-SERIAL
           MOVE CLTR-AMOUNT     TO WS-LTR-D-AMOUNT
           MOVE CLTR-ITEM-ID    TO WS-LTR-D-ITEM-ID
           MOVE CLTR-ACCT-NO    TO WS-LTR-D-ACCT-NO
           MOVE CLTR-DEPOSIT-DT TO WS-LTR-D-DEP-DT
           MOVE WS-LTR-DETAIL   TO LTR-REC
           WRITE LTR-REC
           ADD 1 TO WS-ITEMS-SENT
           ADD CLTR-AMOUNT  TO WS-SENT-TOTAL
           ADD CLTR-ROUTING TO WS-HASH-TOTAL
           PERFORM REGISTER-IN-PROCESS.
       PRESENT-ITEM-EXIT.
           EXIT.

      *    An item out past the collection window with no return is
      *    collected; anything younger stays on the register.
       AGE-SENT-ITEM.
           COMPUTE WS-SENT-INT =
               FUNCTION INTEGER-OF-DATE(CLTR-SENT-DT)
           COMPUTE WS-DAYS-OUT = WS-DATE-INT - WS-SENT-INT
           IF WS-DAYS-OUT < WS-COLLECT-DAYS
               PERFORM REGISTER-IN-PROCESS
               GO TO AGE-SENT-ITEM-EXIT
           END-IF
           MOVE "P"           TO CLTR-STATUS
           MOVE WS-TODAY-DATE TO CLTR-PAID-DT
           REWRITE CLTR-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-CLTR-OK
               ADD 1 TO WS-ITEMS-COLLECTED
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               PERFORM REGISTER-IN-PROCESS
           END-IF.
       AGE-SENT-ITEM-EXIT.
           EXIT.

      *    One register line per item in process, tied to the hold
      *    on its deposit so the branch sees what is still held
      *    against it.
       REGISTER-IN-PROCESS.
           ADD 1 TO WS-INPROC-COUNT
           ADD CLTR-AMOUNT TO WS-INPROC-TOTAL
           COMPUTE WS-SENT-INT =
               FUNCTION INTEGER-OF-DATE(CLTR-SENT-DT)
           COMPUTE WS-DAYS-OUT = WS-DATE-INT - WS-SENT-INT
           MOVE "NO HOLD" TO WS-HOLD-DESC
           IF CLTR-HOLD-ID > ZEROS AND WS-HOLD-IS-OPEN
               MOVE CLTR-HOLD-ID TO HOLD-ID
               READ HOLD-FILE
                   INVALID KEY
                       MOVE "HOLD NOT FOUND" TO WS-HOLD-DESC
                   NOT INVALID KEY
                       MOVE SPACES TO WS-HOLD-DESC
                       IF HOLD-IS-OPEN
                           STRING "HELD TO " HOLD-RELEASE-DT
                               DELIMITED BY SIZE INTO WS-HOLD-DESC
                           END-STRING
                       ELSE
                           STRING "RELEASED " HOLD-RELEASE-DT
                               DELIMITED BY SIZE INTO WS-HOLD-DESC
                           END-STRING
                       END-IF
               END-READ
           END-IF
           MOVE CLTR-AMOUNT TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING CLTR-ITEM-ID " " CLTR-ACCT-NO " " CLTR-ROUTING
               " " CLTR-SERIAL WS-DISP-AMT " " CLTR-SENT-DT
               WS-DAYS-OUT(3:3) " " WS-HOLD-DESC
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       OPEN-LETTER-FILE.
           MOVE SPACES TO WS-LTR-FILENAME
           STRING "data/CASHLTR-" WS-TODAY-DATE "-" WS-NOW-TIME
               ".txt"
               DELIMITED BY SIZE INTO WS-LTR-FILENAME
           END-STRING
           OPEN OUTPUT LTR-FILE
           IF WS-LTR-OK
               SET WS-LTR-IS-OPEN TO TRUE
               MOVE WS-TODAY-DATE TO WS-LTR-H-DATE
               MOVE WS-NOW-TIME   TO WS-LTR-H-TIME
               MOVE WS-LTR-HEADER TO LTR-REC
               WRITE LTR-REC
           ELSE
               DISPLAY "WARNING: Could not open cash letter file: "
                   WS-LTR-STATUS
           END-IF.

      *    The trailer's control totals: item count, dollar total,
      *    and the routing numbers summed to the low ten digits.
       CLOSE-LETTER-FILE.
           MOVE WS-ITEMS-SENT TO WS-LTR-T-COUNT
           MOVE WS-SENT-TOTAL TO WS-LTR-T-TOTAL
           MOVE WS-HASH-TOTAL TO WS-LTR-T-HASH
           MOVE WS-LTR-TRAILER TO LTR-REC
           WRITE LTR-REC
           CLOSE LTR-FILE
           MOVE 0 TO WS-LTR-OPEN-FLAG
           DISPLAY "  Cash letter: " WS-LTR-FILENAME.

       OPEN-RPT-FILE.
           MOVE SPACES TO WS-RPT-FILENAME
           STRING "data/CLREG-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "CASH LETTER IN-PROCESS REGISTER" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "RUN DATE " WS-TODAY-DATE
                   "   COLLECTED AFTER " WS-COLLECT-DAYS " DAYS"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE "ITEM ID    ACCOUNT  ROUTING   SERIAL       AMOUNT"
                   TO WS-RPT-LINE
               MOVE "SENT    DAY HOLD" TO WS-RPT-LINE(52:16)
               PERFORM WRITE-RPT-LINE
           ELSE
               DISPLAY "WARNING: Could not open register file: "
                   WS-RPT-STATUS
           END-IF.

       FINISH-REGISTER.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-INPROC-TOTAL TO WS-DISP-BIG
           MOVE SPACES TO WS-RPT-LINE
           STRING "IN PROCESS " WS-INPROC-COUNT " ITEMS "
               WS-DISP-BIG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-SENT-TOTAL TO WS-DISP-BIG
           MOVE SPACES TO WS-RPT-LINE
           STRING "SENT TONIGHT " WS-ITEMS-SENT " ITEMS "
               WS-DISP-BIG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "COLLECTED " WS-ITEMS-COLLECTED
               "  VOIDED " WS-ITEMS-VOIDED
               "  AWAITING APPROVAL " WS-ITEMS-WAITING
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           IF WS-RPT-IS-OPEN
               MOVE WS-RPT-LINE TO RPT-REC
               WRITE RPT-REC
               ADD 1 TO WS-SPOOL-LINES
           END-IF.

      *    Registers the finished report on the spool catalog, so
      *    RPTSPOOL can list, view, and retire it by class.
       REGISTER-SPOOL-REPORT.
           OPEN I-O RPC-FILE
           IF NOT WS-RPC-OK
               IF WS-RPC-FILE-MISSING
                   OPEN OUTPUT RPC-FILE
                   IF WS-RPC-OK
                       CLOSE RPC-FILE
                       OPEN I-O RPC-FILE
                   END-IF
               END-IF
           END-IF
           IF NOT WS-RPC-OK
               DISPLAY "WARNING: Could not catalog the report."
               GO TO REGISTER-SPOOL-REPORT-EXIT
           END-IF
           MOVE HIGH-VALUES TO RPC-ID
           START RPC-FILE KEY IS LESS THAN RPC-ID
               INVALID KEY
                   MOVE 1 TO WS-NEXT-RPC-ID
           END-START
           IF WS-RPC-OK
               READ RPC-FILE NEXT
                   AT END
                       MOVE 1 TO WS-NEXT-RPC-ID
                   NOT AT END
                       COMPUTE WS-NEXT-RPC-ID = RPC-ID + 1
               END-READ
           END-IF
           MOVE WS-NEXT-RPC-ID   TO RPC-ID
           MOVE "CASHLTR "       TO RPC-PROGRAM
           MOVE WS-TODAY-DATE    TO RPC-DATE
           MOVE WS-NOW-TIME      TO RPC-TIME
           MOVE WS-RPT-FILENAME  TO RPC-PATH
           MOVE WS-SPOOL-LINES   TO RPC-LINES
           MOVE "D"              TO RPC-CLASS
           MOVE "A"              TO RPC-STATUS
           WRITE RPC-REC
           INVALID KEY
               DISPLAY "WARNING: Could not catalog the report."
           END-WRITE
           CLOSE RPC-FILE.
       REGISTER-SPOOL-REPORT-EXIT.
           EXIT.
