       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCEXTR.
      *================================================================*
      * CDCEXTR - Master File Change-Data Extract                      *
      * Nightly step, run straight after FILEBKUP. Compares today's    *
      * account, customer and loan masters with the same files in the  *
      * previous good backup generation and writes only what changed   *
      * to data/CDC-<date>.txt for the data warehouse: one pipe-       *
      * delimited line per record inserted (I), updated (U) or deleted *
      * (D), carrying every field of the record - the new image for an *
      * insert or update, the last image for a delete - so the history *
      * of each record can be rebuilt downstream. A header names the   *
      * generation compared against; a trailer per file carries the   *
      * insert, update and delete counts and the records on file.      *
      * The generation FILEBKUP has just taken tonight holds the same  *
      * data as the live files, so the comparison is against the set   *
      * before it. With no earlier generation every record is written  *
      * as an insert (a full load) and the run ends RC 4.              *
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

           SELECT ACCT-FILE
               ASSIGN TO "data/ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT OACCT-FILE
               ASSIGN TO DYNAMIC WS-OLD-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OACCT-NO
               FILE STATUS IS WS-OACCT-STATUS.

           SELECT CUST-FILE
               ASSIGN TO "data/CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT OCUST-FILE
               ASSIGN TO DYNAMIC WS-OLD-CUST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCUST-NO
               FILE STATUS IS WS-OCUST-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "data/LOANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NO
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT OLOAN-FILE
               ASSIGN TO DYNAMIC WS-OLD-LOAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLOAN-NO
               FILE STATUS IS WS-OLOAN-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT CDC-FILE
               ASSIGN TO DYNAMIC WS-CDC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BKCAT-FILE.
       COPY BKCAT-REC.

       FD  ACCT-FILE.
       COPY ACCT-REC.

      *    The same masters as they stood in the earlier generation.
       FD  OACCT-FILE.
       COPY ACCT-REC REPLACING LEADING ==ACCT== BY ==OACCT==.

       FD  CUST-FILE.
       COPY CUST-REC.

       FD  OCUST-FILE.
       COPY CUST-REC REPLACING LEADING ==CUST== BY ==OCUST==.

       FD  LOAN-FILE.
       COPY LOAN-REC.

       FD  OLOAN-FILE.
       COPY LOAN-REC REPLACING LEADING ==LOAN== BY ==OLOAN==.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  CDC-FILE.
       01  CDC-REC                PIC X(800).

       WORKING-STORAGE SECTION.
       01  WS-BK-STATUS          PIC XX.
           88  WS-BK-OK              VALUE "00".
       01  WS-BK-EOF-FLAG        PIC 9 VALUE 0.
           88  WS-BK-AT-EOF          VALUE 1.

       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
       01  WS-OACCT-STATUS       PIC XX.
           88  WS-OACCT-OK           VALUE "00".
       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".
       01  WS-OCUST-STATUS       PIC XX.
           88  WS-OCUST-OK           VALUE "00".
       01  WS-LOAN-STATUS        PIC XX.
           88  WS-LOAN-OK            VALUE "00".
       01  WS-OLOAN-STATUS       PIC XX.
           88  WS-OLOAN-OK           VALUE "00".

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       01  WS-CDC-STATUS         PIC XX.
           88  WS-CDC-OK             VALUE "00".
       01  WS-CDC-FILENAME       PIC X(40).
       01  WS-CDC-LINE           PIC X(800).
       01  WS-CDC-PTR            PIC 9(4).

      *--- Generation compared against. The first good set found
      *    reading back from the newest is passed over when it was
      *    taken today - that is tonight's own copy of the live
      *    files.
       01  WS-BASE-FLAG          PIC 9 VALUE 0.
           88  WS-HAVE-BASE          VALUE 1.
       01  WS-BASE-GEN-ID        PIC 9(6) VALUE ZEROS.
       01  WS-BASE-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-BASE-PATH          PIC X(40) VALUE SPACES.
       01  WS-GOOD-SEEN          PIC 9(3) VALUE 0.
       01  WS-OLD-ACCT-PATH      PIC X(60).
       01  WS-OLD-CUST-PATH      PIC X(60).
       01  WS-OLD-LOAN-PATH      PIC X(60).

      *--- Match-merge of the two copies of one master, in key
      *    order; a side at end of file carries HIGH-VALUES.
       01  WS-NEW-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-NEW-IS-OPEN        VALUE 1.
       01  WS-OLD-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-OLD-IS-OPEN        VALUE 1.
       01  WS-NEW-KEY            PIC X(8).
       01  WS-OLD-KEY            PIC X(8).
       01  WS-CDC-ACTION         PIC X(1).

       01  WS-FILE-LABEL         PIC X(9).
       01  WS-CNT-INSERT         PIC 9(7) VALUE 0.
       01  WS-CNT-UPDATE         PIC 9(7) VALUE 0.
       01  WS-CNT-DELETE         PIC 9(7) VALUE 0.
       01  WS-CNT-ON-FILE        PIC 9(7) VALUE 0.
       01  WS-CHANGES-TOTAL      PIC 9(7) VALUE 0.
       01  WS-FILES-SKIPPED      PIC 9(1) VALUE 0.

      *--- Record being written, whichever copy it came from ---
       COPY ACCT-REC REPLACING LEADING ==ACCT== BY ==CACCT==.
       COPY CUST-REC REPLACING LEADING ==CUST== BY ==CCUST==.
       COPY LOAN-REC REPLACING LEADING ==LOAN== BY ==CLOAN==.

      *--- Scaled fields go out with an explicit decimal point ---
       01  WS-CDC-AMT            PIC S9(9)V99.
       01  WS-CDC-ED-AMT         PIC -9(9).99.
       01  WS-CDC-RATE           PIC S9(2)V9(4).
       01  WS-CDC-ED-RATE        PIC -9(2).9(4).
       01  WS-CDC-ACCR           PIC 9(7)V9(4).
       01  WS-CDC-ED-ACCR        PIC 9(7).9(4).
       01  WS-CDC-IDX            PIC 9(1).

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-HH        PIC 9(2).
           05  WS-CURR-MM        PIC 9(2).
           05  WS-CURR-SS        PIC 9(2).
           05  WS-CURR-REST      PIC X(7).
       01  WS-WALL-DATE          PIC 9(8).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-NOW-TIME           PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  MASTER FILE CHANGE-DATA EXTRACT"
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

           PERFORM FIND-BASE-GENERATION
               THRU FIND-BASE-GENERATION-EXIT
           IF WS-HAVE-BASE
               DISPLAY "Comparing with generation " WS-BASE-GEN-ID
                   " of " WS-BASE-DATE
           ELSE
               DISPLAY "No earlier backup generation - writing a "
                   "full load."
           END-IF

           MOVE SPACES TO WS-CDC-FILENAME
           STRING "data/CDC-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-CDC-FILENAME
           END-STRING
           OPEN OUTPUT CDC-FILE
           IF NOT WS-CDC-OK
               DISPLAY "FATAL: Cannot open change file "
                   WS-CDC-FILENAME " - status " WS-CDC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-HEADER

           PERFORM COMPARE-ACCOUNTS THRU COMPARE-ACCOUNTS-EXIT
           PERFORM COMPARE-CUSTOMERS THRU COMPARE-CUSTOMERS-EXIT
           PERFORM COMPARE-LOANS THRU COMPARE-LOANS-EXIT

           CLOSE CDC-FILE
           DISPLAY SPACES
           DISPLAY "  Changes written:  " WS-CHANGES-TOTAL
           DISPLAY "  Change file:      " WS-CDC-FILENAME
           DISPLAY "========================================="
           IF WS-FILES-SKIPPED > ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT WS-HAVE-BASE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       GET-CURRENT-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-WALL-DATE
           END-STRING
           STRING WS-CURR-HH WS-CURR-MM WS-CURR-SS
               DELIMITED BY SIZE INTO WS-NOW-TIME
           END-STRING
           MOVE WS-WALL-DATE TO WS-TODAY-DATE
      *    While a banking day is open, the extract is dated with
      *    the banking date from the control record.
           IF WS-CFG-BANKING-DATE > ZEROS
               MOVE WS-CFG-BANKING-DATE TO WS-TODAY-DATE
           END-IF.

      *    Reads the backup catalog back from the newest set for
      *    the generation to compare with. FILEBKUP stamps its sets
      *    with the wall-clock date, so that is what tonight's set
      *    is recognised by.
       FIND-BASE-GENERATION.
           OPEN INPUT BKCAT-FILE
           IF NOT WS-BK-OK
               GO TO FIND-BASE-GENERATION-EXIT
           END-IF
           MOVE 0 TO WS-BK-EOF-FLAG
           MOVE HIGH-VALUES TO BK-GEN-ID
           START BKCAT-FILE KEY IS LESS THAN BK-GEN-ID
               INVALID KEY
                   SET WS-BK-AT-EOF TO TRUE
           END-START
           PERFORM CHECK-ONE-GENERATION
               UNTIL WS-BK-AT-EOF OR WS-HAVE-BASE
           CLOSE BKCAT-FILE
           IF NOT WS-HAVE-BASE
               GO TO FIND-BASE-GENERATION-EXIT
           END-IF
           MOVE SPACES TO WS-OLD-ACCT-PATH WS-OLD-CUST-PATH
               WS-OLD-LOAN-PATH
           STRING WS-BASE-PATH DELIMITED BY SPACE
               "/ACCOUNTS.dat" DELIMITED BY SIZE
               INTO WS-OLD-ACCT-PATH
           END-STRING
           STRING WS-BASE-PATH DELIMITED BY SPACE
               "/CUSTOMERS.dat" DELIMITED BY SIZE
               INTO WS-OLD-CUST-PATH
           END-STRING
           STRING WS-BASE-PATH DELIMITED BY SPACE
               "/LOANS.dat" DELIMITED BY SIZE
               INTO WS-OLD-LOAN-PATH
           END-STRING.
       FIND-BASE-GENERATION-EXIT.
           EXIT.

       CHECK-ONE-GENERATION.
           READ BKCAT-FILE PREVIOUS
               AT END
                   SET WS-BK-AT-EOF TO TRUE
               NOT AT END
                   IF BK-IS-GOOD OR BK-WAS-RESTORED
                       ADD 1 TO WS-GOOD-SEEN
                       IF WS-GOOD-SEEN = 1
                           AND BK-DATE = WS-WALL-DATE
                           CONTINUE
                       ELSE
                           SET WS-HAVE-BASE TO TRUE
                           MOVE BK-GEN-ID TO WS-BASE-GEN-ID
                           MOVE BK-DATE   TO WS-BASE-DATE
                           MOVE BK-PATH   TO WS-BASE-PATH
                       END-IF
                   END-IF
           END-READ.

       WRITE-HEADER.
           MOVE SPACES TO WS-CDC-LINE
           IF WS-HAVE-BASE
               STRING "H|CDCEXTR|" WS-TODAY-DATE "|" WS-NOW-TIME
                   "|DELTA|" WS-BASE-GEN-ID "|" WS-BASE-DATE
                   DELIMITED BY SIZE INTO WS-CDC-LINE
               END-STRING
           ELSE
               STRING "H|CDCEXTR|" WS-TODAY-DATE "|" WS-NOW-TIME
                   "|FULL|000000|00000000"
                   DELIMITED BY SIZE INTO WS-CDC-LINE
               END-STRING
           END-IF
           WRITE CDC-REC FROM WS-CDC-LINE.

      *    One file's trailer: inserts, updates, deletes, and the
      *    records now on the live file.
       WRITE-TRAILER.
           MOVE SPACES TO WS-CDC-LINE
           STRING "T|" WS-FILE-LABEL DELIMITED BY SPACE
               "|" WS-CNT-INSERT "|" WS-CNT-UPDATE "|" WS-CNT-DELETE
               "|" WS-CNT-ON-FILE
               DELIMITED BY SIZE INTO WS-CDC-LINE
           END-STRING
           WRITE CDC-REC FROM WS-CDC-LINE
           DISPLAY "  " WS-FILE-LABEL " I " WS-CNT-INSERT
               " U " WS-CNT-UPDATE " D " WS-CNT-DELETE
               " on file " WS-CNT-ON-FILE.

       RESET-FILE-COUNTS.
           MOVE ZEROS TO WS-CNT-INSERT WS-CNT-UPDATE WS-CNT-DELETE
               WS-CNT-ON-FILE
           MOVE 0 TO WS-NEW-OPEN-FLAG WS-OLD-OPEN-FLAG.

       WRITE-CHANGE-LINE.
           WRITE CDC-REC FROM WS-CDC-LINE
           ADD 1 TO WS-CHANGES-TOTAL
           EVALUATE WS-CDC-ACTION
               WHEN "I"
                   ADD 1 TO WS-CNT-INSERT
               WHEN "U"
                   ADD 1 TO WS-CNT-UPDATE
               WHEN "D"
                   ADD 1 TO WS-CNT-DELETE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    Field formatting shared by the three masters.
      *----------------------------------------------------------------
       PUT-AMT-FIELD.
           MOVE WS-CDC-AMT TO WS-CDC-ED-AMT
           IF WS-CDC-AMT < ZEROS
               STRING "|" WS-CDC-ED-AMT
                   DELIMITED BY SIZE INTO WS-CDC-LINE
                   WITH POINTER WS-CDC-PTR
               END-STRING
           ELSE
               STRING "|" WS-CDC-ED-AMT(2:)
                   DELIMITED BY SIZE INTO WS-CDC-LINE
                   WITH POINTER WS-CDC-PTR
               END-STRING
           END-IF.

       PUT-RATE-FIELD.
           MOVE WS-CDC-RATE TO WS-CDC-ED-RATE
           IF WS-CDC-RATE < ZEROS
               STRING "|" WS-CDC-ED-RATE
                   DELIMITED BY SIZE INTO WS-CDC-LINE
                   WITH POINTER WS-CDC-PTR
               END-STRING
           ELSE
               STRING "|" WS-CDC-ED-RATE(2:)
                   DELIMITED BY SIZE INTO WS-CDC-LINE
                   WITH POINTER WS-CDC-PTR
               END-STRING
           END-IF.

       PUT-ACCR-FIELD.
           MOVE WS-CDC-ACCR TO WS-CDC-ED-ACCR
           STRING "|" WS-CDC-ED-ACCR
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING.

      *----------------------------------------------------------------
      *    ACCOUNTS.dat
      *----------------------------------------------------------------
       COMPARE-ACCOUNTS.
           PERFORM RESET-FILE-COUNTS
           MOVE "ACCOUNTS" TO WS-FILE-LABEL
           OPEN INPUT ACCT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "WARNING: Cannot open ACCOUNTS.dat - status "
                   WS-ACCT-STATUS " - file not extracted."
               ADD 1 TO WS-FILES-SKIPPED
               GO TO COMPARE-ACCOUNTS-EXIT
           END-IF
           SET WS-NEW-IS-OPEN TO TRUE
           IF WS-HAVE-BASE
               OPEN INPUT OACCT-FILE
               IF WS-OACCT-OK
                   SET WS-OLD-IS-OPEN TO TRUE
               END-IF
           END-IF
           PERFORM READ-NEXT-ACCT
           PERFORM READ-NEXT-OACCT
           PERFORM MERGE-ONE-ACCOUNT
               UNTIL WS-NEW-KEY = HIGH-VALUES
               AND WS-OLD-KEY = HIGH-VALUES
           CLOSE ACCT-FILE
           IF WS-OLD-IS-OPEN
               CLOSE OACCT-FILE
           END-IF
           PERFORM WRITE-TRAILER.
       COMPARE-ACCOUNTS-EXIT.
           EXIT.

       READ-NEXT-ACCT.
           READ ACCT-FILE NEXT
               AT END
                   MOVE HIGH-VALUES TO WS-NEW-KEY
               NOT AT END
                   MOVE ACCT-NO TO WS-NEW-KEY
                   ADD 1 TO WS-CNT-ON-FILE
           END-READ.

       READ-NEXT-OACCT.
           IF NOT WS-OLD-IS-OPEN
               MOVE HIGH-VALUES TO WS-OLD-KEY
           ELSE
               READ OACCT-FILE NEXT
                   AT END
                       MOVE HIGH-VALUES TO WS-OLD-KEY
                   NOT AT END
                       MOVE OACCT-NO TO WS-OLD-KEY
               END-READ
           END-IF.

       MERGE-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-NEW-KEY < WS-OLD-KEY
                   MOVE "I" TO WS-CDC-ACTION
                   MOVE ACCT-REC TO CACCT-REC
                   PERFORM FORMAT-ACCOUNT-LINE
                   PERFORM WRITE-CHANGE-LINE
                   PERFORM READ-NEXT-ACCT
               WHEN WS-NEW-KEY > WS-OLD-KEY
                   MOVE "D" TO WS-CDC-ACTION
                   MOVE OACCT-REC TO CACCT-REC
                   PERFORM FORMAT-ACCOUNT-LINE
                   PERFORM WRITE-CHANGE-LINE
                   PERFORM READ-NEXT-OACCT
               WHEN OTHER
                   IF ACCT-REC NOT = OACCT-REC
                       MOVE "U" TO WS-CDC-ACTION
                       MOVE ACCT-REC TO CACCT-REC
                       PERFORM FORMAT-ACCOUNT-LINE
                       PERFORM WRITE-CHANGE-LINE
                   END-IF
                   PERFORM READ-NEXT-ACCT
                   PERFORM READ-NEXT-OACCT
           END-EVALUATE.

      *    Every account field, in record order.
       FORMAT-ACCOUNT-LINE.
           MOVE SPACES TO WS-CDC-LINE
           MOVE 1 TO WS-CDC-PTR
           STRING "ACCOUNTS|" WS-CDC-ACTION "|" CACCT-NO "|"
               CACCT-NAME
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CACCT-BAL TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           STRING "|" CACCT-TYPE "|" CACCT-STATUS "|" CACCT-OPEN-DT
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CACCT-INT-RATE TO WS-CDC-RATE
           PERFORM PUT-RATE-FIELD
           MOVE CACCT-OD-LIMIT TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           STRING "|" CACCT-CURRENCY "|" CACCT-MAX-W-COUNT
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CACCT-MAX-W-AMT TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           STRING "|" CACCT-BRANCH "|" CACCT-JOINT-NAME
               "|" CACCT-MATURITY-DT "|" CACCT-LINKED-ACCT
               "|" CACCT-CUST-NO "|" CACCT-CD-DISP "|" CACCT-CD-TERM
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CACCT-HOLD-AMT TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           MOVE CACCT-INT-YTD TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           MOVE CACCT-INT-PRIOR-YR TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           STRING "|" CACCT-WHOLD-FLAG
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CACCT-ALERT-LOW-BAL TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           MOVE CACCT-ALERT-LRG-TXN TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           STRING "|" CACCT-ALERT-ATM
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CACCT-OD-ACCRUED TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           STRING "|" CACCT-INT-DISP
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CACCT-INT-PAYABLE TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           STRING "|" CACCT-IRA-PLAN
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CACCT-IRA-CONTRIB TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           MOVE CACCT-IRA-DISTRIB TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           STRING "|" CACCT-IRA-MATURE-DT "|" CACCT-POD-NAME
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CACCT-LEGAL-AMT TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           MOVE CACCT-CHGOFF-AMT TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           STRING "|" CACCT-CHGOFF-DT "|" CACCT-RES-NO-DEBIT
               "|" CACCT-RES-NO-CREDIT "|" CACCT-RES-NO-EXT
               "|" CACCT-RES-CTR-ONLY
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CACCT-PLEDGE-AMT TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           STRING "|" CACCT-XWD-MONTH "|" CACCT-XWD-COUNT
               "|" CACCT-XWD-CHARGED
               "|" CACCT-XWD-OVER-MO(1) "|" CACCT-XWD-OVER-MO(2)
               "|" CACCT-XWD-OVER-MO(3)
               "|" CACCT-IFEE-DATE "|" CACCT-IFEE-COUNT
               "|" CACCT-PRODUCT "|" CACCT-ANALYSIS
               "|" CACCT-STMT-CYCLE "|" CACCT-STMT-FREQ
               "|" CACCT-STMT-LAST-DT
               "|" CACCT-PROMO-CODE "|" CACCT-PROMO-EXP-DT
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CACCT-INT-ACCRUED TO WS-CDC-ACCR
           PERFORM PUT-ACCR-FIELD
           STRING "|" CACCT-INT-ACCR-DT
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING.

      *----------------------------------------------------------------
      *    CUSTOMERS.dat
      *----------------------------------------------------------------
       COMPARE-CUSTOMERS.
           PERFORM RESET-FILE-COUNTS
           MOVE "CUSTOMERS" TO WS-FILE-LABEL
           OPEN INPUT CUST-FILE
           IF NOT WS-CUST-OK
               DISPLAY "WARNING: Cannot open CUSTOMERS.dat - status "
                   WS-CUST-STATUS " - file not extracted."
               ADD 1 TO WS-FILES-SKIPPED
               GO TO COMPARE-CUSTOMERS-EXIT
           END-IF
           SET WS-NEW-IS-OPEN TO TRUE
           IF WS-HAVE-BASE
               OPEN INPUT OCUST-FILE
               IF WS-OCUST-OK
                   SET WS-OLD-IS-OPEN TO TRUE
               END-IF
           END-IF
           PERFORM READ-NEXT-CUST
           PERFORM READ-NEXT-OCUST
           PERFORM MERGE-ONE-CUSTOMER
               UNTIL WS-NEW-KEY = HIGH-VALUES
               AND WS-OLD-KEY = HIGH-VALUES
           CLOSE CUST-FILE
           IF WS-OLD-IS-OPEN
               CLOSE OCUST-FILE
           END-IF
           PERFORM WRITE-TRAILER.
       COMPARE-CUSTOMERS-EXIT.
           EXIT.

       READ-NEXT-CUST.
           READ CUST-FILE NEXT
               AT END
                   MOVE HIGH-VALUES TO WS-NEW-KEY
               NOT AT END
                   MOVE CUST-NO TO WS-NEW-KEY
                   ADD 1 TO WS-CNT-ON-FILE
           END-READ.

       READ-NEXT-OCUST.
           IF NOT WS-OLD-IS-OPEN
               MOVE HIGH-VALUES TO WS-OLD-KEY
           ELSE
               READ OCUST-FILE NEXT
                   AT END
                       MOVE HIGH-VALUES TO WS-OLD-KEY
                   NOT AT END
                       MOVE OCUST-NO TO WS-OLD-KEY
               END-READ
           END-IF.

       MERGE-ONE-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-NEW-KEY < WS-OLD-KEY
                   MOVE "I" TO WS-CDC-ACTION
                   MOVE CUST-REC TO CCUST-REC
                   PERFORM FORMAT-CUSTOMER-LINE
                   PERFORM WRITE-CHANGE-LINE
                   PERFORM READ-NEXT-CUST
               WHEN WS-NEW-KEY > WS-OLD-KEY
                   MOVE "D" TO WS-CDC-ACTION
                   MOVE OCUST-REC TO CCUST-REC
                   PERFORM FORMAT-CUSTOMER-LINE
                   PERFORM WRITE-CHANGE-LINE
                   PERFORM READ-NEXT-OCUST
               WHEN OTHER
                   IF CUST-REC NOT = OCUST-REC
                       MOVE "U" TO WS-CDC-ACTION
                       MOVE CUST-REC TO CCUST-REC
                       PERFORM FORMAT-CUSTOMER-LINE
                       PERFORM WRITE-CHANGE-LINE
                   END-IF
                   PERFORM READ-NEXT-CUST
                   PERFORM READ-NEXT-OCUST
           END-EVALUATE.

      *    Every customer field, in record order.
       FORMAT-CUSTOMER-LINE.
           MOVE SPACES TO WS-CDC-LINE
           MOVE 1 TO WS-CDC-PTR
           STRING "CUSTOMERS|" WS-CDC-ACTION "|" CCUST-NO
               "|" CCUST-NAME "|" CCUST-ADDR-LINE1
               "|" CCUST-ADDR-LINE2 "|" CCUST-CITY
               "|" CCUST-STATE "|" CCUST-ZIP "|" CCUST-PHONE
               "|" CCUST-TAX-ID "|" CCUST-OPEN-DT
               "|" CCUST-STATUS "|" CCUST-DECEASED-DT
               "|" CCUST-ID-TYPE "|" CCUST-ID-NUMBER
               "|" CCUST-ID-ISSUER "|" CCUST-ID-EXPIRY
               "|" CCUST-ID-VERIF-DT "|" CCUST-ID-VERIF-BY
               "|" CCUST-INSIDER-TYPE "|" CCUST-INSIDER-OPER
               "|" CCUST-RETMAIL-FLAG "|" CCUST-RETMAIL-DT
               "|" CCUST-CONTACT-OPT "|" CCUST-CONTACT-DT
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING.

      *----------------------------------------------------------------
      *    LOANS.dat
      *----------------------------------------------------------------
       COMPARE-LOANS.
           PERFORM RESET-FILE-COUNTS
           MOVE "LOANS" TO WS-FILE-LABEL
           OPEN INPUT LOAN-FILE
           IF NOT WS-LOAN-OK
               DISPLAY "WARNING: Cannot open LOANS.dat - status "
                   WS-LOAN-STATUS " - file not extracted."
               ADD 1 TO WS-FILES-SKIPPED
               GO TO COMPARE-LOANS-EXIT
           END-IF
           SET WS-NEW-IS-OPEN TO TRUE
           IF WS-HAVE-BASE
               OPEN INPUT OLOAN-FILE
               IF WS-OLOAN-OK
                   SET WS-OLD-IS-OPEN TO TRUE
               END-IF
           END-IF
           PERFORM READ-NEXT-LOAN
           PERFORM READ-NEXT-OLOAN
           PERFORM MERGE-ONE-LOAN
               UNTIL WS-NEW-KEY = HIGH-VALUES
               AND WS-OLD-KEY = HIGH-VALUES
           CLOSE LOAN-FILE
           IF WS-OLD-IS-OPEN
               CLOSE OLOAN-FILE
           END-IF
           PERFORM WRITE-TRAILER.
       COMPARE-LOANS-EXIT.
           EXIT.

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT
               AT END
                   MOVE HIGH-VALUES TO WS-NEW-KEY
               NOT AT END
                   MOVE LOAN-NO TO WS-NEW-KEY
                   ADD 1 TO WS-CNT-ON-FILE
           END-READ.

       READ-NEXT-OLOAN.
           IF NOT WS-OLD-IS-OPEN
               MOVE HIGH-VALUES TO WS-OLD-KEY
           ELSE
               READ OLOAN-FILE NEXT
                   AT END
                       MOVE HIGH-VALUES TO WS-OLD-KEY
                   NOT AT END
                       MOVE OLOAN-NO TO WS-OLD-KEY
               END-READ
           END-IF.

       MERGE-ONE-LOAN.
           EVALUATE TRUE
               WHEN WS-NEW-KEY < WS-OLD-KEY
                   MOVE "I" TO WS-CDC-ACTION
                   MOVE LOAN-REC TO CLOAN-REC
                   PERFORM FORMAT-LOAN-LINE
                   PERFORM WRITE-CHANGE-LINE
                   PERFORM READ-NEXT-LOAN
               WHEN WS-NEW-KEY > WS-OLD-KEY
                   MOVE "D" TO WS-CDC-ACTION
                   MOVE OLOAN-REC TO CLOAN-REC
                   PERFORM FORMAT-LOAN-LINE
                   PERFORM WRITE-CHANGE-LINE
                   PERFORM READ-NEXT-OLOAN
               WHEN OTHER
                   IF LOAN-REC NOT = OLOAN-REC
                       MOVE "U" TO WS-CDC-ACTION
                       MOVE LOAN-REC TO CLOAN-REC
                       PERFORM FORMAT-LOAN-LINE
                       PERFORM WRITE-CHANGE-LINE
                   END-IF
                   PERFORM READ-NEXT-LOAN
                   PERFORM READ-NEXT-OLOAN
           END-EVALUATE.

      *    Every loan field, in record order.
       FORMAT-LOAN-LINE.
           MOVE SPACES TO WS-CDC-LINE
           MOVE 1 TO WS-CDC-PTR
           STRING "LOANS|" WS-CDC-ACTION "|" CLOAN-NO
               "|" CLOAN-CUST-NO "|" CLOAN-NAME
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CLOAN-PRINCIPAL TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           MOVE CLOAN-BALANCE TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           MOVE CLOAN-RATE TO WS-CDC-RATE
           PERFORM PUT-RATE-FIELD
           STRING "|" CLOAN-TERM-MONTHS
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CLOAN-PMT-AMT TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           STRING "|" CLOAN-NEXT-DUE-DT "|" CLOAN-LAST-PAID-DT
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CLOAN-PAID-PRINC TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           MOVE CLOAN-PAID-INT TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           STRING "|" CLOAN-OPEN-DT "|" CLOAN-FUND-ACCT
               "|" CLOAN-STATUS "|" CLOAN-AUTOPAY-FLAG
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CLOAN-FEE-BAL TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           MOVE CLOAN-FEE-ASSESSED TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           MOVE CLOAN-FEE-PAID TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           STRING "|" CLOAN-LATE-DUE-DT "|" CLOAN-INDEX-CODE
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CLOAN-MARGIN TO WS-CDC-RATE
           PERFORM PUT-RATE-FIELD
           MOVE CLOAN-RATE-FLOOR TO WS-CDC-RATE
           PERFORM PUT-RATE-FIELD
           MOVE CLOAN-RATE-CAP TO WS-CDC-RATE
           PERFORM PUT-RATE-FIELD
           STRING "|" CLOAN-REPRICE-MONTHS "|" CLOAN-NEXT-REPRICE-DT
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CLOAN-CAP-INT TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           STRING "|" CLOAN-MOD-COUNT "|" CLOAN-LAST-MOD-DT
               "|" CLOAN-BUREAU-FINAL-DT
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CLOAN-ESCROW-PMT TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           MOVE CLOAN-ESCROW-BAL TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           STRING "|" CLOAN-ESCROW-ANAL-DT "|" CLOAN-TYPE
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CLOAN-CREDIT-LIMIT TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           MOVE CLOAN-MIN-PMT-PCT TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           MOVE CLOAN-ACCR-INT TO WS-CDC-ACCR
           PERFORM PUT-ACCR-FIELD
           STRING "|" CLOAN-ACCR-THRU-DT
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CLOAN-INT-DUE TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           STRING "|" CLOAN-STMT-DT
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING
           MOVE CLOAN-STMT-BAL TO WS-CDC-AMT
           PERFORM PUT-AMT-FIELD
           MOVE CLOAN-INT-ACCRUED TO WS-CDC-ACCR
           PERFORM PUT-ACCR-FIELD
           STRING "|" CLOAN-INT-ACCR-DT
               DELIMITED BY SIZE INTO WS-CDC-LINE
               WITH POINTER WS-CDC-PTR
           END-STRING.
