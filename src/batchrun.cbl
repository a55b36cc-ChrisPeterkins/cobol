      * complete, so a restart after an abend resumes at the failed    *
      * step instead of the top - the same discipline DAYEND's own     *
      * checkpoint gives it, applied across the whole window.          *
      * The month-end, quarter-end and year-end jobs run the same way  *
      * from their own schedules (data/BATSCHM.txt, data/BATSCHQ.txt,  *
      * data/BATSCHY.txt), so the run history PERCLOSE checks before   *
      * closing a period shows every one of them.                      *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-FILE
               ASSIGN TO DYNAMIC WS-SCHED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           88  WS-SCHED-OK           VALUE "00".
           88  WS-SCHED-EOF          VALUE "10".
           88  WS-SCHED-FILE-MISSING VALUE "35".
       01  WS-SCHED-FILENAME     PIC X(40)
               VALUE "data/BATSCHED.txt".
      *    Which schedule this run works: the nightly window, or
      *    the month-end, quarter-end or year-end jobs. Those
      *    steps carry their own sequence ranges (5xx, 7xx, 8xx) so
      *    they never collide with a nightly step, or with each
      *    other, in the run-control file when run on the same date.
       01  WS-SCHED-KIND         PIC X(1) VALUE SPACE.
           88  WS-SCHED-NIGHTLY      VALUE SPACE "N".
           88  WS-SCHED-MONTH-END    VALUE "M".
           88  WS-SCHED-QUARTER-END  VALUE "Q".
           88  WS-SCHED-YEAR-END     VALUE "Y".

      *--- Journal seal verification (DAYCTL day-close seals) ---
       01  WS-SEAL-STATUS        PIC XX.
           END-IF
           DISPLAY "Run date: " WS-RUN-DATE

           DISPLAY "Schedule (Enter for nightly, M month-end, "
               "Q quarter-end, Y year-end):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-SCHED-KIND
           MOVE FUNCTION UPPER-CASE(WS-SCHED-KIND) TO WS-SCHED-KIND
           EVALUATE TRUE
               WHEN WS-SCHED-MONTH-END
                   MOVE "data/BATSCHM.txt" TO WS-SCHED-FILENAME
               WHEN WS-SCHED-QUARTER-END
                   MOVE "data/BATSCHQ.txt" TO WS-SCHED-FILENAME
               WHEN WS-SCHED-YEAR-END
                   MOVE "data/BATSCHY.txt" TO WS-SCHED-FILENAME
               WHEN WS-SCHED-NIGHTLY
                   MOVE "data/BATSCHED.txt" TO WS-SCHED-FILENAME
               WHEN OTHER
                   DISPLAY "Unknown schedule - run cancelled."
                   STOP RUN
           END-EVALUATE
           DISPLAY "Schedule: " WS-SCHED-FILENAME

           PERFORM CHECK-PROCESSING-DAY THRU CHECK-PROCESSING-DAY-EXIT
           IF WS-NONBUS-CONFIRM = "N"
               DISPLAY "Run cancelled - not a processing day."
           EXIT.

      *    Loads the step list. A missing schedule file is seeded
      *    with the standard order for its kind so a fresh install
      *    works out of the box; the operator edits the file to
      *    change it.
       LOAD-SCHEDULE.
           OPEN INPUT SCHED-FILE
           IF WS-SCHED-FILE-MISSING
               EVALUATE TRUE
                   WHEN WS-SCHED-MONTH-END
                       PERFORM SEED-MONTH-END-SCHEDULE
                           THRU SEED-MONTH-END-SCHEDULE-EXIT
                   WHEN WS-SCHED-QUARTER-END
                       PERFORM SEED-QUARTER-END-SCHEDULE
                           THRU SEED-QUARTER-END-SCHEDULE-EXIT
                   WHEN WS-SCHED-YEAR-END
                       PERFORM SEED-YEAR-END-SCHEDULE
                           THRU SEED-YEAR-END-SCHEDULE-EXIT
                   WHEN OTHER
                       PERFORM SEED-DEFAULT-SCHEDULE
                           THRU SEED-DEFAULT-SCHEDULE-EXIT
               END-EVALUATE
               OPEN INPUT SCHED-FILE
           END-IF
           IF NOT WS-SCHED-OK
      *    a master file; the index rebuild runs after the last
      *    posting step so every batch-posted entry is visible to
      *    the online day's velocity and reversal lookups (the
      *    batch jobs do not shadow-write TXNIDX). Late charges
      *    are assessed after the day's postings are in, so a loan
      *    paid today is not charged. Variable-rate loans are
      *    repriced after that, so a new payment starts with the
      *    next installment rather than one already charged late.
      *    Credit lines accrue and close their statements after
      *    repricing, so a new line rate is in tonight's accrual.
      *    Escrow bills due are queued for PAYOUT alongside the
      *    standing orders. The insider exception report reads the
      *    whole day's journal, so it follows the day-end step.
      *    The mailroom's returned-mail file is loaded straight
      *    after the backup, so anything produced tonight for a
      *    customer whose mail came back today is held. The excess
      *    withdrawal fee follows the last step that counts a
      *    savings withdrawal, and comes before the index rebuild
      *    since it posts. The item fee listing reads the whole day's
      *    journal, batch-charged fees included, so it also follows
      *    the day-end step. Incoming external debits post after the
      *    ATM feed and before the excess withdrawal fee, which
      *    counts them. The outgoing cash letter follows the
      *    approval step, so a deposit approved tonight has its
      *    checks presented tonight and a rejected one is voided.
      *    The warehouse change extract follows the backup directly,
      *    comparing the masters with the previous night's set before
      *    anything in the window touches them. The settlement
      *    account reconciliation reads the whole day's journal, so
      *    it follows the day-end step as well. Rate change notices
      *    follow the returned-mail load, so a notice for a holder
      *    whose mail came back today is held rather than mailed.
      *    Cycle statements read the whole day's journal, so they
      *    follow the day-end step; RPTGEN is told which run it is
      *    on its input, the step being unattended. The interest
      *    accrual follows the last posting step, so the day's
      *    accrual is on the day's closing balances. The application
      *    aging report reads only the application queue; it runs
      *    after the day-end step so the day's decisions are in.
      *    The session report follows it, by when the branches have
      *    signed their terminals off for the day. The ATM count
      *    adjustment report follows the day-end step too, once the
      *    branches have keyed the day's envelope counts, so the
      *    terminal positions ATMCASH projects from are as counted.
      *    Cards due for reissue are made before the card production
      *    file is written, so they go to the bureau the same night,
      *    and both follow the returned-mail load, so no card is
      *    mailed to an address the mail came back from today.
           MOVE "005 FILEBKUP ./filebkup" TO SCHED-REC
           WRITE SCHED-REC
           MOVE "006 CDCEXTR  ./cdcextr"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "008 RETMAIL  ./retmail"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "009 RATENTC  ./ratentc"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "010 STORDRUN ./stordrun" TO SCHED-REC
           WRITE SCHED-REC
           MOVE "012 ESCRDISB ./escrdisb" TO SCHED-REC
           WRITE SCHED-REC
           MOVE "015 CARDRISS ./cardriss" TO SCHED-REC
           WRITE SCHED-REC
           MOVE "016 CARDPROD ./cardprod" TO SCHED-REC
           WRITE SCHED-REC
           MOVE "020 TXNIMP   ./txnimp"   TO SCHED-REC
           WRITE SCHED-REC
           MOVE "030 ATMFEED  ./atmfeed"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "035 DEBITIN  ./debitin"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "040 TXNAPPR  ./txnappr"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "042 CASHLTR  ./cashltr"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "045 LATECHG  ./latechg"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "047 LOANRPRC ./loanrprc" TO SCHED-REC
           WRITE SCHED-REC
           MOVE "048 LOCCYCLE ./loccycle" TO SCHED-REC
           WRITE SCHED-REC
           MOVE "050 SVCFEE   ./svcfee"   TO SCHED-REC
           WRITE SCHED-REC
           MOVE "052 XWDFEE   ./xwdfee"   TO SCHED-REC
           WRITE SCHED-REC
           MOVE "053 INTACCR  ./intaccr"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "055 TXNIXBLD ./txnixbld" TO SCHED-REC
           WRITE SCHED-REC
           MOVE "060 DAYEND   ./dayend"   TO SCHED-REC
           WRITE SCHED-REC
           MOVE "062 NSFRPT   ./nsfrpt"   TO SCHED-REC
           WRITE SCHED-REC
           MOVE "063 SETLREC  ./setlrec"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "064 ATMVRPT  ./atmvrpt"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "065 INSDRPT  ./insdrpt"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "066 STMTCYC  echo CYCLE | ./rptgen" TO SCHED-REC
           WRITE SCHED-REC
           MOVE "067 APPLAGE  ./applage"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "068 SESSRPT  ./sessrpt"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "070 TRIALBAL ./trialbal" TO SCHED-REC
           WRITE SCHED-REC
           CLOSE SCHED-FILE
       SEED-DEFAULT-SCHEDULE-EXIT.
           EXIT.

      *    Month-end jobs, run after the last nightly window of the
      *    month. SVCFEE already runs in the nightly window and
      *    ODINT's own nightly run posts the month's overdraft
      *    interest on the last day, so neither is repeated here.
      *    CBREXTR reports the loan portfolio to the credit bureaus
      *    as of the month's last banking date. ESCRANAL re-sets
      *    the escrow payment on loans due their annual analysis.
      *    LTVRPT measures each loan against its collateral once
      *    the month's payments are in. DEPINS measures deposit
      *    insurance coverage on the month-end balances, after
      *    INTPOST and FXREVAL. REPRGAP buckets the same month-end
      *    balances by repricing date for ALCO. RETMRPT ages the
      *    returned-mail customers once RPTGEN has held their
      *    statements. ANLYSIS bills the accounts on analysis after
      *    INTPOST and FXREVAL, and before RPTGEN so the charge is on
      *    the month's statement. RPTGEN here produces the statements
      *    of the accounts on the month-end cycle (the accounts on a
      *    day cycle get theirs from the nightly STMTCYC step).
      *    PROFRPT totals each customer's year to date once interest
      *    and every charge are posted. PROMORPT lists the rate
      *    promotions running out in the coming month for the
      *    branches to call, after INTPOST has paid the month on
      *    them. DEPTREND trends the month-end balances by branch
      *    and type and lists the customers with the largest
      *    outflows for the relationship managers to call.
      *    CARDNACT lists the cards still not activated two months
      *    after issue for the branches to cancel.
      *    The report steps prompt for their selections, so a
      *    month-end run is attended.
       SEED-MONTH-END-SCHEDULE.
           OPEN OUTPUT SCHED-FILE
           IF NOT WS-SCHED-OK
               DISPLAY "Error creating schedule file: "
                   WS-SCHED-STATUS
               GO TO SEED-MONTH-END-SCHEDULE-EXIT
           END-IF
           MOVE "* MONTH-END JOBS - SEQUENCES 500-699" TO SCHED-REC
           WRITE SCHED-REC
           MOVE "510 INTPOST  ./intpost"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "520 FXREVAL  ./fxreval"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "525 ANLYSIS  ./anlysis"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "530 RPTGEN   echo MONTHEND | ./rptgen"
               TO SCHED-REC
           WRITE SCHED-REC
           MOVE "540 INTPAYRP ./intpayrp" TO SCHED-REC
           WRITE SCHED-REC
           MOVE "550 CBREXTR  ./cbrextr"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "560 ESCRANAL ./escranal" TO SCHED-REC
           WRITE SCHED-REC
           MOVE "570 LTVRPT   ./ltvrpt"   TO SCHED-REC
           WRITE SCHED-REC
           MOVE "580 DEPINS   ./depins"   TO SCHED-REC
           WRITE SCHED-REC
           MOVE "585 PROFRPT  ./profrpt"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "587 PROMORPT ./promorpt" TO SCHED-REC
           WRITE SCHED-REC
           MOVE "588 CARDNACT ./cardnact" TO SCHED-REC
           WRITE SCHED-REC
           MOVE "590 REPRGAP  ./reprgap"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "595 RETMRPT  ./retmrpt"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "597 DEPTREND ./deptrend" TO SCHED-REC
           WRITE SCHED-REC
           CLOSE SCHED-FILE
           DISPLAY "Seeded month-end schedule in "
               "data/BATSCHM.txt".
       SEED-MONTH-END-SCHEDULE-EXIT.
           EXIT.

      *    Quarter-end regulatory reporting, run once the last
      *    month of the quarter has had its month-end jobs. CALLRPT
      *    builds the call report deposit and loan schedules from
      *    the quarter-end balance snapshots.
       SEED-QUARTER-END-SCHEDULE.
           OPEN OUTPUT SCHED-FILE
           IF NOT WS-SCHED-OK
               DISPLAY "Error creating schedule file: "
                   WS-SCHED-STATUS
               GO TO SEED-QUARTER-END-SCHEDULE-EXIT
           END-IF
           MOVE "* QUARTER-END JOBS - SEQUENCES 700-799" TO SCHED-REC
           WRITE SCHED-REC
           MOVE "710 CALLRPT  ./callrpt"  TO SCHED-REC
           WRITE SCHED-REC
           CLOSE SCHED-FILE
           DISPLAY "Seeded quarter-end schedule in "
               "data/BATSCHQ.txt".
       SEED-QUARTER-END-SCHEDULE-EXIT.
           EXIT.

      *    Year-end extracts, run once December's month-end jobs
      *    are done. Both prompt for the tax year and whether to
      *    close it.
       SEED-YEAR-END-SCHEDULE.
           OPEN OUTPUT SCHED-FILE
           IF NOT WS-SCHED-OK
               DISPLAY "Error creating schedule file: "
                   WS-SCHED-STATUS
               GO TO SEED-YEAR-END-SCHEDULE-EXIT
           END-IF
           MOVE "* YEAR-END JOBS - SEQUENCES 800-999" TO SCHED-REC
           WRITE SCHED-REC
           MOVE "810 TAXEXTR  ./taxextr"  TO SCHED-REC
           WRITE SCHED-REC
           MOVE "820 IRAEXTR  ./iraextr"  TO SCHED-REC
           WRITE SCHED-REC
           CLOSE SCHED-FILE
           DISPLAY "Seeded year-end schedule in "
               "data/BATSCHY.txt".
       SEED-YEAR-END-SCHEDULE-EXIT.
           EXIT.

       OPEN-BRUN-FILE.
           OPEN I-O BRUN-FILE
           IF WS-BRUN-OK
