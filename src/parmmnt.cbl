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
       FD  OPERATOR-FILE.
       COPY OPER-REC.

       FD  ROLE-FILE.
       COPY ROLE-REC.

       FD  AUDIT-FILE.
       COPY AUDIT-REC.

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

       01  WS-FIELD-CODE         PIC 9(2).
       01  WS-NEW-VALUE          PIC 9(11)V99.
       01  WS-OLD-VALUE          PIC 9(11)V99.
                   GO TO SUPERVISOR-SIGNON-EXIT
               END-IF
           END-IF
           MOVE "PARMMNT" TO WS-ENT-FUNC
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

      *    The refusal goes to the audit log with no account number;
      *    the log is opened for the one record when the program
      *    does not already have it open.
       LOG-ENTITLEMENT-REFUSAL.
           MOVE 0 TO WS-ENT-LOG-FLAG
           IF NOT WS-AUDIT-IS-OPEN
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-FILE-MISSING
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               IF NOT WS-AUDIT-OK
                   GO TO LOG-ENTITLEMENT-REFUSAL-EXIT
               END-IF
               SET WS-ENT-LOG-OPENED TO TRUE
           END-IF
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
           DISPLAY "25 IRA-LIMIT           " CTRL-IRA-LIMIT
           DISPLAY "26 SGNR-THRESHOLD      " CTRL-SGNR-THRESHOLD
           DISPLAY "27 FX-TOLERANCE        " CTRL-FX-TOLERANCE
           DISPLAY "28 RETDEP-FEE          " CTRL-RETDEP-FEE
           DISPLAY "29 LATE-GRACE-DAYS     " CTRL-LATE-GRACE-DAYS
           DISPLAY "30 LATE-FEE-AMT        " CTRL-LATE-FEE-AMT
           DISPLAY "31 LATE-FEE-PCT        " CTRL-LATE-FEE-PCT
           DISPLAY "32 ESCROW-ACCT         " CTRL-ESCROW-ACCT
           DISPLAY "33 LTV-MAX-PCT         " CTRL-LTV-MAX-PCT
           DISPLAY "34 DEP-INS-LIMIT       " CTRL-DEP-INS-LIMIT
           DISPLAY "35 XWD-LIMIT           " CTRL-XWD-LIMIT
           DISPLAY "36 XWD-FEE             " CTRL-XWD-FEE
           DISPLAY "37 NSF-FEE             " CTRL-NSF-FEE
           DISPLAY "38 OD-ITEM-FEE         " CTRL-OD-ITEM-FEE
           DISPLAY "39 IFEE-DAY-CAP        " CTRL-IFEE-DAY-CAP
           DISPLAY "40 ANL-ECR-RATE        " CTRL-ANL-ECR-RATE
           DISPLAY "41 ANL-RESERVE-PCT     " CTRL-ANL-RESERVE-PCT
           DISPLAY "42 FTP-RATE            " CTRL-FTP-RATE
           DISPLAY "43 RATE-NOTICE-DAYS    " CTRL-RATE-NOTICE-DAYS
           DISPLAY "44 APPL-AGE-DAYS       " CTRL-APPL-AGE-DAYS
           DISPLAY "45 IDLE-MINUTES        " CTRL-IDLE-MINUTES.
       SHOW-PARAMETERS-EXIT.
           EXIT.

       CHANGE-PARAMETER.
           DISPLAY "Field number (01-45, see option 1):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-FIELD
           MOVE FUNCTION NUMVAL(WS-INPUT-FIELD) TO WS-FIELD-CODE
           IF WS-FIELD-CODE < 1 OR WS-FIELD-CODE > 45
               DISPLAY "Field number must be 01-45."
               GO TO CHANGE-PARAMETER-EXIT
           END-IF
           DISPLAY "New value (e.g. 10000.00):"
               WHEN 26 MOVE CTRL-SGNR-THRESHOLD TO WS-OLD-VALUE
               WHEN 27 MOVE CTRL-FX-TOLERANCE TO WS-OLD-VALUE
               WHEN 28 MOVE CTRL-RETDEP-FEE TO WS-OLD-VALUE
               WHEN 29 MOVE CTRL-LATE-GRACE-DAYS TO WS-OLD-VALUE
               WHEN 30 MOVE CTRL-LATE-FEE-AMT TO WS-OLD-VALUE
               WHEN 31 MOVE CTRL-LATE-FEE-PCT TO WS-OLD-VALUE
               WHEN 32 MOVE CTRL-ESCROW-ACCT TO WS-OLD-VALUE
               WHEN 33 MOVE CTRL-LTV-MAX-PCT TO WS-OLD-VALUE
               WHEN 34 MOVE CTRL-DEP-INS-LIMIT TO WS-OLD-VALUE
               WHEN 35 MOVE CTRL-XWD-LIMIT TO WS-OLD-VALUE
               WHEN 36 MOVE CTRL-XWD-FEE TO WS-OLD-VALUE
               WHEN 37 MOVE CTRL-NSF-FEE TO WS-OLD-VALUE
               WHEN 38 MOVE CTRL-OD-ITEM-FEE TO WS-OLD-VALUE
               WHEN 39 MOVE CTRL-IFEE-DAY-CAP TO WS-OLD-VALUE
               WHEN 40 MOVE CTRL-ANL-ECR-RATE TO WS-OLD-VALUE
               WHEN 41 MOVE CTRL-ANL-RESERVE-PCT TO WS-OLD-VALUE
               WHEN 42 MOVE CTRL-FTP-RATE TO WS-OLD-VALUE
               WHEN 43 MOVE CTRL-RATE-NOTICE-DAYS TO WS-OLD-VALUE
               WHEN 44 MOVE CTRL-APPL-AGE-DAYS TO WS-OLD-VALUE
               WHEN 45 MOVE CTRL-IDLE-MINUTES TO WS-OLD-VALUE
           END-EVALUATE.

      *    Applies WS-NEW-VALUE to the control-record field named
               WHEN 26 MOVE WS-NEW-VALUE TO CTRL-SGNR-THRESHOLD
               WHEN 27 MOVE WS-NEW-VALUE TO CTRL-FX-TOLERANCE
               WHEN 28 MOVE WS-NEW-VALUE TO CTRL-RETDEP-FEE
               WHEN 29 MOVE WS-NEW-VALUE TO CTRL-LATE-GRACE-DAYS
               WHEN 30 MOVE WS-NEW-VALUE TO CTRL-LATE-FEE-AMT
               WHEN 31 MOVE WS-NEW-VALUE TO CTRL-LATE-FEE-PCT
               WHEN 32 MOVE WS-NEW-VALUE TO CTRL-ESCROW-ACCT
               WHEN 33 MOVE WS-NEW-VALUE TO CTRL-LTV-MAX-PCT
               WHEN 34 MOVE WS-NEW-VALUE TO CTRL-DEP-INS-LIMIT
               WHEN 35 MOVE WS-NEW-VALUE TO CTRL-XWD-LIMIT
               WHEN 36 MOVE WS-NEW-VALUE TO CTRL-XWD-FEE
               WHEN 37 MOVE WS-NEW-VALUE TO CTRL-NSF-FEE
               WHEN 38 MOVE WS-NEW-VALUE TO CTRL-OD-ITEM-FEE
               WHEN 39 MOVE WS-NEW-VALUE TO CTRL-IFEE-DAY-CAP
               WHEN 40 MOVE WS-NEW-VALUE TO CTRL-ANL-ECR-RATE
               WHEN 41 MOVE WS-NEW-VALUE TO CTRL-ANL-RESERVE-PCT
               WHEN 42 MOVE WS-NEW-VALUE TO CTRL-FTP-RATE
               WHEN 43 MOVE WS-NEW-VALUE TO CTRL-RATE-NOTICE-DAYS
               WHEN 44 MOVE WS-NEW-VALUE TO CTRL-APPL-AGE-DAYS
               WHEN 45 MOVE WS-NEW-VALUE TO CTRL-IDLE-MINUTES
           END-EVALUATE.
