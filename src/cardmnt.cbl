      * card (blocking the card at the switch feed while the account   *
      * stays fully usable at the counter), reactivate a found card,   *
      * cancel, set the per-card daily cash limit, and list the        *
      * cards on an account. A new card, and a replacement for a lost, *
      * stolen or damaged one, is issued pending activation: CARDPROD  *
      * sends it to the card bureau and the switch feed declines it    *
      * until the holder confirms receipt and it is activated here.    *
      * Activating a replacement or reissue cancels the card it        *
      * succeeds. Status changes are audited.                          *
      *================================================================*

       ENVIRONMENT DIVISION.
           88  WS-CANCEL-CARD        VALUE "4".
           88  WS-SET-LIMIT          VALUE "5".
           88  WS-LIST-CARDS         VALUE "6".
           88  WS-REPL-CARD          VALUE "7".
           88  WS-ACTV-CARD          VALUE "8".
           88  WS-QUIT               VALUE "Q" "q".

       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-INPUT-NAME         PIC X(30).
       01  WS-INPUT-EXPIRY       PIC X(6).
       01  WS-INPUT-LIMIT        PIC X(12).
       01  WS-INPUT-CONFIRM      PIC X(1).
       01  WS-LIST-ACCT          PIC 9(8).
      *    The card being replaced, held while its successor is
      *    written.
       01  WS-SAVE-CARD-REC      PIC X(125).
       01  WS-OLD-CARD-ID        PIC X(16).
       01  WS-NEW-CARD-ID        PIC X(16).
       01  WS-LIST-COUNT         PIC 9(3) VALUE 0.

       01  WS-AUDIT-ACTION       PIC X(8) VALUE SPACES.
           DISPLAY "4. Cancel Card"
           DISPLAY "5. Set Daily Cash Limit"
           DISPLAY "6. List Cards for Account"
           DISPLAY "7. Replace Card"
           DISPLAY "8. Activate Card"
           DISPLAY "Q. Quit"
           DISPLAY "Selection: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
                   THRU SET-CARD-LIMIT-EXIT
               WHEN WS-LIST-CARDS  PERFORM LIST-ACCOUNT-CARDS
                   THRU LIST-ACCOUNT-CARDS-EXIT
               WHEN WS-REPL-CARD   PERFORM REPLACE-CARD
                   THRU REPLACE-CARD-EXIT
               WHEN WS-ACTV-CARD   PERFORM ACTIVATE-CARD
                   THRU ACTIVATE-CARD-EXIT
               WHEN WS-QUIT        CONTINUE
               WHEN OTHER          DISPLAY "Invalid selection."
           END-EVALUATE.
           MOVE WS-INPUT-CARD  TO CARD-ID
           MOVE ACCT-NO        TO CARD-ACCT-NO
           MOVE WS-INPUT-NAME  TO CARD-HOLDER-NAME
           MOVE "P"            TO CARD-STATUS
           MOVE "N"            TO CARD-ISSUE-TYPE
           MOVE SPACES         TO CARD-PREV-ID CARD-NEXT-ID
           MOVE ZEROS          TO CARD-PROD-DT CARD-ACTIVATED-DT
           IF WS-INPUT-EXPIRY = SPACES
               MOVE ZEROS TO CARD-EXPIRY
           ELSE
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           DISPLAY "Card issued against account " CARD-ACCT-NO
               " - pending activation; it goes to the card "
               "bureau on tonight's production file.".
       ISSUE-CARD-EXIT.
           EXIT.

       HOT-CARD-EXIT.
           EXIT.

      *    A card hot-carded before its holder activated it goes
      *    back to pending activation, not straight to active.
       REACTIVATE-CARD.
           PERFORM FETCH-KEYED-CARD
           IF WS-FETCH-MISSED
                   "reactivated."
               GO TO REACTIVATE-CARD-EXIT
           END-IF
           IF CARD-ISSUE-TYPE NOT = SPACE
               AND CARD-ACTIVATED-DT = ZEROS
               MOVE "P" TO CARD-STATUS
           ELSE
               MOVE "A" TO CARD-STATUS
           END-IF
           REWRITE CARD-REC
           IF WS-CARD-OK
               MOVE CARD-ACCT-NO TO WS-AUDIT-TARGET
               END-STRING
               PERFORM WRITE-AUDIT-RECORD
                   THRU WRITE-AUDIT-RECORD-EXIT
               IF CARD-IS-PENDING
                   DISPLAY "Card unblocked - still pending "
                       "activation."
               ELSE
                   DISPLAY "Card reactivated."
               END-IF
           ELSE
               DISPLAY "ERROR: Could not update card."
           END-IF.
       CANCEL-CARD-EXIT.
           EXIT.

      *    The replacement copies the old card's account, holder and
      *    limit and goes to the bureau pending activation. A hot
      *    card stays blocked meanwhile; a damaged one still in use
      *    keeps working until the replacement is activated.
       REPLACE-CARD.
           PERFORM FETCH-KEYED-CARD
           IF WS-FETCH-MISSED
               DISPLAY "Card not found."
               GO TO REPLACE-CARD-EXIT
           END-IF
           IF CARD-IS-CANCELLED
               DISPLAY "A cancelled card cannot be replaced."
               GO TO REPLACE-CARD-EXIT
           END-IF
           IF CARD-NEXT-ID NOT = SPACES
               DISPLAY "Card " CARD-ID " is already succeeded by "
                   CARD-NEXT-ID "."
               GO TO REPLACE-CARD-EXIT
           END-IF
           MOVE CARD-REC TO WS-SAVE-CARD-REC
           MOVE CARD-ID TO WS-OLD-CARD-ID

           DISPLAY "Replacement card id (up to 16 chars, as "
               "embossed):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-NEW-CARD-ID
           IF WS-NEW-CARD-ID = SPACES
               DISPLAY "Card id cannot be empty."
               GO TO REPLACE-CARD-EXIT
           END-IF
           MOVE WS-NEW-CARD-ID TO CARD-ID
           READ CARD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "That card id is already on file."
                   GO TO REPLACE-CARD-EXIT
           END-READ

           MOVE WS-SAVE-CARD-REC TO CARD-REC
           DISPLAY "Expiry (YYYYMM, Enter to keep " CARD-EXPIRY
               "):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-EXPIRY
           IF WS-INPUT-EXPIRY NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-EXPIRY)
                   TO CARD-EXPIRY
           END-IF

           PERFORM GET-CURRENT-DATETIME
           MOVE WS-NEW-CARD-ID TO CARD-ID
           MOVE "P"            TO CARD-STATUS
           MOVE "L"            TO CARD-ISSUE-TYPE
           MOVE WS-OLD-CARD-ID TO CARD-PREV-ID
           MOVE SPACES         TO CARD-NEXT-ID
           MOVE ZEROS          TO CARD-PROD-DT CARD-ACTIVATED-DT
           MOVE WS-TODAY-DATE  TO CARD-ISSUED-DT
           WRITE CARD-REC
           INVALID KEY
               DISPLAY "ERROR: Could not write card - status "
                   WS-CARD-STATUS
               GO TO REPLACE-CARD-EXIT
           END-WRITE
           MOVE CARD-ACCT-NO TO WS-AUDIT-TARGET
           MOVE "CARDREPL" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "CARD " CARD-ID
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT

           MOVE WS-SAVE-CARD-REC TO CARD-REC
           MOVE WS-NEW-CARD-ID TO CARD-NEXT-ID
           REWRITE CARD-REC
           IF NOT WS-CARD-OK
               DISPLAY "WARNING: Could not link card "
                   WS-OLD-CARD-ID " to its replacement."
           END-IF
           DISPLAY "Replacement " WS-NEW-CARD-ID
               " issued pending activation."
           IF CARD-IS-HOT
               DISPLAY "Card " WS-OLD-CARD-ID " stays blocked."
           ELSE
               DISPLAY "Card " WS-OLD-CARD-ID " keeps working "
                   "until the replacement is activated."
           END-IF.
       REPLACE-CARD-EXIT.
           EXIT.

      *    The holder has the card in hand - confirmed by the branch
      *    or the call centre. The card it reissues or replaces is
      *    cancelled, so only one of the two is ever usable.
       ACTIVATE-CARD.
           PERFORM FETCH-KEYED-CARD
           IF WS-FETCH-MISSED
               DISPLAY "Card not found."
               GO TO ACTIVATE-CARD-EXIT
           END-IF
           IF NOT CARD-IS-PENDING
               DISPLAY "Only a card pending activation can be "
                   "activated."
               GO TO ACTIVATE-CARD-EXIT
           END-IF
           DISPLAY "Card " CARD-ID "  account " CARD-ACCT-NO
           DISPLAY "Holder " CARD-HOLDER-NAME
           DISPLAY "Holder identified and has the card (Y/N)?"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CONFIRM
           IF WS-INPUT-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "Card not activated."
               GO TO ACTIVATE-CARD-EXIT
           END-IF

           PERFORM GET-CURRENT-DATETIME
           MOVE "A" TO CARD-STATUS
           MOVE WS-TODAY-DATE TO CARD-ACTIVATED-DT
           REWRITE CARD-REC
           IF NOT WS-CARD-OK
               DISPLAY "ERROR: Could not update card."
               GO TO ACTIVATE-CARD-EXIT
           END-IF
           MOVE CARD-ACCT-NO TO WS-AUDIT-TARGET
           MOVE "CARDACTV" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "CARD " CARD-ID
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           DISPLAY "Card activated."
           IF CARD-PREV-ID NOT = SPACES
               PERFORM RETIRE-PREVIOUS-CARD
                   THRU RETIRE-PREVIOUS-CARD-EXIT
           END-IF.
       ACTIVATE-CARD-EXIT.
           EXIT.

       RETIRE-PREVIOUS-CARD.
           MOVE CARD-ID TO WS-NEW-CARD-ID
           MOVE CARD-PREV-ID TO WS-OLD-CARD-ID
           MOVE WS-OLD-CARD-ID TO CARD-ID
           READ CARD-FILE
               INVALID KEY
                   GO TO RETIRE-PREVIOUS-CARD-EXIT
           END-READ
           IF CARD-IS-CANCELLED
               GO TO RETIRE-PREVIOUS-CARD-EXIT
           END-IF
           MOVE "X" TO CARD-STATUS
           REWRITE CARD-REC
           IF NOT WS-CARD-OK
               DISPLAY "WARNING: Could not cancel card "
                   WS-OLD-CARD-ID " - cancel it by hand."
               GO TO RETIRE-PREVIOUS-CARD-EXIT
           END-IF
           MOVE CARD-ACCT-NO TO WS-AUDIT-TARGET
           MOVE "CARDCANC" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "CARD " CARD-ID " RETIRED"
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           DISPLAY "Card " WS-OLD-CARD-ID " it succeeds is now "
               "cancelled.".
       RETIRE-PREVIOUS-CARD-EXIT.
           EXIT.

       SET-CARD-LIMIT.
           PERFORM FETCH-KEYED-CARD
           IF WS-FETCH-MISSED
