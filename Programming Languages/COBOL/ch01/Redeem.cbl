       PROGRAM-ID. "REDEEM".
       AUTHOR.     ALAN GARCIA.
      *Wellness points redemption. Catalog mode maintains the
      *reward items with their point prices, stock counts and
      *tax treatment; redeem mode checks the member's balance and
      *the stock, writes the redemption transaction and
      *decrements both; and register mode prints one month's
      *redemptions for the incentive budget.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-DESC-ENTRY PIC X(20).
       01 WS-PRICE-ENTRY PIC 9(5).
       01 WS-STOCK-ENTRY PIC 9(4).
       01 WS-TAXABLE-ENTRY PIC X.
           88 TAXABLE-ANSWERED-YES VALUE "Y" "y".
           88 TAXABLE-ANSWERED-NO VALUE "N" "n".
       01 WS-CASH-VALUE-ENTRY PIC 9(5)V99.
       01 WS-ID-ENTRY PIC 9(6).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CARD-ENTRY.
           05 WS-CARD-ID PIC 9(6).
           05 WS-CARD-CHECK PIC 9.
           COPY "ERRLREQ.cpy".

       PROCEDURE DIVISION.
           0100-START-HERE.
           ACCEPT WS-PRICE-ENTRY.
           DISPLAY "Stock on hand: ".
           ACCEPT WS-STOCK-ENTRY.
           PERFORM 0210-GET-TAX-TREATMENT.
           PERFORM 0150-OPEN-REWARD-IO.
           MOVE WS-ITEM-ENTRY TO ITEM-CODE.
           MOVE WS-DESC-ENTRY TO ITEM-DESC.
           MOVE WS-PRICE-ENTRY TO ITEM-POINT-PRICE.
           MOVE WS-STOCK-ENTRY TO ITEM-STOCK.
           IF TAXABLE-ANSWERED-YES
               MOVE "Y" TO ITEM-TAXABLE-FLAG
           ELSE
               MOVE "N" TO ITEM-TAXABLE-FLAG
           END-IF.
           MOVE WS-CASH-VALUE-ENTRY TO ITEM-CASH-VALUE.
           WRITE REWARD-ITEM-RECORD
               INVALID KEY
                   REWRITE REWARD-ITEM-RECORD
           ELSE
               DISPLAY "Could not save item, status: ",
                   WS-REWARD-FS
               MOVE "0200-MAINTAIN-CATALOG" TO ERRL-REQ-PARAGRAPH
               MOVE "REWARDS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-REWARD-FS TO ERRL-REQ-STATUS
               MOVE ITEM-CODE TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.
           CLOSE REWARD-FILE.

      *Every item is classed when it is keyed, so the year-end
      *payroll file never has to guess. A taxable item must carry
      *the dollar value that goes on the member's W-2.
           0210-GET-TAX-TREATMENT.
           SET ENTRY-IS-VALID TO FALSE.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "Gift card or cash equivalent - taxable "
                   "to the employee (Y/N): "
               ACCEPT WS-TAXABLE-ENTRY
               IF TAXABLE-ANSWERED-YES OR TAXABLE-ANSWERED-NO
                   SET ENTRY-IS-VALID TO TRUE
               ELSE
                   DISPLAY "Please enter Y or N."
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-CASH-VALUE-ENTRY.
           IF TAXABLE-ANSWERED-YES
               SET ENTRY-IS-VALID TO FALSE
               PERFORM UNTIL ENTRY-IS-VALID
                   DISPLAY "Cash value in dollars: "
                   ACCEPT WS-CASH-VALUE-ENTRY
                   IF WS-CASH-VALUE-ENTRY > ZERO
                       SET ENTRY-IS-VALID TO TRUE
                   ELSE
                       DISPLAY "A taxable item needs its cash "
                           "value."
                   END-IF
               END-PERFORM
           END-IF.

      *A one-digit slip here spends the wrong member's points, so
      *the full card number is demanded and validated, exactly as
      *the intake desk does.
           IF WS-POINTS-FS NOT = "00"
               DISPLAY "Cannot open POINTS.DAT, status: ",
                   WS-POINTS-FS
               MOVE "0400-CHECK-AND-SPEND" TO ERRL-REQ-PARAGRAPH
               MOVE "POINTS.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-POINTS-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-SEVERE TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
               CLOSE REWARD-FILE
           ELSE
               MOVE WS-ID-ENTRY TO PTS-MEMBER-ID
                       DISPLAY "No points record for member ",
                           WS-ID-ENTRY
                   NOT INVALID KEY
                       IF PTS-IS-FROZEN
                           DISPLAY "Points for member ", WS-ID-ENTRY,
                               " are frozen since ", PTS-FROZEN-DATE,
                               " - the member is not active."
                       ELSE
                           PERFORM 0420-SPEND-POINTS
                       END-IF
               END-READ
               CLOSE POINTS-FILE
               CLOSE REWARD-FILE
           END-IF.

           0420-SPEND-POINTS.
           IF PTS-BALANCE < ITEM-POINT-PRICE
               MOVE PTS-BALANCE TO WS-BALANCE-DISP
               DISPLAY "Balance ", WS-BALANCE-DISP,
                   " is short of the ",
                   ITEM-POINT-PRICE, " needed."
           ELSE
               SUBTRACT ITEM-POINT-PRICE
                   FROM PTS-BALANCE
               REWRITE POINTS-RECORD
               SUBTRACT 1 FROM ITEM-STOCK
               REWRITE REWARD-ITEM-RECORD
               PERFORM 0450-WRITE-TRANSACTION
               MOVE PTS-BALANCE TO WS-BALANCE-DISP
               DISPLAY FUNCTION TRIM(ITEM-DESC),
                   " redeemed. New balance: ",
                   WS-BALANCE-DISP
           END-IF.

           0450-WRITE-TRANSACTION.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND REDEMPTION-FILE.
           ELSE
               DISPLAY "Could not write redemption, status: ",
                   WS-REDM-FS
               MOVE "0450-WRITE-TRANSACTION" TO ERRL-REQ-PARAGRAPH
               MOVE "REDMTXN.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-REDM-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-ERROR TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           END-IF.

           0600-PRINT-REGISTER.
           IF WS-REDM-FS NOT = "00"
               DISPLAY "No redemptions on file, status: ",
                   WS-REDM-FS
               MOVE "0600-PRINT-REGISTER" TO ERRL-REQ-PARAGRAPH
               MOVE "REDMTXN.DAT" TO ERRL-REQ-FILE-NAME
               MOVE WS-REDM-FS TO ERRL-REQ-STATUS
               MOVE SPACES TO ERRL-REQ-KEY-VALUE
               SET ERRL-REQ-WARNING TO TRUE
               PERFORM 0999-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT REGISTER-FILE
               MOVE SPACES TO REGISTER-LINE
               CLOSE REGISTER-FILE
               DISPLAY "Redemptions listed: ", WS-MONTH-COUNT
           END-IF.

      *Unexpected file statuses go to the central error log as
      *well as the screen, so they are still there after the
      *run.
           0999-LOG-FILE-ERROR.
           MOVE "REDEEM" TO ERRL-REQ-PROGRAM.
           CALL "ERRLOG" USING ERRL-REQUEST.
       END PROGRAM "REDEEM".
