      *> demand, like Hist-Rpt; no card (or a year of zero) is a
      *> hard stop, the way Period-Close refuses a blank close
      *> card.
      *> 15 Oct 2026 MK - A bad-debt write-off line counts with the
      *> year's credits, not its charges.
      *> 15 Oct 2026 MK - A returned payment's reversing entry comes off
      *> the year's payments.
      *> 15 Oct 2026 MK - Write-off, write-off recovery and refund
      *> check lines stay out of the year's charges and credits: none
      *> of them is tuition billed or credited back.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE INV-STUDENT-ID TO WS-MATCH-ID
           PERFORM Find-Statement-Slot
           IF WS-AS-SUB > ZERO
               EVALUATE TRUE
                   WHEN INV-IS-CREDIT
                       ADD INV-TUITION TO WS-AS-CREDITS (WS-AS-SUB)
                   WHEN INV-IS-WRITE-OFF OR INV-IS-WO-RECOVERY
                   OR INV-IS-REFUND
                       CONTINUE
                   WHEN OTHER
                       ADD INV-TUITION TO WS-AS-CHARGES (WS-AS-SUB)
               END-EVALUATE
           END-IF.

       Tally-Payment-Year.
                           MOVE PAY-STUDENT-ID TO WS-MATCH-ID
                           PERFORM Find-Statement-Slot
                           IF WS-AS-SUB > ZERO
                               IF PAY-IS-RETURNED
                                   SUBTRACT PAY-AMOUNT FROM
                                       WS-AS-PAYMENTS (WS-AS-SUB)
                               ELSE
                                   ADD PAY-AMOUNT TO
                                       WS-AS-PAYMENTS (WS-AS-SUB)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
