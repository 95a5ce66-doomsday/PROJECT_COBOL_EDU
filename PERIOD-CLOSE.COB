      *> ledger instead of hand-summed daily rows. Rows stamped
      *> for other periods, or written before the stamp existed,
      *> are left alone.
      *> 15 Oct 2026 MK - Can be CALLed by Master-Driver when
      *> TERMCAL.DAT makes it due: GOBACK instead of STOP RUN; still
      *> runs standalone as before.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               DISPLAY "CLOSECTL.DAT: no close period supplied, "
                   "nothing closed"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Open-Tax-Ledger
           PERFORM Check-Not-Already-Closed
               PERFORM Roll-Juris-Breakdown
           END-IF
           CLOSE TAX-LEDGER-FILE
           GOBACK.

       Get-Close-Period.
           OPEN INPUT CLOSE-CONTROL-FILE
                           "no action taken"
                       CLOSE TAX-LEDGER-FILE
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ.

