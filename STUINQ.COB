      *> master is not mistaken for an empty one. Keys are accepted
      *> until a blank line or END ends the session. No printed
      *> report to wait for, no eyeballing STUDENTM.DAT.
      *> 15 Oct 2026 MK - Suspended status shown on the inquiry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   MOVE "ON LEAVE"   TO WS-STATUS-TEXT
               WHEN STM-IS-MERGED
                   MOVE "MERGED AWAY"  TO WS-STATUS-TEXT
               WHEN STM-IS-SUSPENDED
                   MOVE "SUSPENDED"  TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "ACTIVE"     TO WS-STATUS-TEXT
           END-EVALUATE
