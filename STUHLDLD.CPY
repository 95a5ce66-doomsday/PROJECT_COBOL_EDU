      *>----------------------------------------------------------
      *> STUHLDLD.CPY
      *> Shared student-hold paragraphs. COPY into the PROCEDURE
      *> DIVISION of any program that COPYs STUHLDTB.CPY.
      *> Load-Hold-Table keeps every hold not yet released as of
      *> WS-HLD-AS-OF-DATE; a hold placed with a future date loads
      *> but does not bite until its day comes. Check-Student-Holds
      *> counts the holds in force for WS-HLD-CHECK-ID - after an
      *> overflowing load, a student with none found is held all
      *> the same, under office HOLDS.DAT - and
      *> Name-Hold-Type turns a type code in WS-HLD-HIT-TYPE into
      *> the word every report and reject message prints.
      *>----------------------------------------------------------
       Load-Hold-Table.
           MOVE ZERO TO WS-HLD-COUNT
           MOVE ZERO TO WS-HLD-OVERFLOW
           MOVE "N" TO WS-HLD-EOF
           OPEN INPUT STUDENT-HOLD-FILE
           IF STUDENT-HOLD-STATUS = "00"
               MOVE "Y" TO WS-HLD-LOADED
               PERFORM Read-Hold-File-Row
               PERFORM UNTIL END-OF-HOLD-FILE
                   IF SHD-STUDENT-ID NUMERIC
                   AND SHD-PLACED-DATE NUMERIC
                   AND SHD-RELEASE-DATE NUMERIC
                   AND (SHD-RELEASE-DATE = ZERO
                     OR SHD-RELEASE-DATE > WS-HLD-AS-OF-DATE)
                       IF WS-HLD-COUNT < WS-HLD-LIMIT
                           ADD 1 TO WS-HLD-COUNT
                           MOVE SHD-STUDENT-ID TO
                               WS-HLD-STUDENT (WS-HLD-COUNT)
                           MOVE SHD-HOLD-TYPE TO
                               WS-HLD-TYPE (WS-HLD-COUNT)
                           MOVE SHD-OFFICE TO
                               WS-HLD-OFFICE (WS-HLD-COUNT)
                           MOVE SHD-PLACED-DATE TO
                               WS-HLD-PLACED (WS-HLD-COUNT)
                           MOVE SHD-REASON TO
                               WS-HLD-REASON (WS-HLD-COUNT)
                       ELSE
                           ADD 1 TO WS-HLD-OVERFLOW
                       END-IF
                   END-IF
                   PERFORM Read-Hold-File-Row
               END-PERFORM
               CLOSE STUDENT-HOLD-FILE
               IF WS-HLD-OVERFLOW > ZERO
                   DISPLAY "HOLDS.DAT: " WS-HLD-OVERFLOW " holds in "
                       "force past the " WS-HLD-LIMIT " the table "
                       "holds - EVERY STUDENT TREATED AS HELD"
               END-IF
           ELSE
               DISPLAY "HOLDS.DAT: status " STUDENT-HOLD-STATUS
                   ", no student holds in force"
           END-IF.

       Read-Hold-File-Row.
           READ STUDENT-HOLD-FILE
               AT END
                   SET END-OF-HOLD-FILE TO TRUE
           END-READ.

       Check-Student-Holds.
           SET STUDENT-IS-HELD TO FALSE
           MOVE ZERO TO WS-HLD-HIT-COUNT
           MOVE SPACE TO WS-HLD-HIT-TYPE
           MOVE SPACES TO WS-HLD-HIT-OFFICE WS-HLD-HIT-REASON
           MOVE ZERO TO WS-HLD-HIT-PLACED
           IF HOLD-TABLE-LOADED
               PERFORM VARYING WS-HLD-SUB FROM 1 BY 1
                   UNTIL WS-HLD-SUB > WS-HLD-COUNT
                   IF WS-HLD-STUDENT (WS-HLD-SUB) = WS-HLD-CHECK-ID
                   AND WS-HLD-PLACED (WS-HLD-SUB)
                       NOT > WS-HLD-AS-OF-DATE
                       ADD 1 TO WS-HLD-HIT-COUNT
                       IF NOT STUDENT-IS-HELD
                           SET STUDENT-IS-HELD TO TRUE
                           MOVE WS-HLD-TYPE (WS-HLD-SUB)
                               TO WS-HLD-HIT-TYPE
                           MOVE WS-HLD-OFFICE (WS-HLD-SUB)
                               TO WS-HLD-HIT-OFFICE
                           MOVE WS-HLD-PLACED (WS-HLD-SUB)
                               TO WS-HLD-HIT-PLACED
                           MOVE WS-HLD-REASON (WS-HLD-SUB)
                               TO WS-HLD-HIT-REASON
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT STUDENT-IS-HELD
               AND WS-HLD-OVERFLOW > ZERO
                   SET STUDENT-IS-HELD TO TRUE
                   MOVE 1 TO WS-HLD-HIT-COUNT
                   MOVE "HOLDS.DAT" TO WS-HLD-HIT-OFFICE
                   MOVE WS-HLD-AS-OF-DATE TO WS-HLD-HIT-PLACED
                   MOVE "HOLD TABLE OVERFLOW" TO WS-HLD-HIT-REASON
               END-IF
           END-IF.

       Name-Hold-Type.
           EVALUATE WS-HLD-HIT-TYPE
               WHEN "F"
                   MOVE "FINANCIAL"    TO WS-HLD-TYPE-NAME
               WHEN "R"
                   MOVE "REGISTRAR"    TO WS-HLD-TYPE-NAME
               WHEN "L"
                   MOVE "LIBRARY"      TO WS-HLD-TYPE-NAME
               WHEN "D"
                   MOVE "DISCIPLINARY" TO WS-HLD-TYPE-NAME
               WHEN OTHER
                   MOVE "UNKNOWN"      TO WS-HLD-TYPE-NAME
           END-EVALUATE.
