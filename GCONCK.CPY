      *>----------------------------------------------------------
      *> GCONCK.CPY
      *> Shared minor-consent paragraphs. COPY into the PROCEDURE
      *> DIVISION of any program that COPYs GCONTB.CPY.
      *> Open-Consent-File opens GCONSENT.DAT read-only; a missing
      *> file is not an abend, it only means no consent is on file.
      *> Check-Minor-Consent ages the student at WS-GCN-AS-OF-DATE
      *> through the shared AGE-CALC routine and, for a minor,
      *> reads the consent row; a row whose consent date is after
      *> the as-of date or whose expiry is before it is on file but
      *> not current. A birth date that is not a date cannot make
      *> anyone a minor. On a hit GUARDIAN-CONSENT-RECORD still
      *> holds the row read, for the caller's message.
      *>----------------------------------------------------------
       Open-Consent-File.
           SET CONSENT-FILE-OPEN TO FALSE
           OPEN INPUT GUARDIAN-CONSENT-FILE
           IF GUARDIAN-CONSENT-STATUS = "00"
               SET CONSENT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "GCONSENT.DAT: status " GUARDIAN-CONSENT-STATUS
                   ", no guardian consents on file"
           END-IF.

       Close-Consent-File.
           IF CONSENT-FILE-OPEN
               CLOSE GUARDIAN-CONSENT-FILE
               SET CONSENT-FILE-OPEN TO FALSE
           END-IF.

       Check-Minor-Consent.
           SET STUDENT-IS-MINOR TO FALSE
           SET CONSENT-ON-FILE TO FALSE
           SET CONSENT-IS-CURRENT TO FALSE
           SET MINOR-LACKS-CONSENT TO FALSE
           MOVE ZERO TO WS-GCN-AGE
           IF WS-GCN-BIRTH-DATE NUMERIC
           AND WS-GCN-BIRTH-DATE NOT = ZERO
           AND WS-GCN-BIRTH-DATE NOT > WS-GCN-AS-OF-DATE
               CALL "AGE-CALC" USING WS-GCN-BIRTH-DATE
                   WS-GCN-AS-OF-DATE WS-GCN-AGE
               IF WS-GCN-AGE < WS-GCN-MAJORITY-AGE
                   SET STUDENT-IS-MINOR TO TRUE
               END-IF
           END-IF
           IF STUDENT-IS-MINOR AND CONSENT-FILE-OPEN
               MOVE WS-GCN-CHECK-ID TO GCN-STUDENT-ID
               READ GUARDIAN-CONSENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CONSENT-ON-FILE TO TRUE
                       IF GCN-CONSENT-DATE NOT > WS-GCN-AS-OF-DATE
                       AND GCN-EXPIRY-DATE NOT < WS-GCN-AS-OF-DATE
                           SET CONSENT-IS-CURRENT TO TRUE
                       END-IF
               END-READ
           END-IF
           IF STUDENT-IS-MINOR AND NOT CONSENT-IS-CURRENT
               SET MINOR-LACKS-CONSENT TO TRUE
           END-IF.
