      *> question - and rejects go to the shared error log with
      *> the image. The run ends warning if SALES or TAXCOLL is
      *> somehow absent from the rewritten master.
      *> 15 Oct 2026 MK - The mapping table grows to 150 rows, room for
      *> Gl-Extract's three payroll source keys per department.
      *> 15 Oct 2026 MK - The user id on each transaction must belong to
      *> an active operator on OPERM.DAT holding this program's
      *> authority; anyone else's transaction is rejected to the error
      *> log, so the id on the audit trail is a checked one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-ACCOUNTS-STATUS.

           COPY OPERSL.
           COPY ERRLOGSL.

       DATA DIVISION.
           02  FILLER              PIC X(1).
           02  GA-CREDIT-ACCT     PIC X(8).

           COPY OPERM.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01 GL-ACCOUNTS-STATUS   PIC XX.

           COPY FILESTAT.
           COPY OPERTB.

       01 WS-MAP-EOF           PIC X VALUE "N".
           88 END-OF-MAP-ROWS  VALUE "Y".
           88 END-OF-MAP-TXNS  VALUE "Y".

      *> The whole mapping in one table, rewritten at end.
       01 WS-ROW-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ROW-SUB           PIC 9(3) VALUE ZERO.
       01 WS-ROW-TABLE-AREA.
           02 WS-ROW-ENTRY OCCURS 150 TIMES.
               03 WS-ROW-KEY       PIC X(8).
               03 WS-ROW-DEBIT     PIC X(8).
               03 WS-ROW-CREDIT    PIC X(8).
                   88 MAP-ROW-RETIRED VALUE "Y".
       01 WS-ROW-FOUND         PIC X VALUE "N".
           88 MAP-ROW-FOUND    VALUE "Y" FALSE "N".
       01 WS-MATCH-SUB         PIC 9(3) VALUE ZERO.

      *> The keys Gl-Extract emits every run; these must never
      *> come off the mapping.
           MOVE "GLAMAINT" TO ERR-PROGRAM-ID
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           PERFORM Load-Operator-Table
           PERFORM Load-Account-Map
           PERFORM Apply-Map-Txns
           PERFORM Rewrite-Account-Map
           IF GL-ACCOUNTS-STATUS = "00"
               PERFORM Read-Map-Row
               PERFORM UNTIL END-OF-MAP-ROWS
                   IF WS-ROW-COUNT < 150
                   AND GA-SOURCE-KEY NOT = SPACES
                       ADD 1 TO WS-ROW-COUNT
                       MOVE GA-SOURCE-KEY TO WS-ROW-KEY (WS-ROW-COUNT)
       Apply-One-Map-Txn.
           MOVE "GLATXN.DAT" TO ERR-SOURCE-FILE
           MOVE GLA-TXN-RECORD TO ERR-RECORD-IMAGE
           MOVE GTX-USER-ID TO WS-OPM-CHECK-ID
           MOVE WS-OPM-FN-GL-MAP TO WS-OPM-CHECK-SLOT
           PERFORM Check-Operator-Authority
           IF OPERATOR-AUTHORIZED
               PERFORM Apply-Authorized-Map-Txn
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "GTX-USER-ID     " TO ERR-FIELD-NAME
               MOVE GTX-USER-ID TO ERR-INCOMING-VALUE
               MOVE WS-OPM-REJECT-MSG TO ERR-MESSAGE
               PERFORM Write-Error-Log
           END-IF.

       Apply-Authorized-Map-Txn.
           IF GTX-SOURCE-KEY = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE "GTX-SOURCE-KEY  " TO ERR-FIELD-NAME
                   MOVE GTX-SOURCE-KEY TO ERR-INCOMING-VALUE
                   MOVE "Duplicate source key on add" TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN WS-ROW-COUNT >= 150
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "WS-ROW-COUNT    " TO ERR-FIELD-NAME
                   MOVE GTX-SOURCE-KEY TO ERR-INCOMING-VALUE
               MOVE 4 TO RETURN-CODE
           END-IF.

           COPY OPERLD.
           COPY ERRLOGWR.
       END PROGRAM Gla-Maint.
