       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pay-Rate-Maint.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Maintains the two payroll rate files Payroll-Calc works
      *> gross to net from: PAYWHTB.DAT, the federal and state
      *> income-tax withholding brackets (PAYWHTB.CPY), and
      *> PAYDEDN.DAT, the statutory withholdings, standard
      *> deductions and employer costs (PAYDEDN.CPY). Both are
      *> effective-dated, so next January's tables are loaded in
      *> December and take over on the first pay dated in the new
      *> year with no recompile. PAYRTXN.DAT transactions, in the
      *> Rate-Maint mold:
      *>   A - add a row, or replace the one already on file with
      *>       the same key: for a W (withholding table) card the
      *>       key is table id, effective-from and bracket floor;
      *>       for an S (standard deduction) card it is deduction
      *>       code and effective-from.
      *>   D - delete the row with that key, for a row keyed in
      *>       error; a code that stops is ended by a later row at
      *>       rate zero instead, so past pays still re-prove.
      *> The user id on each transaction must belong to an active
      *> operator on OPERM.DAT holding the pay-rate authority;
      *> anyone else's transaction is rejected.
      *> Every applied change writes a PAYRAUDT.DAT audit record
      *> with the before and after row images and who keyed it.
      *> Rejected transactions go to the shared error log with the
      *> record image, resubmittable through Err-Repair. Run on
      *> demand, ahead of the pay run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-WHTABLE-FILE ASSIGN TO "PAYWHTB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-WHTABLE-STATUS.

           SELECT PAY-DEDUCTION-FILE ASSIGN TO "PAYDEDN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-DEDUCTION-STATUS.

           SELECT PAY-RATE-TXN-FILE ASSIGN TO "PAYRTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-RATE-TXN-STATUS.

           SELECT PAY-RATE-AUDIT-FILE ASSIGN TO "PAYRAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-RATE-AUDIT-STATUS.

           COPY OPERSL.
           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
           COPY PAYWHTB.

           COPY PAYDEDN.

       FD  PAY-RATE-TXN-FILE.
       01  PAY-RATE-TXN-RECORD.
           02  PRX-TXN-CODE        PIC X.
               88 IS-PAYRATE-ADD   VALUE "A".
               88 IS-PAYRATE-DELETE VALUE "D".
           02  PRX-FILE-CODE       PIC X.
               88 IS-WH-TABLE-TXN  VALUE "W".
               88 IS-DEDUCTION-TXN VALUE "S".
           02  PRX-KEY-ID          PIC X(6).
           02  PRX-EFF-FROM        PIC 9(8).
           02  PRX-USER-ID         PIC X(8).
           02  PRX-DETAIL          PIC X(56).
           02  PRX-WH-DETAIL REDEFINES PRX-DETAIL.
               03  PRX-WAGE-FLOOR  PIC 9(7)V99.
               03  PRX-BASE-TAX    PIC 9(7)V99.
               03  PRX-WH-RATE     PIC 9V9999.
               03  FILLER          PIC X(33).
           02  PRX-DED-DETAIL REDEFINES PRX-DETAIL.
               03  PRX-KIND        PIC X.
                   88 PRX-KIND-VALID   VALUE "W" "D" "E".
               03  PRX-METHOD      PIC X.
                   88 PRX-METHOD-VALID VALUE "P" "F".
               03  PRX-PRETAX      PIC X.
                   88 PRX-PRETAX-VALID VALUE "Y" "N" " ".
               03  PRX-DED-RATE    PIC 9V9999.
               03  PRX-FLAT-AMOUNT PIC 9(5)V99.
               03  PRX-WAGE-CAP    PIC 9(7)V99.
               03  PRX-DESCRIPTION PIC X(20).
               03  FILLER          PIC X(12).

       FD  PAY-RATE-AUDIT-FILE.
       01  PAY-RATE-AUDIT-RECORD.
           02  PRA-DATE            PIC 9(8).
           02  FILLER              PIC X(1).
           02  PRA-TIME            PIC 9(8).
           02  FILLER              PIC X(1).
           02  PRA-USER-ID         PIC X(8).
           02  FILLER              PIC X(1).
           02  PRA-ACTION          PIC X.
           02  FILLER              PIC X(1).
           02  PRA-FILE-CODE       PIC X.
           02  FILLER              PIC X(1).
           02  PRA-OLD-IMAGE       PIC X(90).
           02  FILLER              PIC X(1).
           02  PRA-NEW-IMAGE       PIC X(90).

           COPY OPERM.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01 PAY-WHTABLE-STATUS    PIC XX.
       01 PAY-DEDUCTION-STATUS  PIC XX.
       01 PAY-RATE-TXN-STATUS   PIC XX.
       01 PAY-RATE-AUDIT-STATUS PIC XX.

           COPY FILESTAT.
           COPY OPERTB.

       01 WS-WH-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-WH-ROWS   VALUE "Y".
       01 WS-DED-EOF-SWITCH    PIC X VALUE "N".
           88 END-OF-DED-ROWS  VALUE "Y".
       01 WS-TXN-EOF-SWITCH    PIC X VALUE "N".
           88 END-OF-PAYRATE-TXNS VALUE "Y".

      *> Both files are held whole for the run and rewritten once
      *> at end; a deleted row is flagged and not written back.
       01 WS-WH-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-WH-LIMIT          PIC 9(3) VALUE 300.
       01 WS-WH-ROW-TABLE.
           02 WS-WH-ROW OCCURS 300 TIMES.
               03 WS-WH-IMAGE      PIC X(80).
               03 WS-WH-DROPPED    PIC X.
       01 WS-DED-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-DED-LIMIT         PIC 9(3) VALUE 100.
       01 WS-DED-ROW-TABLE.
           02 WS-DED-ROW OCCURS 100 TIMES.
               03 WS-DED-IMAGE     PIC X(120).
               03 WS-DED-DROPPED   PIC X.

       01 WS-ROW-SUB           PIC 9(3) VALUE ZERO.
       01 WS-MATCH-SUB         PIC 9(3) VALUE ZERO.
       01 WS-MATCH-FOUND       PIC X VALUE "N".
           88 RATE-ROW-FOUND   VALUE "Y" FALSE "N".

       01 WS-DATE-VALID        PIC X VALUE "N".
       01 WS-APPLIED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-TODAY-DATE        PIC 9(8).
       01 WS-TIME-OF-DAY       PIC 9(8).
       01 WS-AUD-OLD-IMAGE     PIC X(90) VALUE SPACES.
       01 WS-AUD-NEW-IMAGE     PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           MOVE "PAYRMNT" TO ERR-PROGRAM-ID
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           PERFORM Load-Operator-Table
           PERFORM Load-Withholding-Rows
           PERFORM Load-Deduction-Rows
           PERFORM Apply-Pay-Rate-Txns
           PERFORM Rewrite-Withholding-Rows
           PERFORM Rewrite-Deduction-Rows
           DISPLAY "Pay-Rate-Maint: " WS-APPLIED-COUNT
               " applied, " WS-REJECT-COUNT " rejected"
           STOP RUN.

      *> A missing rate file is the first table ever loaded, not
      *> an error; the file is built from scratch.
       Load-Withholding-Rows.
           MOVE ZERO TO WS-WH-COUNT
           OPEN INPUT PAY-WHTABLE-FILE
           IF PAY-WHTABLE-STATUS = "00"
               PERFORM Read-Withholding-Row
               PERFORM UNTIL END-OF-WH-ROWS
                   IF WS-WH-COUNT < WS-WH-LIMIT
                       ADD 1 TO WS-WH-COUNT
                       MOVE PAY-WHTABLE-RECORD TO
                           WS-WH-IMAGE (WS-WH-COUNT)
                       MOVE "N" TO WS-WH-DROPPED (WS-WH-COUNT)
                   ELSE
                       DISPLAY "PAYWHTB.DAT: more than "
                           WS-WH-LIMIT " rows, extras dropped"
                   END-IF
                   PERFORM Read-Withholding-Row
               END-PERFORM
               CLOSE PAY-WHTABLE-FILE
           ELSE
               DISPLAY "PAYWHTB.DAT: status " PAY-WHTABLE-STATUS
                   ", starting an empty withholding table"
           END-IF.

       Read-Withholding-Row.
           READ PAY-WHTABLE-FILE
               AT END
                   SET END-OF-WH-ROWS TO TRUE
           END-READ.

       Load-Deduction-Rows.
           MOVE ZERO TO WS-DED-COUNT
           OPEN INPUT PAY-DEDUCTION-FILE
           IF PAY-DEDUCTION-STATUS = "00"
               PERFORM Read-Deduction-Row
               PERFORM UNTIL END-OF-DED-ROWS
                   IF WS-DED-COUNT < WS-DED-LIMIT
                       ADD 1 TO WS-DED-COUNT
                       MOVE PAY-DEDUCTION-RECORD TO
                           WS-DED-IMAGE (WS-DED-COUNT)
                       MOVE "N" TO WS-DED-DROPPED (WS-DED-COUNT)
                   ELSE
                       DISPLAY "PAYDEDN.DAT: more than "
                           WS-DED-LIMIT " rows, extras dropped"
                   END-IF
                   PERFORM Read-Deduction-Row
               END-PERFORM
               CLOSE PAY-DEDUCTION-FILE
           ELSE
               DISPLAY "PAYDEDN.DAT: status " PAY-DEDUCTION-STATUS
                   ", starting an empty deduction table"
           END-IF.

       Read-Deduction-Row.
           READ PAY-DEDUCTION-FILE
               AT END
                   SET END-OF-DED-ROWS TO TRUE
           END-READ.

       Apply-Pay-Rate-Txns.
           OPEN INPUT PAY-RATE-TXN-FILE
           IF PAY-RATE-TXN-STATUS = "00"
               PERFORM Read-Pay-Rate-Txn
               PERFORM UNTIL END-OF-PAYRATE-TXNS
                   PERFORM Apply-One-Pay-Rate-Txn
                   PERFORM Read-Pay-Rate-Txn
               END-PERFORM
               CLOSE PAY-RATE-TXN-FILE
           ELSE
               DISPLAY "PAYRTXN.DAT: status " PAY-RATE-TXN-STATUS
                   ", no pay-rate transactions to apply"
           END-IF.

       Read-Pay-Rate-Txn.
           READ PAY-RATE-TXN-FILE
               AT END
                   SET END-OF-PAYRATE-TXNS TO TRUE
           END-READ.

       Apply-One-Pay-Rate-Txn.
           MOVE "PAYRTXN.DAT" TO ERR-SOURCE-FILE
           MOVE PAY-RATE-TXN-RECORD TO ERR-RECORD-IMAGE
           MOVE PRX-USER-ID TO WS-OPM-CHECK-ID
           MOVE WS-OPM-FN-PAY-RATE TO WS-OPM-CHECK-SLOT
           PERFORM Check-Operator-Authority
           IF OPERATOR-AUTHORIZED
               PERFORM Apply-Authorized-Rate-Txn
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "PRX-USER-ID     " TO ERR-FIELD-NAME
               MOVE PRX-USER-ID TO ERR-INCOMING-VALUE
               MOVE WS-OPM-REJECT-MSG TO ERR-MESSAGE
               PERFORM Write-Error-Log
           END-IF.

       Apply-Authorized-Rate-Txn.
           MOVE "N" TO WS-DATE-VALID
           IF PRX-EFF-FROM NUMERIC
               CALL "DATE-CHECK" USING PRX-EFF-FROM WS-DATE-VALID
           END-IF
           EVALUATE TRUE
               WHEN PRX-KEY-ID = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "PRX-KEY-ID      " TO ERR-FIELD-NAME
                   MOVE PRX-KEY-ID TO ERR-INCOMING-VALUE
                   MOVE "Pay-rate txn missing table or code" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN WS-DATE-VALID NOT = "Y"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "PRX-EFF-FROM    " TO ERR-FIELD-NAME
                   MOVE PRX-EFF-FROM TO ERR-INCOMING-VALUE
                   MOVE "Pay-rate effective date not valid" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN NOT IS-PAYRATE-ADD AND NOT IS-PAYRATE-DELETE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "PRX-TXN-CODE    " TO ERR-FIELD-NAME
                   MOVE PRX-TXN-CODE TO ERR-INCOMING-VALUE
                   MOVE "Unknown pay-rate txn code, skipped" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN IS-WH-TABLE-TXN
                   PERFORM Apply-Withholding-Txn
               WHEN IS-DEDUCTION-TXN
                   PERFORM Apply-Deduction-Txn
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "PRX-FILE-CODE   " TO ERR-FIELD-NAME
                   MOVE PRX-FILE-CODE TO ERR-INCOMING-VALUE
                   MOVE "Pay-rate file code not W or S" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
           END-EVALUATE.

      *> Withholding brackets: keyed table id, effective-from and
      *> wage floor.
       Apply-Withholding-Txn.
           SET RATE-ROW-FOUND TO FALSE
           MOVE ZERO TO WS-MATCH-SUB
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-WH-COUNT
               IF WS-WH-DROPPED (WS-ROW-SUB) NOT = "Y"
                   MOVE WS-WH-IMAGE (WS-ROW-SUB) TO PAY-WHTABLE-RECORD
                   IF PWT-TABLE-ID = PRX-KEY-ID (1:4)
                   AND PWT-EFF-FROM = PRX-EFF-FROM
                   AND PWT-WAGE-FLOOR = PRX-WAGE-FLOOR
                       SET RATE-ROW-FOUND TO TRUE
                       MOVE WS-ROW-SUB TO WS-MATCH-SUB
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN PRX-WAGE-FLOOR NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "PRX-WAGE-FLOOR  " TO ERR-FIELD-NAME
                   MOVE PRX-KEY-ID TO ERR-INCOMING-VALUE
                   MOVE "Bracket wage floor not numeric" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN IS-PAYRATE-DELETE AND NOT RATE-ROW-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "PRX-KEY-ID      " TO ERR-FIELD-NAME
                   MOVE PRX-KEY-ID TO ERR-INCOMING-VALUE
                   MOVE "No such bracket on file to delete" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN IS-PAYRATE-DELETE
                   MOVE WS-WH-IMAGE (WS-MATCH-SUB) TO WS-AUD-OLD-IMAGE
                   MOVE SPACES TO WS-AUD-NEW-IMAGE
                   MOVE "Y" TO WS-WH-DROPPED (WS-MATCH-SUB)
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM Write-Pay-Rate-Audit
               WHEN PRX-BASE-TAX NOT NUMERIC
               OR PRX-WH-RATE NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "PRX-WH-RATE     " TO ERR-FIELD-NAME
                   MOVE PRX-KEY-ID TO ERR-INCOMING-VALUE
                   MOVE "Bracket base tax or rate not numeric" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN NOT RATE-ROW-FOUND
               AND WS-WH-COUNT >= WS-WH-LIMIT
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "WS-WH-COUNT     " TO ERR-FIELD-NAME
                   MOVE PRX-KEY-ID TO ERR-INCOMING-VALUE
                   MOVE "Withholding table full, txn skipped" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN OTHER
                   IF RATE-ROW-FOUND
                       MOVE WS-WH-IMAGE (WS-MATCH-SUB)
                           TO WS-AUD-OLD-IMAGE
                   ELSE
                       MOVE SPACES TO WS-AUD-OLD-IMAGE
                       ADD 1 TO WS-WH-COUNT
                       MOVE WS-WH-COUNT TO WS-MATCH-SUB
                       MOVE "N" TO WS-WH-DROPPED (WS-MATCH-SUB)
                   END-IF
                   MOVE SPACES TO PAY-WHTABLE-RECORD
                   MOVE PRX-KEY-ID (1:4) TO PWT-TABLE-ID
                   MOVE PRX-EFF-FROM     TO PWT-EFF-FROM
                   MOVE PRX-WAGE-FLOOR   TO PWT-WAGE-FLOOR
                   MOVE PRX-BASE-TAX     TO PWT-BASE-TAX
                   MOVE PRX-WH-RATE      TO PWT-RATE
                   MOVE WS-TODAY-DATE    TO PWT-UPDATED-DATE
                   MOVE PRX-USER-ID      TO PWT-UPDATED-BY
                   MOVE PAY-WHTABLE-RECORD TO WS-WH-IMAGE (WS-MATCH-SUB)
                   MOVE PAY-WHTABLE-RECORD TO WS-AUD-NEW-IMAGE
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM Write-Pay-Rate-Audit
           END-EVALUATE.

      *> Standard deductions and employer costs: keyed code and
      *> effective-from.
       Apply-Deduction-Txn.
           SET RATE-ROW-FOUND TO FALSE
           MOVE ZERO TO WS-MATCH-SUB
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-DED-COUNT
               IF WS-DED-DROPPED (WS-ROW-SUB) NOT = "Y"
                   MOVE WS-DED-IMAGE (WS-ROW-SUB)
                       TO PAY-DEDUCTION-RECORD
                   IF PDD-CODE = PRX-KEY-ID
                   AND PDD-EFF-FROM = PRX-EFF-FROM
                       SET RATE-ROW-FOUND TO TRUE
                       MOVE WS-ROW-SUB TO WS-MATCH-SUB
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN IS-PAYRATE-DELETE AND NOT RATE-ROW-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "PRX-KEY-ID      " TO ERR-FIELD-NAME
                   MOVE PRX-KEY-ID TO ERR-INCOMING-VALUE
                   MOVE "No such deduction on file to delete" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN IS-PAYRATE-DELETE
                   MOVE WS-DED-IMAGE (WS-MATCH-SUB) TO WS-AUD-OLD-IMAGE
                   MOVE SPACES TO WS-AUD-NEW-IMAGE
                   MOVE "Y" TO WS-DED-DROPPED (WS-MATCH-SUB)
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM Write-Pay-Rate-Audit
               WHEN NOT PRX-KIND-VALID
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "PRX-KIND        " TO ERR-FIELD-NAME
                   MOVE PRX-KIND TO ERR-INCOMING-VALUE
                   MOVE "Deduction kind not W, D or E" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN NOT PRX-METHOD-VALID
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "PRX-METHOD      " TO ERR-FIELD-NAME
                   MOVE PRX-METHOD TO ERR-INCOMING-VALUE
                   MOVE "Deduction method not P or F" TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN NOT PRX-PRETAX-VALID
               OR (PRX-PRETAX = "Y" AND PRX-KIND NOT = "D")
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "PRX-PRETAX      " TO ERR-FIELD-NAME
                   MOVE PRX-PRETAX TO ERR-INCOMING-VALUE
                   MOVE "Pretax flag only Y on a D deduction" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN PRX-DED-RATE NOT NUMERIC
               OR PRX-FLAT-AMOUNT NOT NUMERIC
               OR PRX-WAGE-CAP NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "PRX-DED-RATE    " TO ERR-FIELD-NAME
                   MOVE PRX-KEY-ID TO ERR-INCOMING-VALUE
                   MOVE "Deduction rate, flat or cap not numeric"
                       TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN NOT RATE-ROW-FOUND
               AND WS-DED-COUNT >= WS-DED-LIMIT
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "WS-DED-COUNT    " TO ERR-FIELD-NAME
                   MOVE PRX-KEY-ID TO ERR-INCOMING-VALUE
                   MOVE "Deduction table full, txn skipped" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN OTHER
                   IF RATE-ROW-FOUND
                       MOVE WS-DED-IMAGE (WS-MATCH-SUB)
                           TO WS-AUD-OLD-IMAGE
                   ELSE
                       MOVE SPACES TO WS-AUD-OLD-IMAGE
                       ADD 1 TO WS-DED-COUNT
                       MOVE WS-DED-COUNT TO WS-MATCH-SUB
                       MOVE "N" TO WS-DED-DROPPED (WS-MATCH-SUB)
                   END-IF
                   MOVE SPACES TO PAY-DEDUCTION-RECORD
                   MOVE PRX-KEY-ID      TO PDD-CODE
                   MOVE PRX-EFF-FROM    TO PDD-EFF-FROM
                   MOVE PRX-KIND        TO PDD-KIND
                   MOVE PRX-METHOD      TO PDD-METHOD
                   IF PRX-PRETAX = "Y"
                       MOVE "Y" TO PDD-PRETAX
                   ELSE
                       MOVE "N" TO PDD-PRETAX
                   END-IF
                   MOVE PRX-DED-RATE    TO PDD-RATE
                   MOVE PRX-FLAT-AMOUNT TO PDD-FLAT-AMOUNT
                   MOVE PRX-WAGE-CAP    TO PDD-WAGE-CAP
                   MOVE PRX-DESCRIPTION TO PDD-DESCRIPTION
                   MOVE WS-TODAY-DATE   TO PDD-UPDATED-DATE
                   MOVE PRX-USER-ID     TO PDD-UPDATED-BY
                   MOVE PAY-DEDUCTION-RECORD
                       TO WS-DED-IMAGE (WS-MATCH-SUB)
                   MOVE PAY-DEDUCTION-RECORD TO WS-AUD-NEW-IMAGE
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM Write-Pay-Rate-Audit
           END-EVALUATE.

       Write-Pay-Rate-Audit.
           OPEN EXTEND PAY-RATE-AUDIT-FILE
           IF PAY-RATE-AUDIT-STATUS = "35"
               OPEN OUTPUT PAY-RATE-AUDIT-FILE
               CLOSE PAY-RATE-AUDIT-FILE
               OPEN EXTEND PAY-RATE-AUDIT-FILE
           END-IF
           MOVE SPACES           TO PAY-RATE-AUDIT-RECORD
           MOVE WS-TODAY-DATE    TO PRA-DATE
           MOVE WS-TIME-OF-DAY   TO PRA-TIME
           MOVE PRX-USER-ID      TO PRA-USER-ID
           MOVE PRX-TXN-CODE     TO PRA-ACTION
           MOVE PRX-FILE-CODE    TO PRA-FILE-CODE
           MOVE WS-AUD-OLD-IMAGE TO PRA-OLD-IMAGE
           MOVE WS-AUD-NEW-IMAGE TO PRA-NEW-IMAGE
           WRITE PAY-RATE-AUDIT-RECORD
           CLOSE PAY-RATE-AUDIT-FILE.

       Rewrite-Withholding-Rows.
           OPEN OUTPUT PAY-WHTABLE-FILE
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-WH-COUNT
               IF WS-WH-DROPPED (WS-ROW-SUB) NOT = "Y"
                   MOVE WS-WH-IMAGE (WS-ROW-SUB) TO PAY-WHTABLE-RECORD
                   WRITE PAY-WHTABLE-RECORD
               END-IF
           END-PERFORM
           CLOSE PAY-WHTABLE-FILE.

       Rewrite-Deduction-Rows.
           OPEN OUTPUT PAY-DEDUCTION-FILE
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-DED-COUNT
               IF WS-DED-DROPPED (WS-ROW-SUB) NOT = "Y"
                   MOVE WS-DED-IMAGE (WS-ROW-SUB)
                       TO PAY-DEDUCTION-RECORD
                   WRITE PAY-DEDUCTION-RECORD
               END-IF
           END-PERFORM
           CLOSE PAY-DEDUCTION-FILE.

           COPY OPERLD.
           COPY ERRLOGWR.
       END PROGRAM Pay-Rate-Maint.
