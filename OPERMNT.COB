       IDENTIFICATION DIVISION.
       PROGRAM-ID. Oper-Maint.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Maintains OPERM.DAT, the operator master Branch-Maint,
      *> Gla-Maint, Rate-Maint, Cert-Maint, Holiday-Maint,
      *> Contact-Maint, Vendor-Maint, Pay-Rate-Maint, Coa-Maint,
      *> Filing-Prof-Maint, Consent-Maint, Stu-Hold-Maint and
      *> Bud-Load check every transaction's user id against -
      *> before it, anyone who could drop a file could change a
      *> tax rate or a GL mapping, and the audit trails recorded
      *> whatever id the file happened to carry. OPERTXN.DAT
      *> transactions, in the Branch-Maint mold:
      *>   A - new operator: user id, name and department (on
      *>       DEPTBUD.DAT) required; the authority flags are Y or
      *>       N per function in OPERM.CPY's slot order, blank
      *>       meaning N. The operator starts active.
      *>   C - change: a nonblank name or department replaces the
      *>       one on file, and each nonblank authority flag
      *>       replaces that one flag - "  N" takes away the rate
      *>       authority and leaves the rest alone.
      *>   I - inactivate a leaver: every authority is taken away
      *>       with the status; the row stays so old audit ids
      *>       still resolve to a name.
      *>   R - reactivate: the operator comes back with only the
      *>       authorities the transaction grants again.
      *> The submitter named on each transaction must be an active
      *> operator holding the operator-master authority, as the
      *> master stood at the start of the run, and may not
      *> maintain their own row - nobody grants themselves rights.
      *> The one exception is a site's first load: with no master
      *> on file (open status 35), the transactions that build it
      *> cannot be checked against it, and the run says so. Any
      *> other trouble opening the master, or more rows than the
      *> table holds, stops the run at RC 8 with nothing applied
      *> and the master left as it was - a master that could not
      *> be read is not an empty one. Every applied change
      *> writes an OPERAUDT.DAT audit record with the submitter and
      *> the before and after status and authorities; Access-Review
      *> lists them for the quarter. Rejects go to the shared error
      *> log with the record image. Run on demand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-TXN-FILE ASSIGN TO "OPERTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-TXN-STATUS.

           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-AUDIT-STATUS.

           SELECT DEPT-BUDGET-FILE ASSIGN TO "DEPTBUD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-DEPT-CODE
               FILE STATUS IS DEPT-BUDGET-STATUS.

           COPY OPERSL.
           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-TXN-FILE.
       01  OPERATOR-TXN-RECORD.
           02  OTX-TXN-CODE        PIC X.
               88 IS-OPERATOR-ADD  VALUE "A".
               88 IS-OPERATOR-CHANGE VALUE "C".
               88 IS-OPERATOR-INACTIVATE VALUE "I".
               88 IS-OPERATOR-REACTIVATE VALUE "R".
           02  OTX-USER-ID         PIC X(8).
           02  OTX-OPERATOR-NAME   PIC X(20).
           02  OTX-DEPT-CODE       PIC X(4).
           02  OTX-AUTHORITIES     PIC X(20).
           02  OTX-AUTHORITY-FLAGS REDEFINES OTX-AUTHORITIES.
               03  OTX-AUTHORITY   PIC X OCCURS 20 TIMES.
           02  OTX-SUBMIT-ID       PIC X(8).

       FD  OPERATOR-AUDIT-FILE.
       01  OPERATOR-AUDIT-RECORD.
           02  OAU-DATE            PIC 9(8).
           02  FILLER              PIC X(1).
           02  OAU-TIME            PIC 9(8).
           02  FILLER              PIC X(1).
           02  OAU-SUBMIT-ID       PIC X(8).
           02  FILLER              PIC X(1).
           02  OAU-ACTION          PIC X.
           02  FILLER              PIC X(1).
           02  OAU-USER-ID         PIC X(8).
           02  FILLER              PIC X(1).
           02  OAU-DEPT-CODE       PIC X(4).
           02  FILLER              PIC X(1).
           02  OAU-OLD-STATUS      PIC X.
           02  FILLER              PIC X(1).
           02  OAU-NEW-STATUS      PIC X.
           02  FILLER              PIC X(1).
           02  OAU-OLD-AUTHORITIES PIC X(10).
           02  FILLER              PIC X(1).
           02  OAU-NEW-AUTHORITIES PIC X(10).
           02  FILLER              PIC X(1).
           02  OAU-OLD-MORE-AUTH   PIC X(10).
           02  FILLER              PIC X(1).
           02  OAU-NEW-MORE-AUTH   PIC X(10).

       FD  DEPT-BUDGET-FILE.
       01  DEPT-BUDGET-RECORD.
           02  DB-DEPT-CODE        PIC X(4).
           02  DB-FISCAL-YEAR      PIC 9(4).
           02  DB-BUDGET-MEMBERS   PIC 9(5).
           02  DB-BUDGET-TOTAL     PIC 9(7).
           02  DB-DEPT-NAME        PIC X(15).

           COPY OPERM.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01 OPERATOR-TXN-STATUS  PIC XX.
       01 OPERATOR-AUDIT-STATUS PIC XX.
       01 DEPT-BUDGET-STATUS   PIC XX.

           COPY FILESTAT.
           COPY OPERTB.

       01 WS-ROW-EOF           PIC X VALUE "N".
           88 END-OF-OPERATOR-ROWS VALUE "Y".
       01 WS-TXN-EOF           PIC X VALUE "N".
           88 END-OF-OPERATOR-TXNS VALUE "Y".

      *> The whole master in one table for the run, rewritten at
      *> end, the way Branch-Maint carries the branch rows.
       01 WS-ROW-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ROW-SUB           PIC 9(3) VALUE ZERO.
       01 WS-ROW-TABLE-AREA.
           02 WS-ROW-ENTRY OCCURS 200 TIMES.
               03 WS-ROW-USER-ID   PIC X(8).
               03 WS-ROW-NAME      PIC X(20).
               03 WS-ROW-DEPT-CODE PIC X(4).
               03 WS-ROW-STATUS    PIC X.
               03 WS-ROW-AUTHORITIES.
                   04 WS-ROW-AUTH  PIC X OCCURS 20 TIMES.
               03 WS-ROW-ADDED     PIC 9(8).
               03 WS-ROW-CHANGED   PIC 9(8).
       01 WS-ROW-OVERFLOW      PIC 9(5) VALUE ZERO.
       01 WS-ROW-FOUND         PIC X VALUE "N".
           88 OPERATOR-ROW-FOUND VALUE "Y" FALSE "N".
       01 WS-MATCH-SUB         PIC 9(3) VALUE ZERO.

       01 WS-FIRST-LOAD        PIC X VALUE "N".
           88 FIRST-LOAD-RUN   VALUE "Y".
       01 WS-AUTH-SUB          PIC 99 VALUE ZERO.
       01 WS-AUTH-VALID        PIC X VALUE "Y".
           88 AUTHORITY-FLAGS-VALID VALUE "Y" FALSE "N".
       01 WS-DEPT-KNOWN        PIC X VALUE "Y".
           88 DEPT-CODE-KNOWN  VALUE "Y" FALSE "N".
       01 WS-ADMIN-COUNT       PIC 9(3) VALUE ZERO.

       01 WS-AUD-OLD-STATUS    PIC X VALUE SPACE.
       01 WS-AUD-OLD-AUTH      PIC X(20) VALUE SPACES.
       01 WS-APPLIED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-TODAY-DATE        PIC 9(8).
       01 WS-TIME-OF-DAY       PIC 9(8).

       PROCEDURE DIVISION.
       Begin.
           MOVE "OPERMNT" TO ERR-PROGRAM-ID
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           PERFORM Load-Operator-Table
           IF OPERATOR-MASTER-STATUS = "35"
               MOVE "Y" TO WS-FIRST-LOAD
               DISPLAY "Oper-Maint: no operators on file - first "
                   "load, submitters are not checked this run"
           END-IF
           PERFORM Load-Operator-Rows
           IF (OPERATOR-MASTER-STATUS NOT = "00"
               AND NOT FIRST-LOAD-RUN)
           OR WS-ROW-OVERFLOW > ZERO
               DISPLAY "Oper-Maint: OPERM.DAT status "
                   OPERATOR-MASTER-STATUS ", " WS-ROW-OVERFLOW
                   " rows past the table - nothing applied, master"
                   " left as it was"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Apply-Operator-Txns
           PERFORM Rewrite-Operator-Master
           PERFORM Check-Admin-Remains
           DISPLAY "Oper-Maint: " WS-APPLIED-COUNT " applied, "
               WS-REJECT-COUNT " rejected"
           STOP RUN.

       Load-Operator-Rows.
           MOVE ZERO TO WS-ROW-COUNT
           MOVE ZERO TO WS-ROW-OVERFLOW
           OPEN INPUT OPERATOR-MASTER-FILE
           IF OPERATOR-MASTER-STATUS = "00"
               PERFORM Read-Operator-Row
               PERFORM UNTIL END-OF-OPERATOR-ROWS
                   IF WS-ROW-COUNT NOT < 200
                   AND OP-USER-ID NOT = SPACES
                       ADD 1 TO WS-ROW-OVERFLOW
                   END-IF
                   IF WS-ROW-COUNT < 200
                   AND OP-USER-ID NOT = SPACES
                       ADD 1 TO WS-ROW-COUNT
                       MOVE OP-USER-ID TO
                           WS-ROW-USER-ID (WS-ROW-COUNT)
                       MOVE OP-OPERATOR-NAME TO
                           WS-ROW-NAME (WS-ROW-COUNT)
                       MOVE OP-DEPT-CODE TO
                           WS-ROW-DEPT-CODE (WS-ROW-COUNT)
                       MOVE OP-STATUS TO
                           WS-ROW-STATUS (WS-ROW-COUNT)
                       MOVE OP-AUTHORITIES TO
                           WS-ROW-AUTHORITIES (WS-ROW-COUNT) (1:10)
                       MOVE OP-MORE-AUTHORITIES TO
                           WS-ROW-AUTHORITIES (WS-ROW-COUNT) (11:10)
                       MOVE OP-ADDED-DATE TO
                           WS-ROW-ADDED (WS-ROW-COUNT)
                       MOVE OP-CHANGED-DATE TO
                           WS-ROW-CHANGED (WS-ROW-COUNT)
                   END-IF
                   PERFORM Read-Operator-Row
               END-PERFORM
               CLOSE OPERATOR-MASTER-FILE
           END-IF.

       Read-Operator-Row.
           READ OPERATOR-MASTER-FILE
               AT END
                   SET END-OF-OPERATOR-ROWS TO TRUE
           END-READ.

       Apply-Operator-Txns.
           OPEN INPUT OPERATOR-TXN-FILE
           IF OPERATOR-TXN-STATUS = "00"
               PERFORM Read-Operator-Txn
               PERFORM UNTIL END-OF-OPERATOR-TXNS
                   PERFORM Apply-One-Operator-Txn
                   PERFORM Read-Operator-Txn
               END-PERFORM
               CLOSE OPERATOR-TXN-FILE
           ELSE
               DISPLAY "OPERTXN.DAT: status " OPERATOR-TXN-STATUS
                   ", no operator transactions to apply"
           END-IF.

       Read-Operator-Txn.
           READ OPERATOR-TXN-FILE
               AT END
                   SET END-OF-OPERATOR-TXNS TO TRUE
           END-READ.

       Find-Operator-Row.
           SET OPERATOR-ROW-FOUND TO FALSE
           MOVE ZERO TO WS-MATCH-SUB
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
               IF WS-ROW-USER-ID (WS-ROW-SUB) = OTX-USER-ID
                   SET OPERATOR-ROW-FOUND TO TRUE
                   MOVE WS-ROW-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM.

      *> The submitter is judged against the master as it stood
      *> when the run began, so an operator added or granted
      *> rights earlier in the same file cannot use them yet.
       Apply-One-Operator-Txn.
           MOVE "OPERTXN.DAT" TO ERR-SOURCE-FILE
           MOVE OPERATOR-TXN-RECORD TO ERR-RECORD-IMAGE
           IF FIRST-LOAD-RUN
               SET OPERATOR-AUTHORIZED TO TRUE
           ELSE
               MOVE OTX-SUBMIT-ID TO WS-OPM-CHECK-ID
               MOVE WS-OPM-FN-OPERATOR TO WS-OPM-CHECK-SLOT
               PERFORM Check-Operator-Authority
           END-IF
           EVALUATE TRUE
               WHEN NOT OPERATOR-AUTHORIZED
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "OTX-SUBMIT-ID   " TO ERR-FIELD-NAME
                   MOVE OTX-SUBMIT-ID TO ERR-INCOMING-VALUE
                   MOVE WS-OPM-REJECT-MSG TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN OTX-USER-ID = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "OTX-USER-ID     " TO ERR-FIELD-NAME
                   MOVE OTX-USER-ID TO ERR-INCOMING-VALUE
                   MOVE "Operator txn missing user id" TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN OTX-USER-ID = OTX-SUBMIT-ID
               AND NOT FIRST-LOAD-RUN
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "OTX-SUBMIT-ID   " TO ERR-FIELD-NAME
                   MOVE OTX-SUBMIT-ID TO ERR-INCOMING-VALUE
                   MOVE "Operators cannot maintain their own row"
                       TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN OTHER
                   PERFORM Find-Operator-Row
                   PERFORM Check-Authority-Flags
                   EVALUATE TRUE
                       WHEN NOT AUTHORITY-FLAGS-VALID
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE "OTX-AUTHORITIES " TO ERR-FIELD-NAME
                           MOVE OTX-AUTHORITIES TO ERR-INCOMING-VALUE
                           MOVE "Authority flags must be Y, N or blank"
                               TO ERR-MESSAGE
                           PERFORM Write-Error-Log
                       WHEN IS-OPERATOR-ADD
                           PERFORM Add-Operator
                       WHEN IS-OPERATOR-CHANGE
                           PERFORM Change-Operator
                       WHEN IS-OPERATOR-INACTIVATE
                           PERFORM Inactivate-Operator
                       WHEN IS-OPERATOR-REACTIVATE
                           PERFORM Reactivate-Operator
                       WHEN OTHER
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE "OTX-TXN-CODE    " TO ERR-FIELD-NAME
                           MOVE OTX-TXN-CODE TO ERR-INCOMING-VALUE
                           MOVE "Unknown operator txn code, skipped"
                               TO ERR-MESSAGE
                           PERFORM Write-Error-Log
                   END-EVALUATE
           END-EVALUATE.

       Check-Authority-Flags.
           SET AUTHORITY-FLAGS-VALID TO TRUE
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > 20
               IF OTX-AUTHORITY (WS-AUTH-SUB) NOT = "Y"
               AND OTX-AUTHORITY (WS-AUTH-SUB) NOT = "N"
               AND OTX-AUTHORITY (WS-AUTH-SUB) NOT = SPACE
                   SET AUTHORITY-FLAGS-VALID TO FALSE
               END-IF
           END-PERFORM.

      *> A department code not on DEPTBUD.DAT - or no DEPTBUD.DAT
      *> to check it against - is refused, as Coa-Maint does.
       Check-Department.
           SET DEPT-CODE-KNOWN TO TRUE
           OPEN INPUT DEPT-BUDGET-FILE
           IF DEPT-BUDGET-STATUS = "00"
               MOVE OTX-DEPT-CODE TO DB-DEPT-CODE
               READ DEPT-BUDGET-FILE
                   INVALID KEY
                       SET DEPT-CODE-KNOWN TO FALSE
               END-READ
               CLOSE DEPT-BUDGET-FILE
           ELSE
               SET DEPT-CODE-KNOWN TO FALSE
           END-IF.

       Add-Operator.
           IF OTX-DEPT-CODE NOT = SPACES
               PERFORM Check-Department
           END-IF
           EVALUATE TRUE
               WHEN OPERATOR-ROW-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "OTX-USER-ID     " TO ERR-FIELD-NAME
                   MOVE OTX-USER-ID TO ERR-INCOMING-VALUE
                   MOVE "Duplicate user id on add" TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN OTX-OPERATOR-NAME = SPACES
               OR OTX-DEPT-CODE = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "OTX-DEPT-CODE   " TO ERR-FIELD-NAME
                   MOVE OTX-USER-ID TO ERR-INCOMING-VALUE
                   MOVE "Operator add needs name and department"
                       TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN NOT DEPT-CODE-KNOWN
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "OTX-DEPT-CODE   " TO ERR-FIELD-NAME
                   MOVE OTX-DEPT-CODE TO ERR-INCOMING-VALUE
                   MOVE "Department not on DEPTBUD.DAT" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN WS-ROW-COUNT >= 200
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "WS-ROW-COUNT    " TO ERR-FIELD-NAME
                   MOVE OTX-USER-ID TO ERR-INCOMING-VALUE
                   MOVE "Operator master full, txn skipped" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN OTHER
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-ROW-COUNT TO WS-MATCH-SUB
                   MOVE OTX-USER-ID TO WS-ROW-USER-ID (WS-MATCH-SUB)
                   MOVE OTX-OPERATOR-NAME TO
                       WS-ROW-NAME (WS-MATCH-SUB)
                   MOVE OTX-DEPT-CODE TO
                       WS-ROW-DEPT-CODE (WS-MATCH-SUB)
                   MOVE "A" TO WS-ROW-STATUS (WS-MATCH-SUB)
                   MOVE ALL "N" TO WS-ROW-AUTHORITIES (WS-MATCH-SUB)
                   MOVE WS-TODAY-DATE TO WS-ROW-ADDED (WS-MATCH-SUB)
                   MOVE SPACE TO WS-AUD-OLD-STATUS
                   MOVE SPACES TO WS-AUD-OLD-AUTH
                   PERFORM Store-Keyed-Authorities
                   DISPLAY "  Operator " OTX-USER-ID " added ("
                       OTX-OPERATOR-NAME ")"
           END-EVALUATE.

       Change-Operator.
           IF OTX-DEPT-CODE NOT = SPACES
               PERFORM Check-Department
           ELSE
               SET DEPT-CODE-KNOWN TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN NOT OPERATOR-ROW-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "OTX-USER-ID     " TO ERR-FIELD-NAME
                   MOVE OTX-USER-ID TO ERR-INCOMING-VALUE
                   MOVE "Operator not on file for change" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN NOT DEPT-CODE-KNOWN
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "OTX-DEPT-CODE   " TO ERR-FIELD-NAME
                   MOVE OTX-DEPT-CODE TO ERR-INCOMING-VALUE
                   MOVE "Department not on DEPTBUD.DAT" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN WS-ROW-STATUS (WS-MATCH-SUB) NOT = "A"
               AND OTX-AUTHORITIES NOT = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "OTX-AUTHORITIES " TO ERR-FIELD-NAME
                   MOVE OTX-USER-ID TO ERR-INCOMING-VALUE
                   MOVE "Inactive operator - reactivate first" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN OTHER
                   MOVE WS-ROW-STATUS (WS-MATCH-SUB)
                       TO WS-AUD-OLD-STATUS
                   MOVE WS-ROW-AUTHORITIES (WS-MATCH-SUB)
                       TO WS-AUD-OLD-AUTH
                   IF OTX-OPERATOR-NAME NOT = SPACES
                       MOVE OTX-OPERATOR-NAME TO
                           WS-ROW-NAME (WS-MATCH-SUB)
                   END-IF
                   IF OTX-DEPT-CODE NOT = SPACES
                       MOVE OTX-DEPT-CODE TO
                           WS-ROW-DEPT-CODE (WS-MATCH-SUB)
                   END-IF
                   PERFORM Store-Keyed-Authorities
                   DISPLAY "  Operator " OTX-USER-ID " changed"
           END-EVALUATE.

       Inactivate-Operator.
           EVALUATE TRUE
               WHEN NOT OPERATOR-ROW-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "OTX-USER-ID     " TO ERR-FIELD-NAME
                   MOVE OTX-USER-ID TO ERR-INCOMING-VALUE
                   MOVE "Operator not on file for inactivate" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN WS-ROW-STATUS (WS-MATCH-SUB) NOT = "A"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "OTX-USER-ID     " TO ERR-FIELD-NAME
                   MOVE OTX-USER-ID TO ERR-INCOMING-VALUE
                   MOVE "Operator already inactive" TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN OTHER
                   MOVE WS-ROW-STATUS (WS-MATCH-SUB)
                       TO WS-AUD-OLD-STATUS
                   MOVE WS-ROW-AUTHORITIES (WS-MATCH-SUB)
                       TO WS-AUD-OLD-AUTH
                   MOVE "I" TO WS-ROW-STATUS (WS-MATCH-SUB)
                   MOVE ALL "N" TO WS-ROW-AUTHORITIES (WS-MATCH-SUB)
                   PERFORM Finish-Operator-Change
                   DISPLAY "  Operator " OTX-USER-ID " inactivated"
           END-EVALUATE.

       Reactivate-Operator.
           EVALUATE TRUE
               WHEN NOT OPERATOR-ROW-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "OTX-USER-ID     " TO ERR-FIELD-NAME
                   MOVE OTX-USER-ID TO ERR-INCOMING-VALUE
                   MOVE "Operator not on file for reactivate" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN WS-ROW-STATUS (WS-MATCH-SUB) = "A"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "OTX-USER-ID     " TO ERR-FIELD-NAME
                   MOVE OTX-USER-ID TO ERR-INCOMING-VALUE
                   MOVE "Operator already active" TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN OTHER
                   MOVE WS-ROW-STATUS (WS-MATCH-SUB)
                       TO WS-AUD-OLD-STATUS
                   MOVE WS-ROW-AUTHORITIES (WS-MATCH-SUB)
                       TO WS-AUD-OLD-AUTH
                   MOVE "A" TO WS-ROW-STATUS (WS-MATCH-SUB)
                   MOVE ALL "N" TO WS-ROW-AUTHORITIES (WS-MATCH-SUB)
                   PERFORM Store-Keyed-Authorities
                   DISPLAY "  Operator " OTX-USER-ID " reactivated"
           END-EVALUATE.

      *> Each keyed flag replaces its own slot; a blank leaves it.
       Store-Keyed-Authorities.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > 20
               IF OTX-AUTHORITY (WS-AUTH-SUB) NOT = SPACE
                   MOVE OTX-AUTHORITY (WS-AUTH-SUB)
                       TO WS-ROW-AUTH (WS-MATCH-SUB WS-AUTH-SUB)
               END-IF
           END-PERFORM
           PERFORM Finish-Operator-Change.

       Finish-Operator-Change.
           MOVE WS-TODAY-DATE TO WS-ROW-CHANGED (WS-MATCH-SUB)
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM Write-Operator-Audit.

       Write-Operator-Audit.
           OPEN EXTEND OPERATOR-AUDIT-FILE
           IF OPERATOR-AUDIT-STATUS = "35"
               OPEN OUTPUT OPERATOR-AUDIT-FILE
               CLOSE OPERATOR-AUDIT-FILE
               OPEN EXTEND OPERATOR-AUDIT-FILE
           END-IF
           MOVE SPACES            TO OPERATOR-AUDIT-RECORD
           MOVE WS-TODAY-DATE     TO OAU-DATE
           MOVE WS-TIME-OF-DAY    TO OAU-TIME
           MOVE OTX-SUBMIT-ID     TO OAU-SUBMIT-ID
           MOVE OTX-TXN-CODE      TO OAU-ACTION
           MOVE OTX-USER-ID       TO OAU-USER-ID
           MOVE WS-ROW-DEPT-CODE (WS-MATCH-SUB) TO OAU-DEPT-CODE
           MOVE WS-AUD-OLD-STATUS TO OAU-OLD-STATUS
           MOVE WS-ROW-STATUS (WS-MATCH-SUB) TO OAU-NEW-STATUS
           MOVE WS-AUD-OLD-AUTH (1:10)  TO OAU-OLD-AUTHORITIES
           MOVE WS-AUD-OLD-AUTH (11:10) TO OAU-OLD-MORE-AUTH
           MOVE WS-ROW-AUTHORITIES (WS-MATCH-SUB) (1:10)
               TO OAU-NEW-AUTHORITIES
           MOVE WS-ROW-AUTHORITIES (WS-MATCH-SUB) (11:10)
               TO OAU-NEW-MORE-AUTH
           WRITE OPERATOR-AUDIT-RECORD
           CLOSE OPERATOR-AUDIT-FILE.

       Rewrite-Operator-Master.
           OPEN OUTPUT OPERATOR-MASTER-FILE
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
               MOVE SPACES TO OPERATOR-MASTER-RECORD
               MOVE WS-ROW-USER-ID (WS-ROW-SUB)   TO OP-USER-ID
               MOVE WS-ROW-NAME (WS-ROW-SUB)      TO OP-OPERATOR-NAME
               MOVE WS-ROW-DEPT-CODE (WS-ROW-SUB) TO OP-DEPT-CODE
               MOVE WS-ROW-STATUS (WS-ROW-SUB)    TO OP-STATUS
               MOVE WS-ROW-AUTHORITIES (WS-ROW-SUB) (1:10)
                   TO OP-AUTHORITIES
               MOVE WS-ROW-AUTHORITIES (WS-ROW-SUB) (11:10)
                   TO OP-MORE-AUTHORITIES
               MOVE WS-ROW-ADDED (WS-ROW-SUB)     TO OP-ADDED-DATE
               MOVE WS-ROW-CHANGED (WS-ROW-SUB)   TO OP-CHANGED-DATE
               WRITE OPERATOR-MASTER-RECORD
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE.

      *> A master with nobody left to maintain it can only be
      *> mended by hand; say so while the submitter is still here.
       Check-Admin-Remains.
           MOVE ZERO TO WS-ADMIN-COUNT
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
               IF WS-ROW-STATUS (WS-ROW-SUB) = "A"
               AND WS-ROW-AUTH (WS-ROW-SUB WS-OPM-FN-OPERATOR) = "Y"
                   ADD 1 TO WS-ADMIN-COUNT
               END-IF
           END-PERFORM
           IF WS-ADMIN-COUNT = ZERO AND WS-ROW-COUNT > ZERO
               DISPLAY "WARNING: no active operator holds the "
                   "operator-master authority"
               MOVE 4 TO RETURN-CODE
           END-IF.

           COPY OPERLD.
           COPY ERRLOGWR.
       END PROGRAM Oper-Maint.
