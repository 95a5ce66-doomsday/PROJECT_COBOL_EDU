       IDENTIFICATION DIVISION.
       PROGRAM-ID. Write-Off.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Bad-debt write-off of balances the school will never see.
      *> A student Dereg withdrew for non-payment kept an open
      *> ARLEDGER.DAT balance that aged forever in the over-90
      *> bucket; the bursar now keys a write-off for it instead.
      *> WRTOFTXN.DAT carries one row per write-off - student,
      *> amount, reason code and the clerk who keyed it - and each
      *> must pass, in order:
      *>   - a student on STUDENT-MASTER, a positive amount, a
      *>     known reason code and a keying clerk;
      *>   - the student's actual open balance: the ARLEDGER.DAT
      *>     position Ar-Post last left, less anything already
      *>     written off this run, must cover the amount;
      *>   - a supervisor's approval: a WOAUTH.DAT card naming the
      *>     same student and amount, signed by someone other than
      *>     the clerk who keyed it - the SUPVAUTH.DAT discipline
      *>     Err-Repair applies to its own write-offs.
      *> Failing an edit rejects the row to the shared error log
      *> with its image, for Err-Repair to resubmit; a row with no
      *> approval yet is held - it stays on WRTOFTXN.DAT for the
      *> next run - and each card approves one write-off only, so
      *> a spent card drops off WOAUTH.DAT. Every other card goes
      *> back as it was read, a card that fails the edits too;
      *> more cards than the pass can hold ends RC 8 with nothing
      *> posted and WOAUTH.DAT untouched.
      *> An approved write-off appends a "W" line to INVOICE.DAT
      *> under its own number from NEXT-INVOICE-NO, which Ar-Post
      *> nets off the student's open items like a credit and
      *> Gl-Extract stages as bad-debt expense against AR; a row
      *> goes to the WRTOFHST.DAT history with the reason and both
      *> signatures. WRTOFF.RPT lists every row and what became of
      *> it. Reason codes: BK bankruptcy, DC deceased, SK skip
      *> (cannot be located), CA returned uncollectible by the
      *> collection agency, SB small balance, SL past the statute
      *> of limitations.
      *> Runs in the cycle ahead of Ar-Post with the run date, so
      *> the night's write-offs come off that night's position;
      *> ACCEPTs its own date standalone. No WRTOFTXN.DAT is a
      *> quiet day; no ARLEDGER.DAT ends RC 4 with nothing posted.
      *> Only the ledger rows of students named on the night's
      *> write-offs are kept, so the table never need hold the
      *> whole receivable.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITE-OFF-TXN-FILE ASSIGN TO "WRTOFTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITE-OFF-TXN-STATUS.

           SELECT WRITE-OFF-AUTH-FILE ASSIGN TO "WOAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITE-OFF-AUTH-STATUS.

           SELECT WRITE-OFF-HISTORY-FILE ASSIGN TO "WRTOFHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITE-OFF-HISTORY-STATUS.

           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-LEDGER-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STM-STUDENT-ID
               ALTERNATE RECORD KEY IS STM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "WRTOFF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  WRITE-OFF-TXN-FILE.
       01  WRITE-OFF-TXN-RECORD.
           02  WT-STUDENT-ID       PIC 9(7).
           02  FILLER              PIC X(1).
           02  WT-AMOUNT           PIC 9(5)V99.
           02  WT-AMOUNT-X REDEFINES WT-AMOUNT
                                   PIC X(7).
           02  FILLER              PIC X(1).
           02  WT-REASON           PIC XX.
               88 WT-REASON-VALID  VALUE "BK" "DC" "SK" "CA" "SB"
                                         "SL".
           02  FILLER              PIC X(1).
           02  WT-ENTERED-BY       PIC X(8).

       FD  WRITE-OFF-AUTH-FILE.
       01  WRITE-OFF-AUTH-RECORD.
           02  WA-STUDENT-ID       PIC 9(7).
           02  FILLER              PIC X(1).
           02  WA-AMOUNT           PIC 9(5)V99.
           02  FILLER              PIC X(1).
           02  WA-SUPERVISOR-ID    PIC X(8).

       FD  WRITE-OFF-HISTORY-FILE.
       01  WRITE-OFF-HISTORY-RECORD.
           02  WH-RUN-DATE         PIC 9(8).
           02  FILLER              PIC X(1).
           02  WH-STUDENT-ID       PIC 9(7).
           02  FILLER              PIC X(1).
           02  WH-INVOICE-NO       PIC 9(8).
           02  FILLER              PIC X(1).
           02  WH-AMOUNT           PIC 9(5)V99.
           02  FILLER              PIC X(1).
           02  WH-REASON           PIC XX.
           02  FILLER              PIC X(1).
           02  WH-ENTERED-BY       PIC X(8).
           02  FILLER              PIC X(1).
           02  WH-SUPERVISOR-ID    PIC X(8).
           02  FILLER              PIC X(1).
           02  WH-BALANCE-BEFORE   PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.

       FD  AR-LEDGER-FILE.
           COPY ARLEDGER.

       FD  INVOICE-FILE.
           COPY INVOICE.

       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01 WRITE-OFF-TXN-STATUS     PIC XX.
       01 WRITE-OFF-AUTH-STATUS    PIC XX.
       01 WRITE-OFF-HISTORY-STATUS PIC XX.
       01 AR-LEDGER-STATUS         PIC XX.
       01 INVOICE-STATUS           PIC XX.
       01 STUDENT-MASTER-STATUS    PIC XX.

           COPY FILESTAT.
           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-TXN-EOF           PIC X VALUE "N".
           88 END-OF-TXNS      VALUE "Y".
       01 WS-LEDGER-EOF        PIC X VALUE "N".
           88 END-OF-LEDGER    VALUE "Y".
       01 WS-AUTH-EOF          PIC X VALUE "N".
           88 END-OF-AUTH-CARDS VALUE "Y".

      *> The whole transaction file is read in first: the held
      *> rows are written back to it once the pass is done.
       01 WS-TX-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-TX-SUB            PIC 9(3) VALUE ZERO.
       01 WS-TX-LIMIT          PIC 9(3) VALUE 500.
       01 WS-TX-TABLE-AREA.
           02 WS-TX-ENTRY OCCURS 500 TIMES.
               03 WS-TX-IMAGE      PIC X(27).
               03 WS-TX-DISP       PIC X.
                   88 TX-APPROVED      VALUE "A".
                   88 TX-HELD          VALUE "H".
                   88 TX-REJECTED      VALUE "R".
       01 WS-TX-OVERFLOW       PIC 9(5) VALUE ZERO.

      *> Each student's open balance as Ar-Post last left it,
      *> drawn down by every write-off approved this run - only
      *> for the students the night's rows name.
       01 WS-LB-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-LB-SUB            PIC 9(3) VALUE ZERO.
       01 WS-LB-FOUND          PIC X VALUE "N".
           88 LEDGER-ROW-FOUND VALUE "Y" FALSE "N".
       01 WS-LB-TABLE-AREA.
           02 WS-LB-ENTRY OCCURS 500 TIMES.
               03 WS-LB-ID         PIC 9(7).
               03 WS-LB-BALANCE    PIC S9(7)V99.
       01 WS-LB-OVERFLOW       PIC 9(5) VALUE ZERO.
       01 WS-LB-WANTED         PIC X VALUE "N".
           88 LEDGER-ROW-WANTED VALUE "Y" FALSE "N".

      *> One approval card per write-off; a card that approves a
      *> row this run is spent and is not written back. Every card
      *> keeps its image, so a card that fails the edits and never
      *> approves anything still goes back exactly as it came.
       01 WS-AUTH-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-AUTH-SUB          PIC 9(3) VALUE ZERO.
       01 WS-AUTH-LIMIT        PIC 9(3) VALUE 100.
       01 WS-AUTH-TABLE-AREA.
           02 WS-AUTH-ENTRY OCCURS 100 TIMES.
               03 WS-AU-IMAGE      PIC X(24).
               03 WS-AU-ID         PIC 9(7).
               03 WS-AU-AMOUNT     PIC 9(5)V99.
               03 WS-AU-SUPER      PIC X(8).
               03 WS-AU-USED       PIC X.
                   88 AUTH-CARD-USED   VALUE "Y".
                   88 AUTH-CARD-OPEN   VALUE "N".
                   88 AUTH-CARD-BAD    VALUE "B".
       01 WS-AUTH-OVERFLOW     PIC 9(5) VALUE ZERO.
       01 WS-AUTH-BAD-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-AUTH-FOUND        PIC X VALUE "N".
           88 WRITE-OFF-AUTHORIZED VALUE "Y" FALSE "N".
       01 WS-AUTH-SUPER        PIC X(8) VALUE SPACES.

       01 WS-STUDENT-NAME      PIC X(21) VALUE SPACES.
       01 WS-BALANCE-BEFORE    PIC S9(7)V99 VALUE ZERO.
       01 WS-DISPOSITION       PIC X(24) VALUE SPACES.

       01 WS-APPROVED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-APPROVED-TOTAL    PIC 9(9)V99 VALUE ZERO.
       01 WS-HELD-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT      PIC 9(5) VALUE ZERO.

       01 WRITE-OFF-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 WL-STUDENT-ID    PIC 9(7).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 WL-STUDENT-NAME  PIC X(21).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 WL-AMOUNT        PIC $$$,$$9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 WL-REASON        PIC XX.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 WL-ENTERED-BY    PIC X(8).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 WL-SUPERVISOR    PIC X(8).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 WL-BALANCE       PIC $$$,$$9.99-.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 WL-INVOICE-NO    PIC X(8).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 WL-DISPOSITION   PIC X(24).
           02 FILLER           PIC X(22) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-TODAY-DATE        PIC 9(8).

       PROCEDURE DIVISION USING OPTIONAL LK-TODAY-DATE.
       Begin.
           MOVE "WRTOFF" TO ERR-PROGRAM-ID
           MOVE "WRTOFTXN.DAT" TO ERR-SOURCE-FILE
           IF LK-TODAY-DATE NUMERIC AND LK-TODAY-DATE NOT = ZERO
               MOVE LK-TODAY-DATE TO Y2KDate
           ELSE
               ACCEPT Y2KDate FROM DATE YYYYMMDD
           END-IF
           DISPLAY "Write-Off run date [" Y2KDate "]"

           PERFORM Load-Write-Off-Txns
           IF WS-TX-COUNT = ZERO
               DISPLAY "WRTOFTXN.DAT: no write-offs to post today"
               GOBACK
           END-IF
           IF WS-TX-OVERFLOW > ZERO
               DISPLAY "WRTOFTXN.DAT: " WS-TX-OVERFLOW " rows past "
                   "the " WS-TX-LIMIT " the pass can hold - NOTHING "
                   "POSTED; split the file and rerun"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Load-Ledger-Balances
           IF AR-LEDGER-STATUS NOT = "00"
               DISPLAY "ARLEDGER.DAT: status " AR-LEDGER-STATUS
                   " - run Ar-Post first, no balances to write off"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-LB-OVERFLOW > ZERO
               DISPLAY "ARLEDGER.DAT: " WS-LB-OVERFLOW " rows for "
                   "tonight's students past the 500 the pass can "
                   "hold - NOTHING POSTED; split WRTOFTXN.DAT and "
                   "rerun"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Load-Authorizations
           IF WS-AUTH-OVERFLOW > ZERO
               DISPLAY "WOAUTH.DAT: " WS-AUTH-OVERFLOW " cards past "
                   "the " WS-AUTH-LIMIT " the pass can hold - NOTHING "
                   "POSTED, WOAUTH.DAT left as it was"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-AUTH-BAD-COUNT > ZERO
               DISPLAY "WOAUTH.DAT: " WS-AUTH-BAD-COUNT " cards fail "
                   "the edits - kept on file, approving nothing"
           END-IF

           OPEN INPUT STUDENT-MASTER-FILE
           PERFORM Open-Write-Off-Outputs
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "BAD-DEBT WRITE-OFF REGISTER" TO RH-TITLE
           MOVE "WRTOFF" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " STUD-ID NAME                      AMOUNT  RC  " &
               "KEYED-BY APPROVER     BALANCE  INVOICE  DISPOSITION"
               TO RH-COLUMN-HEADS
           PERFORM Edit-One-Write-Off
               VARYING WS-TX-SUB FROM 1 BY 1
               UNTIL WS-TX-SUB > WS-TX-COUNT
           PERFORM Print-Register-Totals
           CLOSE PRINT-REPORT-FILE
           CLOSE INVOICE-FILE
           CLOSE WRITE-OFF-HISTORY-FILE
           IF STUDENT-MASTER-STATUS = "00"
               CLOSE STUDENT-MASTER-FILE
           END-IF

           PERFORM Rewrite-Held-Txns
           PERFORM Rewrite-Unused-Authorizations
           DISPLAY "Write-Off: " WS-APPROVED-COUNT " written off ("
               WS-APPROVED-TOTAL "), " WS-HELD-COUNT
               " held for approval, " WS-REJECT-COUNT " rejected"
           GOBACK.

       Load-Write-Off-Txns.
           OPEN INPUT WRITE-OFF-TXN-FILE
           IF WRITE-OFF-TXN-STATUS = "00"
               PERFORM Read-Write-Off-Txn
               PERFORM UNTIL END-OF-TXNS
                   IF WRITE-OFF-TXN-RECORD NOT = SPACES
                       IF WS-TX-COUNT < WS-TX-LIMIT
                           ADD 1 TO WS-TX-COUNT
                           MOVE WRITE-OFF-TXN-RECORD
                               TO WS-TX-IMAGE (WS-TX-COUNT)
                           MOVE SPACE TO WS-TX-DISP (WS-TX-COUNT)
                       ELSE
                           ADD 1 TO WS-TX-OVERFLOW
                       END-IF
                   END-IF
                   PERFORM Read-Write-Off-Txn
               END-PERFORM
               CLOSE WRITE-OFF-TXN-FILE
           ELSE
               DISPLAY "WRTOFTXN.DAT: status " WRITE-OFF-TXN-STATUS
           END-IF.

       Read-Write-Off-Txn.
           READ WRITE-OFF-TXN-FILE
               AT END
                   SET END-OF-TXNS TO TRUE
           END-READ.

      *> Only a balance owing can be written off; overpaid rows
      *> load too so the edit can say why. A student no row
      *> tonight names is passed over.
       Load-Ledger-Balances.
           OPEN INPUT AR-LEDGER-FILE
           IF AR-LEDGER-STATUS = "00"
               PERFORM Read-Ledger-Row
               PERFORM UNTIL END-OF-LEDGER
                   IF ARL-STUDENT-ID NUMERIC AND ARL-BALANCE NUMERIC
                       PERFORM Check-Ledger-Row-Wanted
                   END-IF
                   IF LEDGER-ROW-WANTED
                       IF WS-LB-COUNT < 500
                           ADD 1 TO WS-LB-COUNT
                           MOVE ARL-STUDENT-ID
                               TO WS-LB-ID (WS-LB-COUNT)
                           MOVE ARL-BALANCE
                               TO WS-LB-BALANCE (WS-LB-COUNT)
                       ELSE
                           ADD 1 TO WS-LB-OVERFLOW
                       END-IF
                   END-IF
                   PERFORM Read-Ledger-Row
               END-PERFORM
               CLOSE AR-LEDGER-FILE
           END-IF.

       Check-Ledger-Row-Wanted.
           SET LEDGER-ROW-WANTED TO FALSE
           PERFORM VARYING WS-TX-SUB FROM 1 BY 1
               UNTIL WS-TX-SUB > WS-TX-COUNT
                  OR LEDGER-ROW-WANTED
               MOVE WS-TX-IMAGE (WS-TX-SUB) TO WRITE-OFF-TXN-RECORD
               IF WT-STUDENT-ID = ARL-STUDENT-ID
                   SET LEDGER-ROW-WANTED TO TRUE
               END-IF
           END-PERFORM.

       Read-Ledger-Row.
           READ AR-LEDGER-FILE
               AT END
                   SET END-OF-LEDGER TO TRUE
           END-READ.

       Load-Authorizations.
           MOVE ZERO TO WS-AUTH-COUNT
           OPEN INPUT WRITE-OFF-AUTH-FILE
           IF WRITE-OFF-AUTH-STATUS = "00"
               PERFORM Read-Auth-Card
               PERFORM UNTIL END-OF-AUTH-CARDS
                   IF WRITE-OFF-AUTH-RECORD NOT = SPACES
                       IF WS-AUTH-COUNT < WS-AUTH-LIMIT
                           PERFORM Keep-Auth-Card
                       ELSE
                           ADD 1 TO WS-AUTH-OVERFLOW
                       END-IF
                   END-IF
                   PERFORM Read-Auth-Card
               END-PERFORM
               CLOSE WRITE-OFF-AUTH-FILE
           END-IF.

       Keep-Auth-Card.
           ADD 1 TO WS-AUTH-COUNT
           MOVE WRITE-OFF-AUTH-RECORD TO WS-AU-IMAGE (WS-AUTH-COUNT)
           IF WA-STUDENT-ID NUMERIC
           AND WA-AMOUNT NUMERIC
           AND WA-SUPERVISOR-ID NOT = SPACES
               MOVE WA-STUDENT-ID TO WS-AU-ID (WS-AUTH-COUNT)
               MOVE WA-AMOUNT TO WS-AU-AMOUNT (WS-AUTH-COUNT)
               MOVE WA-SUPERVISOR-ID TO WS-AU-SUPER (WS-AUTH-COUNT)
               SET AUTH-CARD-OPEN (WS-AUTH-COUNT) TO TRUE
           ELSE
               MOVE ZERO TO WS-AU-ID (WS-AUTH-COUNT)
               MOVE ZERO TO WS-AU-AMOUNT (WS-AUTH-COUNT)
               MOVE SPACES TO WS-AU-SUPER (WS-AUTH-COUNT)
               SET AUTH-CARD-BAD (WS-AUTH-COUNT) TO TRUE
               ADD 1 TO WS-AUTH-BAD-COUNT
           END-IF.

       Read-Auth-Card.
           READ WRITE-OFF-AUTH-FILE
               AT END
                   SET END-OF-AUTH-CARDS TO TRUE
           END-READ.

       Open-Write-Off-Outputs.
           OPEN EXTEND INVOICE-FILE
           IF INVOICE-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN EXTEND INVOICE-FILE
           END-IF
           OPEN EXTEND WRITE-OFF-HISTORY-FILE
           IF WRITE-OFF-HISTORY-STATUS = "35"
               OPEN OUTPUT WRITE-OFF-HISTORY-FILE
               CLOSE WRITE-OFF-HISTORY-FILE
               OPEN EXTEND WRITE-OFF-HISTORY-FILE
           END-IF.

      *> The edits run cheapest first; a row that clears them all
      *> still waits on a supervisor's card before any money moves.
       Edit-One-Write-Off.
           MOVE WS-TX-IMAGE (WS-TX-SUB) TO WRITE-OFF-TXN-RECORD
           MOVE WRITE-OFF-TXN-RECORD TO ERR-RECORD-IMAGE
           MOVE SPACES TO WS-STUDENT-NAME
           MOVE SPACES TO WS-AUTH-SUPER
           MOVE ZERO TO WS-BALANCE-BEFORE
           MOVE ZERO TO INV-INVOICE-NO
           SET TX-REJECTED (WS-TX-SUB) TO TRUE
           IF WT-STUDENT-ID NOT NUMERIC OR WT-STUDENT-ID = ZERO
               MOVE "WT-STUDENT-ID   " TO ERR-FIELD-NAME
               MOVE WT-STUDENT-ID TO ERR-INCOMING-VALUE
               MOVE "StudentId missing or not numeric" TO ERR-MESSAGE
               PERFORM Reject-Write-Off
           ELSE
               PERFORM Check-Write-Off-Student
           END-IF
           PERFORM Print-Write-Off-Line.

       Check-Write-Off-Student.
           MOVE "(not on master)" TO WS-STUDENT-NAME
           IF STUDENT-MASTER-STATUS = "00"
               MOVE WT-STUDENT-ID TO STM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "WT-STUDENT-ID   " TO ERR-FIELD-NAME
                       MOVE WT-STUDENT-ID TO ERR-INCOMING-VALUE
                       MOVE "Student not on master" TO ERR-MESSAGE
                       PERFORM Reject-Write-Off
                   NOT INVALID KEY
                       MOVE STM-STUDENT-NAME TO WS-STUDENT-NAME
                       PERFORM Check-Write-Off-Fields
               END-READ
           ELSE
               MOVE "WT-STUDENT-ID   " TO ERR-FIELD-NAME
               MOVE WT-STUDENT-ID TO ERR-INCOMING-VALUE
               MOVE "Student master unavailable" TO ERR-MESSAGE
               PERFORM Reject-Write-Off
           END-IF.

       Check-Write-Off-Fields.
           EVALUATE TRUE
               WHEN WT-AMOUNT NOT NUMERIC OR WT-AMOUNT = ZERO
                   MOVE "WT-AMOUNT       " TO ERR-FIELD-NAME
                   MOVE WT-AMOUNT-X TO ERR-INCOMING-VALUE
                   MOVE "Write-off amount missing or not numeric"
                       TO ERR-MESSAGE
                   PERFORM Reject-Write-Off
               WHEN NOT WT-REASON-VALID
                   MOVE "WT-REASON       " TO ERR-FIELD-NAME
                   MOVE WT-REASON TO ERR-INCOMING-VALUE
                   MOVE "Unknown write-off reason code" TO ERR-MESSAGE
                   PERFORM Reject-Write-Off
               WHEN WT-ENTERED-BY = SPACES
                   MOVE "WT-ENTERED-BY   " TO ERR-FIELD-NAME
                   MOVE WT-ENTERED-BY TO ERR-INCOMING-VALUE
                   MOVE "Keying clerk missing" TO ERR-MESSAGE
                   PERFORM Reject-Write-Off
               WHEN OTHER
                   PERFORM Check-Open-Balance
           END-EVALUATE.

      *> The balance is the student's own position, less what this
      *> run has already written off; a write-off may take it to
      *> zero but never past it.
       Check-Open-Balance.
           SET LEDGER-ROW-FOUND TO FALSE
           PERFORM VARYING WS-LB-SUB FROM 1 BY 1
               UNTIL WS-LB-SUB > WS-LB-COUNT
                  OR LEDGER-ROW-FOUND
               IF WS-LB-ID (WS-LB-SUB) = WT-STUDENT-ID
                   SET LEDGER-ROW-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF LEDGER-ROW-FOUND
               SUBTRACT 1 FROM WS-LB-SUB
               MOVE WS-LB-BALANCE (WS-LB-SUB) TO WS-BALANCE-BEFORE
           END-IF
           IF NOT LEDGER-ROW-FOUND OR WS-BALANCE-BEFORE <= ZERO
               MOVE "WT-STUDENT-ID   " TO ERR-FIELD-NAME
               MOVE WT-STUDENT-ID TO ERR-INCOMING-VALUE
               MOVE "No open balance to write off" TO ERR-MESSAGE
               PERFORM Reject-Write-Off
           ELSE
               IF WT-AMOUNT > WS-BALANCE-BEFORE
                   MOVE "WT-AMOUNT       " TO ERR-FIELD-NAME
                   MOVE WT-AMOUNT-X TO ERR-INCOMING-VALUE
                   MOVE "Write-off exceeds open balance"
                       TO ERR-MESSAGE
                   PERFORM Reject-Write-Off
               ELSE
                   PERFORM Find-Write-Off-Auth
                   IF WRITE-OFF-AUTHORIZED
                       PERFORM Post-Write-Off
                   ELSE
                       SET TX-HELD (WS-TX-SUB) TO TRUE
                       ADD 1 TO WS-HELD-COUNT
                       MOVE "HELD - NO APPROVAL" TO WS-DISPOSITION
                       DISPLAY "Write-off " WT-AMOUNT " for "
                           WT-STUDENT-ID " has no supervisor card"
                           " - HELD"
                   END-IF
               END-IF
           END-IF.

      *> A card approves only the student and amount it names, and
      *> never in the hand of the clerk who keyed the write-off.
       Find-Write-Off-Auth.
           SET WRITE-OFF-AUTHORIZED TO FALSE
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                  OR WRITE-OFF-AUTHORIZED
               IF WS-AU-ID (WS-AUTH-SUB) = WT-STUDENT-ID
               AND WS-AU-AMOUNT (WS-AUTH-SUB) = WT-AMOUNT
               AND WS-AU-SUPER (WS-AUTH-SUB) NOT = WT-ENTERED-BY
               AND AUTH-CARD-OPEN (WS-AUTH-SUB)
                   SET WRITE-OFF-AUTHORIZED TO TRUE
                   SET AUTH-CARD-USED (WS-AUTH-SUB) TO TRUE
                   MOVE WS-AU-SUPER (WS-AUTH-SUB) TO WS-AUTH-SUPER
               END-IF
           END-PERFORM.

       Post-Write-Off.
           SET TX-APPROVED (WS-TX-SUB) TO TRUE
           MOVE SPACES TO INVOICE-RECORD
           MOVE Y2KDate TO INV-RUN-DATE
           MOVE WT-STUDENT-ID TO INV-STUDENT-ID
           MOVE WS-STUDENT-NAME TO INV-STUDENT-NAME
           MOVE ZERO TO INV-COURSE-COUNT
           MOVE WT-AMOUNT TO INV-TUITION
           MOVE ZERO TO INV-TAXABLE
           MOVE "W" TO INV-LINE-TYPE
           CALL "NEXT-INVOICE-NO" USING INV-INVOICE-NO
           WRITE INVOICE-RECORD
           SUBTRACT WT-AMOUNT FROM WS-LB-BALANCE (WS-LB-SUB)
           MOVE SPACES TO WRITE-OFF-HISTORY-RECORD
           MOVE Y2KDate           TO WH-RUN-DATE
           MOVE WT-STUDENT-ID     TO WH-STUDENT-ID
           MOVE INV-INVOICE-NO    TO WH-INVOICE-NO
           MOVE WT-AMOUNT         TO WH-AMOUNT
           MOVE WT-REASON         TO WH-REASON
           MOVE WT-ENTERED-BY     TO WH-ENTERED-BY
           MOVE WS-AUTH-SUPER     TO WH-SUPERVISOR-ID
           MOVE WS-BALANCE-BEFORE TO WH-BALANCE-BEFORE
           WRITE WRITE-OFF-HISTORY-RECORD
           ADD 1 TO WS-APPROVED-COUNT
           ADD WT-AMOUNT TO WS-APPROVED-TOTAL
           MOVE "WRITTEN OFF" TO WS-DISPOSITION
           DISPLAY "  Wrote off " WT-AMOUNT " for " WT-STUDENT-ID
               ", approved by " WS-AUTH-SUPER.

       Reject-Write-Off.
           ADD 1 TO WS-REJECT-COUNT
           MOVE "REJECTED - SEE ERROR LOG" TO WS-DISPOSITION
           PERFORM Write-Error-Log.

       Print-Write-Off-Line.
           MOVE SPACES TO WRITE-OFF-LINE
           IF WT-STUDENT-ID NUMERIC
               MOVE WT-STUDENT-ID TO WL-STUDENT-ID
           END-IF
           MOVE WS-STUDENT-NAME TO WL-STUDENT-NAME
           IF WT-AMOUNT NUMERIC
               MOVE WT-AMOUNT TO WL-AMOUNT
           END-IF
           MOVE WT-REASON TO WL-REASON
           MOVE WT-ENTERED-BY TO WL-ENTERED-BY
           MOVE WS-AUTH-SUPER TO WL-SUPERVISOR
           MOVE WS-BALANCE-BEFORE TO WL-BALANCE
           IF TX-APPROVED (WS-TX-SUB)
               MOVE INV-INVOICE-NO TO WL-INVOICE-NO
           END-IF
           MOVE WS-DISPOSITION TO WL-DISPOSITION
           MOVE WRITE-OFF-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Register-Totals.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WRITE-OFF-LINE
           MOVE "*** WRITTEN OFF ***" TO WL-STUDENT-NAME
           MOVE WS-APPROVED-TOTAL TO WL-AMOUNT
           MOVE WRITE-OFF-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  Written off " WS-APPROVED-COUNT
               "   held for approval " WS-HELD-COUNT
               "   rejected " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

      *> Held rows go back on the transaction file for the run that
      *> finds their card; approved and rejected rows are spent.
       Rewrite-Held-Txns.
           OPEN OUTPUT WRITE-OFF-TXN-FILE
           PERFORM VARYING WS-TX-SUB FROM 1 BY 1
               UNTIL WS-TX-SUB > WS-TX-COUNT
               IF TX-HELD (WS-TX-SUB)
                   MOVE WS-TX-IMAGE (WS-TX-SUB)
                       TO WRITE-OFF-TXN-RECORD
                   WRITE WRITE-OFF-TXN-RECORD
               END-IF
           END-PERFORM
           CLOSE WRITE-OFF-TXN-FILE.

       Rewrite-Unused-Authorizations.
           IF WS-AUTH-COUNT > ZERO
               OPEN OUTPUT WRITE-OFF-AUTH-FILE
               PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                   IF NOT AUTH-CARD-USED (WS-AUTH-SUB)
                       MOVE WS-AU-IMAGE (WS-AUTH-SUB)
                           TO WRITE-OFF-AUTH-RECORD
                       WRITE WRITE-OFF-AUTH-RECORD
                   END-IF
               END-PERFORM
               CLOSE WRITE-OFF-AUTH-FILE
           END-IF.

           COPY ERRLOGWR.
           COPY PRTWR.
       END PROGRAM Write-Off.
