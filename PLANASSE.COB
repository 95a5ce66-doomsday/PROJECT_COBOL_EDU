      *> as a new charge line, where the receivables aging picks
      *> it up like any other charge. A student with no
      *> ARLEDGER.DAT row owes nothing, so their schedule is
      *> satisfied by definition. Only the installments due
      *> before the run date are read, off the due-date key, and
      *> one flagged "L" is rewritten in place. Callable from
      *> Master-Driver with the run date; ACCEPTs its own date
      *> standalone.
      *> 02 Sep 2026 MK - A schedule past the 2000 rows the table
      *> holds refuses the whole pass with RETURN-CODE 4 instead
      *> of silently assessing part of it - the rewrite would have
      *> deleted every row past the table for good. Nothing is
      *> assessed and nothing rewritten until the file is split or
      *> purged down to size.
      *> 15 Oct 2026 MK - Each late-fee line takes its number from the
      *> shared NEXT-INVOICE-NO counter in INV-INVOICE-NO.
      *> 15 Oct 2026 MK - PAYPLAN.DAT is indexed on student and
      *> installment sequence with a due-date key: only installments due
      *> before the run date are read and a flagged one is rewritten in
      *> place, so the 2000-row table and its refusal are gone. Each row
      *> carries its plan's cumulative scheduled amount.
      *> 15 Oct 2026 MK - Each late fee assessed is queued on
      *> NOTIFYQ.DAT for Notify-Format to tell the family.
      *> 15 Oct 2026 MK - Only status 35 on PAYPLAN.DAT means no
      *> schedule on file; any other open failure ends RETURN-CODE 8
      *> with nothing assessed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PLAN-FILE ASSIGN TO "PAYPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-PLAN-KEY
               ALTERNATE RECORD KEY IS PLN-DUE-DATE
                   WITH DUPLICATES
               FILE STATUS IS PAY-PLAN-STATUS.

           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT NOTIFY-QUEUE-FILE ASSIGN TO "NOTIFYQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFY-QUEUE-STATUS.

           COPY CTLHDSL.

       DATA DIVISION.
       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

       FD  NOTIFY-QUEUE-FILE.
           COPY NOTIFYQ.

           COPY CTLHD.

       WORKING-STORAGE SECTION.
       01 LATE-FEE-STATUS       PIC XX.
       01 INVOICE-STATUS        PIC XX.
       01 STUDENT-MASTER-STATUS PIC XX.
       01 NOTIFY-QUEUE-STATUS   PIC XX.

           COPY FILESTAT.
           COPY Y2KDATE.

       01 WS-LATE-FEE          PIC 9(3)V99 VALUE 25.00.

      *> Installments read this run - the ones due before the
      *> run date, in due-date order.
       01 WS-PLAN-COUNT        PIC 9(7) VALUE ZERO.

      *> Relief on file per student: payments plus credits off
      *> the receivables position.
       01 WS-STUDENT-RELIEF    PIC 9(7)V99 VALUE ZERO.
       01 WS-STUDENT-ON-LEDGER PIC X VALUE "N".
           88 STUDENT-ON-LEDGER VALUE "Y" FALSE "N".
       01 WS-LAST-PLAN-ID      PIC 9(7) VALUE ZERO.

       01 WS-ASSESSED-COUNT    PIC 9(5) VALUE ZERO.
           END-IF
           DISPLAY "Plan-Assess run date [" Y2KDate "]"

           OPEN I-O PAY-PLAN-FILE
           IF PAY-PLAN-STATUS = "35"
               DISPLAY "PAYPLAN.DAT: no installment schedule on file"
               GOBACK
           END-IF
           IF PAY-PLAN-STATUS NOT = "00"
               DISPLAY "PAYPLAN.DAT: status " PAY-PLAN-STATUS
                   " - schedule not readable, nothing assessed"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Get-Late-Fee
           PERFORM Load-Relief-Position
           PERFORM Open-Assessment-Files
           PERFORM Assess-Due-Installments
           CLOSE INVOICE-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE NOTIFY-QUEUE-FILE
           CLOSE PAY-PLAN-FILE
           DISPLAY "Plan-Assess: " WS-PAST-DUE-COUNT " past due, "
               WS-ASSESSED-COUNT " late fees assessed, total "
               WS-FEE-TOTAL
           PERFORM Handoff-Control-Totals
           GOBACK.

      *> The due-date key from the start of the file up to the
      *> run date: everything past it cannot be late yet, so the
      *> read stops at the first row due on or after today.
       Assess-Due-Installments.
           MOVE ZERO TO WS-PLAN-COUNT
           MOVE ZERO TO PLN-DUE-DATE
           START PAY-PLAN-FILE KEY IS NOT LESS THAN PLN-DUE-DATE
               INVALID KEY
                   SET END-OF-PLANS TO TRUE
           END-START
           IF NOT END-OF-PLANS
               PERFORM Read-Plan-Row
           END-IF
           PERFORM UNTIL END-OF-PLANS
               ADD 1 TO WS-PLAN-COUNT
               PERFORM Assess-One-Installment
               PERFORM Read-Plan-Row
           END-PERFORM.

       Read-Plan-Row.
           READ PAY-PLAN-FILE NEXT RECORD
               AT END
                   SET END-OF-PLANS TO TRUE
               NOT AT END
                   IF PLN-DUE-DATE NOT < Y2KDate
                       SET END-OF-PLANS TO TRUE
                   END-IF
           END-READ.

      *> No card means the published default stands; a keyed card
               CLOSE INVOICE-FILE
               OPEN EXTEND INVOICE-FILE
           END-IF
           OPEN EXTEND NOTIFY-QUEUE-FILE
           IF NOTIFY-QUEUE-STATUS = "35"
               OPEN OUTPUT NOTIFY-QUEUE-FILE
               CLOSE NOTIFY-QUEUE-FILE
               OPEN EXTEND NOTIFY-QUEUE-FILE
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENTM.DAT: status " STUDENT-MASTER-STATUS
                   ", late-fee lines carry no name"
           END-IF.

      *> The row carries its plan's scheduled amount through
      *> this installment, oldest first - the same order a bursar
      *> applies money - so the row is judged on its own.
       Assess-One-Installment.
           IF PLN-STUDENT-ID NOT = WS-LAST-PLAN-ID
               MOVE PLN-STUDENT-ID TO WS-LAST-PLAN-ID
               PERFORM Find-Student-Relief
           END-IF
           IF STUDENT-ON-LEDGER
           AND PLN-CUM-SCHEDULED > WS-STUDENT-RELIEF
               ADD 1 TO WS-PAST-DUE-COUNT
               IF NOT PLN-LATE-ASSESSED
                   PERFORM Assess-Late-Fee
               END-IF
           END-IF.
               END-IF
           END-PERFORM.

      *> The flag goes on the schedule first; an installment whose
      *> rewrite fails gets no fee line, so the next run tries it
      *> again rather than feeing it twice.
       Assess-Late-Fee.
           MOVE "L" TO PLN-STATUS
           REWRITE PAY-PLAN-RECORD
               INVALID KEY
                   DISPLAY "PAYPLAN.DAT: rewrite failed for "
                       PLN-STUDENT-ID " installment " PLN-SEQ-NO
                       ", status " PAY-PLAN-STATUS " - not assessed"
               NOT INVALID KEY
                   PERFORM Write-Late-Fee-Line
           END-REWRITE.

       Write-Late-Fee-Line.
           ADD 1 TO WS-ASSESSED-COUNT
           ADD WS-LATE-FEE TO WS-FEE-TOTAL
           MOVE SPACES TO INVOICE-RECORD
           MOVE Y2KDate TO INV-RUN-DATE
           MOVE PLN-STUDENT-ID TO INV-STUDENT-ID
           IF STUDENT-MASTER-STATUS = "00"
               MOVE PLN-STUDENT-ID TO STM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO INV-STUDENT-NAME
           MOVE WS-LATE-FEE TO INV-TUITION
           MOVE ZERO TO INV-TAXABLE
           MOVE "L" TO INV-LINE-TYPE
           CALL "NEXT-INVOICE-NO" USING INV-INVOICE-NO
           WRITE INVOICE-RECORD
           DISPLAY "  Late fee " WS-LATE-FEE " on "
               PLN-STUDENT-ID " installment " PLN-SEQ-NO " due "
               PLN-DUE-DATE
           PERFORM Queue-Late-Fee-Notice.

      *> The family hears of the fee through Notify-Format; the
      *> installment and its due date name the notice.
       Queue-Late-Fee-Notice.
           MOVE SPACES TO NOTIFY-QUEUE-RECORD
           MOVE PLN-STUDENT-ID TO NQ-STUDENT-ID
           SET NQ-LATE-FEE TO TRUE
           MOVE PLN-DUE-DATE   TO NQ-EVENT-DATE
           MOVE PLN-SEQ-NO     TO NQ-REFERENCE
           MOVE Y2KDate        TO NQ-RUN-DATE
           MOVE "PLANASSE"     TO NQ-PROGRAM-ID
           MOVE WS-LATE-FEE    TO NQ-AMOUNT
           MOVE PLN-SEQ-NO     TO NQ-COUNT
           MOVE INV-INVOICE-NO TO NQ-DETAIL
           WRITE NOTIFY-QUEUE-RECORD.

       Handoff-Control-Totals.
           MOVE SPACES TO CONTROL-HANDOFF-RECORD
