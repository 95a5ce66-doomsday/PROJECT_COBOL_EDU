       IDENTIFICATION DIVISION.
       PROGRAM-ID. Plan-Convert.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> One-time load of the installment schedule into its indexed
      *> layout. PAYPLAN.DAT used to be a line-sequential file that
      *> Tuition-Bill appended to and Plan-Assess read whole into a
      *> table and rewrote; it is now indexed on the student and the
      *> student's installment sequence, with the due date as an
      *> alternate key. This run:
      *>   - copies the old file as it stands to PAYPLAN.SEQ, which
      *>     stays behind as the backout copy;
      *>   - loads every row back into the new PAYPLAN.DAT in the
      *>     order the rows arrived, numbering each student's
      *>     installments 001 on so two terms' plans for the same
      *>     student no longer share sequence numbers;
      *>   - sets each row's cumulative scheduled amount the way
      *>     Plan-Assess used to total it on the fly - a running
      *>     figure that restarts whenever the student differs from
      *>     the row before - so the late-fee results come out the
      *>     same after the change as before it.
      *> A row with no usable student id is counted and left out,
      *> as the old Plan-Assess pass dropped it on its rewrite.
      *> Refuses with RC 8 once PAYPLAN.SEQ exists: the schedule is
      *> already converted, and loading it again would drop every
      *> installment billed since. Run by operations on demand.
      *> Any open or write that fails ends RC 8 with the way back
      *> on the console: before the load starts PAYPLAN.DAT is
      *> untouched and PAYPLAN.SEQ only needs deleting; once the
      *> load has started PAYPLAN.SEQ is copied back over
      *> PAYPLAN.DAT first, then deleted, and the run repeated.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PLAN-FILE ASSIGN TO "PAYPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-PLAN-STATUS.

           SELECT SAVE-PLAN-FILE ASSIGN TO "PAYPLAN.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAVE-PLAN-STATUS.

           SELECT PAY-PLAN-FILE ASSIGN TO "PAYPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-PLAN-KEY
               ALTERNATE RECORD KEY IS PLN-DUE-DATE
                   WITH DUPLICATES
               FILE STATUS IS PAY-PLAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The line-sequential layout the schedule was kept in.
       FD  OLD-PLAN-FILE.
       01  OLD-PLAN-RECORD.
           02  OLD-STUDENT-ID      PIC 9(7).
           02  FILLER              PIC X(1).
           02  OLD-SEQ-NO          PIC 99.
           02  FILLER              PIC X(1).
           02  OLD-DUE-DATE        PIC 9(8).
           02  FILLER              PIC X(1).
           02  OLD-AMOUNT          PIC 9(5)V99.
           02  FILLER              PIC X(1).
           02  OLD-INVOICE-DATE    PIC 9(8).
           02  FILLER              PIC X(1).
           02  OLD-STATUS          PIC X.

       FD  SAVE-PLAN-FILE.
       01  SAVE-PLAN-RECORD        PIC X(38).

       FD  PAY-PLAN-FILE.
           COPY PAYPLAN.

       WORKING-STORAGE SECTION.
       01 OLD-PLAN-STATUS       PIC XX.
       01 SAVE-PLAN-STATUS      PIC XX.
       01 PAY-PLAN-STATUS       PIC XX.

       01 WS-OLD-EOF           PIC X VALUE "N".
           88 END-OF-OLD-PLANS VALUE "Y".
       01 WS-SAVE-EOF          PIC X VALUE "N".
           88 END-OF-SAVED-PLANS VALUE "Y".
       01 WS-PLAN-SCAN-EOF     PIC X VALUE "N".
           88 END-OF-PLAN-SCAN VALUE "Y" FALSE "N".

       01 WS-SAVED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-LOADED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-SKIPPED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-REJECT-COUNT      PIC 9(7) VALUE ZERO.

      *> The running scheduled amount, restarted on a change of
      *> student from one row to the next, and the number the
      *> student's next installment takes.
       01 WS-LAST-PLAN-ID      PIC 9(7) VALUE ZERO.
       01 WS-CUM-SCHEDULED     PIC 9(7)V99 VALUE ZERO.
       01 WS-PLAN-LAST-SEQ     PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT SAVE-PLAN-FILE
           IF SAVE-PLAN-STATUS = "00"
               CLOSE SAVE-PLAN-FILE
               DISPLAY "Plan-Convert: PAYPLAN.SEQ is on file - "
                   "the schedule is already converted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OLD-PLAN-FILE
           IF OLD-PLAN-STATUS NOT = "00"
               DISPLAY "PAYPLAN.DAT: status " OLD-PLAN-STATUS
                   " - nothing converted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Save-Old-Schedule
           PERFORM Load-Indexed-Schedule
           DISPLAY "Plan-Convert: " WS-SAVED-COUNT
               " rows saved to PAYPLAN.SEQ, " WS-LOADED-COUNT
               " loaded, " WS-SKIPPED-COUNT " without a student id, "
               WS-REJECT-COUNT " not loaded"
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       Save-Old-Schedule.
           OPEN OUTPUT SAVE-PLAN-FILE
           IF SAVE-PLAN-STATUS NOT = "00"
               DISPLAY "PAYPLAN.SEQ: open status " SAVE-PLAN-STATUS
               PERFORM Stop-Before-Load
           END-IF
           PERFORM Read-Old-Plan
           PERFORM UNTIL END-OF-OLD-PLANS
               MOVE OLD-PLAN-RECORD TO SAVE-PLAN-RECORD
               WRITE SAVE-PLAN-RECORD
               IF SAVE-PLAN-STATUS NOT = "00"
                   DISPLAY "PAYPLAN.SEQ: write status "
                       SAVE-PLAN-STATUS " after " WS-SAVED-COUNT
                       " rows saved"
                   PERFORM Stop-Before-Load
               END-IF
               ADD 1 TO WS-SAVED-COUNT
               PERFORM Read-Old-Plan
           END-PERFORM
           CLOSE OLD-PLAN-FILE
           CLOSE SAVE-PLAN-FILE.

       Read-Old-Plan.
           READ OLD-PLAN-FILE
               AT END
                   SET END-OF-OLD-PLANS TO TRUE
           END-READ.

      *> The saved copy is read back in its original order and the
      *> indexed file built fresh under the same name.
       Load-Indexed-Schedule.
           OPEN INPUT SAVE-PLAN-FILE
           IF SAVE-PLAN-STATUS NOT = "00"
               DISPLAY "PAYPLAN.SEQ: reopen status " SAVE-PLAN-STATUS
               PERFORM Stop-Before-Load
           END-IF
           OPEN OUTPUT PAY-PLAN-FILE
           IF PAY-PLAN-STATUS NOT = "00"
               DISPLAY "PAYPLAN.DAT: create status " PAY-PLAN-STATUS
               PERFORM Stop-During-Load
           END-IF
           CLOSE PAY-PLAN-FILE
           OPEN I-O PAY-PLAN-FILE
           IF PAY-PLAN-STATUS NOT = "00"
               DISPLAY "PAYPLAN.DAT: open status " PAY-PLAN-STATUS
               PERFORM Stop-During-Load
           END-IF
           PERFORM Read-Saved-Plan
           PERFORM UNTIL END-OF-SAVED-PLANS
               MOVE SAVE-PLAN-RECORD TO OLD-PLAN-RECORD
               IF OLD-STUDENT-ID NUMERIC
                   PERFORM Load-One-Installment
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
               PERFORM Read-Saved-Plan
           END-PERFORM
           CLOSE SAVE-PLAN-FILE
           CLOSE PAY-PLAN-FILE.

       Read-Saved-Plan.
           READ SAVE-PLAN-FILE
               AT END
                   SET END-OF-SAVED-PLANS TO TRUE
           END-READ.

       Load-One-Installment.
           IF OLD-STUDENT-ID NOT = WS-LAST-PLAN-ID
               MOVE OLD-STUDENT-ID TO WS-LAST-PLAN-ID
               MOVE ZERO TO WS-CUM-SCHEDULED
           END-IF
           ADD OLD-AMOUNT TO WS-CUM-SCHEDULED
           PERFORM Find-Last-Plan-Seq
           IF WS-PLAN-LAST-SEQ = 999
               DISPLAY "PAYPLAN.DAT: " OLD-STUDENT-ID
                   " has no installment numbers left - due "
                   OLD-DUE-DATE " not loaded"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE SPACES TO PAY-PLAN-RECORD
               MOVE OLD-STUDENT-ID   TO PLN-STUDENT-ID
               COMPUTE PLN-SEQ-NO = WS-PLAN-LAST-SEQ + 1
               MOVE OLD-DUE-DATE     TO PLN-DUE-DATE
               MOVE OLD-AMOUNT       TO PLN-AMOUNT
               MOVE OLD-INVOICE-DATE TO PLN-INVOICE-DATE
               MOVE OLD-STATUS       TO PLN-STATUS
               MOVE WS-CUM-SCHEDULED TO PLN-CUM-SCHEDULED
               WRITE PAY-PLAN-RECORD
                   INVALID KEY
                       DISPLAY "PAYPLAN.DAT: installment "
                           PLN-SEQ-NO " for " PLN-STUDENT-ID
                           " not loaded, status " PAY-PLAN-STATUS
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
               IF PAY-PLAN-STATUS NOT = "00"
                       AND PAY-PLAN-STATUS(1:1) NOT = "2"
                   DISPLAY "PAYPLAN.DAT: write status "
                       PAY-PLAN-STATUS " after " WS-LOADED-COUNT
                       " rows loaded"
                   PERFORM Stop-During-Load
               END-IF
           END-IF.

       Find-Last-Plan-Seq.
           MOVE ZERO TO WS-PLAN-LAST-SEQ
           MOVE OLD-STUDENT-ID TO PLN-STUDENT-ID
           MOVE ZERO TO PLN-SEQ-NO
           SET END-OF-PLAN-SCAN TO FALSE
           START PAY-PLAN-FILE KEY IS NOT LESS THAN PLN-PLAN-KEY
               INVALID KEY
                   SET END-OF-PLAN-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-PLAN-SCAN
               READ PAY-PLAN-FILE NEXT RECORD
                   AT END
                       SET END-OF-PLAN-SCAN TO TRUE
                   NOT AT END
                       IF PLN-STUDENT-ID = OLD-STUDENT-ID
                           MOVE PLN-SEQ-NO TO WS-PLAN-LAST-SEQ
                       ELSE
                           SET END-OF-PLAN-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *> PAYPLAN.DAT has not been opened for output yet, so only the
      *> part-written copy stands in the way of a rerun.
       Stop-Before-Load.
           DISPLAY "Plan-Convert: PAYPLAN.DAT not changed - delete "
               "PAYPLAN.SEQ before rerunning"
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *> PAYPLAN.DAT has been emptied and only partly loaded; the
      *> complete saved copy is put back before PAYPLAN.SEQ goes.
       Stop-During-Load.
           DISPLAY "Plan-Convert: PAYPLAN.DAT only partly loaded - "
               "copy PAYPLAN.SEQ over PAYPLAN.DAT, then delete "
               "PAYPLAN.SEQ before rerunning"
           MOVE 8 TO RETURN-CODE
           STOP RUN.
