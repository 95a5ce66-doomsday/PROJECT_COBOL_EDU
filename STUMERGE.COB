      *>     a duplicate and frees, with the catalog and offering
      *>     counts adjusted);
      *>   - re-points the retiring id's INVOICE.DAT lines,
      *>     PAYMENTS.DAT payments through a hold file the way
      *>     Housekeep rewrites its live files, and re-keys its
      *>     PAYPLAN.DAT installments onto the end of the
      *>     survivor's schedule, so the receivables position nets
      *>     under one id;
      *>   - re-points the retiring id's HOLDS.DAT holds, released
      *>     or not, so a hold in force still stops the student at
      *>     enrollment, transcript and graduation, and its
      *>     CERTFUND.DAT certified-funds row - where the survivor
      *>     is already on that list the survivor's row stands and
      *>     the retiring one drops, the student being held to
      *>     certified funds either way;
      *>   - retires the old master record to status M through the
      *>     same before/after STUHIST.DAT trail Draft writes
      *>     (program STUMERGE, txn code M), so a disputed merge
      *> Run by the registrar on demand; a transaction whose two
      *> ids are equal, or name records not both on the master,
      *> rejects to the shared error log with the image.
      *> 15 Oct 2026 MK - PAYPLAN.DAT is indexed: the retiring id's
      *> installments are re-keyed onto the end of the survivor's
      *> schedule instead of rewriting the file.
      *> 15 Oct 2026 MK - The retiring id's HOLDS.DAT holds and its
      *> CERTFUND.DAT certified-funds row move to the survivor, so a
      *> merge no longer drops a hold or the certified-funds
      *> requirement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS PAYMENTS-STATUS.

           SELECT PAY-PLAN-FILE ASSIGN TO "PAYPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-PLAN-KEY
               ALTERNATE RECORD KEY IS PLN-DUE-DATE
                   WITH DUPLICATES
               FILE STATUS IS PAY-PLAN-STATUS.

           SELECT CERTIFIED-FUNDS-FILE ASSIGN TO "CERTFUND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERTIFIED-FUNDS-STATUS.

           COPY STUHLDSL.

           SELECT HOLD-FILE ASSIGN TO "MRGHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-STATUS.
       FD  PAY-PLAN-FILE.
           COPY PAYPLAN.

       FD  CERTIFIED-FUNDS-FILE.
           COPY CERTFUND.

           COPY STUHOLD.

       FD  HOLD-FILE.
       01  HOLD-RECORD             PIC X(80).

       01 INVOICE-STATUS        PIC XX.
       01 PAYMENTS-STATUS       PIC XX.
       01 PAY-PLAN-STATUS       PIC XX.
       01 CERTIFIED-FUNDS-STATUS PIC XX.
       01 STUDENT-HOLD-STATUS   PIC XX.
       01 HOLD-STATUS           PIC XX.

           COPY FILESTAT.
       01 WS-SEATS-MOVED       PIC 9(3) VALUE ZERO.
       01 WS-SEATS-DUPPED      PIC 9(3) VALUE ZERO.
       01 WS-LINES-MOVED       PIC 9(5) VALUE ZERO.
       01 WS-HOLDS-MOVED       PIC 9(5) VALUE ZERO.
       01 WS-SURVIVOR-CERT     PIC X VALUE "N".
           88 SURVIVOR-ON-CERT-LIST VALUE "Y" FALSE "N".

      *> Re-keying an installment: the survivor's last installment
      *> number, and the row lifted off the retiring id.
       01 WS-PLAN-LAST-SEQ     PIC 9(3) VALUE ZERO.
       01 WS-PLAN-SCAN-EOF     PIC X VALUE "N".
           88 END-OF-PLAN-SCAN VALUE "Y" FALSE "N".
       01 WS-PLAN-FOUND        PIC X VALUE "N".
           88 RETIRING-PLAN-FOUND VALUE "Y" FALSE "N".
       01 WS-MOVE-PLAN         PIC X(43).

      *> The retiring id's enrollments, collected before any
      *> delete so the delete never runs under the read position.
           DISPLAY "Stu-Merge: " WS-MERGE-COUNT " merges applied, "
               WS-REJECT-COUNT " rejected, " WS-SEATS-MOVED
               " seats moved, " WS-SEATS-DUPPED " duplicates freed, "
               WS-LINES-MOVED " money lines re-pointed, "
               WS-HOLDS-MOVED " holds re-pointed"
           STOP RUN.

       Open-Merge-Files.
           PERFORM Repoint-Invoices
           PERFORM Repoint-Payments
           PERFORM Repoint-Pay-Plans
           PERFORM Repoint-Holds
           PERFORM Repoint-Certified-Funds
           PERFORM Retire-Old-Record.

       Repoint-Enrollments.
                   SET END-OF-LIVE-FILE TO TRUE
           END-READ.

      *> The retiring id's installments go on the end of the
      *> survivor's schedule: each is lifted off, deleted and
      *> written back under the survivor with the next number, its
      *> cumulative scheduled amount unchanged. The scan restarts
      *> after every delete so it never reads past a removed row.
       Repoint-Pay-Plans.
           OPEN I-O PAY-PLAN-FILE
           IF PAY-PLAN-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE WS-SURVIVOR-ID TO PLN-STUDENT-ID
               PERFORM Find-Last-Plan-Seq
               SET RETIRING-PLAN-FOUND TO TRUE
               PERFORM UNTIL NOT RETIRING-PLAN-FOUND
                   PERFORM Find-Retiring-Plan
                   IF RETIRING-PLAN-FOUND
                       PERFORM Move-One-Plan
                   END-IF
               END-PERFORM
               CLOSE PAY-PLAN-FILE
           END-IF.

       Find-Last-Plan-Seq.
           MOVE ZERO TO WS-PLAN-LAST-SEQ
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
                       IF PLN-STUDENT-ID = WS-SURVIVOR-ID
                           MOVE PLN-SEQ-NO TO WS-PLAN-LAST-SEQ
                       ELSE
                           SET END-OF-PLAN-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       Find-Retiring-Plan.
           SET RETIRING-PLAN-FOUND TO FALSE
           MOVE WS-RETIRING-ID TO PLN-STUDENT-ID
           MOVE ZERO TO PLN-SEQ-NO
           START PAY-PLAN-FILE KEY IS NOT LESS THAN PLN-PLAN-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PAY-PLAN-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PLN-STUDENT-ID = WS-RETIRING-ID
                               SET RETIRING-PLAN-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START.

       Move-One-Plan.
           IF WS-PLAN-LAST-SEQ = 999
               DISPLAY "PAYPLAN.DAT: survivor " WS-SURVIVOR-ID
                   " has no installment numbers left - "
                   WS-RETIRING-ID " keeps its schedule"
               SET RETIRING-PLAN-FOUND TO FALSE
           ELSE
               MOVE PAY-PLAN-RECORD TO WS-MOVE-PLAN
               DELETE PAY-PLAN-FILE RECORD
                   INVALID KEY
                       DISPLAY "PAYPLAN.DAT: delete failed for "
                           PLN-STUDENT-ID " status " PAY-PLAN-STATUS
                       SET RETIRING-PLAN-FOUND TO FALSE
               END-DELETE
           END-IF
           IF RETIRING-PLAN-FOUND
               MOVE WS-MOVE-PLAN TO PAY-PLAN-RECORD
               ADD 1 TO WS-PLAN-LAST-SEQ
               MOVE WS-SURVIVOR-ID   TO PLN-STUDENT-ID
               MOVE WS-PLAN-LAST-SEQ TO PLN-SEQ-NO
               WRITE PAY-PLAN-RECORD
                   INVALID KEY
                       DISPLAY "PAYPLAN.DAT: installment " PLN-SEQ-NO
                           " for " PLN-STUDENT-ID
                           " not written, status " PAY-PLAN-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-LINES-MOVED
               END-WRITE
           END-IF.

      *> Holds copy through the hold file like the money files; a
      *> released hold moves too, so the account's hold history
      *> stays whole under the survivor.
       Repoint-Holds.
           OPEN INPUT STUDENT-HOLD-FILE
           IF STUDENT-HOLD-STATUS NOT = "00"
               CONTINUE
           ELSE
               OPEN OUTPUT HOLD-FILE
               MOVE "N" TO WS-FILE-EOF
               PERFORM Read-Student-Hold
               PERFORM UNTIL END-OF-LIVE-FILE
                   IF SHD-STUDENT-ID NUMERIC
                   AND SHD-STUDENT-ID = WS-RETIRING-ID
                       MOVE WS-SURVIVOR-ID TO SHD-STUDENT-ID
                       ADD 1 TO WS-HOLDS-MOVED
                   END-IF
                   MOVE SPACES TO HOLD-RECORD
                   MOVE STUDENT-HOLD-RECORD TO HOLD-RECORD
                   WRITE HOLD-RECORD
                   PERFORM Read-Student-Hold
               END-PERFORM
               CLOSE STUDENT-HOLD-FILE
               CLOSE HOLD-FILE
               OPEN INPUT HOLD-FILE
               OPEN OUTPUT STUDENT-HOLD-FILE
               MOVE "N" TO WS-HOLD-EOF
               PERFORM Read-Hold-Record
               PERFORM UNTIL END-OF-HOLD
                   MOVE HOLD-RECORD TO STUDENT-HOLD-RECORD
                   WRITE STUDENT-HOLD-RECORD
                   PERFORM Read-Hold-Record
               END-PERFORM
               CLOSE HOLD-FILE
               CLOSE STUDENT-HOLD-FILE
           END-IF.

       Read-Student-Hold.
           READ STUDENT-HOLD-FILE
               AT END
                   SET END-OF-LIVE-FILE TO TRUE
           END-READ.

      *> Ar-Post keeps one certified-funds row a student. The
      *> retiring id's row comes across under the survivor unless
      *> the survivor already has one, in which case it drops -
      *> either way the survivor pays in certified funds.
       Repoint-Certified-Funds.
           SET SURVIVOR-ON-CERT-LIST TO FALSE
           OPEN INPUT CERTIFIED-FUNDS-FILE
           IF CERTIFIED-FUNDS-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM Read-Certified-Funds
               PERFORM UNTIL END-OF-LIVE-FILE
                   IF CF-STUDENT-ID NUMERIC
                   AND CF-STUDENT-ID = WS-SURVIVOR-ID
                       SET SURVIVOR-ON-CERT-LIST TO TRUE
                   END-IF
                   PERFORM Read-Certified-Funds
               END-PERFORM
               CLOSE CERTIFIED-FUNDS-FILE
               OPEN INPUT CERTIFIED-FUNDS-FILE
               OPEN OUTPUT HOLD-FILE
               MOVE "N" TO WS-FILE-EOF
               PERFORM Read-Certified-Funds
               PERFORM UNTIL END-OF-LIVE-FILE
                   IF CF-STUDENT-ID NUMERIC
                   AND CF-STUDENT-ID = WS-RETIRING-ID
                       PERFORM Repoint-Certified-Row
                   ELSE
                       MOVE SPACES TO HOLD-RECORD
                       MOVE CERTIFIED-FUNDS-RECORD TO HOLD-RECORD
                       WRITE HOLD-RECORD
                   END-IF
                   PERFORM Read-Certified-Funds
               END-PERFORM
               CLOSE CERTIFIED-FUNDS-FILE
               CLOSE HOLD-FILE
               OPEN INPUT HOLD-FILE
               OPEN OUTPUT CERTIFIED-FUNDS-FILE
               MOVE "N" TO WS-HOLD-EOF
               PERFORM Read-Hold-Record
               PERFORM UNTIL END-OF-HOLD
                   MOVE HOLD-RECORD TO CERTIFIED-FUNDS-RECORD
                   WRITE CERTIFIED-FUNDS-RECORD
                   PERFORM Read-Hold-Record
               END-PERFORM
               CLOSE HOLD-FILE
               CLOSE CERTIFIED-FUNDS-FILE
           END-IF.

       Repoint-Certified-Row.
           IF SURVIVOR-ON-CERT-LIST
               DISPLAY "CERTFUND.DAT: " WS-SURVIVOR-ID
                   " already on certified funds - row for "
                   WS-RETIRING-ID " dropped"
           ELSE
               MOVE WS-SURVIVOR-ID TO CF-STUDENT-ID
               SET SURVIVOR-ON-CERT-LIST TO TRUE
               MOVE SPACES TO HOLD-RECORD
               MOVE CERTIFIED-FUNDS-RECORD TO HOLD-RECORD
               WRITE HOLD-RECORD
           END-IF.

       Read-Certified-Funds.
           READ CERTIFIED-FUNDS-FILE
               AT END
                   SET END-OF-LIVE-FILE TO TRUE
           END-READ.
