      *> and a corrected payment goes back as its own HDR/TRL
      *> batch (hash is the amounts in cents) like the other
      *> control-carrying files.
      *> 15 Oct 2026 MK - ROOMTXN.DAT and SCHEDTXN.DAT join the
      *> plain resubmit targets for Class-Enroll's room and
      *> section-schedule rejects.
      *> 15 Oct 2026 MK - COURSETXN.DAT's layout gains the credit
      *> hours after the prerequisites; resubmits write the full
      *> image back.
      *> 15 Oct 2026 MK - PAYTXN.DAT's layout gains the invoice number a
      *> payment names; resubmits write the full image back.
      *> 15 Oct 2026 MK - WRTOFTXN.DAT joins the plain resubmit targets
      *> for Write-Off's rejected bad-debt write-offs.
      *> 15 Oct 2026 MK - PAYTXN.DAT's layout gains the certified-funds
      *> flag, and NSFTXN.DAT joins the plain resubmit targets for Ar-
      *> Post's rejected returned-check entries.
      *> 15 Oct 2026 MK - HOLDTXN.DAT joins the plain resubmit targets
      *> for Stu-Hold-Maint's rejected hold transactions.
      *> 15 Oct 2026 MK - GRCHGTXN.DAT grade changes added as a resubmit
      *> target.
      *> 15 Oct 2026 MK - XFERTXN.DAT transfer-credit transactions added
      *> as a resubmit target.
      *> 15 Oct 2026 MK - TERMTXN.DAT images carry the term's census
      *> date.
      *> 15 Oct 2026 MK - CONSTXN.DAT joins the plain resubmit targets,
      *> for guardian consents Consent-Maint rejected.
      *> 15 Oct 2026 MK - FPRFTXN.DAT filing-profile transactions can be
      *> resubmitted.
      *> 15 Oct 2026 MK - PAYRTXN.DAT, Pay-Rate-Maint's rate-file
      *> transactions, joins the resubmittable files.
      *> 15 Oct 2026 MK - EVALRESP.DAT course evaluation answers Eval-
      *> Rpt rejected can be resubmitted.
      *> 15 Oct 2026 MK - APINVTXN.DAT AP invoices Ap-Inv-Entry rejected
      *> can be resubmitted.
      *> 15 Oct 2026 MK - JETXN.DAT journal entry lines can be
      *> resubmitted.
      *> 15 Oct 2026 MK - COATXN.DAT chart of accounts transactions can
      *> be resubmitted.
      *> 15 Oct 2026 MK - COATXN.DAT resubmits carry the department
      *> code.
      *> 15 Oct 2026 MK - GLBUDTXN.DAT GL budget lines can be
      *> resubmitted.
      *> 15 Oct 2026 MK - CONTTXN.DAT resubmits carry the operator
      *> user id.
      *> 15 Oct 2026 MK - PAYTXN.DAT's layout gains the currency code
      *> and foreign amount of a payment made in another currency.
      *> 15 Oct 2026 MK - Eval-Rpt reads EVALRESP.DAT whole every run,
      *> so a corrected answer now replaces the rejected row there
      *> and a written-off one takes it out, instead of the bad row
      *> staying behind to be rejected again. The file is rebuilt
      *> through EVALHOLD.DAT; if that cannot be done the exceptions
      *> stay on the log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INSTRUCTOR-TXN-STATUS.

           SELECT ROOM-TXN-FILE ASSIGN TO "ROOMTXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ROOM-TXN-STATUS.

           SELECT SCHED-TXN-FILE ASSIGN TO "SCHEDTXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SCHED-TXN-STATUS.

           SELECT WRITE-OFF-TXN-FILE ASSIGN TO "WRTOFTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITE-OFF-TXN-STATUS.

           SELECT RETURNED-PAYMENT-FILE ASSIGN TO "NSFTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURNED-PAYMENT-STATUS.

           SELECT HOLD-TXN-FILE ASSIGN TO "HOLDTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-TXN-STATUS.

           SELECT GRADE-CHANGE-FILE ASSIGN TO "GRCHGTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-CHANGE-STATUS.

           SELECT XFER-TXN-FILE ASSIGN TO "XFERTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XFER-TXN-STATUS.

           SELECT CONSENT-TXN-FILE ASSIGN TO "CONSTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSENT-TXN-STATUS.

           SELECT FPROF-TXN-FILE ASSIGN TO "FPRFTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPROF-TXN-STATUS.

           SELECT PAYRATE-TXN-FILE ASSIGN TO "PAYRTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYRATE-TXN-STATUS.

           SELECT EVAL-RESP-FILE ASSIGN TO "EVALRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVAL-RESP-STATUS.

           SELECT EVAL-HOLD-FILE ASSIGN TO "EVALHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVAL-HOLD-STATUS.

           SELECT AP-INV-TXN-FILE ASSIGN TO "APINVTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-INV-TXN-STATUS.

           SELECT JE-TXN-FILE ASSIGN TO "JETXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JE-TXN-STATUS.

           SELECT COA-TXN-FILE ASSIGN TO "COATXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COA-TXN-STATUS.

           SELECT GL-BUDGET-TXN-FILE ASSIGN TO "GLBUDTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-BUDGET-TXN-STATUS.

           SELECT SUPV-CONTROL-FILE ASSIGN TO "SUPVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPV-CONTROL-STATUS.
           02  CTX-TITLE           PIC X(30).
           02  CTX-CAPACITY        PIC 9(3).
           02  CTX-PREREQ-CODES    PIC X(18).
           02  CTX-CREDIT-HOURS    PIC X(3).

       FD  ENROLL-TXN-FILE.
       01  ENROLL-TXN-RECORD.
           02  PT-PAY-DATE         PIC 9(8).
           02  PT-AMOUNT           PIC 9(5)V99.
           02  PT-REFERENCE        PIC X(8).
           02  PT-INVOICE-NO       PIC X(8).
           02  PT-CERTIFIED        PIC X.
           02  PT-CURRENCY-CODE    PIC X(3).
           02  PT-FOREIGN-AMOUNT   PIC X(9).

       FD  CONTACT-TXN-FILE.
       01  CONTACT-TXN-RECORD      PIC X(79).

       FD  GRADE-TXN-FILE.
       01  GRADE-TXN-RECORD        PIC X(26).

       FD  TERM-TXN-FILE.
       01  TERM-TXN-RECORD         PIC X(31).

       FD  OFFER-TXN-FILE.
       01  OFFER-TXN-RECORD        PIC X(16).
       FD  INSTRUCTOR-TXN-FILE.
       01  INSTRUCTOR-TXN-RECORD   PIC X(19).

       FD  ROOM-TXN-FILE.
       01  ROOM-TXN-RECORD         PIC X(22).

       FD  SCHED-TXN-FILE.
       01  SCHED-TXN-RECORD        PIC X(34).

       FD  WRITE-OFF-TXN-FILE.
       01  WRITE-OFF-TXN-RECORD    PIC X(27).

       FD  RETURNED-PAYMENT-FILE.
       01  RETURNED-PAYMENT-RECORD PIC X(26).

       FD  HOLD-TXN-FILE.
       01  HOLD-TXN-RECORD         PIC X(55).

       FD  GRADE-CHANGE-FILE.
       01  GRADE-CHANGE-RECORD     PIC X(61).

       FD  XFER-TXN-FILE.
       01  XFER-TXN-RECORD         PIC X(59).

       FD  CONSENT-TXN-FILE.
       01  CONSENT-TXN-RECORD      PIC X(53).

       FD  FPROF-TXN-FILE.
       01  FPROF-TXN-RECORD        PIC X(37).

       FD  PAYRATE-TXN-FILE.
       01  PAYRATE-TXN-RECORD      PIC X(80).

       FD  EVAL-RESP-FILE.
       01  EVAL-RESP-RECORD        PIC X(18).

       FD  EVAL-HOLD-FILE.
       01  EVAL-HOLD-RECORD        PIC X(18).

       FD  AP-INV-TXN-FILE.
       01  AP-INV-TXN-RECORD       PIC X(62).

       FD  JE-TXN-FILE.
       01  JE-TXN-RECORD           PIC X(79).

       FD  COA-TXN-FILE.
       01  COA-TXN-RECORD          PIC X(80).

       FD  GL-BUDGET-TXN-FILE.
       01  GL-BUDGET-TXN-RECORD    PIC X(41).

       FD  SUPV-CONTROL-FILE.
       01  SUPV-CONTROL-RECORD.
           02  SV-THRESHOLD        PIC 9(5)V99.
       01 OFFER-TXN-STATUS     PIC XX.
       01 ATTEND-TXN-STATUS    PIC XX.
       01 INSTRUCTOR-TXN-STATUS PIC XX.
       01 ROOM-TXN-STATUS      PIC XX.
       01 SCHED-TXN-STATUS     PIC XX.
       01 WRITE-OFF-TXN-STATUS PIC XX.
       01 RETURNED-PAYMENT-STATUS PIC XX.
       01 HOLD-TXN-STATUS      PIC XX.
       01 GRADE-CHANGE-STATUS  PIC XX.
       01 XFER-TXN-STATUS      PIC XX.
       01 CONSENT-TXN-STATUS   PIC XX.
       01 FPROF-TXN-STATUS     PIC XX.
       01 PAYRATE-TXN-STATUS   PIC XX.
       01 EVAL-RESP-STATUS     PIC XX.
       01 EVAL-HOLD-STATUS     PIC XX.
       01 AP-INV-TXN-STATUS    PIC XX.
       01 JE-TXN-STATUS        PIC XX.
       01 COA-TXN-STATUS       PIC XX.
       01 GL-BUDGET-TXN-STATUS PIC XX.

           COPY FILESTAT.
           COPY BATCHHT.
       01 WS-MATCHED-IMAGE     PIC X(80).
       01 WS-RESUBMIT-IMAGE    PIC X(80).

      *> Evaluation answers corrected or written off this pass.
      *> EVALRESP.DAT is rebuilt once at the end with each rejected
      *> row replaced by its correction, or left out when written
      *> off; the log record is kept so the exception can go back
      *> on the log if the file cannot be rebuilt. One card makes
      *> at most one entry, so the table holds as many as cards.
       01 WS-EVAL-FIX-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-EVAL-FIX-SUB      PIC 9(3) VALUE ZERO.
       01 WS-EVAL-FIX-AREA.
           02 WS-EVAL-FIX-ENTRY OCCURS 500 TIMES.
               03 WS-EF-OLD-IMAGE  PIC X(18).
               03 WS-EF-NEW-IMAGE  PIC X(18).
               03 WS-EF-APPLIED    PIC X.
               03 WS-EF-LOG-RECORD PIC X(198).
       01 WS-EVAL-FIX-FOUND    PIC X VALUE "N".
           88 EVAL-FIX-FOUND   VALUE "Y" FALSE "N".
       01 WS-EVAL-EOF          PIC X VALUE "N".
           88 END-OF-EVAL-ROWS VALUE "Y" FALSE "N".
       01 WS-EVAL-OPEN         PIC X VALUE "N".
           88 EVAL-RESP-OPEN   VALUE "Y" FALSE "N".
       01 WS-EVAL-STOP         PIC X VALUE "N".
           88 EVAL-REBUILD-STOPPED VALUE "Y" FALSE "N".
       01 WS-EVAL-HOLD-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-EVAL-RELOAD-COUNT PIC 9(7) VALUE ZERO.

       01 WS-LOG-SEQ           PIC 9(5) VALUE ZERO.
       01 WS-RESUBMIT-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-WRITE-OFF-COUNT   PIC 9(5) VALUE ZERO.
           CLOSE ERROR-LOG-FILE
           CLOSE ERROR-HOLD-FILE
           PERFORM Close-Resubmit-Files
           IF WS-EVAL-FIX-COUNT > ZERO
               PERFORM Replace-Eval-Answers
           END-IF
           IF WS-ESCALATED-COUNT = ZERO
               MOVE "  (nothing parked past the age limit)"
                   TO WS-PRINT-LINE
           IF WS-EXC-AMOUNT > WS-SUPV-THRESHOLD
               PERFORM Find-Supervisor-Auth
               IF WRITE-OFF-AUTHORIZED
                   PERFORM Count-Write-Off
                   DISPLAY "Exception " WS-LOG-SEQ " ("
                       WS-EXC-AMOUNT ") written off, authorized by "
                       WS-AUTH-SUPER
                       "threshold with no supervisor card - HELD"
               END-IF
           ELSE
               PERFORM Count-Write-Off
           END-IF.

      *> A written-off evaluation answer has to come out of
      *> EVALRESP.DAT as well, or Eval-Rpt rejects it again.
       Count-Write-Off.
           ADD 1 TO WS-WRITE-OFF-COUNT
           IF ERR-SOURCE-FILE = "EVALRESP.DAT"
               MOVE SPACES TO WS-RESUBMIT-IMAGE
               PERFORM Queue-Eval-Fix
           END-IF.

      *> A blank correction column on the R card means the original
                               WS-RS-PY-HASH + (PT-AMOUNT * 100)
                       END-IF
                       ADD 1 TO WS-RESUBMIT-COUNT
                   WHEN "ROOMTXN.DAT"
                       MOVE WS-RESUBMIT-IMAGE TO ROOM-TXN-RECORD
                       WRITE ROOM-TXN-RECORD
                       ADD 1 TO WS-RESUBMIT-COUNT
                   WHEN "SCHEDTXN.DAT"
                       MOVE WS-RESUBMIT-IMAGE TO SCHED-TXN-RECORD
                       WRITE SCHED-TXN-RECORD
                       ADD 1 TO WS-RESUBMIT-COUNT
                   WHEN "WRTOFTXN.DAT"
                       MOVE WS-RESUBMIT-IMAGE TO WRITE-OFF-TXN-RECORD
                       WRITE WRITE-OFF-TXN-RECORD
                       ADD 1 TO WS-RESUBMIT-COUNT
                   WHEN "NSFTXN.DAT"
                       MOVE WS-RESUBMIT-IMAGE TO RETURNED-PAYMENT-RECORD
                       WRITE RETURNED-PAYMENT-RECORD
                       ADD 1 TO WS-RESUBMIT-COUNT
                   WHEN "HOLDTXN.DAT"
                       MOVE WS-RESUBMIT-IMAGE TO HOLD-TXN-RECORD
                       WRITE HOLD-TXN-RECORD
                       ADD 1 TO WS-RESUBMIT-COUNT
                   WHEN "GRCHGTXN.DAT"
                       MOVE WS-RESUBMIT-IMAGE TO GRADE-CHANGE-RECORD
                       WRITE GRADE-CHANGE-RECORD
                       ADD 1 TO WS-RESUBMIT-COUNT
                   WHEN "XFERTXN.DAT"
                       MOVE WS-RESUBMIT-IMAGE TO XFER-TXN-RECORD
                       WRITE XFER-TXN-RECORD
                       ADD 1 TO WS-RESUBMIT-COUNT
                   WHEN "CONSTXN.DAT"
                       MOVE WS-RESUBMIT-IMAGE TO CONSENT-TXN-RECORD
                       WRITE CONSENT-TXN-RECORD
                       ADD 1 TO WS-RESUBMIT-COUNT
                   WHEN "FPRFTXN.DAT"
                       MOVE WS-RESUBMIT-IMAGE TO FPROF-TXN-RECORD
                       WRITE FPROF-TXN-RECORD
                       ADD 1 TO WS-RESUBMIT-COUNT
                   WHEN "PAYRTXN.DAT"
                       MOVE WS-RESUBMIT-IMAGE TO PAYRATE-TXN-RECORD
                       WRITE PAYRATE-TXN-RECORD
                       ADD 1 TO WS-RESUBMIT-COUNT
                   WHEN "EVALRESP.DAT"
                       PERFORM Queue-Eval-Fix
                       ADD 1 TO WS-RESUBMIT-COUNT
                   WHEN "APINVTXN.DAT"
                       MOVE WS-RESUBMIT-IMAGE TO AP-INV-TXN-RECORD
                       WRITE AP-INV-TXN-RECORD
                       ADD 1 TO WS-RESUBMIT-COUNT
                   WHEN "JETXN.DAT"
                       MOVE WS-RESUBMIT-IMAGE TO JE-TXN-RECORD
                       WRITE JE-TXN-RECORD
                       ADD 1 TO WS-RESUBMIT-COUNT
                   WHEN "COATXN.DAT"
                       MOVE WS-RESUBMIT-IMAGE TO COA-TXN-RECORD
                       WRITE COA-TXN-RECORD
                       ADD 1 TO WS-RESUBMIT-COUNT
                   WHEN "GLBUDTXN.DAT"
                       MOVE WS-RESUBMIT-IMAGE TO GL-BUDGET-TXN-RECORD
                       WRITE GL-BUDGET-TXN-RECORD
                       ADD 1 TO WS-RESUBMIT-COUNT
                   WHEN OTHER
                       DISPLAY "Exception " WS-LOG-SEQ
                           ": unknown source file " ERR-SOURCE-FILE
               OPEN OUTPUT INSTRUCTOR-TXN-FILE
               CLOSE INSTRUCTOR-TXN-FILE
               OPEN EXTEND INSTRUCTOR-TXN-FILE
           END-IF
           OPEN EXTEND ROOM-TXN-FILE
           IF ROOM-TXN-STATUS = "35"
               OPEN OUTPUT ROOM-TXN-FILE
               CLOSE ROOM-TXN-FILE
               OPEN EXTEND ROOM-TXN-FILE
           END-IF
           OPEN EXTEND SCHED-TXN-FILE
           IF SCHED-TXN-STATUS = "35"
               OPEN OUTPUT SCHED-TXN-FILE
               CLOSE SCHED-TXN-FILE
               OPEN EXTEND SCHED-TXN-FILE
           END-IF
           OPEN EXTEND WRITE-OFF-TXN-FILE
           IF WRITE-OFF-TXN-STATUS = "35"
               OPEN OUTPUT WRITE-OFF-TXN-FILE
               CLOSE WRITE-OFF-TXN-FILE
               OPEN EXTEND WRITE-OFF-TXN-FILE
           END-IF
           OPEN EXTEND RETURNED-PAYMENT-FILE
           IF RETURNED-PAYMENT-STATUS = "35"
               OPEN OUTPUT RETURNED-PAYMENT-FILE
               CLOSE RETURNED-PAYMENT-FILE
               OPEN EXTEND RETURNED-PAYMENT-FILE
           END-IF
           OPEN EXTEND HOLD-TXN-FILE
           IF HOLD-TXN-STATUS = "35"
               OPEN OUTPUT HOLD-TXN-FILE
               CLOSE HOLD-TXN-FILE
               OPEN EXTEND HOLD-TXN-FILE
           END-IF
           OPEN EXTEND GRADE-CHANGE-FILE
           IF GRADE-CHANGE-STATUS = "35"
               OPEN OUTPUT GRADE-CHANGE-FILE
               CLOSE GRADE-CHANGE-FILE
               OPEN EXTEND GRADE-CHANGE-FILE
           END-IF
           OPEN EXTEND XFER-TXN-FILE
           IF XFER-TXN-STATUS = "35"
               OPEN OUTPUT XFER-TXN-FILE
               CLOSE XFER-TXN-FILE
               OPEN EXTEND XFER-TXN-FILE
           END-IF
           OPEN EXTEND CONSENT-TXN-FILE
           IF CONSENT-TXN-STATUS = "35"
               OPEN OUTPUT CONSENT-TXN-FILE
               CLOSE CONSENT-TXN-FILE
               OPEN EXTEND CONSENT-TXN-FILE
           END-IF
           OPEN EXTEND FPROF-TXN-FILE
           IF FPROF-TXN-STATUS = "35"
               OPEN OUTPUT FPROF-TXN-FILE
               CLOSE FPROF-TXN-FILE
               OPEN EXTEND FPROF-TXN-FILE
           END-IF
           OPEN EXTEND PAYRATE-TXN-FILE
           IF PAYRATE-TXN-STATUS = "35"
               OPEN OUTPUT PAYRATE-TXN-FILE
               CLOSE PAYRATE-TXN-FILE
               OPEN EXTEND PAYRATE-TXN-FILE
           END-IF
           OPEN EXTEND AP-INV-TXN-FILE
           IF AP-INV-TXN-STATUS = "35"
               OPEN OUTPUT AP-INV-TXN-FILE
               CLOSE AP-INV-TXN-FILE
               OPEN EXTEND AP-INV-TXN-FILE
           END-IF
           OPEN EXTEND JE-TXN-FILE
           IF JE-TXN-STATUS = "35"
               OPEN OUTPUT JE-TXN-FILE
               CLOSE JE-TXN-FILE
               OPEN EXTEND JE-TXN-FILE
           END-IF
           OPEN EXTEND COA-TXN-FILE
           IF COA-TXN-STATUS = "35"
               OPEN OUTPUT COA-TXN-FILE
               CLOSE COA-TXN-FILE
               OPEN EXTEND COA-TXN-FILE
           END-IF
           OPEN EXTEND GL-BUDGET-TXN-FILE
           IF GL-BUDGET-TXN-STATUS = "35"
               OPEN OUTPUT GL-BUDGET-TXN-FILE
               CLOSE GL-BUDGET-TXN-FILE
               OPEN EXTEND GL-BUDGET-TXN-FILE
           END-IF.

      *> One HDR/TRL pair per target that actually received
           CLOSE TERM-TXN-FILE
           CLOSE OFFER-TXN-FILE
           CLOSE ATTEND-TXN-FILE
           CLOSE INSTRUCTOR-TXN-FILE
           CLOSE ROOM-TXN-FILE
           CLOSE SCHED-TXN-FILE
           CLOSE WRITE-OFF-TXN-FILE
           CLOSE RETURNED-PAYMENT-FILE
           CLOSE HOLD-TXN-FILE
           CLOSE GRADE-CHANGE-FILE
           CLOSE XFER-TXN-FILE
           CLOSE CONSENT-TXN-FILE
           CLOSE FPROF-TXN-FILE
           CLOSE PAYRATE-TXN-FILE
           CLOSE AP-INV-TXN-FILE
           CLOSE JE-TXN-FILE
           CLOSE COA-TXN-FILE
           CLOSE GL-BUDGET-TXN-FILE.

       Queue-Eval-Fix.
           ADD 1 TO WS-EVAL-FIX-COUNT
           MOVE ERR-RECORD-IMAGE (1:18)
               TO WS-EF-OLD-IMAGE (WS-EVAL-FIX-COUNT)
           MOVE WS-RESUBMIT-IMAGE (1:18)
               TO WS-EF-NEW-IMAGE (WS-EVAL-FIX-COUNT)
           MOVE "N" TO WS-EF-APPLIED (WS-EVAL-FIX-COUNT)
           MOVE ERROR-LOG-RECORD
               TO WS-EF-LOG-RECORD (WS-EVAL-FIX-COUNT).

      *> EVALRESP.DAT is copied to EVALHOLD.DAT with each rejected
      *> row swapped for its correction (or dropped), corrections
      *> whose row is no longer there added at the end, and the
      *> copy loaded back. Until EVALRESP.DAT is opened for output
      *> nothing is lost by stopping: the exceptions go back on the
      *> log for the next pass.
       Replace-Eval-Answers.
           SET EVAL-REBUILD-STOPPED TO FALSE
           PERFORM Build-Eval-Hold
           IF EVAL-REBUILD-STOPPED
               PERFORM Keep-Eval-Exceptions
           ELSE
               PERFORM Reload-Eval-Answers
           END-IF.

       Build-Eval-Hold.
           MOVE ZERO TO WS-EVAL-HOLD-COUNT
           SET END-OF-EVAL-ROWS TO FALSE
           SET EVAL-RESP-OPEN TO FALSE
           OPEN INPUT EVAL-RESP-FILE
           EVALUATE EVAL-RESP-STATUS
               WHEN "00"
                   SET EVAL-RESP-OPEN TO TRUE
               WHEN "35"
                   SET END-OF-EVAL-ROWS TO TRUE
               WHEN OTHER
                   DISPLAY "EVALRESP.DAT: status " EVAL-RESP-STATUS
                   SET EVAL-REBUILD-STOPPED TO TRUE
           END-EVALUATE
           IF NOT EVAL-REBUILD-STOPPED
               OPEN OUTPUT EVAL-HOLD-FILE
               IF EVAL-HOLD-STATUS NOT = "00"
                   DISPLAY "EVALHOLD.DAT: status " EVAL-HOLD-STATUS
                   SET EVAL-REBUILD-STOPPED TO TRUE
               END-IF
           END-IF
           IF NOT EVAL-REBUILD-STOPPED
               IF NOT END-OF-EVAL-ROWS
                   PERFORM Read-Eval-Answer
               END-IF
               PERFORM UNTIL END-OF-EVAL-ROWS OR EVAL-REBUILD-STOPPED
                   PERFORM Copy-Eval-Answer
                   PERFORM Read-Eval-Answer
               END-PERFORM
               PERFORM VARYING WS-EVAL-FIX-SUB FROM 1 BY 1
                   UNTIL WS-EVAL-FIX-SUB > WS-EVAL-FIX-COUNT
                      OR EVAL-REBUILD-STOPPED
                   IF WS-EF-APPLIED (WS-EVAL-FIX-SUB) = "N"
                   AND WS-EF-NEW-IMAGE (WS-EVAL-FIX-SUB) NOT = SPACES
                       MOVE WS-EF-NEW-IMAGE (WS-EVAL-FIX-SUB)
                           TO EVAL-HOLD-RECORD
                       PERFORM Write-Eval-Hold
                   END-IF
               END-PERFORM
               CLOSE EVAL-HOLD-FILE
           END-IF
           IF EVAL-RESP-OPEN
               CLOSE EVAL-RESP-FILE
           END-IF.

       Read-Eval-Answer.
           READ EVAL-RESP-FILE
               AT END
                   SET END-OF-EVAL-ROWS TO TRUE
           END-READ.

      *> A row matching a rejected image takes the first fix for
      *> that image not yet used, so two identical bad answers are
      *> each replaced once.
       Copy-Eval-Answer.
           SET EVAL-FIX-FOUND TO FALSE
           PERFORM VARYING WS-EVAL-FIX-SUB FROM 1 BY 1
               UNTIL WS-EVAL-FIX-SUB > WS-EVAL-FIX-COUNT
                  OR EVAL-FIX-FOUND
               IF WS-EF-APPLIED (WS-EVAL-FIX-SUB) = "N"
               AND WS-EF-OLD-IMAGE (WS-EVAL-FIX-SUB)
                   = EVAL-RESP-RECORD
                   SET EVAL-FIX-FOUND TO TRUE
                   MOVE "Y" TO WS-EF-APPLIED (WS-EVAL-FIX-SUB)
                   IF WS-EF-NEW-IMAGE (WS-EVAL-FIX-SUB) NOT = SPACES
                       MOVE WS-EF-NEW-IMAGE (WS-EVAL-FIX-SUB)
                           TO EVAL-HOLD-RECORD
                       PERFORM Write-Eval-Hold
                   END-IF
               END-IF
           END-PERFORM
           IF NOT EVAL-FIX-FOUND
               MOVE EVAL-RESP-RECORD TO EVAL-HOLD-RECORD
               PERFORM Write-Eval-Hold
           END-IF.

       Write-Eval-Hold.
           WRITE EVAL-HOLD-RECORD
           IF EVAL-HOLD-STATUS = "00"
               ADD 1 TO WS-EVAL-HOLD-COUNT
           ELSE
               DISPLAY "EVALHOLD.DAT: status " EVAL-HOLD-STATUS
               SET EVAL-REBUILD-STOPPED TO TRUE
           END-IF.

       Keep-Eval-Exceptions.
           DISPLAY "EVALRESP.DAT not changed - " WS-EVAL-FIX-COUNT
               " evaluation exceptions kept on the log"
           OPEN EXTEND ERROR-HOLD-FILE
           PERFORM VARYING WS-EVAL-FIX-SUB FROM 1 BY 1
               UNTIL WS-EVAL-FIX-SUB > WS-EVAL-FIX-COUNT
               MOVE WS-EF-LOG-RECORD (WS-EVAL-FIX-SUB)
                   TO ERROR-HOLD-RECORD
               WRITE ERROR-HOLD-RECORD
               IF WS-EF-NEW-IMAGE (WS-EVAL-FIX-SUB) = SPACES
                   SUBTRACT 1 FROM WS-WRITE-OFF-COUNT
               ELSE
                   SUBTRACT 1 FROM WS-RESUBMIT-COUNT
               END-IF
               ADD 1 TO WS-HELD-COUNT
           END-PERFORM
           CLOSE ERROR-HOLD-FILE
           MOVE 4 TO RETURN-CODE.

      *> Once EVALRESP.DAT is open for output the rebuilt copy in
      *> EVALHOLD.DAT is the only full one, so a short reload says
      *> to copy it over by hand.
       Reload-Eval-Answers.
           MOVE ZERO TO WS-EVAL-RELOAD-COUNT
           OPEN INPUT EVAL-HOLD-FILE
           IF EVAL-HOLD-STATUS NOT = "00"
               DISPLAY "EVALHOLD.DAT: status " EVAL-HOLD-STATUS
               PERFORM Keep-Eval-Exceptions
           ELSE
               OPEN OUTPUT EVAL-RESP-FILE
               IF EVAL-RESP-STATUS NOT = "00"
                   DISPLAY "EVALRESP.DAT: status " EVAL-RESP-STATUS
                   PERFORM Keep-Eval-Exceptions
               ELSE
                   SET END-OF-EVAL-ROWS TO FALSE
                   PERFORM Read-Eval-Hold
                   PERFORM UNTIL END-OF-EVAL-ROWS
                       MOVE EVAL-HOLD-RECORD TO EVAL-RESP-RECORD
                       WRITE EVAL-RESP-RECORD
                       IF EVAL-RESP-STATUS = "00"
                           ADD 1 TO WS-EVAL-RELOAD-COUNT
                       END-IF
                       PERFORM Read-Eval-Hold
                   END-PERFORM
                   CLOSE EVAL-RESP-FILE
                   IF WS-EVAL-RELOAD-COUNT NOT = WS-EVAL-HOLD-COUNT
                       DISPLAY "EVALRESP.DAT: " WS-EVAL-RELOAD-COUNT
                           " of " WS-EVAL-HOLD-COUNT " answers "
                           "reloaded - COPY EVALHOLD.DAT OVER "
                           "EVALRESP.DAT"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE EVAL-HOLD-FILE
           END-IF.

       Read-Eval-Hold.
           READ EVAL-HOLD-FILE
               AT END
                   SET END-OF-EVAL-ROWS TO TRUE
           END-READ.

      *> The live log is rewritten from the hold file so it ends
      *> the pass holding only the exceptions still open.
