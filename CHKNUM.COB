       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEXT-CHECK-NO.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Shared check-number routine, the disbursement twin of
      *> NEXT-INVOICE-NO: every program that cuts a check on the
      *> school's operating account CALLs it for the check's
      *> number, so student refunds and anything else paid out
      *> draw on one run of preprinted stock and the positive-pay
      *> file never carries the same number twice. The counter is
      *> the single record of CHKNOCTL.DAT - the last number
      *> issued, the date it went out, the bank account the stock
      *> is drawn on, and the last number in the box of stock
      *> loaded in the printer (ZERO when nobody is counting).
      *> Each call reads it, adds one and rewrites it before
      *> returning, so a number is spent the moment it is handed
      *> out; a job that abends after the call leaves a voided
      *> number, never a duplicate.
      *> Unlike the invoice counter this one is never created on
      *> the fly: the first number has to match the stock the
      *> treasurer loaded, so CHKNOCTL.DAT is set up by hand. A
      *> counter that is missing, unreadable, out of stock or
      *> cannot be rewritten returns ZERO and says so on the
      *> console, and the caller must not print a check for it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-NO-CONTROL-FILE ASSIGN TO "CHKNOCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHECK-NO-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-NO-CONTROL-FILE.
       01  CHECK-NO-CONTROL-RECORD.
           02  CKC-LAST-CHECK-NO   PIC 9(8).
           02  FILLER              PIC X(1).
           02  CKC-LAST-ISSUED     PIC 9(8).
           02  FILLER              PIC X(1).
           02  CKC-ACCOUNT-NO      PIC X(12).
           02  FILLER              PIC X(1).
           02  CKC-LAST-IN-STOCK   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 CHECK-NO-CONTROL-STATUS PIC XX.
       01 WS-ISSUE-DATE        PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
       01 LK-CHECK-NO          PIC 9(8).
       01 LK-ACCOUNT-NO        PIC X(12).

       PROCEDURE DIVISION USING LK-CHECK-NO LK-ACCOUNT-NO.
       BeginProgram.
           MOVE ZERO TO LK-CHECK-NO
           MOVE SPACES TO LK-ACCOUNT-NO
           ACCEPT WS-ISSUE-DATE FROM DATE YYYYMMDD
           OPEN I-O CHECK-NO-CONTROL-FILE
           IF CHECK-NO-CONTROL-STATUS NOT = "00"
               DISPLAY "CHKNOCTL.DAT: status "
                   CHECK-NO-CONTROL-STATUS
                   " - no check number issued"
               GOBACK
           END-IF
           READ CHECK-NO-CONTROL-FILE
               AT END
                   MOVE ZERO TO CKC-LAST-CHECK-NO
                   MOVE "10" TO CHECK-NO-CONTROL-STATUS
           END-READ
           IF CKC-LAST-CHECK-NO NOT NUMERIC
           OR CKC-LAST-IN-STOCK NOT NUMERIC
           OR CKC-ACCOUNT-NO = SPACES
           OR CHECK-NO-CONTROL-STATUS NOT = "00"
               DISPLAY "CHKNOCTL.DAT: counter unreadable"
                   " - no check number issued"
               CLOSE CHECK-NO-CONTROL-FILE
               GOBACK
           END-IF
           IF CKC-LAST-IN-STOCK NOT = ZERO
           AND CKC-LAST-CHECK-NO NOT < CKC-LAST-IN-STOCK
               DISPLAY "CHKNOCTL.DAT: check stock used up at "
                   CKC-LAST-IN-STOCK " - no check number issued"
               CLOSE CHECK-NO-CONTROL-FILE
               GOBACK
           END-IF
           ADD 1 TO CKC-LAST-CHECK-NO
           MOVE WS-ISSUE-DATE TO CKC-LAST-ISSUED
           REWRITE CHECK-NO-CONTROL-RECORD
           IF CHECK-NO-CONTROL-STATUS = "00"
               MOVE CKC-LAST-CHECK-NO TO LK-CHECK-NO
               MOVE CKC-ACCOUNT-NO TO LK-ACCOUNT-NO
           ELSE
               DISPLAY "CHKNOCTL.DAT: rewrite status "
                   CHECK-NO-CONTROL-STATUS
                   " - no check number issued"
           END-IF
           CLOSE CHECK-NO-CONTROL-FILE
           GOBACK.
       END PROGRAM NEXT-CHECK-NO.
