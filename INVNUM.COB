       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEXT-INVOICE-NO.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Shared invoice-number routine in the mold of DAYS-BETWEEN
      *> and NEXT-BUS-DAY: every program that writes an INVOICE.DAT
      *> line - Tuition-Bill's charges, Plan-Assess's late fees,
      *> Class-Cancel's and the refund pass's credits, the nightly
      *> re-bill - CALLs it for the line's number, so the numbers
      *> come from one counter however many programs bill. The
      *> counter is the single record of INVNOCTL.DAT, holding the
      *> last number issued and the date it went out; each call
      *> reads it, adds one and rewrites it before returning, so a
      *> number is spent the moment it is handed out and a job that
      *> abends after the call leaves a gap, never a duplicate.
      *> The first-ever call creates the file starting from 1. A
      *> counter that cannot be read or rewritten returns ZERO and
      *> says so on the console; the caller still writes its line
      *> (the money must land) and Ar-Post treats it as unnumbered.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-NO-CONTROL-FILE ASSIGN TO "INVNOCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INVOICE-NO-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-NO-CONTROL-FILE.
       01  INVOICE-NO-CONTROL-RECORD.
           02  INC-LAST-INVOICE-NO PIC 9(8).
           02  FILLER              PIC X(1).
           02  INC-LAST-ISSUED     PIC 9(8).

       WORKING-STORAGE SECTION.
       01 INVOICE-NO-CONTROL-STATUS PIC XX.
       01 WS-ISSUE-DATE        PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
       01 LK-INVOICE-NO        PIC 9(8).

       PROCEDURE DIVISION USING LK-INVOICE-NO.
       BeginProgram.
           MOVE ZERO TO LK-INVOICE-NO
           ACCEPT WS-ISSUE-DATE FROM DATE YYYYMMDD
           OPEN I-O INVOICE-NO-CONTROL-FILE
           IF INVOICE-NO-CONTROL-STATUS = "35"
               PERFORM Create-Counter
               OPEN I-O INVOICE-NO-CONTROL-FILE
           END-IF
           IF INVOICE-NO-CONTROL-STATUS NOT = "00"
               DISPLAY "INVNOCTL.DAT: status "
                   INVOICE-NO-CONTROL-STATUS
                   " - invoice line written without a number"
               GOBACK
           END-IF
           READ INVOICE-NO-CONTROL-FILE
               AT END
                   MOVE ZERO TO INC-LAST-INVOICE-NO
           END-READ
           IF INC-LAST-INVOICE-NO NOT NUMERIC
           OR INVOICE-NO-CONTROL-STATUS NOT = "00"
               DISPLAY "INVNOCTL.DAT: counter unreadable"
                   " - invoice line written without a number"
               CLOSE INVOICE-NO-CONTROL-FILE
               GOBACK
           END-IF
           ADD 1 TO INC-LAST-INVOICE-NO
           MOVE WS-ISSUE-DATE TO INC-LAST-ISSUED
           REWRITE INVOICE-NO-CONTROL-RECORD
           IF INVOICE-NO-CONTROL-STATUS = "00"
               MOVE INC-LAST-INVOICE-NO TO LK-INVOICE-NO
           ELSE
               DISPLAY "INVNOCTL.DAT: rewrite status "
                   INVOICE-NO-CONTROL-STATUS
                   " - invoice line written without a number"
           END-IF
           CLOSE INVOICE-NO-CONTROL-FILE
           GOBACK.

       Create-Counter.
           OPEN OUTPUT INVOICE-NO-CONTROL-FILE
           MOVE SPACES TO INVOICE-NO-CONTROL-RECORD
           MOVE ZERO TO INC-LAST-INVOICE-NO
           MOVE WS-ISSUE-DATE TO INC-LAST-ISSUED
           WRITE INVOICE-NO-CONTROL-RECORD
           CLOSE INVOICE-NO-CONTROL-FILE.
       END PROGRAM NEXT-INVOICE-NO.
