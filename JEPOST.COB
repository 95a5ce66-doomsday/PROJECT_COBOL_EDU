       IDENTIFICATION DIVISION.
       PROGRAM-ID. Je-Post.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Journal entry posting for the in-house ledger. Until now
      *> GLJRNL.DAT and GLLEDG.DAT held only what Gl-Extract
      *> generated, so accruals, depreciation, corrections and
      *> reclassifications had no way in and our trial balance
      *> never matched corporate's. Three kinds of entry post
      *> here, each onto the journal and the ledger exactly as
      *> Gl-Ledger files the nightly postings, under its fiscal
      *> year and period:
      *>   - reversals first: an entry posted as auto-reversing
      *>     reverses itself - same accounts and amounts, debits
      *>     and credits swapped - dated the first day of the next
      *>     period, on the first run on or after that day;
      *>   - recurring entries: each template on JERECUR.DAT (rent
      *>     accrual, monthly depreciation) generates its entry
      *>     once in every fiscal period inside the template's
      *>     first/last period, numbered "JR" plus the template id
      *>     and the period;
      *>   - the accountants' entries keyed to JETXN.DAT, one line
      *>     per debit or credit, grouped by entry number and
      *>     posted as "JE" plus the entry number.
      *> An entry posts whole or not at all. It must:
      *>   - balance on its own, debits equal to credits, over at
      *>     least two lines, each with an amount and D or C;
      *>   - name only accounts that exist - active accounts on
      *>     the GLCOA.DAT chart of accounts;
      *>   - carry a preparer and a separate approver, the same
      *>     on every line of the entry;
      *>   - fall in one fiscal period, no later than the current
      *>     one and no earlier than the start of last fiscal year;
      *>   - not reuse an entry number already posted this fiscal
      *>     year (so a rerun cannot post an entry twice);
      *>   - not fall in a fiscal year Year-Close has closed and
      *>     locked on GLYRCLS.DAT. A reversal due into a locked
      *>     year is held back and named on the console.
      *> Every line of a rejected JETXN.DAT entry goes to the
      *> shared error log with the reason, resubmittable through
      *> Err-Repair once the entry is fixed; a rejected template
      *> prints on the register and goes to the error log for the
      *> accountants to correct on JERECUR.DAT. JETXN.DAT spends
      *> itself once the run is through, so a posted entry is not
      *> offered again and a resubmitted one arrives on its own.
      *> JEPOST.RPT is the journal entry register: every entry
      *> posted or rejected with its lines and totals. Runs nightly
      *> ahead of Gl-Ledger, so the trial balance it prints carries
      *> the day's entries. RC 4 when anything was rejected. More
      *> JETXN.DAT lines than the run can hold stops it RC 8
      *> before anything posts, with JETXN.DAT left as keyed. The
      *> run date comes off the last DATELOG entry, the same way
      *> Gl-Extract finds it.
      *> 15 Oct 2026 MK - Journal entry accounts are validated against
      *> the GLCOA.DAT chart of accounts; an account inactive on the
      *> chart rejects.
      *> 15 Oct 2026 MK - An entry into a fiscal year Year-Close has
      *> locked on GLYRCLS.DAT rejects, and a reversal due into one is
      *> held back.
      *> 15 Oct 2026 MK - JETXN.DAT spends itself after the run, so a
      *> posted entry no longer rejects as a duplicate every night and
      *> an Err-Repair resubmission is not gathered with the bad lines
      *> it replaces; a rejected recurring template now goes to the
      *> error log like every other reject.
      *> 15 Oct 2026 MK - More JETXN.DAT lines than the 1000 held stops
      *> the run RC 8 with nothing posted and JETXN.DAT left as keyed,
      *> instead of spending the lines it could not hold.
      *> 15 Oct 2026 MK - The run date is the last DATELOG.DAT entry, as
      *> Gl-Extract takes it, instead of the system clock, so a month-
      *> end cycle that runs past midnight posts and reverses in the
      *> period it is closing.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-LOG-FILE ASSIGN TO "DATELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DATE-LOG-STATUS.

           SELECT JE-TXN-FILE ASSIGN TO "JETXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JE-TXN-STATUS.

           SELECT JE-RECUR-FILE ASSIGN TO "JERECUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JE-RECUR-STATUS.

           SELECT GL-CHART-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-CHART-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-STATUS.

           SELECT GL-YEAR-CLOSE-FILE ASSIGN TO "GLYRCLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-YEAR-CLOSE-STATUS.

           SELECT GL-LEDGER-FILE ASSIGN TO "GLLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLL-LEDGER-KEY
               FILE STATUS IS GL-LEDGER-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "JEPOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  DATE-LOG-FILE.
       01  DATE-LOG-RECORD.
           02  DL-CURRENT-DATE     PIC 9(6).
           02  FILLER              PIC X(1).
           02  DL-YEAR-DAY         PIC 9(3).
           02  FILLER              PIC X(1).
           02  DL-Y2K-DATE         PIC 9(8).
           02  FILLER              PIC X(1).
           02  DL-TIMESTAMP        PIC 9(8).
           02  FILLER              PIC X(1).
           02  DL-DATE-MISMATCH    PIC X(1).
           02  FILLER              PIC X(1).
           02  DL-FISCAL-YEAR      PIC 9(4).
           02  DL-FISCAL-PERIOD    PIC 99.
           02  FILLER              PIC X(1).
           02  DL-RERUN-FLAG       PIC X(1).

       FD  JE-TXN-FILE.
       01  JE-TXN-RECORD           PIC X(79).

       FD  JE-RECUR-FILE.
       01  JE-RECUR-RECORD.
           02  JRT-TEMPLATE-ID     PIC X(4).
           02  JRT-ACCOUNT         PIC X(8).
           02  JRT-DR-CR           PIC X.
           02  JRT-AMOUNT          PIC 9(9)V99.
           02  JRT-DESCRIPTION     PIC X(30).
           02  JRT-PREPARED-BY     PIC X(8).
           02  JRT-APPROVED-BY     PIC X(8).
           02  JRT-REVERSE-FLAG    PIC X.
           02  JRT-FIRST-PERIOD    PIC 9(6).
           02  JRT-LAST-PERIOD     PIC 9(6).

           COPY GLCOA.

           COPY GLJRNL.

           COPY GLYRCLS.

           COPY GLLEDG.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01 DATE-LOG-STATUS      PIC XX.
       01 JE-TXN-STATUS        PIC XX.
       01 JE-RECUR-STATUS      PIC XX.
       01 GL-CHART-STATUS      PIC XX.
       01 GL-JOURNAL-STATUS    PIC XX.
       01 GL-LEDGER-STATUS     PIC XX.
       01 GL-YEAR-CLOSE-STATUS PIC XX.

           COPY FILESTAT.
           COPY Y2KDATE.
           COPY PRTCTL.

      *> One JETXN.DAT line: the entry number, its fiscal period,
      *> one debit or credit, and who prepared and approved the
      *> entry. "R" in the reverse flag makes it auto-reversing.
       01 JE-TXN-FIELDS.
           02  JEX-ENTRY-NO        PIC X(6).
           02  JEX-FISCAL-YEAR     PIC 9(4).
           02  JEX-FISCAL-PERIOD   PIC 99.
           02  JEX-ACCOUNT         PIC X(8).
           02  JEX-DR-CR           PIC X.
           02  JEX-AMOUNT          PIC 9(9)V99.
           02  JEX-DESCRIPTION     PIC X(30).
           02  JEX-PREPARED-BY     PIC X(8).
           02  JEX-APPROVED-BY     PIC X(8).
           02  JEX-REVERSE-FLAG    PIC X.

       01 WS-EOF-SWITCH        PIC X VALUE "N".
           88 END-OF-FILE      VALUE "Y".
       01 WS-RUN-DATE          PIC 9(8) VALUE ZERO.
       01 WS-LEDGER-EOF        PIC X VALUE "N".
           88 END-OF-LEDGER    VALUE "Y" FALSE "N".
       01 WS-LEDGER-ROW-NEW    PIC X VALUE "N".
           88 LEDGER-ROW-IS-NEW VALUE "Y" FALSE "N".

      *> Fiscal year starts 01 July, the same derivation
      *> Gl-Ledger carries.
       01 WS-PD-YEAR           PIC 9(4).
       01 WS-PD-MMDD           PIC 9(4).
       01 WS-PD-MONTH          PIC 99.
       01 WS-PD-DAY            PIC 99.
       01 WS-CUR-FY            PIC 9(4) VALUE ZERO.
       01 WS-CUR-PD            PIC 99 VALUE ZERO.
       01 WS-CUR-KEY           PIC 9(6) VALUE ZERO.
       01 WS-LOW-KEY           PIC 9(6) VALUE ZERO.
       01 WS-ENTRY-KEY         PIC 9(6) VALUE ZERO.
       01 WS-NEXT-FY           PIC 9(4) VALUE ZERO.
       01 WS-NEXT-PD           PIC 99 VALUE ZERO.
       01 WS-NEXT-START        PIC 9(8) VALUE ZERO.

      *> Every account on the chart, with its status; only an
      *> active account takes an entry.
       01 WS-ACCT-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-ACCT-SUB          PIC 9(3) VALUE ZERO.
       01 WS-ACCT-TABLE-AREA.
           02 WS-ACCT-ENTRY OCCURS 500 TIMES.
               03 WS-ACCT-NUMBER   PIC X(8).
               03 WS-ACCT-STATUS   PIC X.
       01 WS-ACCT-WANTED       PIC X(8) VALUE SPACES.
       01 WS-ACCT-FOUND        PIC X VALUE "N".
           88 ACCOUNT-KNOWN    VALUE "Y" FALSE "N".

      *> Fiscal years closed and locked, off GLYRCLS.DAT.
       01 WS-YC-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-YC-SUB            PIC 9(3) VALUE ZERO.
       01 WS-YC-TABLE-AREA.
           02 WS-YC-ENTRY OCCURS 100 TIMES.
               03 WS-YC-FISCAL-YEAR PIC 9(4).
       01 WS-YC-FOUND          PIC X VALUE "N".
           88 YEAR-IS-CLOSED   VALUE "Y" FALSE "N".
       01 WS-YC-LOOKUP-FY      PIC 9(4) VALUE ZERO.

      *> Every journal entry already on GLJRNL.DAT: its key,
      *> fiscal period and origin, and whether it is a reversal
      *> still to be made.
       01 WS-JT-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-JT-SUB            PIC 9(4) VALUE ZERO.
       01 WS-JT-MATCH          PIC 9(4) VALUE ZERO.
       01 WS-JT-TABLE-AREA.
           02 WS-JT-ENTRY OCCURS 3000 TIMES.
               03 WS-JT-SOURCE-KEY PIC X(8).
               03 WS-JT-FY         PIC 9(4).
               03 WS-JT-PD         PIC 99.
               03 WS-JT-ORIGIN     PIC X.
               03 WS-JT-PENDING    PIC X.
       01 WS-JT-OVERFLOW       PIC 9(5) VALUE ZERO.
       01 WS-JT-FOUND          PIC X VALUE "N".
           88 JT-ENTRY-FOUND   VALUE "Y" FALSE "N".

      *> Lines of the auto-reversing entries still to reverse.
       01 WS-RV-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-RV-SUB            PIC 9(4) VALUE ZERO.
       01 WS-RV-TABLE-AREA.
           02 WS-RV-ENTRY OCCURS 1000 TIMES.
               03 WS-RV-JT-SUB     PIC 9(4).
               03 WS-RV-ACCOUNT    PIC X(8).
               03 WS-RV-DR-CR      PIC X.
               03 WS-RV-AMOUNT     PIC 9(9)V99.
               03 WS-RV-DESC       PIC X(30).
               03 WS-RV-PREPARED   PIC X(8).
               03 WS-RV-APPROVED   PIC X(8).

      *> The JETXN.DAT lines, held so an entry's lines can be
      *> gathered by entry number wherever they sit in the file.
       01 WS-TX-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-TX-SUB            PIC 9(4) VALUE ZERO.
       01 WS-TX-SCAN           PIC 9(4) VALUE ZERO.
       01 WS-TX-TABLE-AREA.
           02 WS-TX-ENTRY OCCURS 1000 TIMES.
               03 WS-TX-IMAGE      PIC X(79).
               03 WS-TX-DONE       PIC X.
       01 WS-TX-OVERFLOW       PIC 9(5) VALUE ZERO.
       01 WS-TX-ENTRY-NO       PIC X(6) VALUE SPACES.

      *> The recurring templates.
       01 WS-RT-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-RT-SUB            PIC 9(3) VALUE ZERO.
       01 WS-RT-SCAN           PIC 9(3) VALUE ZERO.
       01 WS-RT-TABLE-AREA.
           02 WS-RT-ENTRY OCCURS 500 TIMES.
               03 WS-RT-ID         PIC X(4).
               03 WS-RT-ACCOUNT    PIC X(8).
               03 WS-RT-DR-CR      PIC X.
               03 WS-RT-AMOUNT     PIC 9(9)V99.
               03 WS-RT-DESC       PIC X(30).
               03 WS-RT-PREPARED   PIC X(8).
               03 WS-RT-APPROVED   PIC X(8).
               03 WS-RT-REVERSE    PIC X.
               03 WS-RT-FIRST      PIC 9(6).
               03 WS-RT-LAST       PIC 9(6).
               03 WS-RT-DONE       PIC X.
       01 WS-RT-ID-WANTED      PIC X(4) VALUE SPACES.

      *> The entry being edited and posted: its header and lines.
       01 WS-EH-SOURCE-KEY     PIC X(8) VALUE SPACES.
       01 WS-EH-FY             PIC 9(4) VALUE ZERO.
       01 WS-EH-PD             PIC 99 VALUE ZERO.
       01 WS-EH-PREPARED       PIC X(8) VALUE SPACES.
       01 WS-EH-APPROVED       PIC X(8) VALUE SPACES.
       01 WS-EH-ORIGIN         PIC X VALUE SPACE.
       01 WS-EH-RUN-DATE       PIC 9(8) VALUE ZERO.
       01 WS-EH-KIND           PIC X(10) VALUE SPACES.
       01 WS-EH-DEBITS         PIC 9(11)V99 VALUE ZERO.
       01 WS-EH-CREDITS        PIC 9(11)V99 VALUE ZERO.
       01 WS-EH-MIXED          PIC X VALUE "N".
           88 ENTRY-LINES-DISAGREE VALUE "Y" FALSE "N".
       01 WS-EN-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-EN-SUB            PIC 9(3) VALUE ZERO.
       01 WS-EN-OVERFLOW       PIC 9(3) VALUE ZERO.
       01 WS-EN-TABLE-AREA.
           02 WS-EN-ENTRY OCCURS 100 TIMES.
               03 WS-EN-ACCOUNT    PIC X(8).
               03 WS-EN-DR-CR      PIC X.
               03 WS-EN-AMOUNT     PIC 9(9)V99.
               03 WS-EN-DESC       PIC X(30).

       01 WS-REJECT-FIELD      PIC X(16) VALUE SPACES.
       01 WS-REJECT-MSG        PIC X(40) VALUE SPACES.
       01 WS-ALREADY-POSTED    PIC X VALUE "N".
           88 ENTRY-ALREADY-POSTED VALUE "Y" FALSE "N".

       01 WS-POSTED-ENTRIES    PIC 9(5) VALUE ZERO.
       01 WS-POSTED-LINES      PIC 9(5) VALUE ZERO.
       01 WS-REVERSED-ENTRIES  PIC 9(5) VALUE ZERO.
       01 WS-RECURRING-ENTRIES PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-ENTRIES  PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-DEBITS      PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS     PIC 9(13)V99 VALUE ZERO.

       01 JE-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 JL-SOURCE-KEY    PIC X(8).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 JL-KIND          PIC X(10).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 JL-FY            PIC X(4).
           02 JL-SLASH         PIC X(1).
           02 JL-PD            PIC X(2).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 JL-ACCOUNT       PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 JL-DEBIT         PIC $$$,$$$,$$$,$$9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 JL-CREDIT        PIC $$$,$$$,$$$,$$9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 JL-DESCRIPTION   PIC X(30).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 JL-DISPOSITION   PIC X(21).

       PROCEDURE DIVISION.
       Begin.
           MOVE "JEPOST" TO ERR-PROGRAM-ID
           PERFORM Get-Run-Date
           IF WS-RUN-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-RUN-DATE TO Y2KDate
           MOVE Y2KDate TO WS-PD-YEAR
           PERFORM Compute-Current-Period
           DISPLAY "Je-Post run date [" Y2KDate "] fiscal period ["
               WS-CUR-FY "/" WS-CUR-PD "]"

           PERFORM Load-Known-Accounts
           PERFORM Load-Closed-Years
           PERFORM Load-Journal-Entries
           IF WS-JT-OVERFLOW > ZERO
               DISPLAY "GLJRNL.DAT: " WS-JT-OVERFLOW " journal "
                   "entries past the 3000 tracked - NOTHING POSTED; "
                   "entry numbers cannot be checked"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Load-Recurring-Templates
           PERFORM Load-Entry-Txns
           IF WS-TX-OVERFLOW > ZERO
               DISPLAY "JETXN.DAT: " WS-TX-OVERFLOW " lines past the "
                   "1000 held - NOTHING POSTED; JETXN.DAT left as "
                   "keyed, split it across runs"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "JOURNAL ENTRY REGISTER" TO RH-TITLE
           MOVE "JEPOST" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " ENTRY    KIND       FY/PD    ACCOUNT   " &
               "             DEBIT             CREDIT  DESCRIPTION" &
               "                     DISPOSITION"
               TO RH-COLUMN-HEADS
           PERFORM Open-Ledger-Files
           PERFORM Post-Due-Reversals
           PERFORM Generate-Recurring-Entries
           PERFORM Post-Keyed-Entries
           CLOSE GL-JOURNAL-FILE
           CLOSE GL-LEDGER-FILE
           PERFORM Print-Register-Totals
           CLOSE PRINT-REPORT-FILE
           IF WS-TX-COUNT > ZERO
               PERFORM Spend-Entry-Txns
           END-IF

           DISPLAY "Je-Post: " WS-POSTED-ENTRIES " entries posted ("
               WS-RECURRING-ENTRIES " recurring, "
               WS-REVERSED-ENTRIES " reversals), "
               WS-REJECTED-ENTRIES " rejected"
           IF WS-REJECTED-ENTRIES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> The cycle date is the last DATELOG entry, as Gl-Extract and
      *> the rest of the nightly stream take it, so a cycle running
      *> past midnight still posts to the day it is closing.
       Get-Run-Date.
           OPEN INPUT DATE-LOG-FILE
           IF DATE-LOG-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM Read-Date-Log
               PERFORM UNTIL END-OF-FILE
                   MOVE DL-Y2K-DATE TO WS-RUN-DATE
                   PERFORM Read-Date-Log
               END-PERFORM
               CLOSE DATE-LOG-FILE
           END-IF.

       Read-Date-Log.
           READ DATE-LOG-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

      *> Today's fiscal year and period, and the earliest period an
      *> entry may still post to: period 1 of last fiscal year.
       Compute-Current-Period.
           DIVIDE Y2KDate BY 10000 GIVING WS-PD-YEAR
               REMAINDER WS-PD-MMDD
           DIVIDE WS-PD-MMDD BY 100 GIVING WS-PD-MONTH
               REMAINDER WS-PD-DAY
           IF WS-PD-MONTH >= 7
               COMPUTE WS-CUR-FY = WS-PD-YEAR + 1
               COMPUTE WS-CUR-PD = WS-PD-MONTH - 6
           ELSE
               MOVE WS-PD-YEAR TO WS-CUR-FY
               COMPUTE WS-CUR-PD = WS-PD-MONTH + 6
           END-IF
           COMPUTE WS-CUR-KEY = (WS-CUR-FY * 100) + WS-CUR-PD
           COMPUTE WS-LOW-KEY = ((WS-CUR-FY - 1) * 100) + 1.

      *> The period after WS-NEXT-FY/WS-NEXT-PD and the calendar
      *> date it starts on (period 1 is July).
       Compute-Next-Period-Start.
           IF WS-NEXT-PD = 12
               ADD 1 TO WS-NEXT-FY
               MOVE 1 TO WS-NEXT-PD
           ELSE
               ADD 1 TO WS-NEXT-PD
           END-IF
           IF WS-NEXT-PD <= 6
               COMPUTE WS-NEXT-START = ((WS-NEXT-FY - 1) * 10000)
                   + ((WS-NEXT-PD + 6) * 100) + 1
           ELSE
               COMPUTE WS-NEXT-START = (WS-NEXT-FY * 10000)
                   + ((WS-NEXT-PD - 6) * 100) + 1
           END-IF.

       Load-Known-Accounts.
           OPEN INPUT GL-CHART-FILE
           IF GL-CHART-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM Read-Chart-Row
               PERFORM UNTIL END-OF-FILE
                   IF GLC-ACCOUNT NOT = SPACES
                       IF WS-ACCT-COUNT < 500
                           ADD 1 TO WS-ACCT-COUNT
                           MOVE GLC-ACCOUNT
                               TO WS-ACCT-NUMBER (WS-ACCT-COUNT)
                           MOVE GLC-STATUS
                               TO WS-ACCT-STATUS (WS-ACCT-COUNT)
                       ELSE
                           DISPLAY "GLCOA.DAT: more than 500 "
                               "accounts - " GLC-ACCOUNT " not loaded"
                       END-IF
                   END-IF
                   PERFORM Read-Chart-Row
               END-PERFORM
               CLOSE GL-CHART-FILE
           ELSE
               DISPLAY "GLCOA.DAT: status " GL-CHART-STATUS
                   ", no chart of accounts - every entry will reject"
           END-IF.

       Read-Chart-Row.
           READ GL-CHART-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       Find-Known-Account.
           SET ACCOUNT-KNOWN TO FALSE
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                  OR ACCOUNT-KNOWN
               IF WS-ACCT-NUMBER (WS-ACCT-SUB) = WS-ACCT-WANTED
                   SET ACCOUNT-KNOWN TO TRUE
               END-IF
           END-PERFORM
      *> the VARYING has already stepped one past the matching slot
      *> by the time the UNTIL sees the found flag
           IF ACCOUNT-KNOWN
               SUBTRACT 1 FROM WS-ACCT-SUB
           END-IF.

       Load-Closed-Years.
           OPEN INPUT GL-YEAR-CLOSE-FILE
           IF GL-YEAR-CLOSE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM Read-Year-Close
               PERFORM UNTIL END-OF-FILE
                   IF GYC-FISCAL-YEAR NUMERIC
                   AND WS-YC-COUNT < 100
                       ADD 1 TO WS-YC-COUNT
                       MOVE GYC-FISCAL-YEAR
                           TO WS-YC-FISCAL-YEAR (WS-YC-COUNT)
                   END-IF
                   PERFORM Read-Year-Close
               END-PERFORM
               CLOSE GL-YEAR-CLOSE-FILE
           END-IF.

       Read-Year-Close.
           READ GL-YEAR-CLOSE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       Find-Closed-Year.
           SET YEAR-IS-CLOSED TO FALSE
           PERFORM VARYING WS-YC-SUB FROM 1 BY 1
               UNTIL WS-YC-SUB > WS-YC-COUNT
                  OR YEAR-IS-CLOSED
               IF WS-YC-FISCAL-YEAR (WS-YC-SUB) = WS-YC-LOOKUP-FY
                   SET YEAR-IS-CLOSED TO TRUE
               END-IF
           END-PERFORM.

      *> Two passes over the journal: the first lists every entry
      *> and marks the auto-reversing ones whose reversal is due
      *> and not yet made, the second picks up their lines.
       Load-Journal-Entries.
           OPEN INPUT GL-JOURNAL-FILE
           IF GL-JOURNAL-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM Read-Journal
               PERFORM UNTIL END-OF-FILE
                   IF GJ-FROM-ENTRY
                       PERFORM Note-Journal-Entry
                   END-IF
                   PERFORM Read-Journal
               END-PERFORM
               CLOSE GL-JOURNAL-FILE
           END-IF
           PERFORM Mark-Pending-Reversal
               VARYING WS-JT-SUB FROM 1 BY 1
               UNTIL WS-JT-SUB > WS-JT-COUNT
           OPEN INPUT GL-JOURNAL-FILE
           IF GL-JOURNAL-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM Read-Journal
               PERFORM UNTIL END-OF-FILE
                   IF GJ-AUTO-REVERSING
                       PERFORM Hold-Reversal-Line
                   END-IF
                   PERFORM Read-Journal
               END-PERFORM
               CLOSE GL-JOURNAL-FILE
           END-IF.

       Read-Journal.
           READ GL-JOURNAL-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       Note-Journal-Entry.
           SET JT-ENTRY-FOUND TO FALSE
           PERFORM VARYING WS-JT-SUB FROM 1 BY 1
               UNTIL WS-JT-SUB > WS-JT-COUNT
                  OR JT-ENTRY-FOUND
               IF WS-JT-SOURCE-KEY (WS-JT-SUB) = GJ-SOURCE-KEY
               AND WS-JT-FY (WS-JT-SUB) = GJ-FISCAL-YEAR
               AND WS-JT-PD (WS-JT-SUB) = GJ-FISCAL-PERIOD
               AND WS-JT-ORIGIN (WS-JT-SUB) = GJ-ORIGIN
                   SET JT-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT JT-ENTRY-FOUND
               IF WS-JT-COUNT < 3000
                   ADD 1 TO WS-JT-COUNT
                   MOVE GJ-SOURCE-KEY TO WS-JT-SOURCE-KEY (WS-JT-COUNT)
                   MOVE GJ-FISCAL-YEAR TO WS-JT-FY (WS-JT-COUNT)
                   MOVE GJ-FISCAL-PERIOD TO WS-JT-PD (WS-JT-COUNT)
                   MOVE GJ-ORIGIN TO WS-JT-ORIGIN (WS-JT-COUNT)
                   MOVE "N" TO WS-JT-PENDING (WS-JT-COUNT)
               ELSE
                   ADD 1 TO WS-JT-OVERFLOW
               END-IF
           END-IF.

      *> An auto-reversing entry is due once today reaches the
      *> first day of the period after its own; it is done once
      *> its reversal (same key, origin "V") sits in that period.
       Mark-Pending-Reversal.
           IF WS-JT-ORIGIN (WS-JT-SUB) = "A"
               MOVE WS-JT-FY (WS-JT-SUB) TO WS-NEXT-FY
               MOVE WS-JT-PD (WS-JT-SUB) TO WS-NEXT-PD
               PERFORM Compute-Next-Period-Start
               IF Y2KDate >= WS-NEXT-START
                   MOVE "Y" TO WS-JT-PENDING (WS-JT-SUB)
                   PERFORM VARYING WS-JT-MATCH FROM 1 BY 1
                       UNTIL WS-JT-MATCH > WS-JT-COUNT
                       IF WS-JT-ORIGIN (WS-JT-MATCH) = "V"
                       AND WS-JT-SOURCE-KEY (WS-JT-MATCH)
                           = WS-JT-SOURCE-KEY (WS-JT-SUB)
                       AND WS-JT-FY (WS-JT-MATCH) = WS-NEXT-FY
                       AND WS-JT-PD (WS-JT-MATCH) = WS-NEXT-PD
                           MOVE "N" TO WS-JT-PENDING (WS-JT-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-JT-PENDING (WS-JT-SUB) = "Y"
                   MOVE WS-NEXT-FY TO WS-YC-LOOKUP-FY
                   PERFORM Find-Closed-Year
                   IF YEAR-IS-CLOSED
                       MOVE "N" TO WS-JT-PENDING (WS-JT-SUB)
                       DISPLAY "Reversal of "
                           WS-JT-SOURCE-KEY (WS-JT-SUB)
                           " not made - fiscal year " WS-NEXT-FY
                           " is closed and locked"
                   END-IF
               END-IF
           END-IF.

       Hold-Reversal-Line.
           PERFORM VARYING WS-JT-SUB FROM 1 BY 1
               UNTIL WS-JT-SUB > WS-JT-COUNT
               IF WS-JT-PENDING (WS-JT-SUB) = "Y"
               AND WS-JT-SOURCE-KEY (WS-JT-SUB) = GJ-SOURCE-KEY
               AND WS-JT-FY (WS-JT-SUB) = GJ-FISCAL-YEAR
               AND WS-JT-PD (WS-JT-SUB) = GJ-FISCAL-PERIOD
                   IF WS-RV-COUNT < 1000
                       ADD 1 TO WS-RV-COUNT
                       MOVE WS-JT-SUB TO WS-RV-JT-SUB (WS-RV-COUNT)
                       MOVE GJ-ACCOUNT TO WS-RV-ACCOUNT (WS-RV-COUNT)
                       MOVE GJ-DR-CR TO WS-RV-DR-CR (WS-RV-COUNT)
                       MOVE GJ-AMOUNT TO WS-RV-AMOUNT (WS-RV-COUNT)
                       MOVE GJ-DESCRIPTION TO WS-RV-DESC (WS-RV-COUNT)
                       MOVE GJ-PREPARED-BY
                           TO WS-RV-PREPARED (WS-RV-COUNT)
                       MOVE GJ-APPROVED-BY
                           TO WS-RV-APPROVED (WS-RV-COUNT)
                   ELSE
      *> A reversal missing lines would not balance; leave the
      *> whole entry for the next run.
                       MOVE "N" TO WS-JT-PENDING (WS-JT-SUB)
                       DISPLAY "Reversal of " GJ-SOURCE-KEY
                           " deferred - more than 1000 lines due"
                   END-IF
               END-IF
           END-PERFORM.

       Load-Recurring-Templates.
           OPEN INPUT JE-RECUR-FILE
           IF JE-RECUR-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM Read-Recurring-Template
               PERFORM UNTIL END-OF-FILE
                   IF WS-RT-COUNT < 500
                       ADD 1 TO WS-RT-COUNT
                       PERFORM Hold-Recurring-Template
                   ELSE
                       DISPLAY "JERECUR.DAT: more than 500 template "
                           "lines, extras not generated"
                   END-IF
                   PERFORM Read-Recurring-Template
               END-PERFORM
               CLOSE JE-RECUR-FILE
           END-IF.

       Read-Recurring-Template.
           READ JE-RECUR-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       Hold-Recurring-Template.
           MOVE JRT-TEMPLATE-ID  TO WS-RT-ID (WS-RT-COUNT)
           MOVE JRT-ACCOUNT      TO WS-RT-ACCOUNT (WS-RT-COUNT)
           MOVE JRT-DR-CR        TO WS-RT-DR-CR (WS-RT-COUNT)
           IF JRT-AMOUNT NUMERIC
               MOVE JRT-AMOUNT   TO WS-RT-AMOUNT (WS-RT-COUNT)
           ELSE
               MOVE ZERO         TO WS-RT-AMOUNT (WS-RT-COUNT)
           END-IF
           MOVE JRT-DESCRIPTION  TO WS-RT-DESC (WS-RT-COUNT)
           MOVE JRT-PREPARED-BY  TO WS-RT-PREPARED (WS-RT-COUNT)
           MOVE JRT-APPROVED-BY  TO WS-RT-APPROVED (WS-RT-COUNT)
           MOVE JRT-REVERSE-FLAG TO WS-RT-REVERSE (WS-RT-COUNT)
           IF JRT-FIRST-PERIOD NUMERIC
               MOVE JRT-FIRST-PERIOD TO WS-RT-FIRST (WS-RT-COUNT)
           ELSE
               MOVE ZERO TO WS-RT-FIRST (WS-RT-COUNT)
           END-IF
           IF JRT-LAST-PERIOD NUMERIC
               MOVE JRT-LAST-PERIOD TO WS-RT-LAST (WS-RT-COUNT)
           ELSE
               MOVE ZERO TO WS-RT-LAST (WS-RT-COUNT)
           END-IF
           MOVE "N" TO WS-RT-DONE (WS-RT-COUNT).

       Load-Entry-Txns.
           OPEN INPUT JE-TXN-FILE
           IF JE-TXN-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM Read-Entry-Txn
               PERFORM UNTIL END-OF-FILE
                   IF WS-TX-COUNT < 1000
                       ADD 1 TO WS-TX-COUNT
                       MOVE JE-TXN-RECORD TO WS-TX-IMAGE (WS-TX-COUNT)
                       MOVE "N" TO WS-TX-DONE (WS-TX-COUNT)
                   ELSE
                       ADD 1 TO WS-TX-OVERFLOW
                   END-IF
                   PERFORM Read-Entry-Txn
               END-PERFORM
               CLOSE JE-TXN-FILE
           ELSE
               DISPLAY "JETXN.DAT: status " JE-TXN-STATUS
                   ", no journal entries keyed"
           END-IF.

       Read-Entry-Txn.
           READ JE-TXN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

      *> Every keyed entry has either posted or gone to the error
      *> log by now, so the file spends itself; left standing, a
      *> posted entry would reject as a duplicate every night
      *> after, and a corrected resubmission would be gathered in
      *> with the bad lines it replaces.
       Spend-Entry-Txns.
           OPEN OUTPUT JE-TXN-FILE
           CLOSE JE-TXN-FILE.

       Open-Ledger-Files.
           OPEN EXTEND GL-JOURNAL-FILE
           IF GL-JOURNAL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL-FILE
               CLOSE GL-JOURNAL-FILE
               OPEN EXTEND GL-JOURNAL-FILE
           END-IF
           OPEN I-O GL-LEDGER-FILE
           IF GL-LEDGER-STATUS = "35"
               OPEN OUTPUT GL-LEDGER-FILE
               CLOSE GL-LEDGER-FILE
               OPEN I-O GL-LEDGER-FILE
           END-IF.

      *> A reversal needs no edit - its entry passed one when it
      *> posted - only its lines turned round.
       Post-Due-Reversals.
           PERFORM VARYING WS-JT-SUB FROM 1 BY 1
               UNTIL WS-JT-SUB > WS-JT-COUNT
               IF WS-JT-PENDING (WS-JT-SUB) = "Y"
                   PERFORM Reverse-One-Entry
               END-IF
           END-PERFORM.

       Reverse-One-Entry.
           PERFORM Clear-Entry
           MOVE WS-JT-SOURCE-KEY (WS-JT-SUB) TO WS-EH-SOURCE-KEY
           MOVE WS-JT-FY (WS-JT-SUB) TO WS-NEXT-FY
           MOVE WS-JT-PD (WS-JT-SUB) TO WS-NEXT-PD
           PERFORM Compute-Next-Period-Start
           MOVE WS-NEXT-FY TO WS-EH-FY
           MOVE WS-NEXT-PD TO WS-EH-PD
           MOVE WS-NEXT-START TO WS-EH-RUN-DATE
           MOVE "V" TO WS-EH-ORIGIN
           MOVE "REVERSAL" TO WS-EH-KIND
           PERFORM VARYING WS-RV-SUB FROM 1 BY 1
               UNTIL WS-RV-SUB > WS-RV-COUNT
               IF WS-RV-JT-SUB (WS-RV-SUB) = WS-JT-SUB
               AND WS-EN-COUNT < 100
                   ADD 1 TO WS-EN-COUNT
                   MOVE WS-RV-ACCOUNT (WS-RV-SUB)
                       TO WS-EN-ACCOUNT (WS-EN-COUNT)
                   IF WS-RV-DR-CR (WS-RV-SUB) = "D"
                       MOVE "C" TO WS-EN-DR-CR (WS-EN-COUNT)
                   ELSE
                       MOVE "D" TO WS-EN-DR-CR (WS-EN-COUNT)
                   END-IF
                   MOVE WS-RV-AMOUNT (WS-RV-SUB)
                       TO WS-EN-AMOUNT (WS-EN-COUNT)
                   MOVE WS-RV-DESC (WS-RV-SUB)
                       TO WS-EN-DESC (WS-EN-COUNT)
                   MOVE WS-RV-PREPARED (WS-RV-SUB) TO WS-EH-PREPARED
                   MOVE WS-RV-APPROVED (WS-RV-SUB) TO WS-EH-APPROVED
               END-IF
           END-PERFORM
           PERFORM Post-Entry
           ADD 1 TO WS-REVERSED-ENTRIES.

      *> Each template, gathered by id wherever its lines sit,
      *> generates once per period inside its first/last period;
      *> one already on the journal for this period is simply not
      *> generated again.
       Generate-Recurring-Entries.
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-COUNT
               IF WS-RT-DONE (WS-RT-SUB) = "N"
                   PERFORM Generate-One-Template
               END-IF
           END-PERFORM.

       Generate-One-Template.
           PERFORM Clear-Entry
           MOVE WS-RT-ID (WS-RT-SUB) TO WS-RT-ID-WANTED
           MOVE SPACES TO WS-EH-SOURCE-KEY
           STRING "JR" WS-RT-ID-WANTED WS-CUR-PD
               DELIMITED BY SIZE INTO WS-EH-SOURCE-KEY
           MOVE WS-CUR-FY TO WS-EH-FY
           MOVE WS-CUR-PD TO WS-EH-PD
           MOVE Y2KDate TO WS-EH-RUN-DATE
           MOVE WS-RT-PREPARED (WS-RT-SUB) TO WS-EH-PREPARED
           MOVE WS-RT-APPROVED (WS-RT-SUB) TO WS-EH-APPROVED
           IF WS-RT-REVERSE (WS-RT-SUB) = "R"
               MOVE "A" TO WS-EH-ORIGIN
           ELSE
               MOVE "J" TO WS-EH-ORIGIN
           END-IF
           MOVE "RECURRING" TO WS-EH-KIND
           PERFORM VARYING WS-RT-SCAN FROM WS-RT-SUB BY 1
               UNTIL WS-RT-SCAN > WS-RT-COUNT
               IF WS-RT-ID (WS-RT-SCAN) = WS-RT-ID-WANTED
                   MOVE "Y" TO WS-RT-DONE (WS-RT-SCAN)
                   PERFORM Gather-Template-Line
               END-IF
           END-PERFORM
           IF WS-RT-FIRST (WS-RT-SUB) <= WS-CUR-KEY
           AND (WS-RT-LAST (WS-RT-SUB) = ZERO
                OR WS-RT-LAST (WS-RT-SUB) >= WS-CUR-KEY)
               PERFORM Edit-Entry
               EVALUATE TRUE
                   WHEN ENTRY-ALREADY-POSTED
                       CONTINUE
                   WHEN WS-REJECT-MSG NOT = SPACES
                       PERFORM Print-Rejected-Entry
                       PERFORM Log-Rejected-Template
                       ADD 1 TO WS-REJECTED-ENTRIES
                       DISPLAY "Template " WS-RT-ID-WANTED
                           " rejected: " WS-REJECT-MSG
                   WHEN OTHER
                       PERFORM Post-Entry
                       ADD 1 TO WS-RECURRING-ENTRIES
               END-EVALUATE
           END-IF.

       Gather-Template-Line.
           IF WS-RT-PREPARED (WS-RT-SCAN) NOT = WS-EH-PREPARED
           OR WS-RT-APPROVED (WS-RT-SCAN) NOT = WS-EH-APPROVED
           OR WS-RT-REVERSE (WS-RT-SCAN) NOT = WS-RT-REVERSE (WS-RT-SUB)
           OR WS-RT-FIRST (WS-RT-SCAN) NOT = WS-RT-FIRST (WS-RT-SUB)
           OR WS-RT-LAST (WS-RT-SCAN) NOT = WS-RT-LAST (WS-RT-SUB)
               SET ENTRY-LINES-DISAGREE TO TRUE
           END-IF
           IF WS-EN-COUNT < 100
               ADD 1 TO WS-EN-COUNT
               MOVE WS-RT-ACCOUNT (WS-RT-SCAN)
                   TO WS-EN-ACCOUNT (WS-EN-COUNT)
               MOVE WS-RT-DR-CR (WS-RT-SCAN)
                   TO WS-EN-DR-CR (WS-EN-COUNT)
               MOVE WS-RT-AMOUNT (WS-RT-SCAN)
                   TO WS-EN-AMOUNT (WS-EN-COUNT)
               MOVE WS-RT-DESC (WS-RT-SCAN) TO WS-EN-DESC (WS-EN-COUNT)
           ELSE
               ADD 1 TO WS-EN-OVERFLOW
           END-IF.

      *> The keyed entries, each gathered by entry number from
      *> the first line that carries it.
       Post-Keyed-Entries.
           PERFORM VARYING WS-TX-SUB FROM 1 BY 1
               UNTIL WS-TX-SUB > WS-TX-COUNT
               IF WS-TX-DONE (WS-TX-SUB) = "N"
                   PERFORM Post-One-Keyed-Entry
               END-IF
           END-PERFORM.

       Post-One-Keyed-Entry.
           PERFORM Clear-Entry
           MOVE WS-TX-IMAGE (WS-TX-SUB) TO JE-TXN-FIELDS
           MOVE JEX-ENTRY-NO TO WS-TX-ENTRY-NO
           MOVE SPACES TO WS-EH-SOURCE-KEY
           STRING "JE" WS-TX-ENTRY-NO
               DELIMITED BY SIZE INTO WS-EH-SOURCE-KEY
           IF JEX-FISCAL-YEAR NUMERIC AND JEX-FISCAL-PERIOD NUMERIC
               MOVE JEX-FISCAL-YEAR TO WS-EH-FY
               MOVE JEX-FISCAL-PERIOD TO WS-EH-PD
           ELSE
               MOVE ZERO TO WS-EH-FY
               MOVE ZERO TO WS-EH-PD
           END-IF
           MOVE Y2KDate TO WS-EH-RUN-DATE
           MOVE JEX-PREPARED-BY TO WS-EH-PREPARED
           MOVE JEX-APPROVED-BY TO WS-EH-APPROVED
           IF JEX-REVERSE-FLAG = "R"
               MOVE "A" TO WS-EH-ORIGIN
           ELSE
               MOVE "J" TO WS-EH-ORIGIN
           END-IF
           MOVE "MANUAL" TO WS-EH-KIND
           PERFORM VARYING WS-TX-SCAN FROM WS-TX-SUB BY 1
               UNTIL WS-TX-SCAN > WS-TX-COUNT
               MOVE WS-TX-IMAGE (WS-TX-SCAN) TO JE-TXN-FIELDS
               IF JEX-ENTRY-NO = WS-TX-ENTRY-NO
                   MOVE "Y" TO WS-TX-DONE (WS-TX-SCAN)
                   PERFORM Gather-Keyed-Line
               END-IF
           END-PERFORM
           PERFORM Edit-Entry
           IF WS-REJECT-MSG NOT = SPACES
               PERFORM Print-Rejected-Entry
               PERFORM Log-Rejected-Entry
               ADD 1 TO WS-REJECTED-ENTRIES
           ELSE
               PERFORM Post-Entry
           END-IF.

       Gather-Keyed-Line.
           IF JEX-FISCAL-YEAR NOT = WS-EH-FY
           OR JEX-FISCAL-PERIOD NOT = WS-EH-PD
           OR JEX-PREPARED-BY NOT = WS-EH-PREPARED
           OR JEX-APPROVED-BY NOT = WS-EH-APPROVED
               SET ENTRY-LINES-DISAGREE TO TRUE
           END-IF
           IF (JEX-REVERSE-FLAG = "R" AND WS-EH-ORIGIN NOT = "A")
           OR (JEX-REVERSE-FLAG NOT = "R" AND WS-EH-ORIGIN = "A")
               SET ENTRY-LINES-DISAGREE TO TRUE
           END-IF
           IF WS-EN-COUNT < 100
               ADD 1 TO WS-EN-COUNT
               MOVE JEX-ACCOUNT TO WS-EN-ACCOUNT (WS-EN-COUNT)
               MOVE JEX-DR-CR TO WS-EN-DR-CR (WS-EN-COUNT)
               IF JEX-AMOUNT NUMERIC
                   MOVE JEX-AMOUNT TO WS-EN-AMOUNT (WS-EN-COUNT)
               ELSE
                   MOVE ZERO TO WS-EN-AMOUNT (WS-EN-COUNT)
               END-IF
               MOVE JEX-DESCRIPTION TO WS-EN-DESC (WS-EN-COUNT)
           ELSE
               ADD 1 TO WS-EN-OVERFLOW
           END-IF.

       Clear-Entry.
           MOVE ZERO TO WS-EN-COUNT
           MOVE ZERO TO WS-EN-OVERFLOW
           MOVE ZERO TO WS-EH-DEBITS
           MOVE ZERO TO WS-EH-CREDITS
           SET ENTRY-LINES-DISAGREE TO FALSE
           SET ENTRY-ALREADY-POSTED TO FALSE
           MOVE SPACES TO WS-REJECT-FIELD
           MOVE SPACES TO WS-REJECT-MSG
           MOVE SPACES TO WS-EH-PREPARED
           MOVE SPACES TO WS-EH-APPROVED.

      *> The whole entry is edited before any of it posts; the
      *> first failure found is the reason given.
       Edit-Entry.
           MOVE SPACES TO WS-REJECT-MSG
           SET ENTRY-ALREADY-POSTED TO FALSE
           COMPUTE WS-ENTRY-KEY = (WS-EH-FY * 100) + WS-EH-PD
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
               UNTIL WS-EN-SUB > WS-EN-COUNT
               IF WS-EN-DR-CR (WS-EN-SUB) = "D"
                   ADD WS-EN-AMOUNT (WS-EN-SUB) TO WS-EH-DEBITS
               END-IF
               IF WS-EN-DR-CR (WS-EN-SUB) = "C"
                   ADD WS-EN-AMOUNT (WS-EN-SUB) TO WS-EH-CREDITS
               END-IF
           END-PERFORM
           PERFORM Check-Entry-Posted
           MOVE WS-EH-FY TO WS-YC-LOOKUP-FY
           PERFORM Find-Closed-Year
           EVALUATE TRUE
               WHEN WS-EH-SOURCE-KEY (3:) = SPACES
                   MOVE "JEX-ENTRY-NO    " TO WS-REJECT-FIELD
                   MOVE "Entry number missing" TO WS-REJECT-MSG
               WHEN ENTRY-LINES-DISAGREE
                   MOVE "JEX-ENTRY-NO    " TO WS-REJECT-FIELD
                   MOVE "Entry lines disagree on period or people"
                       TO WS-REJECT-MSG
               WHEN WS-EN-OVERFLOW > ZERO
                   MOVE "JEX-ENTRY-NO    " TO WS-REJECT-FIELD
                   MOVE "Entry has more than 100 lines"
                       TO WS-REJECT-MSG
               WHEN WS-EH-PREPARED = SPACES
                   MOVE "JEX-PREPARED-BY " TO WS-REJECT-FIELD
                   MOVE "Entry has no preparer" TO WS-REJECT-MSG
               WHEN WS-EH-APPROVED = SPACES
                   MOVE "JEX-APPROVED-BY " TO WS-REJECT-FIELD
                   MOVE "Entry has no approver" TO WS-REJECT-MSG
               WHEN WS-EH-APPROVED = WS-EH-PREPARED
                   MOVE "JEX-APPROVED-BY " TO WS-REJECT-FIELD
                   MOVE "Approver must differ from preparer"
                       TO WS-REJECT-MSG
               WHEN WS-EH-PD < 1 OR WS-EH-PD > 12
                   MOVE "JEX-FISCAL-PD   " TO WS-REJECT-FIELD
                   MOVE "Fiscal period not valid" TO WS-REJECT-MSG
               WHEN WS-ENTRY-KEY > WS-CUR-KEY
               OR WS-ENTRY-KEY < WS-LOW-KEY
                   MOVE "JEX-FISCAL-YEAR " TO WS-REJECT-FIELD
                   MOVE "Fiscal period outside the open window"
                       TO WS-REJECT-MSG
               WHEN YEAR-IS-CLOSED
                   MOVE "JEX-FISCAL-YEAR " TO WS-REJECT-FIELD
                   MOVE "Fiscal year is closed and locked"
                       TO WS-REJECT-MSG
               WHEN OTHER
                   PERFORM Edit-Entry-Lines
           END-EVALUATE
           IF WS-REJECT-MSG = SPACES
               EVALUATE TRUE
                   WHEN WS-EN-COUNT < 2
                       MOVE "JEX-ENTRY-NO    " TO WS-REJECT-FIELD
                       MOVE "Entry needs at least two lines"
                           TO WS-REJECT-MSG
                   WHEN WS-EH-DEBITS NOT = WS-EH-CREDITS
                       MOVE "JEX-AMOUNT      " TO WS-REJECT-FIELD
                       MOVE "Entry debits do not equal credits"
                           TO WS-REJECT-MSG
                   WHEN ENTRY-ALREADY-POSTED
                       MOVE "JEX-ENTRY-NO    " TO WS-REJECT-FIELD
                       MOVE "Entry number already posted this year"
                           TO WS-REJECT-MSG
               END-EVALUATE
           END-IF.

       Edit-Entry-Lines.
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
               UNTIL WS-EN-SUB > WS-EN-COUNT
                  OR WS-REJECT-MSG NOT = SPACES
               MOVE WS-EN-ACCOUNT (WS-EN-SUB) TO WS-ACCT-WANTED
               PERFORM Find-Known-Account
               EVALUATE TRUE
                   WHEN WS-EN-DR-CR (WS-EN-SUB) NOT = "D"
                   AND WS-EN-DR-CR (WS-EN-SUB) NOT = "C"
                       MOVE "JEX-DR-CR       " TO WS-REJECT-FIELD
                       MOVE "Line is not D or C" TO WS-REJECT-MSG
                   WHEN WS-EN-AMOUNT (WS-EN-SUB) = ZERO
                       MOVE "JEX-AMOUNT      " TO WS-REJECT-FIELD
                       MOVE "Line amount missing or zero"
                           TO WS-REJECT-MSG
                   WHEN WS-ACCT-WANTED = SPACES OR NOT ACCOUNT-KNOWN
                       MOVE "JEX-ACCOUNT     " TO WS-REJECT-FIELD
                       MOVE "Account not on the chart of accounts"
                           TO WS-REJECT-MSG
                   WHEN WS-ACCT-STATUS (WS-ACCT-SUB) NOT = "A"
                       MOVE "JEX-ACCOUNT     " TO WS-REJECT-FIELD
                       MOVE "Account is inactive on the chart"
                           TO WS-REJECT-MSG
               END-EVALUATE
           END-PERFORM.

       Check-Entry-Posted.
           PERFORM VARYING WS-JT-MATCH FROM 1 BY 1
               UNTIL WS-JT-MATCH > WS-JT-COUNT
               IF WS-JT-SOURCE-KEY (WS-JT-MATCH) = WS-EH-SOURCE-KEY
               AND WS-JT-FY (WS-JT-MATCH) = WS-EH-FY
               AND WS-JT-ORIGIN (WS-JT-MATCH) NOT = "V"
                   SET ENTRY-ALREADY-POSTED TO TRUE
               END-IF
           END-PERFORM.

      *> Every line to the journal and the ledger, and the entry
      *> noted as posted so a second entry under the same number
      *> later in the run is caught.
       Post-Entry.
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
               UNTIL WS-EN-SUB > WS-EN-COUNT
               PERFORM Post-Entry-Line
           END-PERFORM
           IF WS-JT-COUNT < 3000
               ADD 1 TO WS-JT-COUNT
               MOVE WS-EH-SOURCE-KEY TO WS-JT-SOURCE-KEY (WS-JT-COUNT)
               MOVE WS-EH-FY TO WS-JT-FY (WS-JT-COUNT)
               MOVE WS-EH-PD TO WS-JT-PD (WS-JT-COUNT)
               MOVE WS-EH-ORIGIN TO WS-JT-ORIGIN (WS-JT-COUNT)
               MOVE "N" TO WS-JT-PENDING (WS-JT-COUNT)
           END-IF
           ADD 1 TO WS-POSTED-ENTRIES
           MOVE "POSTED" TO WS-REJECT-MSG
           PERFORM Print-Entry-Lines
           MOVE SPACES TO WS-REJECT-MSG.

       Post-Entry-Line.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-EH-RUN-DATE   TO GJ-RUN-DATE
           MOVE WS-EN-ACCOUNT (WS-EN-SUB) TO GJ-ACCOUNT
           MOVE WS-EN-DR-CR (WS-EN-SUB)   TO GJ-DR-CR
           MOVE WS-EN-AMOUNT (WS-EN-SUB)  TO GJ-AMOUNT
           MOVE WS-EH-SOURCE-KEY TO GJ-SOURCE-KEY
           MOVE WS-EH-FY         TO GJ-FISCAL-YEAR
           MOVE WS-EH-PD         TO GJ-FISCAL-PERIOD
           MOVE WS-EH-ORIGIN     TO GJ-ORIGIN
           MOVE WS-EN-DESC (WS-EN-SUB) TO GJ-DESCRIPTION
           MOVE WS-EH-PREPARED   TO GJ-PREPARED-BY
           MOVE WS-EH-APPROVED   TO GJ-APPROVED-BY
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-POSTED-LINES
           MOVE WS-EN-ACCOUNT (WS-EN-SUB) TO GLL-ACCOUNT
           MOVE WS-EH-FY TO GLL-FISCAL-YEAR
           MOVE WS-EH-PD TO GLL-FISCAL-PERIOD
           SET LEDGER-ROW-IS-NEW TO FALSE
           READ GL-LEDGER-FILE
               INVALID KEY
                   SET LEDGER-ROW-IS-NEW TO TRUE
                   MOVE WS-EN-ACCOUNT (WS-EN-SUB) TO GLL-ACCOUNT
                   MOVE WS-EH-FY TO GLL-FISCAL-YEAR
                   MOVE WS-EH-PD TO GLL-FISCAL-PERIOD
                   MOVE ZERO TO GLL-DEBITS
                   MOVE ZERO TO GLL-CREDITS
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF WS-EN-DR-CR (WS-EN-SUB) = "D"
               ADD WS-EN-AMOUNT (WS-EN-SUB) TO GLL-DEBITS
               ADD WS-EN-AMOUNT (WS-EN-SUB) TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-EN-AMOUNT (WS-EN-SUB) TO GLL-CREDITS
               ADD WS-EN-AMOUNT (WS-EN-SUB) TO WS-TOTAL-CREDITS
           END-IF
           IF LEDGER-ROW-IS-NEW
               WRITE GL-LEDGER-RECORD
           ELSE
               REWRITE GL-LEDGER-RECORD
           END-IF.

      *> Every line of a rejected keyed entry goes to the error
      *> log under the entry's reason, so the whole entry can be
      *> corrected and resubmitted together.
       Log-Rejected-Entry.
           MOVE "JETXN.DAT" TO ERR-SOURCE-FILE
           MOVE WS-REJECT-FIELD TO ERR-FIELD-NAME
           MOVE WS-REJECT-MSG TO ERR-MESSAGE
           MOVE WS-EH-SOURCE-KEY TO ERR-INCOMING-VALUE
           PERFORM VARYING WS-TX-SCAN FROM WS-TX-SUB BY 1
               UNTIL WS-TX-SCAN > WS-TX-COUNT
               IF WS-TX-IMAGE (WS-TX-SCAN) (1:6) = WS-TX-ENTRY-NO
                   MOVE WS-TX-IMAGE (WS-TX-SCAN) TO ERR-RECORD-IMAGE
                   PERFORM Write-Error-Log
               END-IF
           END-PERFORM.

      *> A template is not resubmitted through Err-Repair - it is
      *> corrected on JERECUR.DAT and generates again next run -
      *> but it is logged all the same, so the exception report
      *> carries it like any other reject.
       Log-Rejected-Template.
           MOVE "JERECUR.DAT" TO ERR-SOURCE-FILE
           MOVE WS-REJECT-FIELD TO ERR-FIELD-NAME
           MOVE WS-REJECT-MSG TO ERR-MESSAGE
           MOVE WS-EH-SOURCE-KEY TO ERR-INCOMING-VALUE
           MOVE SPACES TO ERR-RECORD-IMAGE
           STRING "TEMPLATE " WS-RT-ID-WANTED " FY " WS-EH-FY
               " PERIOD " WS-EH-PD
               DELIMITED BY SIZE INTO ERR-RECORD-IMAGE
           PERFORM Write-Error-Log.

       Print-Rejected-Entry.
           PERFORM Print-Entry-Lines.

      *> One register line per entry line, then the entry's totals
      *> with what became of it.
       Print-Entry-Lines.
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
               UNTIL WS-EN-SUB > WS-EN-COUNT
               MOVE SPACES TO JE-LINE
               IF WS-EN-SUB = 1
                   MOVE WS-EH-SOURCE-KEY TO JL-SOURCE-KEY
                   MOVE WS-EH-KIND TO JL-KIND
                   MOVE WS-EH-FY TO JL-FY
                   MOVE "/" TO JL-SLASH
                   MOVE WS-EH-PD TO JL-PD
               END-IF
               MOVE WS-EN-ACCOUNT (WS-EN-SUB) TO JL-ACCOUNT
               IF WS-EN-DR-CR (WS-EN-SUB) = "D"
                   MOVE WS-EN-AMOUNT (WS-EN-SUB) TO JL-DEBIT
               ELSE
                   MOVE WS-EN-AMOUNT (WS-EN-SUB) TO JL-CREDIT
               END-IF
               MOVE WS-EN-DESC (WS-EN-SUB) TO JL-DESCRIPTION
               MOVE JE-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-PERFORM
           MOVE SPACES TO JE-LINE
           MOVE "  TOTAL" TO JL-KIND
           MOVE WS-EH-DEBITS TO JL-DEBIT
           MOVE WS-EH-CREDITS TO JL-CREDIT
           STRING "PREP " WS-EH-PREPARED "  APPR " WS-EH-APPROVED
               DELIMITED BY SIZE INTO JL-DESCRIPTION
           IF WS-REJECT-MSG = "POSTED"
               MOVE "POSTED" TO JL-DISPOSITION
           ELSE
               MOVE "*** REJECTED" TO JL-DISPOSITION
           END-IF
           MOVE JE-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           IF WS-REJECT-MSG NOT = "POSTED"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "           *** REJECTED: " WS-REJECT-MSG
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Register-Totals.
           IF WS-POSTED-ENTRIES = ZERO AND WS-REJECTED-ENTRIES = ZERO
               MOVE "  (no journal entries to post)" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE SPACES TO JE-LINE
           MOVE "*** POSTED" TO JL-KIND
           MOVE WS-TOTAL-DEBITS TO JL-DEBIT
           MOVE WS-TOTAL-CREDITS TO JL-CREDIT
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               MOVE "IN BALANCE" TO JL-DISPOSITION
           ELSE
               MOVE "*** OUT OF BALANCE" TO JL-DISPOSITION
           END-IF
           MOVE JE-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  Entries posted " WS-POSTED-ENTRIES
               " (" WS-RECURRING-ENTRIES " recurring, "
               WS-REVERSED-ENTRIES " reversals)   lines "
               WS-POSTED-LINES "   rejected " WS-REJECTED-ENTRIES
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

           COPY PRTWR.
           COPY ERRLOGWR.
       END PROGRAM Je-Post.
