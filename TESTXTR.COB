       IDENTIFICATION DIVISION.
       PROGRAM-ID. Test-Extract.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Masked test-data extract. Testing a program change used to
      *> mean copying the production STUDENTM.DAT, STUCONT.DAT,
      *> INVOICE.DAT and PAYMENTS.DAT into the test area, so real
      *> names, birth dates, addresses and balances of minors sat
      *> in an unsecured directory. This run builds the test set
      *> instead, as one consistent extract of the student master,
      *> the contact file, CLASSENR.DAT, COURSHIS.DAT and the
      *> receivables (INVOICE, PAYMENTS, ARLEDGER, OPENITEM):
      *>   - every student id is renumbered through one keyed
      *>     scramble, the same on every file, so enrollments,
      *>     history and the receivables still join to the master.
      *>     The scramble is (id * multiplier + offset) modulo
      *>     10,000,000, both worked out from the MASKCTL.DAT key;
      *>     the multiplier always ends in 7, so no two ids ever
      *>     land on the same number and no table is needed. The
      *>     one id the formula would turn into zero takes the
      *>     number id zero would have had, and a zero id stays
      *>     zero.
      *>   - student names, guardian names and street lines are
      *>     replaced by made-up ones picked off the renumbered id,
      *>     so the invoice line and the master show the same fake
      *>     name. Fake names are letters and spaces only, the
      *>     same rule Enter-Name holds real ones to, and the
      *>     guardian keeps the student's fake surname. City,
      *>     state and ZIP are left alone - tax and mailing runs
      *>     need real geography and they name no one.
      *>   - each birth date moves to a made-up month and day in
      *>     whichever year keeps the student's age as of the run
      *>     date exactly what it was, so Puzzle's age bands come
      *>     out the same whatever AGEBANDS.DAT holds. The new date
      *>     is proved through AGE-CALC; one that would not prove
      *>     (or a birth date that is zero, invalid or after the
      *>     run date) is left as it was and counted.
      *>   - money amounts, dates other than birth dates, grades,
      *>     courses and terms are copied untouched, so the
      *>     balancing reports prove on the test set the way they
      *>     do on production.
      *> MASKCTL.DAT carries the mask key and the test-area prefix
      *> put in front of each file name (a directory such as
      *> "TESTAREA/"). There is no default key and no default
      *> target - a missing key, a zero key or a blank prefix
      *> ends the run RETURN-CODE 8 before anything is read, since
      *> a blank prefix would write over the production files.
      *> The key itself is never printed. TESTXTR.RPT lists every
      *> file with records read and written, fields masked and a
      *> control total of its money, to tie to the production
      *> reports. A test file that will not open, or a record
      *> that will not write to the test area, stops the run there
      *> RETURN-CODE 8: the register shows how far it got, and the
      *> part-built test set is not to be used until a rerun
      *> finishes clean.
      *> Run on demand.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-CONTROL-FILE ASSIGN TO "MASKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASK-CONTROL-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STM-STUDENT-ID
               ALTERNATE RECORD KEY IS STM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT STUDENT-CONTACT-FILE ASSIGN TO "STUCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCT-STUDENT-ID
               FILE STATUS IS STUDENT-CONTACT-STATUS.

           SELECT CLASS-ENROLL-FILE ASSIGN TO "CLASSENR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CE-ENROLL-KEY
               ALTERNATE RECORD KEY IS CE-COURSE-CODE
                   WITH DUPLICATES
               FILE STATUS IS CLASS-ENROLL-STATUS.

           SELECT COURSE-HISTORY-FILE ASSIGN TO "COURSHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-HISTORY-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.

           SELECT PAYMENTS-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENTS-STATUS.

           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-LEDGER-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ITEM-STATUS.

      *> The test-area copies. The indexed ones are written by
      *> key at random, since renumbered ids no longer arrive in
      *> key order.
           SELECT TEST-STUDENT-FILE ASSIGN TO DYNAMIC WS-TEST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TSM-STUDENT-ID
               ALTERNATE RECORD KEY IS TSM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS TEST-FILE-STATUS.

           SELECT TEST-CONTACT-FILE ASSIGN TO DYNAMIC WS-TEST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TSC-STUDENT-ID
               FILE STATUS IS TEST-FILE-STATUS.

           SELECT TEST-ENROLL-FILE ASSIGN TO DYNAMIC WS-TEST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TCE-ENROLL-KEY
               ALTERNATE RECORD KEY IS TCE-COURSE-CODE
                   WITH DUPLICATES
               FILE STATUS IS TEST-FILE-STATUS.

           SELECT TEST-FLAT-FILE ASSIGN TO DYNAMIC WS-TEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEST-FILE-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "TESTXTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-CONTROL-FILE.
       01  MASK-CONTROL-RECORD.
           02  MC-MASK-KEY         PIC 9(9).
           02  FILLER              PIC X(1).
           02  MC-TARGET-PREFIX    PIC X(30).

       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

       FD  STUDENT-CONTACT-FILE.
           COPY STUCONT.

       FD  CLASS-ENROLL-FILE.
           COPY CLASSENR.

       FD  COURSE-HISTORY-FILE.
           COPY COURSHIS.

       FD  INVOICE-FILE.
           COPY INVOICE.

       FD  PAYMENTS-FILE.
           COPY PAYMENTS.

       FD  AR-LEDGER-FILE.
           COPY ARLEDGER.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  TEST-STUDENT-FILE.
       01  TEST-STUDENT-RECORD.
           02  TSM-STUDENT-ID      PIC 9(7).
           02  TSM-STUDENT-NAME    PIC X(21).
           02  FILLER              PIC X(28).

       FD  TEST-CONTACT-FILE.
       01  TEST-CONTACT-RECORD.
           02  TSC-STUDENT-ID      PIC 9(7).
           02  FILLER              PIC X(63).

       FD  TEST-ENROLL-FILE.
       01  TEST-ENROLL-RECORD.
           02  TCE-ENROLL-KEY.
               03  TCE-STUDENT-ID  PIC 9(7).
               03  TCE-COURSE-CODE PIC X(6).
               03  TCE-TERM-CODE   PIC X(6).
           02  FILLER              PIC X(8).

       FD  TEST-FLAT-FILE.
       01  TEST-FLAT-RECORD        PIC X(80).

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 MASK-CONTROL-STATUS   PIC XX.
       01 STUDENT-MASTER-STATUS PIC XX.
       01 STUDENT-CONTACT-STATUS PIC XX.
       01 CLASS-ENROLL-STATUS   PIC XX.
       01 COURSE-HISTORY-STATUS PIC XX.
       01 INVOICE-STATUS        PIC XX.
       01 PAYMENTS-STATUS       PIC XX.
       01 AR-LEDGER-STATUS      PIC XX.
       01 OPEN-ITEM-STATUS      PIC XX.
       01 TEST-FILE-STATUS      PIC XX.

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-RUN-DATE          PIC 9(8) VALUE ZERO.
       01 WS-RUN-MONTH-DAY     PIC 9(4) VALUE ZERO.
       01 WS-CARD-GOOD         PIC X VALUE "N".
           88 CONTROL-CARD-GOOD VALUE "Y".
       01 WS-TARGET-PREFIX     PIC X(30) VALUE SPACES.
       01 WS-FILE-NAME         PIC X(14) VALUE SPACES.
       01 WS-TEST-NAME         PIC X(50) VALUE SPACES.
       01 WS-FILE-EOF          PIC X VALUE "N".
           88 END-OF-SOURCE    VALUE "Y".

      *> The id scramble, worked out once from the card key.
       01 WS-MAP-MULTIPLIER    PIC 9(7) VALUE ZERO.
       01 WS-MAP-OFFSET        PIC 9(7) VALUE ZERO.
       01 WS-MAP-WORK          PIC 9(15) VALUE ZERO.
       01 WS-MAP-QUOTIENT      PIC 9(15) VALUE ZERO.
       01 WS-OLD-ID            PIC 9(7) VALUE ZERO.
       01 WS-NEW-ID            PIC 9(7) VALUE ZERO.

      *> Fake-value picks, all taken off the renumbered id.
       01 WS-PICK-QUOTIENT     PIC 9(7) VALUE ZERO.
       01 WS-FIRST-SUB         PIC 99 VALUE ZERO.
       01 WS-LAST-SUB          PIC 99 VALUE ZERO.
       01 WS-GUARD-SUB         PIC 99 VALUE ZERO.
       01 WS-STREET-SUB        PIC 99 VALUE ZERO.
       01 WS-HOUSE-NUMBER      PIC 9(4) VALUE ZERO.
       01 WS-FAKE-NAME         PIC X(21) VALUE SPACES.
       01 WS-FAKE-GUARDIAN     PIC X(21) VALUE SPACES.
       01 WS-FAKE-STREET       PIC X(20) VALUE SPACES.

      *> Birth-date shift within the same age.
       01 WS-TRUE-AGE          PIC 999 VALUE ZERO.
       01 WS-NEW-AGE           PIC 999 VALUE ZERO.
       01 WS-DATE-VALID        PIC X VALUE "N".
       01 WS-NEW-BIRTH-DATE.
           02 WS-NEW-BIRTH-YEAR    PIC 9(4).
           02 WS-NEW-BIRTH-MONTH-DAY.
               03 WS-NEW-BIRTH-MONTH PIC 99.
               03 WS-NEW-BIRTH-DAY   PIC 99.
       01 WS-NEW-BIRTH-NUM REDEFINES WS-NEW-BIRTH-DATE PIC 9(8).
       01 WS-NEW-BIRTH-MD-NUM  PIC 9(4) VALUE ZERO.

      *> Per-file counts and money control total, reset for each
      *> file and printed as one register line.
       01 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-WRITE-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-MASKED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-REJECT-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-CONTROL-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01 WS-BIRTH-SHIFTED     PIC 9(7) VALUE ZERO.
       01 WS-BIRTH-KEPT        PIC 9(7) VALUE ZERO.
       01 WS-FILES-MISSING     PIC 99 VALUE ZERO.

      *> Made-up first names, surnames and streets. Letters and
      *> spaces only, so a fake name passes the same ALPHABETIC
      *> check Enter-Name puts real ones through.
       01 FIRST-NAME-VALUES.
           02 FILLER PIC X(9) VALUE "AVERY".
           02 FILLER PIC X(9) VALUE "BLAKE".
           02 FILLER PIC X(9) VALUE "CAMERON".
           02 FILLER PIC X(9) VALUE "DANA".
           02 FILLER PIC X(9) VALUE "ELLIOT".
           02 FILLER PIC X(9) VALUE "FRANCES".
           02 FILLER PIC X(9) VALUE "GRACE".
           02 FILLER PIC X(9) VALUE "HARPER".
           02 FILLER PIC X(9) VALUE "ISAAC".
           02 FILLER PIC X(9) VALUE "JORDAN".
           02 FILLER PIC X(9) VALUE "KENDALL".
           02 FILLER PIC X(9) VALUE "LOGAN".
           02 FILLER PIC X(9) VALUE "MORGAN".
           02 FILLER PIC X(9) VALUE "NOEL".
           02 FILLER PIC X(9) VALUE "OWEN".
           02 FILLER PIC X(9) VALUE "PARKER".
           02 FILLER PIC X(9) VALUE "QUINN".
           02 FILLER PIC X(9) VALUE "RILEY".
           02 FILLER PIC X(9) VALUE "SAMUEL".
           02 FILLER PIC X(9) VALUE "TAYLOR".
           02 FILLER PIC X(9) VALUE "ADRIAN".
           02 FILLER PIC X(9) VALUE "BROOKE".
           02 FILLER PIC X(9) VALUE "CARMEN".
           02 FILLER PIC X(9) VALUE "DEVIN".
           02 FILLER PIC X(9) VALUE "EMERSON".
           02 FILLER PIC X(9) VALUE "FINLEY".
           02 FILLER PIC X(9) VALUE "GABRIEL".
           02 FILLER PIC X(9) VALUE "HAYDEN".
           02 FILLER PIC X(9) VALUE "IRIS".
           02 FILLER PIC X(9) VALUE "JESSE".
           02 FILLER PIC X(9) VALUE "KAI".
           02 FILLER PIC X(9) VALUE "LANE".
           02 FILLER PIC X(9) VALUE "MARLOWE".
           02 FILLER PIC X(9) VALUE "NICO".
           02 FILLER PIC X(9) VALUE "OLIVE".
           02 FILLER PIC X(9) VALUE "PEYTON".
           02 FILLER PIC X(9) VALUE "REESE".
           02 FILLER PIC X(9) VALUE "SAGE".
           02 FILLER PIC X(9) VALUE "TATUM".
           02 FILLER PIC X(9) VALUE "WREN".

       01 FIRST-NAME-AREA REDEFINES FIRST-NAME-VALUES.
           02 FIRST-NAME-ENTRY OCCURS 40 TIMES PIC X(9).

       01 SURNAME-VALUES.
           02 FILLER PIC X(10) VALUE "ABBOTT".
           02 FILLER PIC X(10) VALUE "BRENNAN".
           02 FILLER PIC X(10) VALUE "CALLOWAY".
           02 FILLER PIC X(10) VALUE "DELANEY".
           02 FILLER PIC X(10) VALUE "ELLSWORTH".
           02 FILLER PIC X(10) VALUE "FAIRCHILD".
           02 FILLER PIC X(10) VALUE "GALLAGHER".
           02 FILLER PIC X(10) VALUE "HOLLOWAY".
           02 FILLER PIC X(10) VALUE "INGRAM".
           02 FILLER PIC X(10) VALUE "JARVIS".
           02 FILLER PIC X(10) VALUE "KESSLER".
           02 FILLER PIC X(10) VALUE "LANGSTON".
           02 FILLER PIC X(10) VALUE "MERCER".
           02 FILLER PIC X(10) VALUE "NORWOOD".
           02 FILLER PIC X(10) VALUE "OSBORNE".
           02 FILLER PIC X(10) VALUE "PRESCOTT".
           02 FILLER PIC X(10) VALUE "QUINLAN".
           02 FILLER PIC X(10) VALUE "RADCLIFFE".
           02 FILLER PIC X(10) VALUE "SHERIDAN".
           02 FILLER PIC X(10) VALUE "THORNTON".
           02 FILLER PIC X(10) VALUE "UPTON".
           02 FILLER PIC X(10) VALUE "VANCE".
           02 FILLER PIC X(10) VALUE "WHITAKER".
           02 FILLER PIC X(10) VALUE "YARBROUGH".
           02 FILLER PIC X(10) VALUE "ALDRIDGE".
           02 FILLER PIC X(10) VALUE "BANCROFT".
           02 FILLER PIC X(10) VALUE "CROWLEY".
           02 FILLER PIC X(10) VALUE "DUNMORE".
           02 FILLER PIC X(10) VALUE "EVERETT".
           02 FILLER PIC X(10) VALUE "FLETCHER".
           02 FILLER PIC X(10) VALUE "GARLAND".
           02 FILLER PIC X(10) VALUE "HARTWELL".
           02 FILLER PIC X(10) VALUE "KINGSLEY".
           02 FILLER PIC X(10) VALUE "LOCKWOOD".
           02 FILLER PIC X(10) VALUE "MADDOX".
           02 FILLER PIC X(10) VALUE "PEMBERTON".
           02 FILLER PIC X(10) VALUE "REDFORD".
           02 FILLER PIC X(10) VALUE "STANFIELD".
           02 FILLER PIC X(10) VALUE "TREMAINE".
           02 FILLER PIC X(10) VALUE "WENTWORTH".

       01 SURNAME-AREA REDEFINES SURNAME-VALUES.
           02 SURNAME-ENTRY OCCURS 40 TIMES PIC X(10).

       01 STREET-VALUES.
           02 FILLER PIC X(15) VALUE "MAPLE AVE".
           02 FILLER PIC X(15) VALUE "OAK ST".
           02 FILLER PIC X(15) VALUE "CEDAR LN".
           02 FILLER PIC X(15) VALUE "ELM ST".
           02 FILLER PIC X(15) VALUE "PINE RD".
           02 FILLER PIC X(15) VALUE "BIRCH DR".
           02 FILLER PIC X(15) VALUE "WALNUT ST".
           02 FILLER PIC X(15) VALUE "HILLCREST RD".
           02 FILLER PIC X(15) VALUE "LAKEVIEW DR".
           02 FILLER PIC X(15) VALUE "MEADOW LN".
           02 FILLER PIC X(15) VALUE "RIVER RD".
           02 FILLER PIC X(15) VALUE "PARK AVE".
           02 FILLER PIC X(15) VALUE "CHURCH ST".
           02 FILLER PIC X(15) VALUE "MILL RD".
           02 FILLER PIC X(15) VALUE "SUNSET BLVD".
           02 FILLER PIC X(15) VALUE "ORCHARD WAY".
           02 FILLER PIC X(15) VALUE "WILLOW CT".
           02 FILLER PIC X(15) VALUE "HIGHLAND AVE".
           02 FILLER PIC X(15) VALUE "SPRING ST".
           02 FILLER PIC X(15) VALUE "CHESTNUT ST".

       01 STREET-AREA REDEFINES STREET-VALUES.
           02 STREET-ENTRY OCCURS 20 TIMES PIC X(15).

       01 REGISTER-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RG-FILE-NAME     PIC X(14).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RG-READ          PIC Z,ZZZ,ZZ9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RG-WRITTEN       PIC Z,ZZZ,ZZ9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RG-MASKED        PIC Z,ZZZ,ZZ9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RG-REJECTED      PIC Z,ZZZ,ZZ9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RG-CONTROL-TOTAL PIC $$$,$$$,$$$,$$9.99-.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RG-TEST-NAME     PIC X(50).

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           MOVE Y2KDate TO WS-RUN-DATE
           COMPUTE WS-RUN-MONTH-DAY = Y2KMonth * 100 + Y2KDay
           PERFORM Get-Mask-Control
           IF NOT CONTROL-CARD-GOOD
               DISPLAY "MASKCTL.DAT: no mask key or no test-area "
                   "prefix supplied, nothing extracted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Test-Extract: masked test set to "
               WS-TARGET-PREFIX

           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "MASKED TEST-DATA EXTRACT REGISTER" TO RH-TITLE
           MOVE "TEST-EXTRACT" TO RH-PROGRAM-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE " FILE                 READ    WRITTEN   "
             & "  MASKED   REJECTED        CONTROL TOTAL"
             & "  WRITTEN TO" TO RH-COLUMN-HEADS

           MOVE "STUDENTM.DAT" TO WS-FILE-NAME
           PERFORM Extract-Student-Master
           MOVE "STUCONT.DAT" TO WS-FILE-NAME
           PERFORM Extract-Student-Contact
           MOVE "CLASSENR.DAT" TO WS-FILE-NAME
           PERFORM Extract-Class-Enroll
           MOVE "COURSHIS.DAT" TO WS-FILE-NAME
           PERFORM Extract-Course-History
           MOVE "INVOICE.DAT" TO WS-FILE-NAME
           PERFORM Extract-Invoices
           MOVE "PAYMENTS.DAT" TO WS-FILE-NAME
           PERFORM Extract-Payments
           MOVE "ARLEDGER.DAT" TO WS-FILE-NAME
           PERFORM Extract-Ar-Ledger
           MOVE "OPENITEM.DAT" TO WS-FILE-NAME
           PERFORM Extract-Open-Items

           PERFORM Print-Register-Footing
           CLOSE PRINT-REPORT-FILE
           DISPLAY "Test-Extract: " WS-BIRTH-SHIFTED
               " birth dates shifted, " WS-BIRTH-KEPT " left as they "
               "were"
           STOP RUN.

      *> The key gives both halves of the scramble: a multiplier
      *> ending in 7 (so it shares no factor with 10,000,000 and
      *> every id keeps its own number) and an offset.
       Get-Mask-Control.
           OPEN INPUT MASK-CONTROL-FILE
           IF MASK-CONTROL-STATUS = "00"
               READ MASK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MC-MASK-KEY NUMERIC
                       AND MC-MASK-KEY > ZERO
                       AND MC-TARGET-PREFIX NOT = SPACES
                           MOVE MC-TARGET-PREFIX TO WS-TARGET-PREFIX
                           MOVE "Y" TO WS-CARD-GOOD
                       END-IF
               END-READ
               CLOSE MASK-CONTROL-FILE
           END-IF
           IF CONTROL-CARD-GOOD
               DIVIDE MC-MASK-KEY BY 99991 GIVING WS-MAP-QUOTIENT
                   REMAINDER WS-MAP-WORK
               COMPUTE WS-MAP-MULTIPLIER = WS-MAP-WORK * 10 + 7
               COMPUTE WS-MAP-WORK = MC-MASK-KEY * 7919
               DIVIDE WS-MAP-WORK BY 10000000 GIVING WS-MAP-QUOTIENT
                   REMAINDER WS-MAP-OFFSET
           END-IF.

      *> WS-OLD-ID in, WS-NEW-ID out. Only the id whose product
      *> comes round to zero is moved, onto the number id zero
      *> would have had, which no real student holds.
       Map-Student-Id.
           IF WS-OLD-ID = ZERO
               MOVE ZERO TO WS-NEW-ID
           ELSE
               COMPUTE WS-MAP-WORK =
                   WS-OLD-ID * WS-MAP-MULTIPLIER + WS-MAP-OFFSET
               DIVIDE WS-MAP-WORK BY 10000000 GIVING WS-MAP-QUOTIENT
                   REMAINDER WS-NEW-ID
               IF WS-NEW-ID = ZERO
                   MOVE WS-MAP-OFFSET TO WS-NEW-ID
               END-IF
           END-IF.

      *> Fake student name, guardian and street for WS-NEW-ID.
      *> Each pick takes a different slice of the id, so the same
      *> renumbered student always gets the same fake values on
      *> every file.
       Build-Fake-Values.
           DIVIDE WS-NEW-ID BY 40 GIVING WS-PICK-QUOTIENT
               REMAINDER WS-FIRST-SUB
           ADD 1 TO WS-FIRST-SUB
           DIVIDE WS-PICK-QUOTIENT BY 40 GIVING WS-PICK-QUOTIENT
               REMAINDER WS-LAST-SUB
           ADD 1 TO WS-LAST-SUB
           DIVIDE WS-PICK-QUOTIENT BY 40 GIVING WS-PICK-QUOTIENT
               REMAINDER WS-GUARD-SUB
           ADD 1 TO WS-GUARD-SUB
           IF WS-GUARD-SUB = WS-FIRST-SUB
               DIVIDE WS-GUARD-SUB BY 40 GIVING WS-PICK-QUOTIENT
                   REMAINDER WS-GUARD-SUB
               ADD 1 TO WS-GUARD-SUB
           END-IF
           DIVIDE WS-NEW-ID BY 9000 GIVING WS-PICK-QUOTIENT
               REMAINDER WS-HOUSE-NUMBER
           ADD 1000 TO WS-HOUSE-NUMBER
           DIVIDE WS-NEW-ID BY 7 GIVING WS-PICK-QUOTIENT
           DIVIDE WS-PICK-QUOTIENT BY 20 GIVING WS-PICK-QUOTIENT
               REMAINDER WS-STREET-SUB
           ADD 1 TO WS-STREET-SUB

           MOVE SPACES TO WS-FAKE-NAME WS-FAKE-GUARDIAN
               WS-FAKE-STREET
           STRING FIRST-NAME-ENTRY (WS-FIRST-SUB) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SURNAME-ENTRY (WS-LAST-SUB) DELIMITED BY SPACE
               INTO WS-FAKE-NAME
           STRING FIRST-NAME-ENTRY (WS-GUARD-SUB) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SURNAME-ENTRY (WS-LAST-SUB) DELIMITED BY SPACE
               INTO WS-FAKE-GUARDIAN
           STRING WS-HOUSE-NUMBER " " DELIMITED BY SIZE
               STREET-ENTRY (WS-STREET-SUB) DELIMITED BY SIZE
               INTO WS-FAKE-STREET.

      *> The student keeps their age as of the run date. A made-up
      *> month and day (day 28 at most, so every month holds it)
      *> goes in the birth year that gives that same age: this
      *> year less the age when the day has already come round,
      *> one year earlier when it has not. AGE-CALC then proves
      *> it before it replaces the real date.
       Shift-Birth-Date.
           MOVE "N" TO WS-DATE-VALID
           IF STM-BIRTH-DATE NUMERIC
           AND STM-BIRTH-DATE NOT = ZERO
           AND STM-BIRTH-DATE NOT > WS-RUN-DATE
               CALL "DATE-CHECK" USING STM-BIRTH-DATE WS-DATE-VALID
           END-IF
           IF WS-DATE-VALID NOT = "Y"
               ADD 1 TO WS-BIRTH-KEPT
           ELSE
               CALL "AGE-CALC" USING STM-BIRTH-DATE WS-RUN-DATE
                   WS-TRUE-AGE
               DIVIDE WS-NEW-ID BY 12 GIVING WS-PICK-QUOTIENT
                   REMAINDER WS-NEW-BIRTH-MONTH
               ADD 1 TO WS-NEW-BIRTH-MONTH
               DIVIDE WS-PICK-QUOTIENT BY 28 GIVING WS-PICK-QUOTIENT
                   REMAINDER WS-NEW-BIRTH-DAY
               ADD 1 TO WS-NEW-BIRTH-DAY
               PERFORM Set-New-Birth-Year
               IF WS-NEW-BIRTH-NUM = STM-BIRTH-DATE
                   DIVIDE WS-NEW-BIRTH-DAY BY 28
                       GIVING WS-PICK-QUOTIENT
                       REMAINDER WS-NEW-BIRTH-DAY
                   ADD 1 TO WS-NEW-BIRTH-DAY
                   PERFORM Set-New-Birth-Year
               END-IF
               CALL "AGE-CALC" USING WS-NEW-BIRTH-NUM WS-RUN-DATE
                   WS-NEW-AGE
               IF WS-NEW-AGE = WS-TRUE-AGE
                   MOVE WS-NEW-BIRTH-NUM TO STM-BIRTH-DATE
                   ADD 1 TO WS-BIRTH-SHIFTED
               ELSE
                   ADD 1 TO WS-BIRTH-KEPT
               END-IF
           END-IF.

       Set-New-Birth-Year.
           MOVE WS-NEW-BIRTH-MONTH-DAY TO WS-NEW-BIRTH-MD-NUM
           IF WS-NEW-BIRTH-MD-NUM > WS-RUN-MONTH-DAY
               COMPUTE WS-NEW-BIRTH-YEAR =
                   Y2KYear - WS-TRUE-AGE - 1
           ELSE
               COMPUTE WS-NEW-BIRTH-YEAR = Y2KYear - WS-TRUE-AGE
           END-IF.

       Build-Test-Name.
           MOVE SPACES TO WS-TEST-NAME
           STRING WS-TARGET-PREFIX DELIMITED BY SPACE
               WS-FILE-NAME DELIMITED BY SPACE
               INTO WS-TEST-NAME.

       Start-File-Counts.
           PERFORM Build-Test-Name
           MOVE ZERO TO WS-READ-COUNT WS-WRITE-COUNT WS-MASKED-COUNT
               WS-REJECT-COUNT WS-CONTROL-TOTAL
           MOVE "N" TO WS-FILE-EOF.

      *> A production file that is not there still leaves an
      *> empty copy in the test area, so a stale test file from an
      *> earlier extract never sits beside this one.
       Note-Source-Missing.
           ADD 1 TO WS-FILES-MISSING
           DISPLAY "  " WS-FILE-NAME ": not on file, empty copy "
               "written".

      *> A test file that will not open or take a record leaves
      *> the test set short, so the run goes no further.
       Check-Test-Open.
           IF TEST-FILE-STATUS NOT = "00"
               DISPLAY "  " WS-FILE-NAME ": " WS-TEST-NAME
                   " would not open, status " TEST-FILE-STATUS
               PERFORM Stop-Test-Extract
           END-IF.

       Check-Test-Write.
           IF TEST-FILE-STATUS = "00"
               ADD 1 TO WS-WRITE-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "  " WS-FILE-NAME ": write to " WS-TEST-NAME
                   " failed, status " TEST-FILE-STATUS
               PERFORM Stop-Test-Extract
           END-IF.

       Stop-Test-Extract.
           PERFORM Print-Register-Line
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  *** EXTRACT STOPPED AT " WS-FILE-NAME
               " - TEST SET INCOMPLETE, NOT TO BE USED ***"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE
           DISPLAY "Test-Extract: stopped at " WS-FILE-NAME
               " - test set incomplete, see TESTXTR.RPT"
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       Print-Register-Line.
           MOVE SPACES TO REGISTER-LINE
           MOVE WS-FILE-NAME     TO RG-FILE-NAME
           MOVE WS-READ-COUNT    TO RG-READ
           MOVE WS-WRITE-COUNT   TO RG-WRITTEN
           MOVE WS-MASKED-COUNT  TO RG-MASKED
           MOVE WS-REJECT-COUNT  TO RG-REJECTED
           MOVE WS-CONTROL-TOTAL TO RG-CONTROL-TOTAL
           MOVE WS-TEST-NAME     TO RG-TEST-NAME
           MOVE REGISTER-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           DISPLAY "  " WS-FILE-NAME ": " WS-WRITE-COUNT " of "
               WS-READ-COUNT " records to " WS-TEST-NAME.

       Print-Register-Footing.
           PERFORM Write-Print-Line
           MOVE "  MASKED FIELDS: STUDENTM - NAME AND BIRTH DATE; "
             & "STUCONT - STREET LINE AND GUARDIAN; INVOICE - "
             & "STUDENT NAME" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  STUDENT IDS RENUMBERED THE SAME WAY ON EVERY FILE;"
             & " MONEY AMOUNTS COPIED UNCHANGED" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  CONTROL TOTALS: INVOICE TUITION, PAYMENTS AMOUNT,"
             & " ARLEDGER BALANCE, OPENITEM BALANCE" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  BIRTH DATES SHIFTED WITHIN THE SAME AGE: "
               WS-BIRTH-SHIFTED "   LEFT AS THEY WERE: "
               WS-BIRTH-KEPT DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           IF WS-FILES-MISSING > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  PRODUCTION FILES NOT ON FILE (EMPTY COPY "
                   "WRITTEN): " WS-FILES-MISSING
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           PERFORM Write-Print-Line
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

      *> One extract paragraph per file, each the same walk: read
      *> production in order, renumber the id, mask what names a
      *> person, write the test copy.
       Extract-Student-Master.
           PERFORM Start-File-Counts
           OPEN OUTPUT TEST-STUDENT-FILE
           PERFORM Check-Test-Open
           OPEN INPUT STUDENT-MASTER-FILE
           IF STUDENT-MASTER-STATUS = "00"
               PERFORM Read-Student-Master
               PERFORM UNTIL END-OF-SOURCE
                   ADD 1 TO WS-READ-COUNT
                   MOVE STM-STUDENT-ID TO WS-OLD-ID
                   PERFORM Map-Student-Id
                   MOVE WS-NEW-ID TO STM-STUDENT-ID
                   PERFORM Build-Fake-Values
                   IF STM-STUDENT-NAME NOT = SPACES
                       MOVE WS-FAKE-NAME TO STM-STUDENT-NAME
                       ADD 1 TO WS-MASKED-COUNT
                   END-IF
                   PERFORM Shift-Birth-Date
                   WRITE TEST-STUDENT-RECORD
                       FROM STUDENT-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   PERFORM Check-Test-Write
                   PERFORM Read-Student-Master
               END-PERFORM
               CLOSE STUDENT-MASTER-FILE
           ELSE
               PERFORM Note-Source-Missing
           END-IF
           CLOSE TEST-STUDENT-FILE
           PERFORM Print-Register-Line.

       Read-Student-Master.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-SOURCE TO TRUE
           END-READ.

       Extract-Student-Contact.
           PERFORM Start-File-Counts
           OPEN OUTPUT TEST-CONTACT-FILE
           PERFORM Check-Test-Open
           OPEN INPUT STUDENT-CONTACT-FILE
           IF STUDENT-CONTACT-STATUS = "00"
               PERFORM Read-Student-Contact
               PERFORM UNTIL END-OF-SOURCE
                   ADD 1 TO WS-READ-COUNT
                   MOVE SCT-STUDENT-ID TO WS-OLD-ID
                   PERFORM Map-Student-Id
                   MOVE WS-NEW-ID TO SCT-STUDENT-ID
                   PERFORM Build-Fake-Values
                   IF SCT-ADDR-LINE NOT = SPACES
                       MOVE WS-FAKE-STREET TO SCT-ADDR-LINE
                       ADD 1 TO WS-MASKED-COUNT
                   END-IF
                   IF SCT-GUARDIAN-NAME NOT = SPACES
                       MOVE WS-FAKE-GUARDIAN TO SCT-GUARDIAN-NAME
                       ADD 1 TO WS-MASKED-COUNT
                   END-IF
                   WRITE TEST-CONTACT-RECORD
                       FROM STUDENT-CONTACT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   PERFORM Check-Test-Write
                   PERFORM Read-Student-Contact
               END-PERFORM
               CLOSE STUDENT-CONTACT-FILE
           ELSE
               PERFORM Note-Source-Missing
           END-IF
           CLOSE TEST-CONTACT-FILE
           PERFORM Print-Register-Line.

       Read-Student-Contact.
           READ STUDENT-CONTACT-FILE NEXT RECORD
               AT END
                   SET END-OF-SOURCE TO TRUE
           END-READ.

       Extract-Class-Enroll.
           PERFORM Start-File-Counts
           OPEN OUTPUT TEST-ENROLL-FILE
           PERFORM Check-Test-Open
           OPEN INPUT CLASS-ENROLL-FILE
           IF CLASS-ENROLL-STATUS = "00"
               PERFORM Read-Class-Enroll
               PERFORM UNTIL END-OF-SOURCE
                   ADD 1 TO WS-READ-COUNT
                   MOVE CE-STUDENT-ID TO WS-OLD-ID
                   PERFORM Map-Student-Id
                   MOVE WS-NEW-ID TO CE-STUDENT-ID
                   WRITE TEST-ENROLL-RECORD
                       FROM CLASS-ENROLL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   PERFORM Check-Test-Write
                   PERFORM Read-Class-Enroll
               END-PERFORM
               CLOSE CLASS-ENROLL-FILE
           ELSE
               PERFORM Note-Source-Missing
           END-IF
           CLOSE TEST-ENROLL-FILE
           PERFORM Print-Register-Line.

       Read-Class-Enroll.
           READ CLASS-ENROLL-FILE NEXT RECORD
               AT END
                   SET END-OF-SOURCE TO TRUE
           END-READ.

       Extract-Course-History.
           PERFORM Start-File-Counts
           OPEN OUTPUT TEST-FLAT-FILE
           PERFORM Check-Test-Open
           OPEN INPUT COURSE-HISTORY-FILE
           IF COURSE-HISTORY-STATUS = "00"
               PERFORM Read-Course-History
               PERFORM UNTIL END-OF-SOURCE
                   ADD 1 TO WS-READ-COUNT
                   IF CHS-STUDENT-ID NUMERIC
                       MOVE CHS-STUDENT-ID TO WS-OLD-ID
                       PERFORM Map-Student-Id
                       MOVE WS-NEW-ID TO CHS-STUDENT-ID
                   END-IF
                   MOVE SPACES TO TEST-FLAT-RECORD
                   MOVE COURSE-HISTORY-RECORD TO TEST-FLAT-RECORD
                   PERFORM Write-Test-Flat
                   PERFORM Read-Course-History
               END-PERFORM
               CLOSE COURSE-HISTORY-FILE
           ELSE
               PERFORM Note-Source-Missing
           END-IF
           CLOSE TEST-FLAT-FILE
           PERFORM Print-Register-Line.

       Read-Course-History.
           READ COURSE-HISTORY-FILE
               AT END
                   SET END-OF-SOURCE TO TRUE
           END-READ.

       Write-Test-Flat.
           WRITE TEST-FLAT-RECORD
           PERFORM Check-Test-Write.

      *> The invoice carries the name as billed; it takes the same
      *> fake name the master gets for the renumbered id.
       Extract-Invoices.
           PERFORM Start-File-Counts
           OPEN OUTPUT TEST-FLAT-FILE
           PERFORM Check-Test-Open
           OPEN INPUT INVOICE-FILE
           IF INVOICE-STATUS = "00"
               PERFORM Read-Invoice
               PERFORM UNTIL END-OF-SOURCE
                   ADD 1 TO WS-READ-COUNT
                   IF INV-STUDENT-ID NUMERIC
                       MOVE INV-STUDENT-ID TO WS-OLD-ID
                       PERFORM Map-Student-Id
                       MOVE WS-NEW-ID TO INV-STUDENT-ID
                   ELSE
                       MOVE ZERO TO WS-NEW-ID
                   END-IF
                   IF INV-STUDENT-NAME NOT = SPACES
                       PERFORM Build-Fake-Values
                       MOVE WS-FAKE-NAME TO INV-STUDENT-NAME
                       ADD 1 TO WS-MASKED-COUNT
                   END-IF
                   IF INV-TUITION NUMERIC
                       ADD INV-TUITION TO WS-CONTROL-TOTAL
                   END-IF
                   MOVE SPACES TO TEST-FLAT-RECORD
                   MOVE INVOICE-RECORD TO TEST-FLAT-RECORD
                   PERFORM Write-Test-Flat
                   PERFORM Read-Invoice
               END-PERFORM
               CLOSE INVOICE-FILE
           ELSE
               PERFORM Note-Source-Missing
           END-IF
           CLOSE TEST-FLAT-FILE
           PERFORM Print-Register-Line.

       Read-Invoice.
           READ INVOICE-FILE
               AT END
                   SET END-OF-SOURCE TO TRUE
           END-READ.

       Extract-Payments.
           PERFORM Start-File-Counts
           OPEN OUTPUT TEST-FLAT-FILE
           PERFORM Check-Test-Open
           OPEN INPUT PAYMENTS-FILE
           IF PAYMENTS-STATUS = "00"
               PERFORM Read-Payment
               PERFORM UNTIL END-OF-SOURCE
                   ADD 1 TO WS-READ-COUNT
                   IF PAY-STUDENT-ID NUMERIC
                       MOVE PAY-STUDENT-ID TO WS-OLD-ID
                       PERFORM Map-Student-Id
                       MOVE WS-NEW-ID TO PAY-STUDENT-ID
                   END-IF
                   IF PAY-AMOUNT NUMERIC
                       ADD PAY-AMOUNT TO WS-CONTROL-TOTAL
                   END-IF
                   MOVE SPACES TO TEST-FLAT-RECORD
                   MOVE PAYMENT-RECORD TO TEST-FLAT-RECORD
                   PERFORM Write-Test-Flat
                   PERFORM Read-Payment
               END-PERFORM
               CLOSE PAYMENTS-FILE
           ELSE
               PERFORM Note-Source-Missing
           END-IF
           CLOSE TEST-FLAT-FILE
           PERFORM Print-Register-Line.

       Read-Payment.
           READ PAYMENTS-FILE
               AT END
                   SET END-OF-SOURCE TO TRUE
           END-READ.

       Extract-Ar-Ledger.
           PERFORM Start-File-Counts
           OPEN OUTPUT TEST-FLAT-FILE
           PERFORM Check-Test-Open
           OPEN INPUT AR-LEDGER-FILE
           IF AR-LEDGER-STATUS = "00"
               PERFORM Read-Ar-Ledger
               PERFORM UNTIL END-OF-SOURCE
                   ADD 1 TO WS-READ-COUNT
                   IF ARL-STUDENT-ID NUMERIC
                       MOVE ARL-STUDENT-ID TO WS-OLD-ID
                       PERFORM Map-Student-Id
                       MOVE WS-NEW-ID TO ARL-STUDENT-ID
                   END-IF
                   IF ARL-BALANCE NUMERIC
                       ADD ARL-BALANCE TO WS-CONTROL-TOTAL
                   END-IF
                   MOVE SPACES TO TEST-FLAT-RECORD
                   MOVE AR-LEDGER-RECORD TO TEST-FLAT-RECORD
                   PERFORM Write-Test-Flat
                   PERFORM Read-Ar-Ledger
               END-PERFORM
               CLOSE AR-LEDGER-FILE
           ELSE
               PERFORM Note-Source-Missing
           END-IF
           CLOSE TEST-FLAT-FILE
           PERFORM Print-Register-Line.

       Read-Ar-Ledger.
           READ AR-LEDGER-FILE
               AT END
                   SET END-OF-SOURCE TO TRUE
           END-READ.

       Extract-Open-Items.
           PERFORM Start-File-Counts
           OPEN OUTPUT TEST-FLAT-FILE
           PERFORM Check-Test-Open
           OPEN INPUT OPEN-ITEM-FILE
           IF OPEN-ITEM-STATUS = "00"
               PERFORM Read-Open-Item
               PERFORM UNTIL END-OF-SOURCE
                   ADD 1 TO WS-READ-COUNT
                   IF OI-STUDENT-ID NUMERIC
                       MOVE OI-STUDENT-ID TO WS-OLD-ID
                       PERFORM Map-Student-Id
                       MOVE WS-NEW-ID TO OI-STUDENT-ID
                   END-IF
                   IF OI-BALANCE NUMERIC
                       ADD OI-BALANCE TO WS-CONTROL-TOTAL
                   END-IF
                   MOVE SPACES TO TEST-FLAT-RECORD
                   MOVE OPEN-ITEM-RECORD TO TEST-FLAT-RECORD
                   PERFORM Write-Test-Flat
                   PERFORM Read-Open-Item
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           ELSE
               PERFORM Note-Source-Missing
           END-IF
           CLOSE TEST-FLAT-FILE
           PERFORM Print-Register-Line.

       Read-Open-Item.
           READ OPEN-ITEM-FILE
               AT END
                   SET END-OF-SOURCE TO TRUE
           END-READ.

           COPY PRTWR.
