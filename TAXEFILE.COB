       IDENTIFICATION DIVISION.
       PROGRAM-ID. Tax-Efile.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Electronic sales-tax returns. Qtr-File prints each state's
      *> filing statement off TAXJLEDG.DAT, and the figures then
      *> used to be keyed into every state portal by hand, which is
      *> where the transposed digits came from. This run builds the
      *> return file itself, one per jurisdiction, for the fiscal
      *> year and quarter named on an EFILECTL.DAT card (year in
      *> columns 1-4, quarter 1-4 in column 6, our sales-tax
      *> registration number in columns 8-22). Each file carries a
      *> header (registration, the state's account number for us,
      *> its return form, the year, quarter and periods), the
      *> return (gross, exempt and taxable sales and tax due for
      *> the quarter) and a trailer, in the layout the jurisdiction's
      *> TAXFPROF.DAT filing profile names (see TAXFPROF.CPY). Files
      *> are named EF<jurisdiction><year>Q<quarter>.DAT.
      *> A period of the quarter with an amendment bucket on
      *> TAXAMND.DAT had money posted after it closed. The late
      *> daily rows are still on TAXJURIS.DAT stamped with that
      *> period, so each jurisdiction's late share is what
      *> TAXJURIS.DAT now holds for the period less what the close
      *> rolled to TAXJLEDG.DAT. A jurisdiction with a late share
      *> also gets an amended return, EF...Q<quarter>A.DAT, carrying
      *> the revised quarter figures.
      *> Nothing is written until it proves:
      *>   - all three periods are closed on TAXLEDGR.DAT;
      *>   - the jurisdictions' tax per period sums to the
      *>     consolidated ledger's (the Qtr-File cross-foot);
      *>   - each return's figures, re-read row by row off
      *>     TAXJLEDG.DAT, foot to what is about to be written,
      *>     and gross is taxable plus exempt;
      *>   - for amended returns, the late shares per period sum to
      *>     the TAXAMND.DAT bucket's tax.
      *> A failed proof writes nothing it covers and ends RC 8; a
      *> jurisdiction with no filing profile is skipped with RC 4.
      *> Every file written is appended to TAXEFLOG.DAT - when,
      *> which jurisdiction and period, original or amended, the
      *> file name, record count and tax due - and TAXEFILE.RPT
      *> lists the run, noting any return filed before. Run on
      *> demand, after Period-Close has closed the quarter.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EFILE-CONTROL-FILE ASSIGN TO "EFILECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EFILE-CONTROL-STATUS.

           SELECT TAX-JLEDGER-FILE ASSIGN TO "TAXJLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJL-LEDGER-KEY
               FILE STATUS IS TAX-JLEDGER-STATUS.

           SELECT TAX-LEDGER-FILE ASSIGN TO "TAXLEDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-PERIOD-KEY
               FILE STATUS IS TAX-LEDGER-STATUS.

           SELECT TAX-AMEND-FILE ASSIGN TO "TAXAMND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-PERIOD-KEY
               FILE STATUS IS TAX-AMEND-STATUS.

           SELECT TAX-JURIS-FILE ASSIGN TO "TAXJURIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-JURIS-STATUS.

           SELECT TAX-FPROFILE-FILE ASSIGN TO "TAXFPROF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-FPROFILE-STATUS.

           SELECT RETURN-FILE ASSIGN TO DYNAMIC WS-RETURN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-FILE-STATUS.

           SELECT FILING-LOG-FILE ASSIGN TO "TAXEFLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILING-LOG-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "TAXEFILE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EFILE-CONTROL-FILE.
       01  EFILE-CONTROL-RECORD.
           02  EC-FISCAL-YEAR      PIC 9(4).
           02  FILLER              PIC X(1).
           02  EC-QUARTER          PIC 9.
           02  FILLER              PIC X(1).
           02  EC-REGISTRATION-NO  PIC X(15).

           COPY TAXJLEDG.

       FD  TAX-LEDGER-FILE.
       01  TAX-LEDGER-RECORD.
           02  TL-PERIOD-KEY.
               03  TL-FISCAL-YEAR      PIC 9(4).
               03  TL-FISCAL-PERIOD    PIC 99.
           02  TL-DAY-COUNT            PIC 9(3).
           02  TL-TRANS-COUNT          PIC 9(7).
           02  TL-GROSS-SALES          PIC 9(9)V99.
           02  TL-REFUND-TOTAL         PIC 9(9)V99.
           02  TL-TOTAL-BEFORE-TAX     PIC S9(9)V99.
           02  TL-TOTAL-TAX-COLLECTED  PIC S9(9)V99.
           02  TL-TOTAL-AFTER-TAX      PIC S9(9)V99.
           02  TL-CLOSED-FLAG          PIC X.
               88 TL-PERIOD-CLOSED     VALUE "C".

           COPY TAXAMND.

       FD  TAX-JURIS-FILE.
       01  TAX-JURIS-RECORD.
           02  TXJ-JURISDICTION        PIC X(2).
           02  FILLER                  PIC X(1).
           02  TXJ-TAXABLE-SALES       PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
           02  FILLER                  PIC X(1).
           02  TXJ-EXEMPT-SALES        PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
           02  FILLER                  PIC X(1).
           02  TXJ-TAX-COLLECTED       PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
           02  FILLER                  PIC X(1).
           02  TXJ-RUN-DATE            PIC 9(8).
           02  FILLER                  PIC X(1).
           02  TXJ-FISCAL-YEAR         PIC 9(4).
           02  FILLER                  PIC X(1).
           02  TXJ-FISCAL-PERIOD       PIC 99.

           COPY TAXFPROF.

       FD  RETURN-FILE.
       01  RETURN-FILE-RECORD      PIC X(120).

       FD  FILING-LOG-FILE.
       01  FILING-LOG-RECORD.
           02  FLG-DATE            PIC 9(8).
           02  FILLER              PIC X(1).
           02  FLG-TIME            PIC 9(8).
           02  FILLER              PIC X(1).
           02  FLG-JURISDICTION    PIC X(2).
           02  FILLER              PIC X(1).
           02  FLG-FISCAL-YEAR     PIC 9(4).
           02  FILLER              PIC X(1).
           02  FLG-QUARTER         PIC 9.
           02  FILLER              PIC X(1).
           02  FLG-RETURN-TYPE     PIC X.
               88 FLG-ORIGINAL     VALUE "O".
               88 FLG-AMENDED      VALUE "A".
           02  FILLER              PIC X(1).
           02  FLG-FILE-NAME       PIC X(20).
           02  FILLER              PIC X(1).
           02  FLG-ACCOUNT-NO      PIC X(15).
           02  FILLER              PIC X(1).
           02  FLG-LAYOUT          PIC X.
           02  FILLER              PIC X(1).
           02  FLG-RECORD-COUNT    PIC 9(5).
           02  FILLER              PIC X(1).
           02  FLG-GROSS-SALES     PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           02  FILLER              PIC X(1).
           02  FLG-TAX-DUE         PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 EFILE-CONTROL-STATUS  PIC XX.
       01 TAX-JLEDGER-STATUS    PIC XX.
       01 TAX-LEDGER-STATUS     PIC XX.
       01 TAX-AMEND-STATUS      PIC XX.
       01 TAX-JURIS-STATUS      PIC XX.
       01 TAX-FPROFILE-STATUS   PIC XX.
       01 RETURN-FILE-STATUS    PIC XX.
       01 FILING-LOG-STATUS     PIC XX.

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-TIME-OF-DAY        PIC 9(8).
       01 WS-FILE-YEAR          PIC 9(4) VALUE ZERO.
       01 WS-FILE-QUARTER       PIC 9 VALUE ZERO.
       01 WS-REGISTRATION-NO    PIC X(15) VALUE SPACES.
       01 WS-FIRST-PERIOD       PIC 99 VALUE ZERO.
       01 WS-LAST-PERIOD        PIC 99 VALUE ZERO.
       01 WS-PERIOD-SUB         PIC 99 VALUE ZERO.
       01 WS-PERIOD-IX          PIC 9 VALUE ZERO.
       01 WS-RUN-RC             PIC 9 VALUE ZERO.

       01 WS-JLEDGER-EOF        PIC X VALUE "N".
           88 END-OF-JLEDGER    VALUE "Y" FALSE "N".
       01 WS-JURIS-EOF          PIC X VALUE "N".
           88 END-OF-TAX-JURIS  VALUE "Y" FALSE "N".
       01 WS-PROF-EOF           PIC X VALUE "N".
           88 END-OF-PROFILES   VALUE "Y" FALSE "N".
       01 WS-LOG-EOF            PIC X VALUE "N".
           88 END-OF-FILING-LOG VALUE "Y" FALSE "N".

      *> The quarter's three periods: closed on the ledger, the
      *> ledger's tax, whether an amendment bucket is on file and
      *> its tax, and the jurisdictions' sums of each for the two
      *> cross-foots.
       01 WS-QP-AREA.
           02 WS-QP-PERIOD OCCURS 3 TIMES.
               03 WS-QP-CLOSED      PIC X.
               03 WS-QP-LEDGER-TAX  PIC S9(10)V99.
               03 WS-QP-JURIS-TAX   PIC S9(10)V99.
               03 WS-QP-AMENDED     PIC X.
               03 WS-QP-AMEND-TAX   PIC S9(10)V99.
               03 WS-QP-LATE-TAX    PIC S9(10)V99.
       01 WS-BOOKS-OK           PIC X VALUE "Y".
           88 BOOKS-FOOT        VALUE "Y" FALSE "N".
       01 WS-AMEND-OK           PIC X VALUE "Y".
           88 AMENDMENTS-FOOT   VALUE "Y" FALSE "N".
       01 WS-ANY-AMENDED        PIC X VALUE "N".
           88 QUARTER-AMENDED   VALUE "Y" FALSE "N".

      *> One slot per jurisdiction, three periods across: what the
      *> close rolled to TAXJLEDG.DAT and, for an amended period,
      *> what TAXJURIS.DAT holds for it now.
       01 WS-QJ-COUNT           PIC 99 VALUE ZERO.
       01 WS-QJ-SUB             PIC 99 VALUE ZERO.
       01 WS-QJ-FOUND           PIC X VALUE "N".
           88 QJ-SLOT-FOUND     VALUE "Y" FALSE "N".
       01 WS-LOOK-JURIS         PIC X(2) VALUE SPACES.
       01 WS-QJ-TABLE-AREA.
           02 WS-QJ-ENTRY OCCURS 20 TIMES.
               03 WS-QJ-JURIS       PIC X(2).
               03 WS-QJ-PERIOD OCCURS 3 TIMES.
                   04 WS-QJ-TAXABLE     PIC S9(9)V99.
                   04 WS-QJ-EXEMPT      PIC S9(9)V99.
                   04 WS-QJ-TAX         PIC S9(9)V99.
                   04 WS-QJ-CUR-TAXABLE PIC S9(9)V99.
                   04 WS-QJ-CUR-EXEMPT  PIC S9(9)V99.
                   04 WS-QJ-CUR-TAX     PIC S9(9)V99.

       01 WS-PF-COUNT           PIC 99 VALUE ZERO.
       01 WS-PF-SUB             PIC 99 VALUE ZERO.
       01 WS-PF-MATCH           PIC 99 VALUE ZERO.
       01 WS-PF-TABLE-AREA.
           02 WS-PF-ENTRY OCCURS 50 TIMES.
               03 WS-PF-JURIS       PIC X(2).
               03 WS-PF-ACCOUNT-NO  PIC X(15).
               03 WS-PF-LAYOUT      PIC X.
               03 WS-PF-FORM-ID     PIC X(10).

      *> Returns already on the filing log for this quarter, so a
      *> re-run says it is refiling.
       01 WS-FL-COUNT           PIC 999 VALUE ZERO.
       01 WS-FL-SUB             PIC 999 VALUE ZERO.
       01 WS-FL-TABLE-AREA.
           02 WS-FL-ENTRY OCCURS 200 TIMES.
               03 WS-FL-JURIS       PIC X(2).
               03 WS-FL-TYPE        PIC X.
               03 WS-FL-DATE        PIC 9(8).
       01 WS-FIRST-FILED        PIC 9(8) VALUE ZERO.

      *> The return about to be written, and the same figures
      *> re-footed off the ledger rows for the proof.
       01 WS-RETURN-TYPE        PIC X VALUE "O".
           88 RETURN-IS-ORIGINAL VALUE "O".
           88 RETURN-IS-AMENDED  VALUE "A".
       01 WS-RET-GROSS          PIC S9(11)V99 VALUE ZERO.
       01 WS-RET-EXEMPT         PIC S9(11)V99 VALUE ZERO.
       01 WS-RET-TAXABLE        PIC S9(11)V99 VALUE ZERO.
       01 WS-RET-TAX            PIC S9(11)V99 VALUE ZERO.
       01 WS-XR-EXEMPT          PIC S9(11)V99 VALUE ZERO.
       01 WS-XR-TAXABLE         PIC S9(11)V99 VALUE ZERO.
       01 WS-XR-TAX             PIC S9(11)V99 VALUE ZERO.
       01 WS-LATE-EXEMPT        PIC S9(11)V99 VALUE ZERO.
       01 WS-LATE-TAXABLE       PIC S9(11)V99 VALUE ZERO.
       01 WS-LATE-TAX           PIC S9(11)V99 VALUE ZERO.
       01 WS-RETURN-OK          PIC X VALUE "Y".
           88 RETURN-FOOTS      VALUE "Y" FALSE "N".
       01 WS-HAS-LATE           PIC X VALUE "N".
           88 JURIS-HAS-LATE    VALUE "Y" FALSE "N".

       01 WS-RETURN-NAME        PIC X(20) VALUE SPACES.
       01 WS-RECORD-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-FILED-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-AMENDED-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-SKIPPED-COUNT      PIC 9(3) VALUE ZERO.

      *> Fixed-layout records (profile layout F).
       01 FX-HEADER-RECORD.
           02 FXH-RECORD-TYPE      PIC X VALUE "H".
           02 FXH-REGISTRATION-NO  PIC X(15).
           02 FXH-ACCOUNT-NO       PIC X(15).
           02 FXH-FORM-ID          PIC X(10).
           02 FXH-FISCAL-YEAR      PIC 9(4).
           02 FXH-QUARTER          PIC 9.
           02 FXH-FIRST-PERIOD     PIC 99.
           02 FXH-LAST-PERIOD      PIC 99.
           02 FXH-RETURN-TYPE      PIC X.
           02 FXH-CREATED-DATE     PIC 9(8).
           02 FILLER               PIC X(61) VALUE SPACES.
       01 FX-RETURN-RECORD.
           02 FXR-RECORD-TYPE      PIC X VALUE "R".
           02 FXR-ACCOUNT-NO       PIC X(15).
           02 FXR-GROSS-SALES      PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           02 FXR-EXEMPT-SALES     PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           02 FXR-TAXABLE-SALES    PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           02 FXR-TAX-DUE          PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           02 FILLER               PIC X(48) VALUE SPACES.
       01 FX-TRAILER-RECORD.
           02 FXT-RECORD-TYPE      PIC X VALUE "T".
           02 FXT-RECORD-COUNT     PIC 9(5).
           02 FXT-TAX-DUE          PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           02 FILLER               PIC X(100) VALUE SPACES.

      *> Delimited-layout work (profile layout D): each amount is
      *> edited, then its leading blanks skipped as it is strung.
       01 WS-DL-EDIT            PIC -(11)9.99.
       01 WS-DL-AMOUNT          PIC S9(11)V99 VALUE ZERO.
       01 WS-DL-LEAD            PIC 99 VALUE ZERO.
       01 WS-DL-TEXT            PIC X(15) VALUE SPACES.
       01 WS-DL-GROSS           PIC X(15) VALUE SPACES.
       01 WS-DL-EXEMPT          PIC X(15) VALUE SPACES.
       01 WS-DL-TAXABLE         PIC X(15) VALUE SPACES.
       01 WS-DL-TAX             PIC X(15) VALUE SPACES.
       01 WS-DL-PTR             PIC 999 VALUE ZERO.

       01 JURIS-HEAD-LINE.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 FILLER           PIC X(13) VALUE "JURISDICTION ".
           02 JH-JURIS         PIC X(2).
           02 FILLER           PIC X(11) VALUE "  ACCOUNT  ".
           02 JH-ACCOUNT       PIC X(15).
           02 FILLER           PIC X(8)  VALUE "  FORM  ".
           02 JH-FORM          PIC X(10).
           02 FILLER           PIC X(10) VALUE "  LAYOUT  ".
           02 JH-LAYOUT        PIC X.
           02 FILLER           PIC X(60) VALUE SPACES.

       01 RETURN-DETAIL-LINE.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 RD-TYPE          PIC X(9).
           02 RD-GROSS         PIC $ZZZ,ZZZ,ZZ9.99-.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RD-EXEMPT        PIC $ZZZ,ZZZ,ZZ9.99-.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RD-TAXABLE       PIC $ZZZ,ZZZ,ZZ9.99-.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RD-TAX           PIC $ZZZ,ZZZ,ZZ9.99-.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RD-FILE-NAME     PIC X(16).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RD-VERDICT       PIC X(32).

       01 COLUMN-HEAD-LINE.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 FILLER           PIC X(9)  VALUE "RETURN".
           02 FILLER           PIC X(16) VALUE "     GROSS SALES".
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 FILLER           PIC X(16) VALUE "    EXEMPT SALES".
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 FILLER           PIC X(16) VALUE "   TAXABLE SALES".
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 FILLER           PIC X(16) VALUE "         TAX DUE".
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 FILLER           PIC X(16) VALUE "FILE".
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 FILLER           PIC X(32) VALUE "PROOF".

       01 XFOOT-DETAIL-LINE.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 XF-LABEL         PIC X(22).
           02 XF-JURIS-TAX     PIC $ZZZ,ZZZ,ZZ9.99-.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 XF-LEDGER-TAX    PIC $ZZZ,ZZZ,ZZ9.99-.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 XF-VERDICT       PIC X(13).
           02 FILLER           PIC X(57) VALUE SPACES.

       01 WS-DATE-EDIT          PIC 9(8).
       01 WS-COUNT-EDIT         PIC ZZ9.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           PERFORM Get-Efile-Card
           IF WS-FILE-YEAR = ZERO
           OR WS-FILE-QUARTER < 1 OR WS-FILE-QUARTER > 4
           OR WS-REGISTRATION-NO = SPACES
               DISPLAY "EFILECTL.DAT: no usable year/quarter/"
                   "registration card, nothing filed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-FIRST-PERIOD = (WS-FILE-QUARTER * 3) - 2
           COMPUTE WS-LAST-PERIOD  = WS-FILE-QUARTER * 3
           DISPLAY "Tax-Efile: FY" WS-FILE-YEAR " quarter "
               WS-FILE-QUARTER " (periods " WS-FIRST-PERIOD "-"
               WS-LAST-PERIOD ")"
           INITIALIZE WS-QP-AREA
           INITIALIZE WS-QJ-TABLE-AREA
           PERFORM Fetch-Ledger-Figures
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
               UNTIL WS-PERIOD-IX > 3
               IF WS-QP-CLOSED (WS-PERIOD-IX) NOT = "Y"
                   COMPUTE WS-PERIOD-SUB =
                       WS-FIRST-PERIOD + WS-PERIOD-IX - 1
                   DISPLAY "Tax-Efile: period " WS-PERIOD-SUB
                       " not closed - run Period-Close first"
                   MOVE 8 TO WS-RUN-RC
               END-IF
           END-PERFORM
           IF WS-RUN-RC = 8
               DISPLAY "Tax-Efile: quarter not closed, nothing filed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TAX-JLEDGER-FILE
           IF TAX-JLEDGER-STATUS NOT = "00"
               DISPLAY "TAXJLEDG.DAT: status " TAX-JLEDGER-STATUS
                   " - nothing filed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Load-Filing-Profiles
           PERFORM Load-Filing-Log
           PERFORM Collect-Juris-Ledger
           PERFORM Collect-Amendments
           PERFORM Foot-Books
           PERFORM Print-Efile-Report
           CLOSE TAX-JLEDGER-FILE
           DISPLAY "Tax-Efile: " WS-FILED-COUNT " returns, "
               WS-AMENDED-COUNT " amended returns, "
               WS-SKIPPED-COUNT " jurisdictions not filed"
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       Get-Efile-Card.
           OPEN INPUT EFILE-CONTROL-FILE
           IF EFILE-CONTROL-STATUS = "00"
               READ EFILE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EC-FISCAL-YEAR NUMERIC
                       AND EC-QUARTER NUMERIC
                           MOVE EC-FISCAL-YEAR TO WS-FILE-YEAR
                           MOVE EC-QUARTER     TO WS-FILE-QUARTER
                           MOVE EC-REGISTRATION-NO
                               TO WS-REGISTRATION-NO
                       END-IF
               END-READ
               CLOSE EFILE-CONTROL-FILE
           END-IF.

      *> Each period's consolidated row must be on file and closed,
      *> and an amendment bucket, where there is one, is noted with
      *> its tax for the amendment cross-foot.
       Fetch-Ledger-Figures.
           OPEN INPUT TAX-LEDGER-FILE
           IF TAX-LEDGER-STATUS = "00"
               PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > 3
                   MOVE "N" TO WS-QP-CLOSED (WS-PERIOD-IX)
                   MOVE WS-FILE-YEAR TO TL-FISCAL-YEAR
                   COMPUTE TL-FISCAL-PERIOD =
                       WS-FIRST-PERIOD + WS-PERIOD-IX - 1
                   READ TAX-LEDGER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TL-PERIOD-CLOSED
                               MOVE "Y" TO WS-QP-CLOSED (WS-PERIOD-IX)
                           END-IF
                           MOVE TL-TOTAL-TAX-COLLECTED TO
                               WS-QP-LEDGER-TAX (WS-PERIOD-IX)
                   END-READ
               END-PERFORM
               CLOSE TAX-LEDGER-FILE
           ELSE
               DISPLAY "TAXLEDGR.DAT: status " TAX-LEDGER-STATUS
           END-IF
           OPEN INPUT TAX-AMEND-FILE
           IF TAX-AMEND-STATUS = "00"
               PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > 3
                   MOVE "N" TO WS-QP-AMENDED (WS-PERIOD-IX)
                   MOVE WS-FILE-YEAR TO TA-FISCAL-YEAR
                   COMPUTE TA-FISCAL-PERIOD =
                       WS-FIRST-PERIOD + WS-PERIOD-IX - 1
                   READ TAX-AMEND-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-QP-AMENDED (WS-PERIOD-IX)
                           SET QUARTER-AMENDED TO TRUE
                           MOVE TA-TOTAL-TAX-COLLECTED TO
                               WS-QP-AMEND-TAX (WS-PERIOD-IX)
                   END-READ
               END-PERFORM
               CLOSE TAX-AMEND-FILE
           END-IF.

       Load-Filing-Profiles.
           MOVE ZERO TO WS-PF-COUNT
           OPEN INPUT TAX-FPROFILE-FILE
           IF TAX-FPROFILE-STATUS = "00"
               SET END-OF-PROFILES TO FALSE
               PERFORM UNTIL END-OF-PROFILES
                   READ TAX-FPROFILE-FILE
                       AT END
                           SET END-OF-PROFILES TO TRUE
                       NOT AT END
                           IF WS-PF-COUNT < 50
                               ADD 1 TO WS-PF-COUNT
                               MOVE TFP-JURISDICTION TO
                                   WS-PF-JURIS (WS-PF-COUNT)
                               MOVE TFP-ACCOUNT-NO TO
                                   WS-PF-ACCOUNT-NO (WS-PF-COUNT)
                               MOVE TFP-LAYOUT TO
                                   WS-PF-LAYOUT (WS-PF-COUNT)
                               MOVE TFP-FORM-ID TO
                                   WS-PF-FORM-ID (WS-PF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-FPROFILE-FILE
           ELSE
               DISPLAY "TAXFPROF.DAT: status " TAX-FPROFILE-STATUS
                   ", no filing profiles on file"
           END-IF.

       Load-Filing-Log.
           MOVE ZERO TO WS-FL-COUNT
           OPEN INPUT FILING-LOG-FILE
           IF FILING-LOG-STATUS = "00"
               SET END-OF-FILING-LOG TO FALSE
               PERFORM UNTIL END-OF-FILING-LOG
                   READ FILING-LOG-FILE
                       AT END
                           SET END-OF-FILING-LOG TO TRUE
                       NOT AT END
                           IF FLG-FISCAL-YEAR = WS-FILE-YEAR
                           AND FLG-QUARTER = WS-FILE-QUARTER
                           AND WS-FL-COUNT < 200
                               ADD 1 TO WS-FL-COUNT
                               MOVE FLG-JURISDICTION TO
                                   WS-FL-JURIS (WS-FL-COUNT)
                               MOVE FLG-RETURN-TYPE TO
                                   WS-FL-TYPE (WS-FL-COUNT)
                               MOVE FLG-DATE TO
                                   WS-FL-DATE (WS-FL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILING-LOG-FILE
           END-IF.

       Collect-Juris-Ledger.
           MOVE LOW-VALUES TO TJL-LEDGER-KEY
           SET END-OF-JLEDGER TO FALSE
           START TAX-JLEDGER-FILE KEY IS NOT LESS THAN TJL-LEDGER-KEY
               INVALID KEY
                   SET END-OF-JLEDGER TO TRUE
           END-START
           PERFORM UNTIL END-OF-JLEDGER
               READ TAX-JLEDGER-FILE NEXT
                   AT END
                       SET END-OF-JLEDGER TO TRUE
                   NOT AT END
                       IF TJL-FISCAL-YEAR = WS-FILE-YEAR
                       AND TJL-FISCAL-PERIOD >= WS-FIRST-PERIOD
                       AND TJL-FISCAL-PERIOD <= WS-LAST-PERIOD
                           MOVE TJL-JURISDICTION TO WS-LOOK-JURIS
                           PERFORM Find-Juris-Slot
                           IF WS-QJ-SUB > ZERO
                               PERFORM Tally-Ledger-Row
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Find-Juris-Slot.
           SET QJ-SLOT-FOUND TO FALSE
           PERFORM VARYING WS-QJ-SUB FROM 1 BY 1
               UNTIL WS-QJ-SUB > WS-QJ-COUNT
                  OR QJ-SLOT-FOUND
               IF WS-QJ-JURIS (WS-QJ-SUB) = WS-LOOK-JURIS
                   SET QJ-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
      *> the VARYING has already stepped one past the matching slot
      *> by the time the UNTIL sees the found flag
           IF QJ-SLOT-FOUND
               SUBTRACT 1 FROM WS-QJ-SUB
           ELSE
               IF WS-QJ-COUNT < 20
                   ADD 1 TO WS-QJ-COUNT
                   MOVE WS-QJ-COUNT TO WS-QJ-SUB
                   MOVE WS-LOOK-JURIS TO WS-QJ-JURIS (WS-QJ-SUB)
               ELSE
                   DISPLAY "Tax-Efile: jurisdiction table full, "
                       WS-LOOK-JURIS " cannot be filed"
                   MOVE 8 TO WS-RUN-RC
                   MOVE ZERO TO WS-QJ-SUB
               END-IF
           END-IF.

       Tally-Ledger-Row.
           COMPUTE WS-PERIOD-IX =
               TJL-FISCAL-PERIOD - WS-FIRST-PERIOD + 1
           ADD TJL-TAXABLE-SALES TO
               WS-QJ-TAXABLE (WS-QJ-SUB WS-PERIOD-IX)
           ADD TJL-EXEMPT-SALES TO
               WS-QJ-EXEMPT (WS-QJ-SUB WS-PERIOD-IX)
           ADD TJL-TAX-COLLECTED TO
               WS-QJ-TAX (WS-QJ-SUB WS-PERIOD-IX)
           ADD TJL-TAX-COLLECTED TO WS-QP-JURIS-TAX (WS-PERIOD-IX).

      *> For each amended period, what TAXJURIS.DAT holds now. The
      *> rows the close rolled up are still there, so the late share
      *> is this less the TAXJLEDG.DAT figure; rows from before the
      *> fiscal stamp existed carry no period and are passed over.
       Collect-Amendments.
           IF QUARTER-AMENDED
               OPEN INPUT TAX-JURIS-FILE
               IF TAX-JURIS-STATUS = "00"
                   SET END-OF-TAX-JURIS TO FALSE
                   PERFORM UNTIL END-OF-TAX-JURIS
                       READ TAX-JURIS-FILE
                           AT END
                               SET END-OF-TAX-JURIS TO TRUE
                           NOT AT END
                               PERFORM Tally-Juris-Row
                       END-READ
                   END-PERFORM
                   CLOSE TAX-JURIS-FILE
               ELSE
                   DISPLAY "TAXJURIS.DAT: status " TAX-JURIS-STATUS
                       ", amended returns cannot be built"
                   SET AMENDMENTS-FOOT TO FALSE
                   MOVE 8 TO WS-RUN-RC
               END-IF
               PERFORM Foot-Amendments
           END-IF.

       Tally-Juris-Row.
           IF TXJ-FISCAL-YEAR NUMERIC
           AND TXJ-FISCAL-PERIOD NUMERIC
           AND TXJ-FISCAL-YEAR = WS-FILE-YEAR
           AND TXJ-FISCAL-PERIOD >= WS-FIRST-PERIOD
           AND TXJ-FISCAL-PERIOD <= WS-LAST-PERIOD
               COMPUTE WS-PERIOD-IX =
                   TXJ-FISCAL-PERIOD - WS-FIRST-PERIOD + 1
               IF WS-QP-AMENDED (WS-PERIOD-IX) = "Y"
                   MOVE TXJ-JURISDICTION TO WS-LOOK-JURIS
                   PERFORM Find-Juris-Slot
                   IF WS-QJ-SUB > ZERO
                       ADD TXJ-TAXABLE-SALES TO
                           WS-QJ-CUR-TAXABLE (WS-QJ-SUB WS-PERIOD-IX)
                       ADD TXJ-EXEMPT-SALES TO
                           WS-QJ-CUR-EXEMPT (WS-QJ-SUB WS-PERIOD-IX)
                       ADD TXJ-TAX-COLLECTED TO
                           WS-QJ-CUR-TAX (WS-QJ-SUB WS-PERIOD-IX)
                   END-IF
               END-IF
           END-IF.

      *> The jurisdictions' late tax for a period must come to what
      *> the amendment bucket accumulated for it.
       Foot-Amendments.
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
               UNTIL WS-PERIOD-IX > 3
               IF WS-QP-AMENDED (WS-PERIOD-IX) = "Y"
                   MOVE ZERO TO WS-QP-LATE-TAX (WS-PERIOD-IX)
                   PERFORM VARYING WS-QJ-SUB FROM 1 BY 1
                       UNTIL WS-QJ-SUB > WS-QJ-COUNT
                       COMPUTE WS-QP-LATE-TAX (WS-PERIOD-IX) =
                           WS-QP-LATE-TAX (WS-PERIOD-IX)
                         + WS-QJ-CUR-TAX (WS-QJ-SUB WS-PERIOD-IX)
                         - WS-QJ-TAX (WS-QJ-SUB WS-PERIOD-IX)
                   END-PERFORM
                   IF WS-QP-LATE-TAX (WS-PERIOD-IX) NOT =
                      WS-QP-AMEND-TAX (WS-PERIOD-IX)
                       SET AMENDMENTS-FOOT TO FALSE
                       MOVE 8 TO WS-RUN-RC
                   END-IF
               END-IF
           END-PERFORM.

      *> The Qtr-File cross-foot, made a condition of filing: the
      *> jurisdictions' tax per period against the consolidated
      *> ledger. Drift on any period files nothing.
       Foot-Books.
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
               UNTIL WS-PERIOD-IX > 3
               IF WS-QP-JURIS-TAX (WS-PERIOD-IX) NOT =
                  WS-QP-LEDGER-TAX (WS-PERIOD-IX)
                   SET BOOKS-FOOT TO FALSE
                   MOVE 8 TO WS-RUN-RC
               END-IF
           END-PERFORM.

       Print-Efile-Report.
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "ELECTRONIC SALES-TAX RETURN FILES" TO RH-TITLE
           MOVE "TAXEFILE" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE COLUMN-HEAD-LINE TO RH-COLUMN-HEADS
           STRING "  REGISTRATION " WS-REGISTRATION-NO
               "  FISCAL YEAR " WS-FILE-YEAR
               "  QUARTER " WS-FILE-QUARTER
               "  PERIODS " WS-FIRST-PERIOD "-" WS-LAST-PERIOD
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Write-Print-Line
           PERFORM Print-Books-Foot
           IF QUARTER-AMENDED
               PERFORM Print-Amendment-Foot
           END-IF
           IF NOT BOOKS-FOOT
               MOVE "  *** JURISDICTIONS DO NOT FOOT TO THE LEDGER -"
                 & " NOTHING FILED ***" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
               PERFORM Write-Print-Line
           END-IF
           IF WS-QJ-COUNT = ZERO
               MOVE "  NO JURISDICTION ROWS ON TAXJLEDG.DAT FOR THE"
                 & " QUARTER" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           PERFORM File-One-Jurisdiction
               VARYING WS-QJ-SUB FROM 1 BY 1
               UNTIL WS-QJ-SUB > WS-QJ-COUNT
           MOVE WS-FILED-COUNT TO WS-COUNT-EDIT
           STRING "  RETURNS WRITTEN " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-AMENDED-COUNT TO WS-COUNT-EDIT
           STRING "  AMENDED RETURNS WRITTEN " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT
           STRING "  JURISDICTIONS NOT FILED " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Write-Print-Line
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE.

       Print-Books-Foot.
           MOVE "  -- CROSS-FOOT: JURISDICTIONS VS LEDGER --"
               TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
               UNTIL WS-PERIOD-IX > 3
               COMPUTE WS-PERIOD-SUB =
                   WS-FIRST-PERIOD + WS-PERIOD-IX - 1
               MOVE SPACES TO XF-LABEL
               STRING "PERIOD " WS-PERIOD-SUB " TAX"
                   DELIMITED BY SIZE INTO XF-LABEL
               MOVE WS-QP-JURIS-TAX (WS-PERIOD-IX)  TO XF-JURIS-TAX
               MOVE WS-QP-LEDGER-TAX (WS-PERIOD-IX) TO XF-LEDGER-TAX
               IF WS-QP-JURIS-TAX (WS-PERIOD-IX) =
                  WS-QP-LEDGER-TAX (WS-PERIOD-IX)
                   MOVE "OK" TO XF-VERDICT
               ELSE
                   MOVE "*** DRIFT ***" TO XF-VERDICT
                   DISPLAY "CROSS-FOOT DRIFT on period "
                       WS-PERIOD-SUB
               END-IF
               MOVE XFOOT-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-PERFORM
           PERFORM Write-Print-Line.

       Print-Amendment-Foot.
           MOVE "  -- CROSS-FOOT: LATE SHARES VS AMENDMENT BUCKET --"
               TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
               UNTIL WS-PERIOD-IX > 3
               IF WS-QP-AMENDED (WS-PERIOD-IX) = "Y"
                   COMPUTE WS-PERIOD-SUB =
                       WS-FIRST-PERIOD + WS-PERIOD-IX - 1
                   MOVE SPACES TO XF-LABEL
                   STRING "PERIOD " WS-PERIOD-SUB " LATE TAX"
                       DELIMITED BY SIZE INTO XF-LABEL
                   MOVE WS-QP-LATE-TAX (WS-PERIOD-IX)
                       TO XF-JURIS-TAX
                   MOVE WS-QP-AMEND-TAX (WS-PERIOD-IX)
                       TO XF-LEDGER-TAX
                   IF WS-QP-LATE-TAX (WS-PERIOD-IX) =
                      WS-QP-AMEND-TAX (WS-PERIOD-IX)
                       MOVE "OK" TO XF-VERDICT
                   ELSE
                       MOVE "*** DRIFT ***" TO XF-VERDICT
                       DISPLAY "AMENDMENT DRIFT on period "
                           WS-PERIOD-SUB
                   END-IF
                   MOVE XFOOT-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM Write-Print-Line
               END-IF
           END-PERFORM
           PERFORM Write-Print-Line.

      *> One jurisdiction: its original return and, when it has a
      *> late share in an amended period, its amended return. Each
      *> is proved against the ledger rows before its file is
      *> opened.
       File-One-Jurisdiction.
           MOVE ZERO TO WS-PF-MATCH
           PERFORM VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-PF-COUNT
               IF WS-PF-JURIS (WS-PF-SUB) = WS-QJ-JURIS (WS-QJ-SUB)
               AND (WS-PF-LAYOUT (WS-PF-SUB) = "F"
                 OR WS-PF-LAYOUT (WS-PF-SUB) = "D")
                   MOVE WS-PF-SUB TO WS-PF-MATCH
               END-IF
           END-PERFORM
           MOVE SPACES TO JH-ACCOUNT JH-FORM JH-LAYOUT
           MOVE WS-QJ-JURIS (WS-QJ-SUB) TO JH-JURIS
           IF WS-PF-MATCH > ZERO
               MOVE WS-PF-ACCOUNT-NO (WS-PF-MATCH) TO JH-ACCOUNT
               MOVE WS-PF-FORM-ID (WS-PF-MATCH)    TO JH-FORM
               MOVE WS-PF-LAYOUT (WS-PF-MATCH)     TO JH-LAYOUT
           END-IF
           MOVE JURIS-HEAD-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Build-Return-Figures
           SET RETURN-IS-ORIGINAL TO TRUE
           PERFORM Prove-And-Write
           IF JURIS-HAS-LATE
               ADD WS-LATE-TAXABLE TO WS-RET-TAXABLE
               ADD WS-LATE-EXEMPT  TO WS-RET-EXEMPT
               ADD WS-LATE-TAX     TO WS-RET-TAX
               COMPUTE WS-RET-GROSS = WS-RET-TAXABLE + WS-RET-EXEMPT
               SET RETURN-IS-AMENDED TO TRUE
               PERFORM Prove-And-Write
           END-IF
           PERFORM Write-Print-Line.

      *> The quarter as the close rolled it, and the late share of
      *> any amended period.
       Build-Return-Figures.
           MOVE ZERO TO WS-RET-TAXABLE WS-RET-EXEMPT WS-RET-TAX
           MOVE ZERO TO WS-LATE-TAXABLE WS-LATE-EXEMPT WS-LATE-TAX
           SET JURIS-HAS-LATE TO FALSE
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
               UNTIL WS-PERIOD-IX > 3
               ADD WS-QJ-TAXABLE (WS-QJ-SUB WS-PERIOD-IX)
                   TO WS-RET-TAXABLE
               ADD WS-QJ-EXEMPT (WS-QJ-SUB WS-PERIOD-IX)
                   TO WS-RET-EXEMPT
               ADD WS-QJ-TAX (WS-QJ-SUB WS-PERIOD-IX)
                   TO WS-RET-TAX
               IF WS-QP-AMENDED (WS-PERIOD-IX) = "Y"
                   COMPUTE WS-LATE-TAXABLE = WS-LATE-TAXABLE
                       + WS-QJ-CUR-TAXABLE (WS-QJ-SUB WS-PERIOD-IX)
                       - WS-QJ-TAXABLE (WS-QJ-SUB WS-PERIOD-IX)
                   COMPUTE WS-LATE-EXEMPT = WS-LATE-EXEMPT
                       + WS-QJ-CUR-EXEMPT (WS-QJ-SUB WS-PERIOD-IX)
                       - WS-QJ-EXEMPT (WS-QJ-SUB WS-PERIOD-IX)
                   COMPUTE WS-LATE-TAX = WS-LATE-TAX
                       + WS-QJ-CUR-TAX (WS-QJ-SUB WS-PERIOD-IX)
                       - WS-QJ-TAX (WS-QJ-SUB WS-PERIOD-IX)
               END-IF
           END-PERFORM
           COMPUTE WS-RET-GROSS = WS-RET-TAXABLE + WS-RET-EXEMPT
           IF WS-LATE-TAXABLE NOT = ZERO
           OR WS-LATE-EXEMPT NOT = ZERO
           OR WS-LATE-TAX NOT = ZERO
               SET JURIS-HAS-LATE TO TRUE
           END-IF.

       Prove-And-Write.
           PERFORM Prove-Return
           MOVE SPACES TO RETURN-DETAIL-LINE
           IF RETURN-IS-AMENDED
               MOVE "AMENDED" TO RD-TYPE
           ELSE
               MOVE "ORIGINAL" TO RD-TYPE
           END-IF
           MOVE WS-RET-GROSS   TO RD-GROSS
           MOVE WS-RET-EXEMPT  TO RD-EXEMPT
           MOVE WS-RET-TAXABLE TO RD-TAXABLE
           MOVE WS-RET-TAX     TO RD-TAX
           EVALUATE TRUE
               WHEN WS-PF-MATCH = ZERO
                   MOVE "NO FILING PROFILE - NOT FILED"
                       TO RD-VERDICT
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN NOT BOOKS-FOOT
                   MOVE "BOOKS DRIFT - NOT FILED" TO RD-VERDICT
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN NOT RETURN-FOOTS
                   MOVE "*** DOES NOT FOOT - NOT FILED" TO RD-VERDICT
                   DISPLAY "Tax-Efile: " WS-QJ-JURIS (WS-QJ-SUB)
                       " return does not foot to TAXJLEDG.DAT"
                   MOVE 8 TO WS-RUN-RC
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN RETURN-IS-AMENDED AND NOT AMENDMENTS-FOOT
                   MOVE "LATE SHARES DRIFT - NOT FILED"
                       TO RD-VERDICT
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   PERFORM Write-Return-File
           END-EVALUATE
           MOVE RETURN-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

      *> Re-read the jurisdiction's three ledger rows by key and
      *> foot them, plus the late share for an amended return,
      *> against the figures about to go on the file.
       Prove-Return.
           MOVE ZERO TO WS-XR-TAXABLE WS-XR-EXEMPT WS-XR-TAX
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
               UNTIL WS-PERIOD-IX > 3
               MOVE WS-QJ-JURIS (WS-QJ-SUB) TO TJL-JURISDICTION
               MOVE WS-FILE-YEAR TO TJL-FISCAL-YEAR
               COMPUTE TJL-FISCAL-PERIOD =
                   WS-FIRST-PERIOD + WS-PERIOD-IX - 1
               READ TAX-JLEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD TJL-TAXABLE-SALES TO WS-XR-TAXABLE
                       ADD TJL-EXEMPT-SALES  TO WS-XR-EXEMPT
                       ADD TJL-TAX-COLLECTED TO WS-XR-TAX
               END-READ
           END-PERFORM
           IF RETURN-IS-AMENDED
               ADD WS-LATE-TAXABLE TO WS-XR-TAXABLE
               ADD WS-LATE-EXEMPT  TO WS-XR-EXEMPT
               ADD WS-LATE-TAX     TO WS-XR-TAX
           END-IF
           IF WS-XR-TAXABLE = WS-RET-TAXABLE
           AND WS-XR-EXEMPT = WS-RET-EXEMPT
           AND WS-XR-TAX = WS-RET-TAX
           AND WS-RET-GROSS = WS-XR-TAXABLE + WS-XR-EXEMPT
               SET RETURN-FOOTS TO TRUE
           ELSE
               SET RETURN-FOOTS TO FALSE
           END-IF.

       Write-Return-File.
           MOVE SPACES TO WS-RETURN-NAME
           MOVE 1 TO WS-DL-PTR
           STRING "EF" WS-QJ-JURIS (WS-QJ-SUB) WS-FILE-YEAR
               "Q" WS-FILE-QUARTER
               DELIMITED BY SIZE INTO WS-RETURN-NAME
               WITH POINTER WS-DL-PTR
           IF RETURN-IS-AMENDED
               STRING "A" DELIMITED BY SIZE INTO WS-RETURN-NAME
                   WITH POINTER WS-DL-PTR
           END-IF
           STRING ".DAT" DELIMITED BY SIZE INTO WS-RETURN-NAME
               WITH POINTER WS-DL-PTR
           MOVE WS-RETURN-NAME TO RD-FILE-NAME
           OPEN OUTPUT RETURN-FILE
           IF RETURN-FILE-STATUS NOT = "00"
               DISPLAY WS-RETURN-NAME ": status " RETURN-FILE-STATUS
               MOVE "*** CANNOT OPEN - NOT FILED" TO RD-VERDICT
               MOVE 8 TO WS-RUN-RC
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               IF WS-PF-LAYOUT (WS-PF-MATCH) = "F"
                   PERFORM Write-Fixed-Return
               ELSE
                   PERFORM Write-Delimited-Return
               END-IF
               CLOSE RETURN-FILE
               PERFORM Find-Prior-Filing
               IF WS-FIRST-FILED > ZERO
                   MOVE WS-FIRST-FILED TO WS-DATE-EDIT
                   STRING "FOOTS - REFILED, FIRST " WS-DATE-EDIT
                       DELIMITED BY SIZE INTO RD-VERDICT
               ELSE
                   MOVE "FOOTS - FILED" TO RD-VERDICT
               END-IF
               PERFORM Write-Filing-Log
               IF RETURN-IS-AMENDED
                   ADD 1 TO WS-AMENDED-COUNT
               ELSE
                   ADD 1 TO WS-FILED-COUNT
               END-IF
           END-IF.

       Write-Fixed-Return.
           MOVE WS-REGISTRATION-NO TO FXH-REGISTRATION-NO
           MOVE WS-PF-ACCOUNT-NO (WS-PF-MATCH) TO FXH-ACCOUNT-NO
           MOVE WS-PF-FORM-ID (WS-PF-MATCH)    TO FXH-FORM-ID
           MOVE WS-FILE-YEAR    TO FXH-FISCAL-YEAR
           MOVE WS-FILE-QUARTER TO FXH-QUARTER
           MOVE WS-FIRST-PERIOD TO FXH-FIRST-PERIOD
           MOVE WS-LAST-PERIOD  TO FXH-LAST-PERIOD
           MOVE WS-RETURN-TYPE  TO FXH-RETURN-TYPE
           MOVE Y2KDate         TO FXH-CREATED-DATE
           WRITE RETURN-FILE-RECORD FROM FX-HEADER-RECORD
           MOVE WS-PF-ACCOUNT-NO (WS-PF-MATCH) TO FXR-ACCOUNT-NO
           MOVE WS-RET-GROSS   TO FXR-GROSS-SALES
           MOVE WS-RET-EXEMPT  TO FXR-EXEMPT-SALES
           MOVE WS-RET-TAXABLE TO FXR-TAXABLE-SALES
           MOVE WS-RET-TAX     TO FXR-TAX-DUE
           WRITE RETURN-FILE-RECORD FROM FX-RETURN-RECORD
           MOVE 3 TO WS-RECORD-COUNT
           MOVE WS-RECORD-COUNT TO FXT-RECORD-COUNT
           MOVE WS-RET-TAX      TO FXT-TAX-DUE
           WRITE RETURN-FILE-RECORD FROM FX-TRAILER-RECORD.

       Write-Delimited-Return.
           MOVE SPACES TO RETURN-FILE-RECORD
           STRING "H," WS-REGISTRATION-NO DELIMITED BY SPACE
               "," WS-PF-ACCOUNT-NO (WS-PF-MATCH) DELIMITED BY SPACE
               "," WS-PF-FORM-ID (WS-PF-MATCH) DELIMITED BY SPACE
               "," WS-FILE-YEAR "," WS-FILE-QUARTER
               "," WS-FIRST-PERIOD "," WS-LAST-PERIOD
               "," WS-RETURN-TYPE "," Y2KDate
               DELIMITED BY SIZE INTO RETURN-FILE-RECORD
           WRITE RETURN-FILE-RECORD
           MOVE WS-RET-GROSS TO WS-DL-AMOUNT
           PERFORM Edit-Delimited-Amount
           MOVE WS-DL-TEXT TO WS-DL-GROSS
           MOVE WS-RET-EXEMPT TO WS-DL-AMOUNT
           PERFORM Edit-Delimited-Amount
           MOVE WS-DL-TEXT TO WS-DL-EXEMPT
           MOVE WS-RET-TAXABLE TO WS-DL-AMOUNT
           PERFORM Edit-Delimited-Amount
           MOVE WS-DL-TEXT TO WS-DL-TAXABLE
           MOVE WS-RET-TAX TO WS-DL-AMOUNT
           PERFORM Edit-Delimited-Amount
           MOVE WS-DL-TEXT TO WS-DL-TAX
           MOVE SPACES TO RETURN-FILE-RECORD
           STRING "R," WS-PF-ACCOUNT-NO (WS-PF-MATCH) ","
               WS-DL-GROSS "," WS-DL-EXEMPT ","
               WS-DL-TAXABLE "," WS-DL-TAX
               DELIMITED BY SPACE INTO RETURN-FILE-RECORD
           WRITE RETURN-FILE-RECORD
           MOVE 3 TO WS-RECORD-COUNT
           MOVE SPACES TO RETURN-FILE-RECORD
           STRING "T,3," WS-DL-TAX
               DELIMITED BY SPACE INTO RETURN-FILE-RECORD
           WRITE RETURN-FILE-RECORD.

       Edit-Delimited-Amount.
           MOVE WS-DL-AMOUNT TO WS-DL-EDIT
           MOVE ZERO TO WS-DL-LEAD
           INSPECT WS-DL-EDIT TALLYING WS-DL-LEAD FOR LEADING SPACES
           MOVE SPACES TO WS-DL-TEXT
           MOVE WS-DL-EDIT (WS-DL-LEAD + 1:) TO WS-DL-TEXT.

       Find-Prior-Filing.
           MOVE ZERO TO WS-FIRST-FILED
           PERFORM VARYING WS-FL-SUB FROM 1 BY 1
               UNTIL WS-FL-SUB > WS-FL-COUNT
               IF WS-FL-JURIS (WS-FL-SUB) = WS-QJ-JURIS (WS-QJ-SUB)
               AND WS-FL-TYPE (WS-FL-SUB) = WS-RETURN-TYPE
               AND (WS-FIRST-FILED = ZERO
                 OR WS-FL-DATE (WS-FL-SUB) < WS-FIRST-FILED)
                   MOVE WS-FL-DATE (WS-FL-SUB) TO WS-FIRST-FILED
               END-IF
           END-PERFORM.

       Write-Filing-Log.
           OPEN EXTEND FILING-LOG-FILE
           IF FILING-LOG-STATUS = "35"
               OPEN OUTPUT FILING-LOG-FILE
               CLOSE FILING-LOG-FILE
               OPEN EXTEND FILING-LOG-FILE
           END-IF
           MOVE SPACES TO FILING-LOG-RECORD
           MOVE Y2KDate                 TO FLG-DATE
           MOVE WS-TIME-OF-DAY          TO FLG-TIME
           MOVE WS-QJ-JURIS (WS-QJ-SUB) TO FLG-JURISDICTION
           MOVE WS-FILE-YEAR            TO FLG-FISCAL-YEAR
           MOVE WS-FILE-QUARTER         TO FLG-QUARTER
           MOVE WS-RETURN-TYPE          TO FLG-RETURN-TYPE
           MOVE WS-RETURN-NAME          TO FLG-FILE-NAME
           MOVE WS-PF-ACCOUNT-NO (WS-PF-MATCH) TO FLG-ACCOUNT-NO
           MOVE WS-PF-LAYOUT (WS-PF-MATCH)     TO FLG-LAYOUT
           MOVE WS-RECORD-COUNT         TO FLG-RECORD-COUNT
           MOVE WS-RET-GROSS            TO FLG-GROSS-SALES
           MOVE WS-RET-TAX              TO FLG-TAX-DUE
           WRITE FILING-LOG-RECORD
           CLOSE FILING-LOG-FILE.

           COPY PRTWR.
       END PROGRAM Tax-Efile.
