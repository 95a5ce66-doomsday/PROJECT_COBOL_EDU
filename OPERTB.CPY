      *>----------------------------------------------------------
      *> OPERTB.CPY
      *> Working-storage for the shared operator-authority check
      *> (OPERLD.CPY). COPY into WORKING-STORAGE in any program
      *> that COPYs OPERSL.CPY/OPERM.CPY. The caller MOVEs the
      *> transaction's user id to WS-OPM-CHECK-ID and its own
      *> function slot (one of the WS-OPM-FN- values below) to
      *> WS-OPM-CHECK-SLOT, and PERFORMs Check-Operator-Authority;
      *> OPERATOR-AUTHORIZED answers, and WS-OPM-REJECT-MSG says
      *> why not in words fit for the error log. Unlike the branch
      *> table, no operator master on file means nobody is
      *> authorized: a site that has lost OPERM.DAT stops taking
      *> maintenance, it does not start taking it from anyone.
      *>----------------------------------------------------------
       01 OPERATOR-MASTER-STATUS PIC XX.
       01 WS-OPM-EOF            PIC X VALUE "N".
           88 END-OF-OPERATOR-MASTER VALUE "Y".
       01 WS-OPM-LOADED         PIC X VALUE "N".
           88 OPERATOR-MASTER-LOADED VALUE "Y".
       01 WS-OPM-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-OPM-SUB            PIC 9(3) VALUE ZERO.
       01 WS-OPM-TABLE-AREA.
           02 WS-OPM-ENTRY OCCURS 200 TIMES.
               03 WS-OPM-USER-ID   PIC X(8).
               03 WS-OPM-STATUS    PIC X.
               03 WS-OPM-AUTH-FLAGS.
                   04 WS-OPM-AUTH  PIC X OCCURS 20 TIMES.
       01 WS-OPM-MATCH-SUB      PIC 9(3) VALUE ZERO.
       01 WS-OPM-CHECK-ID       PIC X(8) VALUE SPACES.
       01 WS-OPM-CHECK-SLOT     PIC 99 VALUE ZERO.
       01 WS-OPM-REJECT-MSG     PIC X(40) VALUE SPACES.
       01 WS-OPM-AUTHORIZED     PIC X VALUE "N".
           88 OPERATOR-AUTHORIZED VALUE "Y" FALSE "N".

      *> The function slots, in OPERM.CPY's order.
       01 WS-OPM-FN-BRANCH      PIC 99 VALUE 1.
       01 WS-OPM-FN-GL-MAP      PIC 99 VALUE 2.
       01 WS-OPM-FN-TAX-RATE    PIC 99 VALUE 3.
       01 WS-OPM-FN-CERT        PIC 99 VALUE 4.
       01 WS-OPM-FN-HOLIDAY     PIC 99 VALUE 5.
       01 WS-OPM-FN-CONTACT     PIC 99 VALUE 6.
       01 WS-OPM-FN-OPERATOR    PIC 99 VALUE 7.
       01 WS-OPM-FN-VENDOR      PIC 99 VALUE 8.
       01 WS-OPM-FN-PAY-RATE    PIC 99 VALUE 9.
       01 WS-OPM-FN-COA         PIC 99 VALUE 10.
       01 WS-OPM-FN-FILING-PROF PIC 99 VALUE 11.
       01 WS-OPM-FN-CONSENT     PIC 99 VALUE 12.
       01 WS-OPM-FN-STU-HOLD    PIC 99 VALUE 13.
       01 WS-OPM-FN-BUDGET      PIC 99 VALUE 14.
