      *>----------------------------------------------------------
      *> STUHLDTB.CPY
      *> Working-storage for the shared student-hold lookup
      *> (STUHLDLD.CPY). COPY into WORKING-STORAGE in any program
      *> that COPYs STUHLDSL.CPY/STUHOLD.CPY. The caller MOVEs the
      *> date the holds are judged on to WS-HLD-AS-OF-DATE and
      *> PERFORMs Load-Hold-Table once; then per student MOVEs the
      *> id to WS-HLD-CHECK-ID and PERFORMs Check-Student-Holds.
      *> STUDENT-IS-HELD answers, WS-HLD-HIT-COUNT says how many
      *> holds are in force, and the WS-HLD-HIT- fields carry the
      *> first one found for the reject message. Only holds still
      *> in force on or after the as-of date are loaded, so years
      *> of released history never crowd the table. No HOLDS.DAT
      *> on file means nobody is held. The table holds as many
      *> rows as Hold-Maint keeps; should HOLDS.DAT ever carry
      *> more holds in force than that, the load fails closed -
      *> every student not found is taken as held, so nobody
      *> slips through on a hold the table could not keep.
      *>----------------------------------------------------------
       01 STUDENT-HOLD-STATUS   PIC XX.
       01 WS-HLD-EOF            PIC X VALUE "N".
           88 END-OF-HOLD-FILE  VALUE "Y".
       01 WS-HLD-LOADED         PIC X VALUE "N".
           88 HOLD-TABLE-LOADED VALUE "Y".
       01 WS-HLD-AS-OF-DATE     PIC 9(8) VALUE ZERO.
       01 WS-HLD-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-HLD-SUB            PIC 9(4) VALUE ZERO.
       01 WS-HLD-LIMIT          PIC 9(4) VALUE 2000.
       01 WS-HLD-OVERFLOW       PIC 9(5) VALUE ZERO.
       01 WS-HLD-TABLE-AREA.
           02 WS-HLD-ENTRY OCCURS 2000 TIMES.
               03 WS-HLD-STUDENT   PIC 9(7).
               03 WS-HLD-TYPE      PIC X.
               03 WS-HLD-OFFICE    PIC X(10).
               03 WS-HLD-PLACED    PIC 9(8).
               03 WS-HLD-REASON    PIC X(20).
       01 WS-HLD-CHECK-ID       PIC 9(7) VALUE ZERO.
       01 WS-HLD-HIT            PIC X VALUE "N".
           88 STUDENT-IS-HELD   VALUE "Y" FALSE "N".
       01 WS-HLD-HIT-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-HLD-HIT-TYPE       PIC X VALUE SPACE.
       01 WS-HLD-HIT-OFFICE     PIC X(10) VALUE SPACES.
       01 WS-HLD-HIT-PLACED     PIC 9(8) VALUE ZERO.
       01 WS-HLD-HIT-REASON     PIC X(20) VALUE SPACES.
       01 WS-HLD-TYPE-NAME      PIC X(12) VALUE SPACES.
