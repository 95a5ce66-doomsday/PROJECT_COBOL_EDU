      *>----------------------------------------------------------
      *> FEEDHIST.CPY
      *> Record layout for the inbound feed history (FEEDHIST.DAT).
      *> Feed-Check appends one row per feed the schedule expected
      *> on the run date, each time the cycle runs it: the feed,
      *> its sender, whether the cycle cannot run without it, the
      *> cutoff it was due by (HHMM) and the time it was first
      *> seen on file (HHMM, zero when it never arrived), with the
      *> outcome - A arrived by the cutoff, L late, M missing -
      *> and the minutes past the cutoff for a late one. A cycle
      *> rerun on the same date appends again; the latest row for
      *> a date and feed is the one that stands. Feed-Punctuality
      *> reads it for the weekly report per source.
      *>----------------------------------------------------------
       01  FEED-HISTORY-RECORD.
           02  FH-RUN-DATE         PIC 9(8).
           02  FILLER              PIC X(1).
           02  FH-FEED-FILE        PIC X(14).
           02  FILLER              PIC X(1).
           02  FH-SOURCE           PIC X(20).
           02  FILLER              PIC X(1).
           02  FH-MANDATORY        PIC X.
           02  FILLER              PIC X(1).
           02  FH-CUTOFF-TIME      PIC 9(4).
           02  FILLER              PIC X(1).
           02  FH-SEEN-TIME        PIC 9(4).
           02  FILLER              PIC X(1).
           02  FH-OUTCOME          PIC X.
               88 FH-ARRIVED       VALUE "A".
               88 FH-LATE          VALUE "L".
               88 FH-MISSING       VALUE "M".
           02  FILLER              PIC X(1).
           02  FH-MINUTES-LATE     PIC 9(4).
