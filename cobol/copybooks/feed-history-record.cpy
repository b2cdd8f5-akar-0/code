      * shared FEEDHIST record layout; COPY under an 01 (level 05
      * fields). one line per expected partner feed per watched day,
      * appended by 'FeedWatchdog' as each feed is settled and read
      * back by 'FeedScorecard' for the monthly partner scorecard. a
      * day watched twice has two lines for the feed; the later one
      * stands.
           05 fhr-watch-date       pic x(8).
           05 filler               pic x(1).
           05 fhr-partner-id       pic x(8).
           05 filler               pic x(1).
           05 fhr-file-id          pic x(8).
           05 filler               pic x(1).
      *    HHMM the feed was due by
           05 fhr-cutoff           pic x(4).
           05 filler               pic x(1).
      *    'O' arrived by the cutoff, 'L' arrived after it, 'M' never
      *    arrived in the watch, 'H' not expected (the partner's
      *    calendar has the day off)
           05 fhr-outcome          pic x(1).
              88 fhr-on-time       value 'O'.
              88 fhr-late          value 'L'.
              88 fhr-missing       value 'M'.
              88 fhr-not-expected  value 'H'.
           05 filler               pic x(1).
      *    the good GATERCPT receipt's stamp; spaces for 'M' and 'H'
           05 fhr-arrival-stamp    pic x(19).
