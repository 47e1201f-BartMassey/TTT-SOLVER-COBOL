      *    One kiosk or feed dispute on the persistent dispute master
      *    TTTDSPM, keyed on a case number TTTDISP allocates when the
      *    case is opened.  The complaint is tied to the recorded
      *    solve by GAME-ID plus DATE-PLAYED (the TTTHMAST key), and
      *    the recommendation we actually sent is copied onto the
      *    case at open time, so the case and its resolution letter
      *    still quote what was sent after the history master has
      *    been rotated or corrected.
       01 dsp-rec.
           05 dsp-case-no PIC 9(8).
           05 dsp-game-id PIC X(10).
           05 dsp-date-played PIC 9(8).
      *        Who complained: the feed source, or the kiosk terminal
      *        the game was played on (from the TTTSESM session line);
      *        either may be blank when it is not known.
           05 dsp-source-system-id PIC X(8).
           05 dsp-terminal-id PIC X(8).
      *        Lifecycle: OPEN (logged, not yet looked at),
      *        INVESTIGATING (being worked), and the three closing
      *        states UPHELD (our answer was wrong), DENIED (our
      *        answer stands), WITHDRAWN (the complainant dropped it).
           05 dsp-status PIC X(13).
               88 dsp-case-open VALUE "OPEN         "
                                      "INVESTIGATING".
               88 dsp-case-closed VALUE "UPHELD       "
                                        "DENIED       "
                                        "WITHDRAWN    ".
           05 dsp-complaint PIC X(60).
           05 dsp-finding PIC X(60).
           05 dsp-opened-date PIC 9(8).
           05 dsp-opened-by PIC X(8).
           05 dsp-last-action-date PIC 9(8).
           05 dsp-closed-date PIC 9(8).
           05 dsp-closed-by PIC X(8).
      *        The recorded solve as found on TTTHMAST when the case
      *        was opened (at its corrected date-played if TTTCORR had
      *        moved it); dsp-solve-found-sw "N" means the game was
      *        not on the master and "V" that its solve had been
      *        voided, and in either case these fields are blank.
           05 dsp-solve-found-sw PIC X.
           05 dsp-rec-move-row PIC 9.
           05 dsp-rec-move-col PIC 9.
           05 dsp-rec-value PIC S9 SIGN IS LEADING SEPARATE.
           05 dsp-rec-outcome PIC X(4).
           05 dsp-rec-bounded PIC X.
           05 dsp-rec-run-id PIC X(16).
      *        "Y" once TTTDSLTR has printed the resolution letter for
      *        a closed case, so each letter goes out exactly once.
           05 dsp-letter-sw PIC X.
