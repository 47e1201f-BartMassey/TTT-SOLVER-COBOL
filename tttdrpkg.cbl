      *  count (a site with no pending acks legitimately has no
      *  TTTPENDO) -- the manifest says so rather than the file just
      *  not being there.
      *
      *  The manifest also carries one TTTAUD entry, though the trail
      *  itself is not copied into the bundle: the last record's
      *  sequence number (drman-count), run-id (drman-key-lo), and
      *  integrity chain value (drman-key-hi; see audit.cpy).  Held
      *  off-site with the bundle, it pins the trail as it stood
      *  tonight -- TTTDRVFY holds a restored trail's record at that
      *  sequence number against it, and TTTAUDVF proves every link
      *  up to it, so a restored trail can be shown unaltered.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT dr-arcix ASSIGN TO "DRARCIX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-drout-status.
           SELECT ttt-aud ASSIGN TO "TTTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-aud-status.
           SELECT ttt-drman ASSIGN TO "TTTDRMAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-drman-status.
           RECORDING MODE IS F.
       COPY arcix.

       FD  ttt-aud
           RECORDING MODE IS F.
       COPY audit.

      *    Every DR copy is the source record space-padded to one
      *    fixed image length, so the verify side reads them all with
      *    one layout.
       01 ws-arcix-status PIC XX VALUE SPACES.
       01 ws-drout-status PIC XX VALUE SPACES.
       01 ws-drman-status PIC XX VALUE SPACES.
       01 ws-aud-status PIC XX VALUE SPACES.
       01 ws-scan-done-sw PIC X.

       01 ws-file-count PIC 9(9).
           PERFORM 3000-PACKAGE-PENDO
           PERFORM 4000-PACKAGE-PARM
           PERFORM 5000-PACKAGE-ARCIX
           PERFORM 6000-NOTE-AUDIT-CHAIN

           CLOSE ttt-drman
           DISPLAY "TTTDRPKG: BUNDLE COMPLETE FOR CYCLE " cycle-date
           MOVE "TTTARCIX" TO drman-file
           PERFORM 8000-WRITE-MANIFEST.

      *    Not a copy: the trail's last link, recorded for the
      *    restore side.  A trail that does not exist or is still in
      *    the pre-chain layout records a zero sequence and chain.
       6000-NOTE-AUDIT-CHAIN.
           MOVE 0 TO ws-file-count
           MOVE SPACES TO ws-key-lo ws-key-hi
           MOVE "N" TO ws-scan-done-sw
           OPEN INPUT ttt-aud
           IF ws-aud-status = "00" THEN
               PERFORM UNTIL ws-scan-done-sw = "Y"
                   READ ttt-aud
                       AT END
                           MOVE "Y" TO ws-scan-done-sw
                       NOT AT END
                           IF aud-seq NUMERIC
                                   AND aud-chain NUMERIC THEN
                               MOVE aud-seq TO ws-file-count
                               MOVE aud-run-id TO ws-key-lo
                               MOVE aud-chain TO ws-key-hi
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ttt-aud
           ELSE
               DISPLAY "TTTDRPKG: TTTAUD NOT AVAILABLE (STATUS "
                   ws-aud-status ") -- NO CHAIN RECORDED"
           END-IF
           MOVE "TTTAUD  " TO drman-file
           PERFORM 8000-WRITE-MANIFEST
           DISPLAY "TTTDRPKG: TTTAUD   LAST CHAIN=" ws-key-hi.

       8000-WRITE-MANIFEST.
           MOVE ws-file-count TO drman-count
           MOVE cycle-date TO drman-cycle-date
