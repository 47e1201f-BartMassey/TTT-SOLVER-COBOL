      *    count.  Key prefixes are the leading 18 bytes of the first
      *    and last record copied -- the full primary key for every
      *    bundled file, spaces when the file was empty.
      *    The TTTAUD entry is the exception: the trail is not
      *    bundled, and its entry records the trail's last link -- the
      *    last aud-seq in drman-count, that record's aud-run-id in
      *    drman-key-lo, and its aud-chain in drman-key-hi.
       01 drman-rec.
           05 drman-file PIC X(8).
           05 FILLER PIC X VALUE SPACE.
