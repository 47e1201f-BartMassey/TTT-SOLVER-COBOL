      *  it was cut, not the night the site is gone.  RETURN-CODE 16
      *  when the bundle is not ready, the same control-break tier as
      *  an out-of-balance run.
      *
      *  The manifest's TTTAUD entry is not a bundled copy but the
      *  audit trail's last link on the night it was packaged (see
      *  drman.cpy).  The trail on hand -- live, or restored -- must
      *  still hold that record: same sequence number, same run-id,
      *  same chain value.  Records appended since are expected.
      *  That pins the trail's end; TTTAUDVF proves every link before
      *  it.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT dr-arcix ASSIGN TO "DRARCIX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-drin-status.
           SELECT ttt-aud ASSIGN TO "TTTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-drin-status.
           SELECT ttt-dvrpt ASSIGN TO "TTTDVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-dvrpt-status.
           RECORDING MODE IS F.
       01 dr-arcix-rec PIC X(200).

       FD  ttt-aud
           RECORDING MODE IS F.
       COPY audit.

       FD  ttt-dvrpt
           RECORDING MODE IS F.
       01 dvrpt-line PIC X(120).
       01 ws-problem-count PIC 9(4) VALUE 0.
       01 ws-file-checked-count PIC 9(4) VALUE 0.
       01 disp-count PIC 9(9).
       01 ws-anchor-found-sw PIC X.
       01 ws-trail-last-seq PIC 9(9).
      *    The anchor record's run-id and chain, kept past the CLOSE.
       01 ws-anchor-run-id PIC X(16).
       01 ws-anchor-chain PIC 9(18).

       PROCEDURE DIVISION.
       0000-MAIN.
                   PERFORM 3400-SCAN-DR-PARM
               WHEN "TTTARCIX"
                   PERFORM 3500-SCAN-DR-ARCIX
               WHEN "TTTAUD  "
                   PERFORM 3600-CHECK-AUDIT-ANCHOR
               WHEN OTHER
                   MOVE "N" TO ws-file-ok-sw
                   MOVE SPACES TO dvrpt-line
                   WRITE dvrpt-line
           END-EVALUATE

           IF ws-file-ok-sw = "Y"
                   AND drman-file NOT = "TTTAUD  " THEN
               PERFORM 4000-BALANCE-AGAINST-MANIFEST
           END-IF
           IF ws-file-ok-sw = "N" THEN
           END-PERFORM
           CLOSE dr-arcix.

      *    The trail's record at the manifest's last sequence number
      *    must carry the manifest's run-id and chain value.  A zero
      *    count means no chain was recorded at packaging time.
       3600-CHECK-AUDIT-ANCHOR.
           MOVE drman-count TO ws-read-count
           IF drman-count = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-scan-done-sw
           MOVE "N" TO ws-anchor-found-sw
           MOVE 0 TO ws-trail-last-seq
           OPEN INPUT ttt-aud
           IF ws-drin-status NOT = "00" THEN
               PERFORM 3900-REPORT-UNREADABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-scan-done-sw = "Y"
               READ ttt-aud
                   AT END
                       MOVE "Y" TO ws-scan-done-sw
                   NOT AT END
                       IF aud-seq NUMERIC THEN
                           MOVE aud-seq TO ws-trail-last-seq
                           IF aud-seq = drman-count THEN
                               MOVE "Y" TO ws-anchor-found-sw
                               MOVE aud-run-id TO ws-anchor-run-id
                               MOVE aud-chain TO ws-anchor-chain
                               MOVE "Y" TO ws-scan-done-sw
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-aud

           IF ws-anchor-found-sw = "N" THEN
               MOVE "N" TO ws-file-ok-sw
               MOVE ws-trail-last-seq TO disp-count
               MOVE SPACES TO dvrpt-line
               STRING "TTTAUD   SHORT -- MANIFEST LAST SEQ="
                   drman-count " TRAIL ENDS AT SEQ=" disp-count
                   DELIMITED BY SIZE INTO dvrpt-line
               WRITE dvrpt-line
               EXIT PARAGRAPH
           END-IF
           IF ws-anchor-run-id NOT = drman-key-lo
                   OR ws-anchor-chain NOT = drman-key-hi THEN
               MOVE "N" TO ws-file-ok-sw
               MOVE SPACES TO dvrpt-line
               STRING "TTTAUD   CHAIN AT SEQ " drman-count
                   " DISAGREES WITH MANIFEST -- TRAIL ALTERED OR "
                   "NOT THE PACKAGED TRAIL"
                   DELIMITED BY SIZE INTO dvrpt-line
               WRITE dvrpt-line
           END-IF.

       3800-TALLY-RECORD.
           ADD 1 TO ws-read-count
           IF ws-read-count = 1 THEN
