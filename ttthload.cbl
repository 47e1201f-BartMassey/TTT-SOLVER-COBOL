      *  A game solved more than once on the same date lands on the
      *  same key; the later journal record replaces the earlier one
      *  (REWRITE), so the master always holds the newest solve for
      *  each GAME-ID/date pair -- except one TTTCORR has corrected,
      *  which a reload leaves as corrected.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01 ws-added-count PIC 9(9) VALUE 0.
       01 ws-replaced-count PIC 9(9) VALUE 0.
       01 ws-error-count PIC 9(9) VALUE 0.
       01 ws-kept-corrected-count PIC 9(9) VALUE 0.
      *    The journal record being loaded, held while the master's
      *    copy of the key is read for its correction state.
       01 ws-load-image PIC X(184).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE hist-served-level TO hmast-served-level
           MOVE hist-served-value TO hmast-served-value
           MOVE hist-run-id TO hmast-run-id
           MOVE SPACE TO hmast-corr-status
           MOVE SPACES TO hmast-corr-reason
           MOVE 0 TO hmast-corr-date hmast-corr-ref-date

           WRITE hmast-rec
               INVALID KEY

      *    INVALID KEY on the WRITE means the key is already on the
      *    master -- the same game solved again on the same date --
      *    so the newer journal record replaces it.  A record TTTCORR
      *    has corrected is the exception: reloading a journal must
      *    not quietly undo an amend or a void, so it is left alone
      *    and counted.
       2100-REPLACE-RECORD.
           MOVE hmast-rec TO ws-load-image
           READ ttt-hmast
               INVALID KEY
                   CONTINUE
           END-READ
           IF ws-hmast-status = "00"
                   AND NOT hmast-as-journaled THEN
               ADD 1 TO ws-kept-corrected-count
               EXIT PARAGRAPH
           END-IF
           MOVE ws-load-image TO hmast-rec
           REWRITE hmast-rec
               INVALID KEY
                   ADD 1 TO ws-error-count
           DISPLAY "TTTHLOAD: READ=" ws-read-count
               " ADDED=" ws-added-count
               " REPLACED=" ws-replaced-count
               " KEPT CORRECTED=" ws-kept-corrected-count
               " ERRORS=" ws-error-count.

      *    RETURN-CODE follows the house convention: 8 if any journal
