       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaskId.

      ******************************************************************
      *  Masks one production identifier (game-id, source-system-id,
      *  kiosk terminal id, routing recipient) for the test region
      *  (TTTRFRSH).  Each character is shifted within its own class
      *  -- digit to digit, capital to capital, small letter to small
      *  letter; spaces and punctuation are left alone -- by an amount
      *  drawn from the site's masking key and from every character
      *  before it; then the same again from right to left, so each
      *  character of the substitute depends on the whole identifier
      *  (identifiers that differ only in their last digit do not
      *  come out differing only in theirs).  So:
      *
      *    - the same identifier under the same key always masks to
      *      the same substitute, in whatever file it turns up, and
      *      keys and cross-file links still match;
      *    - two different identifiers can never mask to the same
      *      substitute (each pass can be undone a position at a
      *      time, given the key), so keys stay unique;
      *    - the substitute passes the same edits as the original (a
      *      numeric game-id stays numeric, a blank source stays
      *      blank);
      *    - without the key, a substitute says nothing about the
      *      identifier behind it.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 ws-digits PIC X(10) VALUE "0123456789".
       01 ws-upper PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 ws-lower PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 ws-char PIC X.
       01 ws-char-pos PIC 9(4) COMP.
       01 ws-byte-idx PIC 9(4) COMP.
       01 ws-seed PIC 9(12) COMP.
       01 ws-run PIC 9(12) COMP.
       01 ws-shift PIC 9(4) COMP.
       01 ws-len PIC 9(4) COMP.

       LINKAGE SECTION.
       01 mask-key-arg PIC X(16).
      *    The identifier, masked in place; only the first
      *    mask-len-arg bytes are looked at.
       01 mask-id-arg PIC X(20).
       01 mask-len-arg PIC 9(4) COMP.

       PROCEDURE DIVISION USING
         BY REFERENCE mask-key-arg
         BY REFERENCE mask-id-arg
         BY REFERENCE mask-len-arg.

       0000-MAIN.
           MOVE 0 TO ws-seed
           PERFORM VARYING ws-byte-idx FROM 1 BY 1
               UNTIL ws-byte-idx > 16
               COMPUTE ws-seed = FUNCTION MOD(ws-seed * 131
                   + FUNCTION ORD(mask-key-arg(ws-byte-idx:1)),
                   999983)
           END-PERFORM
           MOVE mask-len-arg TO ws-len
           IF ws-len > 20 THEN
               MOVE 20 TO ws-len
           END-IF
           MOVE ws-seed TO ws-run
           PERFORM VARYING ws-byte-idx FROM 1 BY 1
               UNTIL ws-byte-idx > ws-len
               PERFORM 0100-MASK-ONE-CHARACTER
           END-PERFORM
           COMPUTE ws-run = FUNCTION MOD(ws-seed * 7 + 1, 999983)
           PERFORM VARYING ws-byte-idx FROM ws-len BY -1
               UNTIL ws-byte-idx < 1
               PERFORM 0100-MASK-ONE-CHARACTER
           END-PERFORM
           EXIT PROGRAM.

       0100-MASK-ONE-CHARACTER.
           MOVE mask-id-arg(ws-byte-idx:1) TO ws-char
           COMPUTE ws-shift = FUNCTION MOD(ws-run, 9973)
           PERFORM 1000-SHIFT-CHARACTER
           COMPUTE ws-run = FUNCTION MOD(ws-run * 31
               + FUNCTION ORD(ws-char) + ws-byte-idx, 999983).

      *    The class tables are searched rather than the character
      *    codes used, so the shift is the same whatever the
      *    collating sequence.  ws-char keeps the character as it
      *    was before this pass shifted it: it is what the next
      *    position's shift is drawn from.
       1000-SHIFT-CHARACTER.
           MOVE 0 TO ws-char-pos
           EVALUATE TRUE
               WHEN ws-char IS NUMERIC
                   INSPECT ws-digits TALLYING ws-char-pos
                       FOR CHARACTERS BEFORE INITIAL ws-char
                   COMPUTE ws-char-pos =
                       FUNCTION MOD(ws-char-pos + ws-shift, 10) + 1
                   MOVE ws-digits(ws-char-pos:1)
                       TO mask-id-arg(ws-byte-idx:1)
               WHEN ws-char IS ALPHABETIC-UPPER AND ws-char NOT = SPACE
                   INSPECT ws-upper TALLYING ws-char-pos
                       FOR CHARACTERS BEFORE INITIAL ws-char
                   COMPUTE ws-char-pos =
                       FUNCTION MOD(ws-char-pos + ws-shift, 26) + 1
                   MOVE ws-upper(ws-char-pos:1)
                       TO mask-id-arg(ws-byte-idx:1)
               WHEN ws-char IS ALPHABETIC-LOWER AND ws-char NOT = SPACE
                   INSPECT ws-lower TALLYING ws-char-pos
                       FOR CHARACTERS BEFORE INITIAL ws-char
                   COMPUTE ws-char-pos =
                       FUNCTION MOD(ws-char-pos + ws-shift, 26) + 1
                   MOVE ws-lower(ws-char-pos:1)
                       TO mask-id-arg(ws-byte-idx:1)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       END PROGRAM MaskId.
