       IDENTIFICATION DIVISION.
       PROGRAM-ID. AudChain.

      ******************************************************************
      *  Computes the TTTAUD integrity chain value for one audit
      *  record (see audit.cpy): two independent running remainders,
      *  each seeded from one half of the previous record's chain
      *  value, folded over every byte of this record up to and
      *  including aud-seq, and returned side by side as the 18-digit
      *  aud-chain.  Because each record's value starts from its
      *  predecessor's, changing one byte anywhere on the trail -- or
      *  dropping, inserting, or swapping a record -- changes every
      *  value after it.  AuditLog stamps the value as it appends;
      *  TTTAUDVF, TTTOPS, and TTTAUDC3 re-derive it here, so there is
      *  exactly one definition of the chain.
      *
      *  The chain proves the trail has not been altered since each
      *  record was written, and the last value carried off-site in
      *  the DR manifest pins the whole trail to the night it was
      *  packaged -- an edit that re-chained everything after it
      *  still disagrees with the manifest.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 ws-byte-idx PIC 9(4) COMP.
       01 ws-byte-val PIC 9(4) COMP.
       01 ws-sum-a PIC 9(12) COMP.
       01 ws-sum-b PIC 9(12) COMP.
       01 ws-chain-work.
           05 ws-chain-a PIC 9(9).
           05 ws-chain-b PIC 9(9).
       01 ws-chain-num REDEFINES ws-chain-work PIC 9(18).

       LINKAGE SECTION.
      *    The chained part of the record: aud-job-name through
      *    aud-seq, the first 169 bytes of aud-rec.
       01 chain-body-arg PIC X(169).
       01 prev-chain-arg PIC 9(18).
       01 new-chain-arg PIC 9(18).

       PROCEDURE DIVISION USING
         BY REFERENCE chain-body-arg
         BY REFERENCE prev-chain-arg
         BY REFERENCE new-chain-arg.

       0000-MAIN.
           MOVE prev-chain-arg TO ws-chain-num
           MOVE ws-chain-a TO ws-sum-a
           MOVE ws-chain-b TO ws-sum-b
           PERFORM VARYING ws-byte-idx FROM 1 BY 1
               UNTIL ws-byte-idx > 169
               COMPUTE ws-byte-val =
                   FUNCTION ORD(chain-body-arg(ws-byte-idx:1))
               COMPUTE ws-sum-a = FUNCTION MOD(
                   ws-sum-a * 257 + ws-byte-val, 999999937)
               COMPUTE ws-sum-b = FUNCTION MOD(
                   ws-sum-b * 263 + ws-byte-val + ws-byte-idx,
                   999999893)
           END-PERFORM
           MOVE ws-sum-a TO ws-chain-a
           MOVE ws-sum-b TO ws-chain-b
           MOVE ws-chain-num TO new-chain-arg
           EXIT PROGRAM.

       END PROGRAM AudChain.
