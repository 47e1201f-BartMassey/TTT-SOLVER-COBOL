      *      col   41-70 owner contact
      *      col   72-80 expected daily volume, low
      *      col   82-90 expected daily volume, high
      *      col   92-98 sending days, Monday first ("MTWTF--")
      *      col  100-103 sending cutoff, hhmm
      *      col  105-113 contracted daily quota, records (blank or
      *                   zero: no quota)
      *      col  115-119 retention days, history master
      *      col  121-125 retention days, archive generations
      *      col  127-131 retention days, kiosk sessions
      *      col  133-137 retention days, closed rejects (each blank
      *                   or zero: kept indefinitely)
      *
      *  "*" in column 1 for a comment line, blank lines ignored --
      *  the same conventions as the TTTPARM reader.  Fills the
       FILE SECTION.
       FD  ttt-srcm
           RECORDING MODE IS F.
       01 srcm-line PIC X(137).

       WORKING-STORAGE SECTION.
       01 ws-srcm-status PIC XX VALUE SPACES.
                       TO src-vol-lo(src-count)
                   MOVE FUNCTION NUMVAL(srcm-line(82:9))
                       TO src-vol-hi(src-count)
                   MOVE srcm-line(92:7) TO src-send-days(src-count)
                   IF srcm-line(100:4) IS NUMERIC THEN
                       MOVE srcm-line(100:4)
                           TO src-cutoff-time(src-count)
                   ELSE
                       MOVE 0 TO src-cutoff-time(src-count)
                   END-IF
                   MOVE FUNCTION NUMVAL(srcm-line(105:9))
                       TO src-daily-quota(src-count)
                   MOVE FUNCTION NUMVAL(srcm-line(115:5))
                       TO src-retain-hist-days(src-count)
                   MOVE FUNCTION NUMVAL(srcm-line(121:5))
                       TO src-retain-arch-days(src-count)
                   MOVE FUNCTION NUMVAL(srcm-line(127:5))
                       TO src-retain-sess-days(src-count)
                   MOVE FUNCTION NUMVAL(srcm-line(133:5))
                       TO src-retain-rej-days(src-count)
           END-EVALUATE.

       END PROGRAM SrcMaster.
