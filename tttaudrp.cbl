      *    before event types existed carry spaces and are the old
      *    one-per-run convention, so they count too).
           PERFORM 3100-MARK-DAY-PRESENT
           IF aud-event-type = "BEGIN" OR aud-event-type = "BKOUT"
                   OR aud-event-type = "CTLCH"
                   OR aud-event-type = "REFUS"
                   OR aud-event-type = "PURGE"
                   OR aud-event-type = "RLEAS"
                   OR aud-event-type = "AUTHZ" THEN
               EXIT PARAGRAPH
           END-IF

