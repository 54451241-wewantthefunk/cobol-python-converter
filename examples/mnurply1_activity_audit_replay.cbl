      *    answering "was this terminal really suspended at 14:05"
      *    during a dispute (the as-of state is also listed to the
      *    console). Events after the as-of point are ignored, which
      *    is the whole point. The dormant-id job's events belong to
      *    no terminal and are passed over.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   SET END-OF-AUDIT TO TRUE
           END-READ.

      *    The dormant-id job's warn and disable events are written
      *    from batch against no terminal, so they change no
      *    terminal's state and are passed over.
       2200-REPLAY-ONE-EVENT.
           MOVE MNUAUD-IN-LINE TO MNUAUD-RECORD
           EVALUATE TRUE
               WHEN MNUAUD-LOG-DATE > RPL-ASOF-DATE
                   OR (MNUAUD-LOG-DATE = RPL-ASOF-DATE
                       AND MNUAUD-LOG-TIME > RPL-ASOF-TIME)
                   ADD 1 TO WS-EVENTS-SKIPPED
               WHEN MNUAUD-EVENT-IDLE-ID
                   CONTINUE
               WHEN OTHER
                   PERFORM 2300-FIND-OR-ADD-TERMINAL
                   IF WS-FOUND-IDX > ZERO
                       ADD 1 TO WS-EVENTS-REPLAYED
                       PERFORM 2400-APPLY-EVENT
                   END-IF
           END-EVALUATE
           PERFORM 2100-READ-AUDIT.

       2300-FIND-OR-ADD-TERMINAL.
