               TO C-DESCRIPTION.
           PERFORM JUDGE-ONE-CHECK.

      *    The member population MEMMAINT left on the control record
      *    must be the population TWODT later classified.
       CHECK-MEMBER-HANDOFF.
           MOVE "MEMMAINT" TO WS-LOOKUP-ID.
           IF WS-PGM-FOUND
               MOVE WS-PGM-INPUT(WS-PGM-SUB) TO WS-RIGHT-VALUE
           END-IF.
           MOVE "MEMMAINT CONTROL VS TWODT CLASSIFIED: "
               TO C-DESCRIPTION.
           PERFORM JUDGE-ONE-CHECK.

