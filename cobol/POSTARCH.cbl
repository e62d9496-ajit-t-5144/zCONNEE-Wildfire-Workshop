      *                    refuses the run with return code 16 so the  *
      *                    job stream never swaps a short archive in   *
      *                    over the live file.                         *
      *   10/07/2026  DLG  Audit record grew the fields-sent flags     *
      *                    (265 bytes); archive and active copies      *
      *                    widened to match.  Partial updates (5) are  *
      *                    counted on their own line of the summary.   *
      *----------------------------------------------------------------*
      * SYSIN carries one card: the cutoff date as YYYYMMDD.  Records  *
      * dated before the cutoff are archived; records dated on or      *
      * same FDs in the balance pass.
       FD  ARCHOUT
           RECORDING MODE IS F.
       01  ARCHOUT-RECORD              PIC X(265).

       FD  AUDITNEW
           RECORDING MODE IS F.
       01  AUDITNEW-RECORD             PIC X(265).

       FD  RETSUMM
           RECORDING MODE IS F.
       77  WS-ARCH-OP-CREATE           PIC 9(09) COMP VALUE 0.
       77  WS-ARCH-OP-UPDATE           PIC 9(09) COMP VALUE 0.
       77  WS-ARCH-OP-DELETE           PIC 9(09) COMP VALUE 0.
       77  WS-ARCH-OP-PARTIAL          PIC 9(09) COMP VALUE 0.
       77  WS-ARCH-OP-OTHER            PIC 9(09) COMP VALUE 0.

       77  WS-CUTOFF-DATE              PIC X(08) VALUE SPACES.
                 ADD 1 TO WS-ARCH-OP-UPDATE
              WHEN '4'
                 ADD 1 TO WS-ARCH-OP-DELETE
              WHEN '5'
                 ADD 1 TO WS-ARCH-OP-PARTIAL
              WHEN OTHER
                 ADD 1 TO WS-ARCH-OP-OTHER
           END-EVALUATE.
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RETSUMM-LINE.
           WRITE RETSUMM-LINE.
           MOVE WS-ARCH-OP-PARTIAL TO WS-EDIT-COUNT.
           MOVE SPACES TO RETSUMM-LINE.
           STRING '  PARTIAL (5) . . . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RETSUMM-LINE.
           WRITE RETSUMM-LINE.
           MOVE WS-ARCH-OP-OTHER TO WS-EDIT-COUNT.
           MOVE SPACES TO RETSUMM-LINE.
           STRING '  OTHER . . . . . . . : ' DELIMITED BY SIZE
