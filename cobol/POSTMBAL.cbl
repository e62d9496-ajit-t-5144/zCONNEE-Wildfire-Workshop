      *                    the month (RC 0); any variance lists the    *
      *                    NUMBs driving it and ends RC 8; a run       *
      *                    that could not compute ends RC 16.          *
      *   10/07/2026  DLG  Partial updates.  A partial update (5)      *
      *                    that did not send AMOUNT left FILEA-AMOUNT  *
      *                    alone, so it no longer overrides the roll-  *
      *                    up's amount; one that did send it counts    *
      *                    as an update.  The roll-up state is now     *
      *                    cleared for every new key group, so a key   *
      *                    whose only rows left AMOUNT alone expects   *
      *                    its opening value.                          *
      *----------------------------------------------------------------*
      * OPENEXT, CLOSEXT and AUDITIN must all be sorted ascending by   *
      * their key (FILEA-NUMB / AUD-NUMB) before this job runs, the    *
       77  WS-LOOK-NUMB                PIC X(06) VALUE SPACES.
       77  WS-LOOK-OP                  PIC X(01) VALUE SPACE.
       01  WS-LOOK-AMOUNT              PIC X(08) VALUE SPACES.
       77  WS-LOOK-AMOUNT-SENT         PIC X(01) VALUE SPACE.
           88 WS-LOOK-AMOUNT-OMITTED       VALUE 'N'.

      * Period activity, in pennies, by operation code - every
      * successful in-period row counts, superseded or not
       2300-READ-AUDIT-GROUP.
           MOVE 'N' TO WS-AUD-HAVE-GROUP-SW.
           MOVE 'N' TO WS-AUD-GROUP-DONE-SW.
           MOVE 'N' TO WS-AUD-GROUP-FINAL.
           PERFORM 2310-ACCUMULATE-GROUP
               THRU 2310-ACCUMULATE-GROUP-EXIT
               UNTIL WS-AUD-GROUP-DONE
                 MOVE AUD-NUMB           TO WS-LOOK-NUMB
                 MOVE AUD-OPERATION-CODE TO WS-LOOK-OP
                 MOVE AUD-AMOUNT         TO WS-LOOK-AMOUNT
                 MOVE AUD-AMOUNT-SENT    TO WS-LOOK-AMOUNT-SENT
                 PERFORM 2320-FOLD-ROW-IN
                     THRU 2320-FOLD-ROW-IN-EXIT
           END-EVALUATE.
       2320-FOLD-ROW-IN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2340-APPLY-ROW - a partial update that left AMOUNT out did     *
      * not move the balance, so the group's amount stands             *
      *----------------------------------------------------------------*
       2340-APPLY-ROW.
           EVALUATE TRUE
              WHEN WS-LOOK-OP = '4'
                 MOVE 'D' TO WS-AUD-GROUP-FINAL
                 MOVE SPACES TO WS-AUD-GROUP-AMOUNT
              WHEN WS-LOOK-OP = '5' AND WS-LOOK-AMOUNT-OMITTED
                 CONTINUE
              WHEN OTHER
                 MOVE 'A' TO WS-AUD-GROUP-FINAL
                 MOVE WS-LOOK-AMOUNT TO WS-AUD-GROUP-AMOUNT
           END-EVALUATE.
       2340-APPLY-ROW-EXIT.
           EXIT.

               THRU 2000-PARSE-PENNIES-EXIT.
           EVALUATE AUD-OPERATION-CODE
              WHEN '3'
              WHEN '5'
                 ADD 1 TO WS-ACT-UPDATE-COUNT
                 ADD WS-PARSE-PENNIES TO WS-ACT-UPDATE-PENNIES
              WHEN '4'
