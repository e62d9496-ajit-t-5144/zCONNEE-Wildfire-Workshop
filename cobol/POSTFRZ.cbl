      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = POSTFRZ                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   POSTFRZ.
       AUTHOR.       DATA LOAD GROUP.
       INSTALLATION. ZCEE WILDFIRE WORKSHOP.
       DATE-WRITTEN. 10/09/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *   DATE       INIT  DESCRIPTION                                 *
      *   10/09/2026  DLG  Initial version.  Maintains the FRZFILE     *
      *                    customer freeze list every posting path     *
      *                    checks before it posts.  Legal and fraud's  *
      *                    control cards on FRZCARD add a freeze       *
      *                    (NUMB, reason code, who placed it and an    *
      *                    optional lift date) or lift one (now, or    *
      *                    from a given date); the updated list is     *
      *                    written to FRZNEW in NUMB order (the JCL    *
      *                    swaps it in over FRZFILE after a good run,  *
      *                    the POSTHOLD HOLDNEW convention), and every *
      *                    change - added, lifted, rejected card, or   *
      *                    taken off the list because its lift date    *
      *                    has come - is printed on the FRZLOG change  *
      *                    log.  Rejected cards raise RC 4; a freeze   *
      *                    list that cannot be read cleanly refuses    *
      *                    the run at RC 8 rather than rewrite it      *
      *                    with freezes missing.                       *
      *----------------------------------------------------------------*
      *                                                                *
      * CONTROL CARDS (FRZCARD)                                        *
      *   COL  1     ACTION     A = ADD A FREEZE, L = LIFT A FREEZE    *
      *   COL  2- 7  NUMB       CUSTOMER NUMBER                        *
      *   COL  8-11  REASON     FREEZE REASON CODE (REQUIRED ON ADD)   *
      *   COL 12-19  USER       WHO IS PLACING OR LIFTING THE FREEZE   *
      *   COL 20-27  LIFT DATE  YYYYMMDD.  ON AN ADD, OPTIONAL - THE   *
      *                         FREEZE LIFTS ITSELF ON THAT DAY.  ON   *
      *                         A LIFT, BLANK MEANS TODAY.             *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRZFILE ASSIGN TO FRZFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZFILE-STATUS.
           SELECT FRZCARD ASSIGN TO FRZCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZCARD-STATUS.
           SELECT FRZNEW ASSIGN TO FRZNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZNEW-STATUS.
           SELECT FRZLOG ASSIGN TO FRZLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRZFILE
           RECORDING MODE IS F.
           COPY FRZREC.

       FD  FRZCARD
           RECORDING MODE IS F.
       01  FRZCARD-RECORD.
           05 FCD-ACTION              PIC X(01).
              88 FCD-ACTION-ADD           VALUE 'A'.
              88 FCD-ACTION-LIFT          VALUE 'L'.
           05 FCD-NUMB                PIC X(6).
           05 FCD-REASON-CODE         PIC X(04).
           05 FCD-USER                PIC X(08).
           05 FCD-LIFT-DATE           PIC X(08).

       FD  FRZNEW
           RECORDING MODE IS F.
       01  FRZNEW-RECORD               PIC X(34).

       FD  FRZLOG
           RECORDING MODE IS F.
       01  FRZLOG-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       77  WS-FRZFILE-STATUS           PIC X(02) VALUE SPACES.
           88 WS-FRZFILE-OK                VALUE '00'.
           88 WS-FRZFILE-EOF               VALUE '10'.
           88 WS-FRZFILE-NOT-FOUND         VALUE '35'.
       77  WS-FRZCARD-STATUS           PIC X(02) VALUE SPACES.
           88 WS-FRZCARD-OK                VALUE '00'.
           88 WS-FRZCARD-EOF               VALUE '10'.
           88 WS-FRZCARD-NOT-FOUND         VALUE '35'.
       77  WS-FRZNEW-STATUS            PIC X(02) VALUE SPACES.
           88 WS-FRZNEW-OK                 VALUE '00'.
       77  WS-FRZLOG-STATUS            PIC X(02) VALUE SPACES.
           88 WS-FRZLOG-OK                 VALUE '00'.

       77  WS-LOAD-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-LOAD-EOF                  VALUE 'Y'.
       77  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-CARD-EOF                  VALUE 'Y'.
       77  WS-RUN-ERROR-SW             PIC X(01) VALUE 'N'.
           88 WS-RUN-ERROR                 VALUE 'Y'.

       77  WS-COUNT-ON-FILE            PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-CARDS              PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-ADDED              PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-LIFTED             PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-REJECTED           PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-REMOVED            PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-WRITTEN            PIC 9(09) COMP VALUE 0.
       77  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.

       77  WS-TODAY                    PIC X(08) VALUE SPACES.
       01  WS-CURRENT-DATE             PIC X(21) VALUE SPACES.

      * Why the card in hand was refused; spaces means it applied
       01  WS-CARD-REASON              PIC X(30) VALUE SPACES.
      * The lift date a lift card takes effect from
       77  WS-EFFECTIVE-LIFT           PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------*
      * The freeze list, held in ascending NUMB order by insertion so  *
      * FRZNEW goes out in key order whatever order the cards came in. *
      * A NUMB on the list twice, or a list past the table size,       *
      * refuses the run - the list must never be rewritten short.      *
      *----------------------------------------------------------------*
       01  WS-FREEZE-TABLE.
           05 WS-FRZ-MAX              PIC 9(05) COMP VALUE 5000.
           05 WS-FRZ-COUNT            PIC 9(05) COMP VALUE 0.
           05 WS-FRZ-ENTRY            OCCURS 0 TO 5000 TIMES
                                       DEPENDING ON WS-FRZ-COUNT.
              10 WS-FRZ-NUMB          PIC X(06).
              10 WS-FRZ-REASON        PIC X(04).
              10 WS-FRZ-PLACED-BY     PIC X(08).
              10 WS-FRZ-PLACED-DATE   PIC X(08).
              10 WS-FRZ-LIFT-DATE     PIC X(08).
       77  WS-FRZ-SUB                  PIC 9(05) COMP VALUE 0.
       77  WS-FRZ-SLOT                 PIC 9(05) COMP VALUE 0.
       77  WS-FRZ-SHIFT                PIC 9(05) COMP VALUE 0.
       77  WS-FIND-NUMB                PIC X(06) VALUE SPACES.
       77  WS-FRZ-FOUND-SW             PIC X(01) VALUE 'N'.
           88 WS-FRZ-FOUND                 VALUE 'Y'.

      * The entry being added, built before it is slotted in
       01  WS-NEW-ENTRY.
           05 WS-NEW-NUMB             PIC X(06).
           05 WS-NEW-REASON           PIC X(04).
           05 WS-NEW-PLACED-BY        PIC X(08).
           05 WS-NEW-PLACED-DATE      PIC X(08).
           05 WS-NEW-LIFT-DATE        PIC X(08).

       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-CARD                PIC ZZZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LOAD-FREEZES
               THRU 2000-LOAD-FREEZES-EXIT.
           PERFORM 3000-APPLY-CARDS
               THRU 3000-APPLY-CARDS-EXIT.
           PERFORM 4000-WRITE-FREEZE-LIST
               THRU 4000-WRITE-FREEZE-LIST-EXIT.
           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT.
           PERFORM 9999-EXIT
               THRU 9999-EXIT-EXIT.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - open the new list and the change log         *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE (1:8) TO WS-TODAY.
           OPEN OUTPUT FRZNEW.
           IF NOT WS-FRZNEW-OK
              DISPLAY 'POSTFRZ: UNABLE TO OPEN FRZNEW, STATUS = '
                       WS-FRZNEW-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT FRZLOG.
           IF NOT WS-FRZLOG-OK
              DISPLAY 'POSTFRZ: UNABLE TO OPEN FRZLOG, STATUS = '
                       WS-FRZLOG-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE SPACES TO FRZLOG-LINE.
           STRING 'POSTFRZ CUSTOMER FREEZE LIST CHANGE LOG - RUN DATE '
                                          DELIMITED BY SIZE
                  WS-TODAY                DELIMITED BY SIZE
               INTO FRZLOG-LINE.
           WRITE FRZLOG-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-LOAD-FREEZES - the current list into the table.  No       *
      * freeze file yet just means no customer has ever been frozen;   *
      * the list starts empty.                                         *
      *----------------------------------------------------------------*
       2000-LOAD-FREEZES.
           IF WS-RUN-ERROR
              GO TO 2000-LOAD-FREEZES-EXIT
           END-IF.
           OPEN INPUT FRZFILE.
           IF WS-FRZFILE-NOT-FOUND
              DISPLAY 'POSTFRZ: NO FREEZE FILE - STARTING AN EMPTY'
                      ' LIST'
              GO TO 2000-LOAD-FREEZES-EXIT
           END-IF.
           IF NOT WS-FRZFILE-OK
              DISPLAY 'POSTFRZ: UNABLE TO OPEN FRZFILE, STATUS = '
                       WS-FRZFILE-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 2000-LOAD-FREEZES-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-FREEZE
               THRU 2100-LOAD-ONE-FREEZE-EXIT
               UNTIL WS-LOAD-EOF.
           CLOSE FRZFILE.
       2000-LOAD-FREEZES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-LOAD-ONE-FREEZE - a record that cannot be trusted stops   *
      * the run: dropping it would silently unfreeze a customer        *
      *----------------------------------------------------------------*
       2100-LOAD-ONE-FREEZE.
           READ FRZFILE.
           IF WS-FRZFILE-EOF
              SET WS-LOAD-EOF TO TRUE
              GO TO 2100-LOAD-ONE-FREEZE-EXIT
           END-IF.
           IF NOT WS-FRZFILE-OK
              DISPLAY 'POSTFRZ: FRZFILE READ ERROR, STATUS = '
                       WS-FRZFILE-STATUS
              SET WS-LOAD-EOF TO TRUE
              SET WS-RUN-ERROR TO TRUE
              GO TO 2100-LOAD-ONE-FREEZE-EXIT
           END-IF.
           ADD 1 TO WS-COUNT-ON-FILE.
           IF FRZ-NUMB IS NOT NUMERIC
              DISPLAY 'POSTFRZ: FREEZE RECORD ' WS-COUNT-ON-FILE
                      ' HAS A BAD NUMB - RUN REFUSED'
              SET WS-LOAD-EOF TO TRUE
              SET WS-RUN-ERROR TO TRUE
              GO TO 2100-LOAD-ONE-FREEZE-EXIT
           END-IF.
           MOVE FRZ-NUMB TO WS-FIND-NUMB.
           PERFORM 5000-FIND-FREEZE
               THRU 5000-FIND-FREEZE-EXIT.
           IF WS-FRZ-FOUND
              DISPLAY 'POSTFRZ: NUMB ' FRZ-NUMB
                      ' IS ON THE FREEZE FILE TWICE - RUN REFUSED'
              SET WS-LOAD-EOF TO TRUE
              SET WS-RUN-ERROR TO TRUE
              GO TO 2100-LOAD-ONE-FREEZE-EXIT
           END-IF.
           IF WS-FRZ-COUNT = WS-FRZ-MAX
              DISPLAY 'POSTFRZ: FREEZE TABLE FULL AT '
                       WS-FRZ-MAX ' - RUN REFUSED'
              SET WS-LOAD-EOF TO TRUE
              SET WS-RUN-ERROR TO TRUE
              GO TO 2100-LOAD-ONE-FREEZE-EXIT
           END-IF.
           MOVE FREEZE-RECORD TO WS-NEW-ENTRY.
           PERFORM 5100-INSERT-FREEZE
               THRU 5100-INSERT-FREEZE-EXIT.
       2100-LOAD-ONE-FREEZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-APPLY-CARDS - the control cards, in the order keyed.  No  *
      * card file just means no changes tonight; lift dates that have  *
      * come are still taken off the list.                             *
      *----------------------------------------------------------------*
       3000-APPLY-CARDS.
           IF WS-RUN-ERROR
              GO TO 3000-APPLY-CARDS-EXIT
           END-IF.
           OPEN INPUT FRZCARD.
           IF WS-FRZCARD-NOT-FOUND
              DISPLAY 'POSTFRZ: NO CONTROL CARDS - NO CHANGES TONIGHT'
              MOVE '  NO CONTROL CARDS' TO FRZLOG-LINE
              WRITE FRZLOG-LINE
              GO TO 3000-APPLY-CARDS-EXIT
           END-IF.
           IF NOT WS-FRZCARD-OK
              DISPLAY 'POSTFRZ: UNABLE TO OPEN FRZCARD, STATUS = '
                       WS-FRZCARD-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 3000-APPLY-CARDS-EXIT
           END-IF.
           PERFORM 3100-APPLY-ONE-CARD
               THRU 3100-APPLY-ONE-CARD-EXIT
               UNTIL WS-CARD-EOF.
           CLOSE FRZCARD.
       3000-APPLY-CARDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-APPLY-ONE-CARD - edit, apply, and log a refusal           *
      *----------------------------------------------------------------*
       3100-APPLY-ONE-CARD.
           READ FRZCARD.
           IF WS-FRZCARD-EOF
              SET WS-CARD-EOF TO TRUE
              GO TO 3100-APPLY-ONE-CARD-EXIT
           END-IF.
           IF NOT WS-FRZCARD-OK
              DISPLAY 'POSTFRZ: FRZCARD READ ERROR, STATUS = '
                       WS-FRZCARD-STATUS
              SET WS-CARD-EOF TO TRUE
              SET WS-RUN-ERROR TO TRUE
              GO TO 3100-APPLY-ONE-CARD-EXIT
           END-IF.
           ADD 1 TO WS-COUNT-CARDS.
           MOVE SPACES TO WS-CARD-REASON.
           PERFORM 3200-EDIT-CARD
               THRU 3200-EDIT-CARD-EXIT.
           IF WS-CARD-REASON = SPACES
              IF FCD-ACTION-ADD
                 PERFORM 3300-ADD-FREEZE
                     THRU 3300-ADD-FREEZE-EXIT
              ELSE
                 PERFORM 3400-LIFT-FREEZE
                     THRU 3400-LIFT-FREEZE-EXIT
              END-IF
           END-IF.
           IF WS-CARD-REASON NOT = SPACES
              PERFORM 3500-REJECT-CARD
                  THRU 3500-REJECT-CARD-EXIT
           END-IF.
       3100-APPLY-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-EDIT-CARD - the card itself must be right before the list *
      * is touched                                                     *
      *----------------------------------------------------------------*
       3200-EDIT-CARD.
           IF NOT FCD-ACTION-ADD AND NOT FCD-ACTION-LIFT
              MOVE 'BAD ACTION CODE' TO WS-CARD-REASON
              GO TO 3200-EDIT-CARD-EXIT
           END-IF.
           IF FCD-NUMB IS NOT NUMERIC
              MOVE 'BAD NUMB' TO WS-CARD-REASON
              GO TO 3200-EDIT-CARD-EXIT
           END-IF.
           IF FCD-USER = SPACES
              MOVE 'NO USER ID' TO WS-CARD-REASON
              GO TO 3200-EDIT-CARD-EXIT
           END-IF.
           IF FCD-ACTION-ADD AND FCD-REASON-CODE = SPACES
              MOVE 'NO REASON CODE' TO WS-CARD-REASON
              GO TO 3200-EDIT-CARD-EXIT
           END-IF.
           IF FCD-LIFT-DATE = SPACES
              GO TO 3200-EDIT-CARD-EXIT
           END-IF.
           IF FCD-LIFT-DATE IS NOT NUMERIC
              OR FCD-LIFT-DATE (5:2) < '01'
              OR FCD-LIFT-DATE (5:2) > '12'
              OR FCD-LIFT-DATE (7:2) < '01'
              OR FCD-LIFT-DATE (7:2) > '31'
              MOVE 'BAD LIFT DATE' TO WS-CARD-REASON
              GO TO 3200-EDIT-CARD-EXIT
           END-IF.
           IF FCD-ACTION-ADD AND FCD-LIFT-DATE NOT > WS-TODAY
              MOVE 'LIFT DATE NOT IN THE FUTURE' TO WS-CARD-REASON
              GO TO 3200-EDIT-CARD-EXIT
           END-IF.
           IF FCD-ACTION-LIFT AND FCD-LIFT-DATE < WS-TODAY
              MOVE 'LIFT DATE IN THE PAST' TO WS-CARD-REASON
           END-IF.
       3200-EDIT-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3300-ADD-FREEZE - a NUMB already frozen is refused (lift it    *
      * first to change the reason); a NUMB whose freeze has lifted    *
      * but is still on the list is frozen again in place              *
      *----------------------------------------------------------------*
       3300-ADD-FREEZE.
           MOVE FCD-NUMB TO WS-FIND-NUMB.
           PERFORM 5000-FIND-FREEZE
               THRU 5000-FIND-FREEZE-EXIT.
           IF WS-FRZ-FOUND
              IF WS-FRZ-LIFT-DATE (WS-FRZ-SLOT) = SPACES
                 OR WS-FRZ-LIFT-DATE (WS-FRZ-SLOT) > WS-TODAY
                 MOVE 'ALREADY FROZEN' TO WS-CARD-REASON
                 GO TO 3300-ADD-FREEZE-EXIT
              END-IF
           END-IF.
           IF NOT WS-FRZ-FOUND
              AND WS-FRZ-COUNT = WS-FRZ-MAX
              DISPLAY 'POSTFRZ: FREEZE TABLE FULL AT '
                       WS-FRZ-MAX ' - RUN ABANDONED'
              SET WS-CARD-EOF TO TRUE
              SET WS-RUN-ERROR TO TRUE
              GO TO 3300-ADD-FREEZE-EXIT
           END-IF.
           MOVE FCD-NUMB        TO WS-NEW-NUMB.
           MOVE FCD-REASON-CODE TO WS-NEW-REASON.
           MOVE FCD-USER        TO WS-NEW-PLACED-BY.
           MOVE WS-TODAY        TO WS-NEW-PLACED-DATE.
           MOVE FCD-LIFT-DATE   TO WS-NEW-LIFT-DATE.
           IF WS-FRZ-FOUND
              MOVE WS-NEW-ENTRY TO WS-FRZ-ENTRY (WS-FRZ-SLOT)
           ELSE
              PERFORM 5100-INSERT-FREEZE
                  THRU 5100-INSERT-FREEZE-EXIT
           END-IF.
           ADD 1 TO WS-COUNT-ADDED.
           MOVE SPACES TO FRZLOG-LINE.
           STRING 'ADDED    NUMB '   DELIMITED BY SIZE
                  FCD-NUMB           DELIMITED BY SIZE
                  ' REASON '         DELIMITED BY SIZE
                  FCD-REASON-CODE    DELIMITED BY SIZE
                  ' PLACED BY '      DELIMITED BY SIZE
                  FCD-USER           DELIMITED BY SIZE
                  ' ON '             DELIMITED BY SIZE
                  WS-TODAY           DELIMITED BY SIZE
                  ' LIFT DATE '      DELIMITED BY SIZE
                  FCD-LIFT-DATE      DELIMITED BY SIZE
               INTO FRZLOG-LINE.
           WRITE FRZLOG-LINE.
       3300-ADD-FREEZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3400-LIFT-FREEZE - set the lift date (today when the card      *
      * gives none).  The entry stays on the table; 4000 takes it off  *
      * the list once the lift date has come.                          *
      *----------------------------------------------------------------*
       3400-LIFT-FREEZE.
           MOVE FCD-NUMB TO WS-FIND-NUMB.
           PERFORM 5000-FIND-FREEZE
               THRU 5000-FIND-FREEZE-EXIT.
           IF NOT WS-FRZ-FOUND
              MOVE 'NOT FROZEN' TO WS-CARD-REASON
              GO TO 3400-LIFT-FREEZE-EXIT
           END-IF.
           IF WS-FRZ-LIFT-DATE (WS-FRZ-SLOT) NOT = SPACES
              AND WS-FRZ-LIFT-DATE (WS-FRZ-SLOT) NOT > WS-TODAY
              MOVE 'NOT FROZEN - ALREADY LIFTED' TO WS-CARD-REASON
              GO TO 3400-LIFT-FREEZE-EXIT
           END-IF.
           IF FCD-LIFT-DATE = SPACES
              MOVE WS-TODAY TO WS-EFFECTIVE-LIFT
           ELSE
              MOVE FCD-LIFT-DATE TO WS-EFFECTIVE-LIFT
           END-IF.
           MOVE WS-EFFECTIVE-LIFT TO WS-FRZ-LIFT-DATE (WS-FRZ-SLOT).
           ADD 1 TO WS-COUNT-LIFTED.
           MOVE SPACES TO FRZLOG-LINE.
           STRING 'LIFTED   NUMB '   DELIMITED BY SIZE
                  FCD-NUMB           DELIMITED BY SIZE
                  ' REASON '         DELIMITED BY SIZE
                  WS-FRZ-REASON (WS-FRZ-SLOT)
                                     DELIMITED BY SIZE
                  ' PLACED BY '      DELIMITED BY SIZE
                  WS-FRZ-PLACED-BY (WS-FRZ-SLOT)
                                     DELIMITED BY SIZE
                  ' ON '             DELIMITED BY SIZE
                  WS-FRZ-PLACED-DATE (WS-FRZ-SLOT)
                                     DELIMITED BY SIZE
                  ' LIFTED BY '      DELIMITED BY SIZE
                  FCD-USER           DELIMITED BY SIZE
                  ' EFFECTIVE '      DELIMITED BY SIZE
                  WS-EFFECTIVE-LIFT  DELIMITED BY SIZE
               INTO FRZLOG-LINE.
           WRITE FRZLOG-LINE.
       3400-LIFT-FREEZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3500-REJECT-CARD - the card image and why it was refused       *
      *----------------------------------------------------------------*
       3500-REJECT-CARD.
           ADD 1 TO WS-COUNT-REJECTED.
           MOVE WS-COUNT-CARDS TO WS-EDIT-CARD.
           MOVE SPACES TO FRZLOG-LINE.
           STRING 'REJECTED CARD '   DELIMITED BY SIZE
                  WS-EDIT-CARD       DELIMITED BY SIZE
                  ': '               DELIMITED BY SIZE
                  FRZCARD-RECORD     DELIMITED BY SIZE
                  ' - '              DELIMITED BY SIZE
                  WS-CARD-REASON     DELIMITED BY SIZE
               INTO FRZLOG-LINE.
           WRITE FRZLOG-LINE.
       3500-REJECT-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-WRITE-FREEZE-LIST - the table out to FRZNEW in NUMB       *
      * order.  A freeze whose lift date has come is taken off the     *
      * list here, with a log line; nothing is written after a run     *
      * error, so FRZNEW is never swapped in short.                    *
      *----------------------------------------------------------------*
       4000-WRITE-FREEZE-LIST.
           IF WS-RUN-ERROR
              GO TO 4000-WRITE-FREEZE-LIST-EXIT
           END-IF.
           MOVE 1 TO WS-FRZ-SUB.
           PERFORM 4100-WRITE-ONE-FREEZE
               THRU 4100-WRITE-ONE-FREEZE-EXIT
               UNTIL WS-FRZ-SUB > WS-FRZ-COUNT
                  OR WS-RUN-ERROR.
       4000-WRITE-FREEZE-LIST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4100-WRITE-ONE-FREEZE.
           IF WS-FRZ-LIFT-DATE (WS-FRZ-SUB) NOT = SPACES
              AND WS-FRZ-LIFT-DATE (WS-FRZ-SUB) NOT > WS-TODAY
              ADD 1 TO WS-COUNT-REMOVED
              MOVE SPACES TO FRZLOG-LINE
              STRING 'REMOVED  NUMB '  DELIMITED BY SIZE
                     WS-FRZ-NUMB (WS-FRZ-SUB)
                                       DELIMITED BY SIZE
                     ' REASON '        DELIMITED BY SIZE
                     WS-FRZ-REASON (WS-FRZ-SUB)
                                       DELIMITED BY SIZE
                     ' - LIFT DATE '   DELIMITED BY SIZE
                     WS-FRZ-LIFT-DATE (WS-FRZ-SUB)
                                       DELIMITED BY SIZE
                     ' REACHED, OFF THE LIST'
                                       DELIMITED BY SIZE
                  INTO FRZLOG-LINE
              WRITE FRZLOG-LINE
           ELSE
              WRITE FRZNEW-RECORD FROM WS-FRZ-ENTRY (WS-FRZ-SUB)
              IF WS-FRZNEW-OK
                 ADD 1 TO WS-COUNT-WRITTEN
              ELSE
                 DISPLAY 'POSTFRZ: FRZNEW WRITE ERROR, STATUS = '
                          WS-FRZNEW-STATUS
                 SET WS-RUN-ERROR TO TRUE
              END-IF
           END-IF.
           ADD 1 TO WS-FRZ-SUB.
       4100-WRITE-ONE-FREEZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-FIND-FREEZE - look WS-FIND-NUMB up in the table.  On a    *
      * hit WS-FRZ-SLOT is its row; otherwise WS-FRZ-SLOT is the row   *
      * it belongs in to keep the table in NUMB order.                 *
      *----------------------------------------------------------------*
       5000-FIND-FREEZE.
           MOVE 'N' TO WS-FRZ-FOUND-SW.
           MOVE 0 TO WS-FRZ-SLOT.
           MOVE 1 TO WS-FRZ-SUB.
           PERFORM 5010-SCAN-FREEZE-ROW
               THRU 5010-SCAN-FREEZE-ROW-EXIT
               UNTIL WS-FRZ-FOUND
                  OR WS-FRZ-SLOT > 0
                  OR WS-FRZ-SUB > WS-FRZ-COUNT.
           IF WS-FRZ-SLOT = 0
              MOVE WS-FRZ-SUB TO WS-FRZ-SLOT
           END-IF.
       5000-FIND-FREEZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5010-SCAN-FREEZE-ROW.
           EVALUATE TRUE
              WHEN WS-FRZ-NUMB (WS-FRZ-SUB) = WS-FIND-NUMB
                 SET WS-FRZ-FOUND TO TRUE
                 MOVE WS-FRZ-SUB TO WS-FRZ-SLOT
              WHEN WS-FRZ-NUMB (WS-FRZ-SUB) > WS-FIND-NUMB
                 MOVE WS-FRZ-SUB TO WS-FRZ-SLOT
              WHEN OTHER
                 ADD 1 TO WS-FRZ-SUB
           END-EVALUATE.
       5010-SCAN-FREEZE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-INSERT-FREEZE - open a row at WS-FRZ-SLOT (set by 5000)   *
      * and put WS-NEW-ENTRY in it                                     *
      *----------------------------------------------------------------*
       5100-INSERT-FREEZE.
           ADD 1 TO WS-FRZ-COUNT.
           MOVE WS-FRZ-COUNT TO WS-FRZ-SHIFT.
           PERFORM 5110-SHIFT-FREEZE-ROW
               THRU 5110-SHIFT-FREEZE-ROW-EXIT
               UNTIL WS-FRZ-SHIFT NOT > WS-FRZ-SLOT.
           MOVE WS-NEW-ENTRY TO WS-FRZ-ENTRY (WS-FRZ-SLOT).
       5100-INSERT-FREEZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5110-SHIFT-FREEZE-ROW.
           MOVE WS-FRZ-ENTRY (WS-FRZ-SHIFT - 1) TO
                WS-FRZ-ENTRY (WS-FRZ-SHIFT).
           SUBTRACT 1 FROM WS-FRZ-SHIFT.
       5110-SHIFT-FREEZE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-FINALIZE - totals on the log, closes and run summary.     *
      * RC 8 after a run error (FRZNEW must not be swapped in), RC 4   *
      * when any card was refused, RC 0 otherwise.                     *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           EVALUATE TRUE
              WHEN WS-RUN-ERROR
                 MOVE 8 TO WS-RETURN-CODE
              WHEN WS-COUNT-REJECTED > 0
                 MOVE 4 TO WS-RETURN-CODE
           END-EVALUATE.
           IF WS-RUN-ERROR
              DISPLAY 'POSTFRZ: RUN ABORTED - FRZNEW IS INCOMPLETE'
              MOVE '*** RUN ABORTED - FREEZE LIST NOT REWRITTEN ***'
                   TO FRZLOG-LINE
              WRITE FRZLOG-LINE
           ELSE
              PERFORM 8100-WRITE-TOTALS
                  THRU 8100-WRITE-TOTALS-EXIT
           END-IF.
           CLOSE FRZNEW FRZLOG.
           DISPLAY '===================================='.
           DISPLAY 'POSTFRZ SUMMARY'.
           DISPLAY 'FREEZES ON FILE  . . . : ' WS-COUNT-ON-FILE.
           DISPLAY 'CONTROL CARDS READ . . : ' WS-COUNT-CARDS.
           DISPLAY 'FREEZES ADDED  . . . . : ' WS-COUNT-ADDED.
           DISPLAY 'FREEZES LIFTED . . . . : ' WS-COUNT-LIFTED.
           DISPLAY 'CARDS REJECTED . . . . : ' WS-COUNT-REJECTED.
           DISPLAY 'REMOVED, LIFT REACHED  : ' WS-COUNT-REMOVED.
           DISPLAY 'FREEZES WRITTEN  . . . : ' WS-COUNT-WRITTEN.
           DISPLAY 'RETURN CODE  . . . . . : ' WS-RETURN-CODE.
           DISPLAY '===================================='.
       8000-FINALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8100-WRITE-TOTALS.
           MOVE 'CHANGE LOG TOTALS' TO FRZLOG-LINE.
           WRITE FRZLOG-LINE.
           MOVE WS-COUNT-ON-FILE TO WS-EDIT-COUNT.
           MOVE SPACES TO FRZLOG-LINE.
           STRING '  FREEZES ON FILE . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO FRZLOG-LINE.
           WRITE FRZLOG-LINE.
           MOVE WS-COUNT-ADDED TO WS-EDIT-COUNT.
           MOVE SPACES TO FRZLOG-LINE.
           STRING '  ADDED . . . . . . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO FRZLOG-LINE.
           WRITE FRZLOG-LINE.
           MOVE WS-COUNT-LIFTED TO WS-EDIT-COUNT.
           MOVE SPACES TO FRZLOG-LINE.
           STRING '  LIFTED  . . . . . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO FRZLOG-LINE.
           WRITE FRZLOG-LINE.
           MOVE WS-COUNT-REJECTED TO WS-EDIT-COUNT.
           MOVE SPACES TO FRZLOG-LINE.
           STRING '  CARDS REJECTED  . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO FRZLOG-LINE.
           WRITE FRZLOG-LINE.
           MOVE WS-COUNT-REMOVED TO WS-EDIT-COUNT.
           MOVE SPACES TO FRZLOG-LINE.
           STRING '  REMOVED, LIFTED . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO FRZLOG-LINE.
           WRITE FRZLOG-LINE.
           MOVE WS-COUNT-WRITTEN TO WS-EDIT-COUNT.
           MOVE SPACES TO FRZLOG-LINE.
           STRING '  FREEZES IN FORCE  . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO FRZLOG-LINE.
           WRITE FRZLOG-LINE.
       8100-WRITE-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9999-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       9999-EXIT-EXIT.
           EXIT.
