      *                    files; RC 0 otherwise - so the scheduler    *
      *                    can flag an abnormal state before the       *
      *                    daytime jobs start.                         *
      *   10/09/2026  DLG  Customer freeze list.  New FROZEN ITEMS     *
      *                    section off the FRZEXC freeze-exception     *
      *                    file: items stopped in the last 24 hours    *
      *                    by posting path, and the total on file.     *
      *                    Frozen items are not errors and do not      *
      *                    move the morning return code.               *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT STATHIST ASSIGN TO STATHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATHIST-STATUS.
           SELECT FRZEXC ASSIGN TO FRZEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZEXC-STATUS.
           SELECT OPSRPT ASSIGN TO OPSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSRPT-STATUS.
           05 HIST-P95-MS             PIC 9(09).
           05 HIST-PPM                PIC 9(05)V9.

      * Items the posting paths stopped for a frozen NUMB, appended
      * with the date and time each was stopped
       FD  FRZEXC
           RECORDING MODE IS F.
           COPY FRZXREC.

       FD  OPSRPT
           RECORDING MODE IS F.
       01  OPSRPT-LINE                 PIC X(132).
       77  WS-STATHIST-STATUS          PIC X(02) VALUE SPACES.
           88 WS-STATHIST-OK               VALUE '00'.
           88 WS-STATHIST-NOT-FOUND        VALUE '35'.
       77  WS-FRZEXC-STATUS            PIC X(02) VALUE SPACES.
           88 WS-FRZEXC-OK                 VALUE '00'.
           88 WS-FRZEXC-EOF                VALUE '10'.
           88 WS-FRZEXC-NOT-FOUND          VALUE '35'.
       77  WS-OPSRPT-STATUS            PIC X(02) VALUE SPACES.
           88 WS-OPSRPT-OK                 VALUE '00'.

           88 WS-RESTART-PENDING           VALUE 'Y'.
       77  WS-STATS-SW                 PIC X(01) VALUE 'N'.
           88 WS-STATS-SEEN                VALUE 'Y'.
       77  WS-FRZ-EOF-SW               PIC X(01) VALUE 'N'.
           88 WS-FRZ-EOF                   VALUE 'Y'.

      * The last run's record, held while the rest of RUNHIST rolls by
       01  WS-LAST-RUN.
       77  WS-HOLD-SEV-PAGE            PIC 9(09) COMP VALUE 0.
       77  WS-HOLD-SEV-OTHER           PIC 9(09) COMP VALUE 0.

      * Frozen items: stopped overnight (the 24 hours back from now -
      * today, or yesterday at or after the current time of day) by
      * posting path, and everything on the exception file
       77  WS-FRZ-COUNT                PIC 9(09) COMP VALUE 0.
       77  WS-FRZ-OVERNIGHT            PIC 9(09) COMP VALUE 0.
       77  WS-FRZ-NIGHT-BAT            PIC 9(09) COMP VALUE 0.
       77  WS-FRZ-NIGHT-ADJ            PIC 9(09) COMP VALUE 0.
       77  WS-FRZ-NIGHT-RNUM           PIC 9(09) COMP VALUE 0.
       77  WS-FRZ-NIGHT-DREL           PIC 9(09) COMP VALUE 0.
       77  WS-FRZ-NIGHT-HOLD           PIC 9(09) COMP VALUE 0.
       77  WS-FRZ-NIGHT-SW             PIC X(01) VALUE 'N'.
           88 WS-FRZ-NIGHT                 VALUE 'Y'.
       01  WS-CURRENT-DATE             PIC X(21) VALUE SPACES.
       77  WS-TODAY                    PIC X(08) VALUE SPACES.
       77  WS-NOW-TIME                 PIC X(06) VALUE SPACES.
       77  WS-YESTERDAY                PIC X(08) VALUE SPACES.
       77  WS-DATE-NUM                 PIC 9(08) VALUE 0.
       77  WS-DATE-INT                 PIC 9(09) COMP VALUE 0.

       77  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-PPM                 PIC ZZZZ9.9.
               THRU 5000-COUNT-HOLDS-EXIT.
           PERFORM 6000-READ-STATS
               THRU 6000-READ-STATS-EXIT.
           PERFORM 7000-COUNT-FROZEN
               THRU 7000-COUNT-FROZEN-EXIT.
           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT.
           PERFORM 9999-EXIT
       6000-READ-STATS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-COUNT-FROZEN - what the posting paths stopped for frozen  *
      * customers.  No exception file means nothing has ever been      *
      * stopped.  Informational only: the RC is not moved.             *
      *----------------------------------------------------------------*
       7000-COUNT-FROZEN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE WS-CURRENT-DATE (9:6) TO WS-NOW-TIME.
           MOVE WS-TODAY TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) - 1.
           COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
           MOVE WS-DATE-NUM TO WS-YESTERDAY.
           OPEN INPUT FRZEXC.
           IF WS-FRZEXC-NOT-FOUND
              GO TO 7000-COUNT-FROZEN-EXIT
           END-IF.
           IF NOT WS-FRZEXC-OK
              DISPLAY 'POSTMORN: UNABLE TO OPEN FRZEXC, STATUS = '
                       WS-FRZEXC-STATUS
              GO TO 7000-COUNT-FROZEN-EXIT
           END-IF.
           PERFORM 7100-TALLY-FROZEN
               THRU 7100-TALLY-FROZEN-EXIT
               UNTIL WS-FRZ-EOF.
           CLOSE FRZEXC.
       7000-COUNT-FROZEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7100-TALLY-FROZEN.
           READ FRZEXC.
           IF WS-FRZEXC-EOF
              MOVE 'Y' TO WS-FRZ-EOF-SW
              GO TO 7100-TALLY-FROZEN-EXIT
           END-IF.
           IF NOT WS-FRZEXC-OK
              DISPLAY 'POSTMORN: FRZEXC READ ERROR, STATUS = '
                       WS-FRZEXC-STATUS
              MOVE 'Y' TO WS-FRZ-EOF-SW
              GO TO 7100-TALLY-FROZEN-EXIT
           END-IF.
           ADD 1 TO WS-FRZ-COUNT.
           MOVE 'N' TO WS-FRZ-NIGHT-SW.
           IF FZX-STOP-DATE = WS-TODAY
              SET WS-FRZ-NIGHT TO TRUE
           END-IF.
           IF FZX-STOP-DATE = WS-YESTERDAY
              AND FZX-STOP-TIME NOT < WS-NOW-TIME
              SET WS-FRZ-NIGHT TO TRUE
           END-IF.
           IF NOT WS-FRZ-NIGHT
              GO TO 7100-TALLY-FROZEN-EXIT
           END-IF.
           ADD 1 TO WS-FRZ-OVERNIGHT.
           EVALUATE FZX-SOURCE
              WHEN 'POSTBAT'
                 ADD 1 TO WS-FRZ-NIGHT-BAT
              WHEN 'POSTADJ'
                 ADD 1 TO WS-FRZ-NIGHT-ADJ
              WHEN 'POSTRNUM'
                 ADD 1 TO WS-FRZ-NIGHT-RNUM
              WHEN 'POSTDREL'
                 ADD 1 TO WS-FRZ-NIGHT-DREL
              WHEN 'POSTHOLD'
                 ADD 1 TO WS-FRZ-NIGHT-HOLD
           END-EVALUATE.
       7100-TALLY-FROZEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-FINALIZE - the operator page, then the roll-up RC         *
      *----------------------------------------------------------------*
           END-IF.
           DISPLAY 'REJECTS ON FILE  . . . : ' WS-REJ-COUNT.
           DISPLAY 'HELD ON FILE . . . . . : ' WS-HOLD-COUNT.
           DISPLAY 'FROZEN OVERNIGHT . . . : ' WS-FRZ-OVERNIGHT.
           DISPLAY 'RETURN CODE  . . . . . : ' WS-RETURN-CODE.
           DISPLAY '===================================='.
       8000-FINALIZE-EXIT.
           WRITE OPSRPT-LINE.
           PERFORM 8110-WRITE-COUNT-LINE
               THRU 8110-WRITE-COUNT-LINE-EXIT.
           PERFORM 8120-WRITE-FROZEN-LINES
               THRU 8120-WRITE-FROZEN-LINES-EXIT.
           IF WS-STATS-SEEN
              MOVE HIST-PPM TO WS-EDIT-PPM
              MOVE SPACES TO OPSRPT-LINE
       8110-WRITE-COUNT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8120-WRITE-FROZEN-LINES - items stopped for frozen customers   *
      * in the last 24 hours, by the posting path that stopped them    *
      *----------------------------------------------------------------*
       8120-WRITE-FROZEN-LINES.
           MOVE WS-FRZ-OVERNIGHT TO WS-EDIT-COUNT.
           MOVE SPACES TO OPSRPT-LINE.
           STRING 'FROZEN ITEMS STOPPED OVERNIGHT: '
                                              DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO OPSRPT-LINE.
           WRITE OPSRPT-LINE.
           MOVE WS-FRZ-NIGHT-BAT TO WS-EDIT-COUNT.
           MOVE SPACES TO OPSRPT-LINE.
           STRING '  POSTBAT LOAD  . . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO OPSRPT-LINE.
           WRITE OPSRPT-LINE.
           MOVE WS-FRZ-NIGHT-ADJ TO WS-EDIT-COUNT.
           MOVE SPACES TO OPSRPT-LINE.
           STRING '  POSTADJ ADJUST  . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO OPSRPT-LINE.
           WRITE OPSRPT-LINE.
           MOVE WS-FRZ-NIGHT-RNUM TO WS-EDIT-COUNT.
           MOVE SPACES TO OPSRPT-LINE.
           STRING '  POSTRNUM RENUMBER . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO OPSRPT-LINE.
           WRITE OPSRPT-LINE.
           MOVE WS-FRZ-NIGHT-DREL TO WS-EDIT-COUNT.
           MOVE SPACES TO OPSRPT-LINE.
           STRING '  POSTDREL RELEASE  . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO OPSRPT-LINE.
           WRITE OPSRPT-LINE.
           MOVE WS-FRZ-NIGHT-HOLD TO WS-EDIT-COUNT.
           MOVE SPACES TO OPSRPT-LINE.
           STRING '  POSTHOLD RELEASE  . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO OPSRPT-LINE.
           WRITE OPSRPT-LINE.
           MOVE WS-FRZ-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO OPSRPT-LINE.
           STRING '  ON EXCEPTION FILE . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO OPSRPT-LINE.
           WRITE OPSRPT-LINE.
       8120-WRITE-FROZEN-LINES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8200-SET-RETURN-CODE - roll the morning up for the scheduler:  *
      * RC 8 abnormal (restart owed, last run RC 8+, or no history),   *
