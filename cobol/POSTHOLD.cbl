      *                    files.  An I/O error suppresses the RELOUT  *
      *                    trailer so a half-built release can never   *
      *                    balance downstream.                         *
      *   10/09/2026  DLG  Customer freeze list.  A record released    *
      *                    (C or R) for a NUMB frozen on FRZFILE       *
      *                    (maintained by POSTFRZ) is diverted to the  *
      *                    FRZEXC freeze-exception file instead of     *
      *                    RELOUT and leaves the backlog - FRZEXC      *
      *                    holds the image until the freeze is lifted. *
      *                    A freeze file that cannot be read refuses   *
      *                    the run.                                    *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT HOLDRPT ASSIGN TO HOLDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDRPT-STATUS.
           SELECT FRZFILE ASSIGN TO FRZFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZFILE-STATUS.
           SELECT FRZEXC ASSIGN TO FRZEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  HOLDRPT-LINE                PIC X(132).

       FD  FRZFILE
           RECORDING MODE IS F.
           COPY FRZREC.

       FD  FRZEXC
           RECORDING MODE IS F.
           COPY FRZXREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Switches and counters                                          *
       77  WS-COUNT-CANCELLED          PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-STILL-HELD         PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-RELEASED           PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-FROZEN             PIC 9(09) COMP VALUE 0.
       77  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.

      * Trailer accumulators for the release load file
              10 WS-AGE-OVER-30       PIC 9(09) COMP.
       77  WS-AGE-SUB                  PIC 9(01) COMP VALUE 0.

      *----------------------------------------------------------------*
      * Freeze list: the freezes in force on FRZFILE (no lift date, or *
      * one still to come), loaded up front and checked for every      *
      * record a disposition releases                                  *
      *----------------------------------------------------------------*
       77  WS-FRZFILE-STATUS           PIC X(02) VALUE SPACES.
           88 WS-FRZFILE-OK                VALUE '00'.
           88 WS-FRZFILE-EOF               VALUE '10'.
           88 WS-FRZFILE-NOT-FOUND         VALUE '35'.
       77  WS-FRZEXC-STATUS            PIC X(02) VALUE SPACES.
           88 WS-FRZEXC-OK                 VALUE '00'.
       77  WS-FRZ-LOAD-SW              PIC X(01) VALUE 'N'.
           88 WS-FRZ-LOAD-DONE             VALUE 'Y'.
       77  WS-FROZEN-SW                PIC X(01) VALUE 'N'.
           88 WS-FROZEN                    VALUE 'Y'.
       77  WS-FROZEN-REASON            PIC X(04) VALUE SPACES.

       01  WS-FREEZE-TABLE.
           05 WS-FRZ-MAX              PIC 9(05) COMP VALUE 5000.
           05 WS-FRZ-COUNT            PIC 9(05) COMP VALUE 0.
           05 WS-FRZ-ENTRY            OCCURS 0 TO 5000 TIMES
                                       DEPENDING ON WS-FRZ-COUNT
                                       INDEXED BY WS-FRZ-IDX.
              10 WS-FRZ-NUMB          PIC X(06).
              10 WS-FRZ-REASON        PIC X(04).

       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
           WRITE HOLDRPT-LINE.
           PERFORM 1100-LOAD-DISP-CARDS
               THRU 1100-LOAD-DISP-CARDS-EXIT.
           PERFORM 1200-LOAD-FREEZES
               THRU 1200-LOAD-FREEZES-EXIT.
           IF WS-RUN-ERROR
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
      * The freeze-exception file is append-forever across runs.
           OPEN EXTEND FRZEXC.
           IF WS-FRZEXC-STATUS = '05' OR WS-FRZEXC-STATUS = '35'
              OPEN OUTPUT FRZEXC
           END-IF.
           IF NOT WS-FRZEXC-OK
              DISPLAY 'POSTHOLD: UNABLE TO OPEN FRZEXC, STATUS = '
                       WS-FRZEXC-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
      * Header first: file ID 'HR' plus the run date identifies each
      * release file uniquely to POSTBAT's run-control check.
           MOVE SPACES TO CUST-HEADER-RECORD.
       1110-LOAD-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-LOAD-FREEZES - the freezes in force off FRZFILE into the  *
      * lookup table; a lift date that has come means the freeze no    *
      * longer holds.  No freeze file means no customer is frozen; a   *
      * file that cannot be read refuses the run.                      *
      *----------------------------------------------------------------*
       1200-LOAD-FREEZES.
           OPEN INPUT FRZFILE.
           IF WS-FRZFILE-NOT-FOUND
              DISPLAY 'POSTHOLD: NO FREEZE FILE - NO CUSTOMER FROZEN'
              GO TO 1200-LOAD-FREEZES-EXIT
           END-IF.
           IF NOT WS-FRZFILE-OK
              DISPLAY 'POSTHOLD: UNABLE TO OPEN FRZFILE, STATUS = '
                       WS-FRZFILE-STATUS ' - RUN REFUSED'
              MOVE 'Y' TO WS-EOF-SWITCH
              SET WS-RUN-ERROR TO TRUE
              GO TO 1200-LOAD-FREEZES-EXIT
           END-IF.
           PERFORM 1210-LOAD-ONE-FREEZE
               THRU 1210-LOAD-ONE-FREEZE-EXIT
               UNTIL WS-FRZ-LOAD-DONE.
           CLOSE FRZFILE.
       1200-LOAD-FREEZES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1210-LOAD-ONE-FREEZE.
           READ FRZFILE.
           EVALUATE TRUE
              WHEN WS-FRZFILE-EOF
                 SET WS-FRZ-LOAD-DONE TO TRUE
              WHEN NOT WS-FRZFILE-OK
                 DISPLAY 'POSTHOLD: FRZFILE READ ERROR, STATUS = '
                          WS-FRZFILE-STATUS ' - RUN REFUSED'
                 SET WS-FRZ-LOAD-DONE TO TRUE
                 MOVE 'Y' TO WS-EOF-SWITCH
                 SET WS-RUN-ERROR TO TRUE
              WHEN FRZ-LIFT-DATE NOT = SPACES
                   AND FRZ-LIFT-DATE NOT > WS-CURRENT-DATE (1:8)
                 CONTINUE
              WHEN WS-FRZ-COUNT = WS-FRZ-MAX
                 DISPLAY 'POSTHOLD: FREEZE TABLE FULL AT '
                          WS-FRZ-MAX ' - RUN ABANDONED'
                 SET WS-FRZ-LOAD-DONE TO TRUE
                 MOVE 'Y' TO WS-EOF-SWITCH
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 ADD 1 TO WS-FRZ-COUNT
                 MOVE FRZ-NUMB        TO WS-FRZ-NUMB (WS-FRZ-COUNT)
                 MOVE FRZ-REASON-CODE TO WS-FRZ-REASON (WS-FRZ-COUNT)
           END-EVALUATE.
       1210-LOAD-ONE-FREEZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-HOLD - read one held record and route it by the   *
      * disposition the data team keyed against its NUMB               *
      *----------------------------------------------------------------*
      * 2300-RELEASE-RECORD - corrected or cleared-to-resubmit; the    *
      * held record goes back out as a load detail, operation code     *
      * intact, and feeds the release trailer's count and hash.  A     *
      * frozen customer's record goes to the freeze-exception file     *
      * instead, off the backlog but not into the release.             *
      *----------------------------------------------------------------*
       2300-RELEASE-RECORD.
           MOVE HLD-NUMB           TO CI-NUMB.
           MOVE HLD-AMOUNT         TO CI-AMOUNT.
           MOVE HLD-OPERATION-CODE TO CI-OPERATION-CODE.
           MOVE SPACES             TO CI-EFFECTIVE-DATE.
           PERFORM 2700-CHECK-FREEZE
               THRU 2700-CHECK-FREEZE-EXIT.
           IF WS-FROZEN
              PERFORM 2800-WRITE-FREEZE-EXC
                  THRU 2800-WRITE-FREEZE-EXC-EXIT
              GO TO 2300-RELEASE-RECORD-EXIT
           END-IF.
           WRITE CUSTIN-RECORD.
           IF NOT WS-RELOUT-OK
              DISPLAY 'POSTHOLD: RELOUT WRITE ERROR, STATUS = '
       2600-HASH-AMOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2700-CHECK-FREEZE - is the released record's NUMB on the       *
      * freeze list?                                                   *
      *----------------------------------------------------------------*
       2700-CHECK-FREEZE.
           MOVE 'N'    TO WS-FROZEN-SW.
           MOVE SPACES TO WS-FROZEN-REASON.
           IF WS-FRZ-COUNT = 0
              GO TO 2700-CHECK-FREEZE-EXIT
           END-IF.
           SET WS-FRZ-IDX TO 1.
           SEARCH WS-FRZ-ENTRY
              AT END
                 CONTINUE
              WHEN WS-FRZ-NUMB (WS-FRZ-IDX) = HLD-NUMB
                 SET WS-FROZEN TO TRUE
                 MOVE WS-FRZ-REASON (WS-FRZ-IDX) TO WS-FROZEN-REASON
           END-SEARCH.
       2700-CHECK-FREEZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-WRITE-FREEZE-EXC - the load image built for the release   *
      * goes to the freeze-exception file instead, with a report line  *
      *----------------------------------------------------------------*
       2800-WRITE-FREEZE-EXC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE 'POSTHOLD'            TO FZX-SOURCE.
           MOVE WS-CURRENT-DATE (1:8) TO FZX-STOP-DATE.
           MOVE WS-CURRENT-DATE (9:6) TO FZX-STOP-TIME.
           MOVE HLD-NUMB              TO FZX-NUMB.
           MOVE WS-FROZEN-REASON      TO FZX-REASON-CODE.
           SET FZX-ITEM-CUSTIN        TO TRUE.
           MOVE CUSTIN-RECORD         TO FZX-DETAIL.
           WRITE FREEZE-EXCEPTION-RECORD.
           IF NOT WS-FRZEXC-OK
              DISPLAY 'POSTHOLD: FRZEXC WRITE ERROR, STATUS = '
                       WS-FRZEXC-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
              SET WS-RUN-ERROR TO TRUE
              GO TO 2800-WRITE-FREEZE-EXC-EXIT
           END-IF.
           ADD 1 TO WS-COUNT-FROZEN.
           MOVE SPACES TO HOLDRPT-LINE.
           STRING 'FROZEN    NUMB ' DELIMITED BY SIZE
                  HLD-NUMB          DELIMITED BY SIZE
                  ' DISPOSITION '   DELIMITED BY SIZE
                  WS-DISP-FOUND     DELIMITED BY SIZE
                  ' REASON '        DELIMITED BY SIZE
                  WS-FROZEN-REASON  DELIMITED BY SIZE
                  ' - DIVERTED TO FRZEXC'
                                    DELIMITED BY SIZE
               INTO HOLDRPT-LINE.
           WRITE HOLDRPT-LINE.
       2800-WRITE-FREEZE-EXC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-FINALIZE - trailer, aging summary, closes and run summary *
      *----------------------------------------------------------------*
              PERFORM 8100-WRITE-AGING-SUMMARY
                  THRU 8100-WRITE-AGING-SUMMARY-EXIT
           END-IF.
           CLOSE HOLDFILE HOLDNEW RELOUT HOLDRPT FRZEXC.
           DISPLAY '===================================='.
           DISPLAY 'POSTHOLD SUMMARY'.
           DISPLAY 'HELD RECORDS READ  . . : ' WS-COUNT-READ.
           DISPLAY 'RELEASED RESUBMIT (R)  : '
                    WS-COUNT-RELEASED-RESUB.
           DISPLAY 'CANCELLED (X)  . . . . : ' WS-COUNT-CANCELLED.
           DISPLAY 'FROZEN, DIVERTED . . . : ' WS-COUNT-FROZEN.
           DISPLAY 'STILL HELD . . . . . . : ' WS-COUNT-STILL-HELD.
           DISPLAY 'RETURN CODE  . . . . . : ' WS-RETURN-CODE.
           DISPLAY '===================================='.
