      *                    scheduled changes by effective date.  An    *
      *                    I/O error suppresses the DUEOUT trailer so  *
      *                    a half-built release can never balance.     *
      *   10/09/2026  DLG  Customer freeze list.  A due record whose   *
      *                    NUMB is frozen on FRZFILE (maintained by    *
      *                    POSTFRZ) is diverted to the FRZEXC freeze-  *
      *                    exception file instead of DUEOUT, and is    *
      *                    not re-parked: FRZEXC holds the image until *
      *                    the freeze is lifted.  A freeze file that   *
      *                    cannot be read refuses the run.             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DRELRPT ASSIGN TO DRELRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRELRPT-STATUS.
           SELECT FRZFILE ASSIGN TO FRZFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZFILE-STATUS.
           SELECT FRZEXC ASSIGN TO FRZEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  DRELRPT-LINE                PIC X(132).

       FD  FRZFILE
           RECORDING MODE IS F.
           COPY FRZREC.

       FD  FRZEXC
           RECORDING MODE IS F.
           COPY FRZXREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Switches and counters                                          *
       77  WS-COUNT-READ               PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-RELEASED           PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-STILL-PENDING      PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-FROZEN             PIC 9(09) COMP VALUE 0.
       77  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.

       77  WS-TODAY                    PIC X(08) VALUE SPACES.
       77  WS-DATE-FOUND-SW            PIC X(01) VALUE 'N'.
           88 WS-DATE-FOUND                VALUE 'Y'.

      *----------------------------------------------------------------*
      * Freeze list: the freezes in force on FRZFILE (no lift date, or *
      * one still to come), loaded up front and checked for every      *
      * record whose day has arrived                                   *
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
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1100-LOAD-FREEZES
               THRU 1100-LOAD-FREEZES-EXIT.
           IF WS-RUN-ERROR
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
      * The freeze-exception file is append-forever across runs.
           OPEN EXTEND FRZEXC.
           IF WS-FRZEXC-STATUS = '05' OR WS-FRZEXC-STATUS = '35'
              OPEN OUTPUT FRZEXC
           END-IF.
           IF NOT WS-FRZEXC-OK
              DISPLAY 'POSTDREL: UNABLE TO OPEN FRZEXC, STATUS = '
                       WS-FRZEXC-STATUS
              SET WS-RUN-ERROR TO TRUE
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
      * No pending file is not an error: nothing has ever been
      * future-dated (or everything parked has been released), the
      * same clean state POSTPEND reports for its pending file.  The
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-LOAD-FREEZES - the freezes in force off FRZFILE into the  *
      * lookup table; a lift date that has come means the freeze no    *
      * longer holds.  No freeze file means no customer is frozen; a   *
      * file that cannot be read refuses the run.                      *
      *----------------------------------------------------------------*
       1100-LOAD-FREEZES.
           OPEN INPUT FRZFILE.
           IF WS-FRZFILE-NOT-FOUND
              DISPLAY 'POSTDREL: NO FREEZE FILE - NO CUSTOMER FROZEN'
              GO TO 1100-LOAD-FREEZES-EXIT
           END-IF.
           IF NOT WS-FRZFILE-OK
              DISPLAY 'POSTDREL: UNABLE TO OPEN FRZFILE, STATUS = '
                       WS-FRZFILE-STATUS ' - RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1100-LOAD-FREEZES-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-FREEZE
               THRU 1110-LOAD-ONE-FREEZE-EXIT
               UNTIL WS-FRZ-LOAD-DONE.
           CLOSE FRZFILE.
       1100-LOAD-FREEZES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1110-LOAD-ONE-FREEZE.
           READ FRZFILE.
           EVALUATE TRUE
              WHEN WS-FRZFILE-EOF
                 SET WS-FRZ-LOAD-DONE TO TRUE
              WHEN NOT WS-FRZFILE-OK
                 DISPLAY 'POSTDREL: FRZFILE READ ERROR, STATUS = '
                          WS-FRZFILE-STATUS ' - RUN REFUSED'
                 SET WS-FRZ-LOAD-DONE TO TRUE
                 SET WS-RUN-ERROR TO TRUE
                 MOVE 'Y' TO WS-EOF-SWITCH
              WHEN FRZ-LIFT-DATE NOT = SPACES
                   AND FRZ-LIFT-DATE NOT > WS-TODAY
                 CONTINUE
              WHEN WS-FRZ-COUNT = WS-FRZ-MAX
                 DISPLAY 'POSTDREL: FREEZE TABLE FULL AT '
                          WS-FRZ-MAX ' - RUN ABANDONED'
                 SET WS-FRZ-LOAD-DONE TO TRUE
                 SET WS-RUN-ERROR TO TRUE
                 MOVE 'Y' TO WS-EOF-SWITCH
              WHEN OTHER
                 ADD 1 TO WS-FRZ-COUNT
                 MOVE FRZ-NUMB        TO WS-FRZ-NUMB (WS-FRZ-COUNT)
                 MOVE FRZ-REASON-CODE TO WS-FRZ-REASON (WS-FRZ-COUNT)
           END-EVALUATE.
       1110-LOAD-ONE-FREEZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-PENDING - one parked record: due today or         *
      * earlier goes out on the release file, still-future goes back   *

      *----------------------------------------------------------------*
      * 2100-RELEASE-RECORD - the day has arrived; out it goes, into   *
      * the trailer's count and hash - unless the customer is frozen,  *
      * when it goes to the freeze-exception file instead              *
      *----------------------------------------------------------------*
       2100-RELEASE-RECORD.
           PERFORM 2500-CHECK-FREEZE
               THRU 2500-CHECK-FREEZE-EXIT.
           IF WS-FROZEN
              PERFORM 2600-WRITE-FREEZE-EXC
                  THRU 2600-WRITE-FREEZE-EXC-EXIT
              GO TO 2100-RELEASE-RECORD-EXIT
           END-IF.
           WRITE DUEOUT-RECORD FROM CUSTIN-RECORD.
           IF NOT WS-DUEOUT-OK
              DISPLAY 'POSTDREL: DUEOUT WRITE ERROR, STATUS = '
       2420-SHIFT-DATE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-CHECK-FREEZE - is the released record's NUMB on the       *
      * freeze list?                                                   *
      *----------------------------------------------------------------*
       2500-CHECK-FREEZE.
           MOVE 'N'    TO WS-FROZEN-SW.
           MOVE SPACES TO WS-FROZEN-REASON.
           IF WS-FRZ-COUNT = 0
              GO TO 2500-CHECK-FREEZE-EXIT
           END-IF.
           SET WS-FRZ-IDX TO 1.
           SEARCH WS-FRZ-ENTRY
              AT END
                 CONTINUE
              WHEN WS-FRZ-NUMB (WS-FRZ-IDX) = CI-NUMB
                 SET WS-FROZEN TO TRUE
                 MOVE WS-FRZ-REASON (WS-FRZ-IDX) TO WS-FROZEN-REASON
           END-SEARCH.
       2500-CHECK-FREEZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-WRITE-FREEZE-EXC - the record image to the freeze-        *
      * exception file; it is neither released nor re-parked           *
      *----------------------------------------------------------------*
       2600-WRITE-FREEZE-EXC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE 'POSTDREL'            TO FZX-SOURCE.
           MOVE WS-CURRENT-DATE (1:8) TO FZX-STOP-DATE.
           MOVE WS-CURRENT-DATE (9:6) TO FZX-STOP-TIME.
           MOVE CI-NUMB               TO FZX-NUMB.
           MOVE WS-FROZEN-REASON      TO FZX-REASON-CODE.
           SET FZX-ITEM-CUSTIN        TO TRUE.
           MOVE CUSTIN-RECORD         TO FZX-DETAIL.
           WRITE FREEZE-EXCEPTION-RECORD.
           IF NOT WS-FRZEXC-OK
              DISPLAY 'POSTDREL: FRZEXC WRITE ERROR, STATUS = '
                       WS-FRZEXC-STATUS
              SET WS-RUN-ERROR TO TRUE
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 2600-WRITE-FREEZE-EXC-EXIT
           END-IF.
           ADD 1 TO WS-COUNT-FROZEN.
           MOVE SPACES TO DRELRPT-LINE.
           STRING 'FROZEN   NUMB '    DELIMITED BY SIZE
                  CI-NUMB             DELIMITED BY SIZE
                  ' OP '              DELIMITED BY SIZE
                  CI-OPERATION-CODE   DELIMITED BY SIZE
                  ' EFFECTIVE '       DELIMITED BY SIZE
                  CI-EFFECTIVE-DATE   DELIMITED BY SIZE
                  ' REASON '          DELIMITED BY SIZE
                  WS-FROZEN-REASON    DELIMITED BY SIZE
                  ' - DIVERTED TO FRZEXC'
                                      DELIMITED BY SIZE
               INTO DRELRPT-LINE.
           WRITE DRELRPT-LINE.
       2600-WRITE-FREEZE-EXC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-FINALIZE - trailer (none after an error), the pipeline    *
      * summary, closes and the run summary                            *
           IF NOT WS-NO-PENDING
              CLOSE PENDDATE
           END-IF.
           CLOSE DUEOUT PENDNEW DRELRPT FRZEXC.
           DISPLAY '===================================='.
           DISPLAY 'POSTDREL SUMMARY'.
           DISPLAY 'PENDING RECORDS READ . : ' WS-COUNT-READ.
           DISPLAY 'RELEASED TONIGHT . . . : ' WS-COUNT-RELEASED.
           DISPLAY 'STILL PENDING  . . . . : '
                    WS-COUNT-STILL-PENDING.
           DISPLAY 'FROZEN, DIVERTED . . . : ' WS-COUNT-FROZEN.
           DISPLAY 'RETURN CODE  . . . . . : ' WS-RETURN-CODE.
           DISPLAY '===================================='.
       8000-FINALIZE-EXIT.
