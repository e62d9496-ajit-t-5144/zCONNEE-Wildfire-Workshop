      *                    across the key change; a pair that could    *
      *                    not complete is reported and leaves the     *
      *                    old record untouched wherever possible.     *
      *   10/09/2026  DLG  Customer freeze list.  A pair whose old or  *
      *                    new NUMB is frozen on FRZFILE (maintained   *
      *                    by POSTFRZ) is diverted to the FRZEXC       *
      *                    freeze-exception file before any API call   *
      *                    and reported as FROZEN - not as a reject,   *
      *                    since a freeze is not an error.  A freeze   *
      *                    file that cannot be read refuses the run.   *
      *   10/09/2026  DLG  zCEE circuit breaker.  A pre-flight GETAPI  *
      *                    inquiry on the SVCCTL sentinel NUMB must    *
      *                    answer before XREFIN is read, and the       *
      *                    configured run of consecutive ZCEE/STUB     *
      *                    failures stops the calls, writes the new    *
      *                    RNUMCHKP restart checkpoint at the last     *
      *                    pair tried and ends RC 12 (service          *
      *                    unavailable).  A rerun with a checkpoint    *
      *                    present skips the pairs already tried and   *
      *                    extends the report rather than replacing    *
      *                    it.                                         *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RNUMRPT ASSIGN TO RNUMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNUMRPT-STATUS.
           SELECT FRZFILE ASSIGN TO FRZFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZFILE-STATUS.
           SELECT FRZEXC ASSIGN TO FRZEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZEXC-STATUS.
           SELECT SVCCTL ASSIGN TO SVCCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVCCTL-STATUS.
           SELECT RNUMCHKP ASSIGN TO RNUMCHKP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  RNUMRPT-LINE                PIC X(132).

       FD  FRZFILE
           RECORDING MODE IS F.
           COPY FRZREC.

       FD  FRZEXC
           RECORDING MODE IS F.
           COPY FRZXREC.

       FD  SVCCTL
           RECORDING MODE IS F.
           COPY SVCREC.

      * Written when the circuit breaker trips: the XREFIN position of
      * the last pair tried plus the tallies as of that pair.  A run
      * that reaches end of file leaves the file empty so the next
      * run starts fresh.
       FD  RNUMCHKP
           RECORDING MODE IS F.
       01  RNUMCHKP-RECORD.
           05 RCP-LAST-RECORD         PIC 9(09).
           05 RCP-COUNT-READ          PIC 9(09).
           05 RCP-COUNT-RENUMBERED    PIC 9(09).
           05 RCP-COUNT-MERGED        PIC 9(09).
           05 RCP-COUNT-REJECTED      PIC 9(09).
           05 RCP-COUNT-INCOMPLETE    PIC 9(09).
           05 RCP-COUNT-FROZEN        PIC 9(09).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Switches and counters                                          *
           88 WS-EOF                       VALUE 'Y'.
       77  WS-RUN-ERROR-SW             PIC X(01) VALUE 'N'.
           88 WS-RUN-ERROR                 VALUE 'Y'.
       77  WS-RUN-COMPLETE-SW          PIC X(01) VALUE 'N'.
           88 WS-RUN-COMPLETE              VALUE 'Y'.

       77  WS-COUNT-READ               PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-RENUMBERED         PIC 9(09) COMP VALUE 0.
           05 WS-OLD-DATEX            PIC X(8).
           05 WS-OLD-AMOUNT           PIC X(8).

      *----------------------------------------------------------------*
      * Service circuit breaker: the sentinel NUMB and the breaker     *
      * limit come off the SVCCTL card.  WS-SVC-FAIL-STREAK counts     *
      * consecutive ZCEE/STUB failures across every call and goes back *
      * to zero on any other answer; reaching the limit trips the      *
      * breaker.  WS-RECORD-NUMBER is the XREFIN position of the pair  *
      * in hand and WS-RESTART-FROM the position recovered from        *
      * RNUMCHKP, so pairs at or below it are skipped on a restart.    *
      *----------------------------------------------------------------*
       77  WS-SVCCTL-STATUS            PIC X(02) VALUE SPACES.
           88 WS-SVCCTL-OK                 VALUE '00'.
       77  WS-CHKPT-STATUS             PIC X(02) VALUE SPACES.
           88 WS-CHKPT-OK                  VALUE '00'.
           88 WS-CHKPT-NOT-FOUND           VALUE '35'.
       77  WS-SVC-DOWN-SW              PIC X(01) VALUE 'N'.
           88 WS-SVC-DOWN                  VALUE 'Y'.
       77  WS-BREAKER-SW               PIC X(01) VALUE 'N'.
           88 WS-BREAKER-TRIPPED           VALUE 'Y'.
       77  WS-RESTART-SW               PIC X(01) VALUE 'N'.
           88 WS-RESTART                   VALUE 'Y'.
       77  WS-SENTINEL-NUMB            PIC X(06) VALUE SPACES.
       77  WS-BREAKER-LIMIT            PIC 9(03) COMP VALUE 0.
       77  WS-SVC-FAIL-STREAK          PIC 9(03) COMP VALUE 0.
       77  WS-RECORD-NUMBER            PIC 9(09) COMP VALUE 0.
       77  WS-RESTART-FROM             PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-SKIPPED            PIC 9(09) COMP VALUE 0.
       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.

       77  WS-GETAPI-PGM-NAME          PIC X(08) VALUE 'GETAPI'.
       77  WS-POSTAPI-PGM-NAME         PIC X(08) VALUE 'POSTAPI'.
       01  WS-CURRENT-DATE             PIC X(21) VALUE SPACES.
      * of every pair.
           COPY POSTPARM.

      *----------------------------------------------------------------*
      * Freeze list: the freezes in force on FRZFILE (no lift date, or *
      * one still to come) are loaded up front, and both keys of every *
      * pair that passes its edits are checked against them before     *
      * any API call.  A pair touching a frozen customer goes to       *
      * FRZEXC instead of being worked.                                *
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
       77  WS-FREEZE-KEY               PIC X(06) VALUE SPACES.
       77  WS-FROZEN-REASON            PIC X(04) VALUE SPACES.
       77  WS-COUNT-FROZEN             PIC 9(09) COMP VALUE 0.

       01  WS-FREEZE-TABLE.
           05 WS-FRZ-MAX              PIC 9(05) COMP VALUE 5000.
           05 WS-FRZ-COUNT            PIC 9(05) COMP VALUE 0.
           05 WS-FRZ-ENTRY            OCCURS 0 TO 5000 TIMES
                                       DEPENDING ON WS-FRZ-COUNT
                                       INDEXED BY WS-FRZ-IDX.
              10 WS-FRZ-NUMB          PIC X(06).
              10 WS-FRZ-REASON        PIC X(04).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - open the card file, the permanent history    *
      * and the report.  The service must answer the pre-flight        *
      * inquiry first, and a checkpoint left by a tripped breaker      *
      * makes this a restart that extends the report.                  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1200-PREFLIGHT-CHECK
               THRU 1200-PREFLIGHT-CHECK-EXIT.
           IF WS-EOF
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN INPUT XREFIN.
           IF NOT WS-XREFIN-OK
              DISPLAY 'POSTRNUM: UNABLE TO OPEN XREFIN, STATUS = '
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1300-READ-CHECKPOINT
               THRU 1300-READ-CHECKPOINT-EXIT.
           IF WS-RUN-ERROR
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
      * XREFHIST is an append-forever trail like ADJLOG, so it opens
      * EXTEND with a fresh-file fallback.
           OPEN EXTEND XREFHIST.
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
      * A restart extends the report the tripped run left behind so
      * the pairs it worked stay on it.
           IF WS-RESTART
              OPEN EXTEND RNUMRPT
              IF WS-RNUMRPT-STATUS = '05' OR WS-RNUMRPT-STATUS = '35'
                 OPEN OUTPUT RNUMRPT
              END-IF
           ELSE
              OPEN OUTPUT RNUMRPT
           END-IF.
           IF NOT WS-RNUMRPT-OK
              DISPLAY 'POSTRNUM: UNABLE TO OPEN RNUMRPT, STATUS = '
                       WS-RNUMRPT-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           IF WS-RESTART
              MOVE WS-RESTART-FROM TO WS-EDIT-COUNT
              MOVE SPACES TO RNUMRPT-LINE
              STRING 'POSTRNUM RESTART - PAIRS THRU '
                                        DELIMITED BY SIZE
                     WS-EDIT-COUNT      DELIMITED BY SIZE
                     ' ALREADY WORKED'  DELIMITED BY SIZE
                  INTO RNUMRPT-LINE
           ELSE
              MOVE 'POSTRNUM CUSTOMER RENUMBER / MERGE REPORT' TO
                    RNUMRPT-LINE
           END-IF.
           WRITE RNUMRPT-LINE.
           PERFORM 1100-LOAD-FREEZES
               THRU 1100-LOAD-FREEZES-EXIT.
           IF WS-RUN-ERROR
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
      * The freeze-exception file is append-forever, like XREFHIST.
           OPEN EXTEND FRZEXC.
           IF WS-FRZEXC-STATUS = '05' OR WS-FRZEXC-STATUS = '35'
              OPEN OUTPUT FRZEXC
           END-IF.
           IF NOT WS-FRZEXC-OK
              DISPLAY 'POSTRNUM: UNABLE TO OPEN FRZEXC, STATUS = '
                       WS-FRZEXC-STATUS
              SET WS-RUN-ERROR TO TRUE
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-LOAD-FREEZES - the freezes in force off FRZFILE into the  *
      * lookup table; a lift date that has come means the freeze no    *
      * longer holds.  No freeze file means no customer is frozen; a   *
      * file that cannot be read refuses the run.                      *
      *----------------------------------------------------------------*
       1100-LOAD-FREEZES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN INPUT FRZFILE.
           IF WS-FRZFILE-NOT-FOUND
              DISPLAY 'POSTRNUM: NO FREEZE FILE - NO CUSTOMER FROZEN'
              GO TO 1100-LOAD-FREEZES-EXIT
           END-IF.
           IF NOT WS-FRZFILE-OK
              DISPLAY 'POSTRNUM: UNABLE TO OPEN FRZFILE, STATUS = '
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
                 DISPLAY 'POSTRNUM: FRZFILE READ ERROR, STATUS = '
                          WS-FRZFILE-STATUS ' - RUN REFUSED'
                 SET WS-FRZ-LOAD-DONE TO TRUE
                 SET WS-RUN-ERROR TO TRUE
                 MOVE 'Y' TO WS-EOF-SWITCH
              WHEN FRZ-LIFT-DATE NOT = SPACES
                   AND FRZ-LIFT-DATE NOT > WS-CURRENT-DATE (1:8)
                 CONTINUE
              WHEN WS-FRZ-COUNT = WS-FRZ-MAX
                 DISPLAY 'POSTRNUM: FREEZE TABLE FULL AT '
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
      * 1200-PREFLIGHT-CHECK - read the SVCCTL card and make one       *
      * GETAPI inquiry on its sentinel NUMB before XREFIN is opened.   *
      * A ZCEE/STUB failure (or no recognisable answer) means the      *
      * service is down: refuse the run as service unavailable so the  *
      * scheduler waits and retries.  An API or validation error means *
      * the service answered but the sentinel is wrong - a control     *
      * problem, refused like a missing or garbage card.               *
      *----------------------------------------------------------------*
       1200-PREFLIGHT-CHECK.
           OPEN INPUT SVCCTL.
           IF NOT WS-SVCCTL-OK
              DISPLAY 'POSTRNUM: UNABLE TO OPEN SVCCTL, STATUS = '
                       WS-SVCCTL-STATUS ' - RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1200-PREFLIGHT-CHECK-EXIT
           END-IF.
           READ SVCCTL.
           IF NOT WS-SVCCTL-OK
              OR SVC-SENTINEL-NUMB IS NOT NUMERIC
              OR SVC-BREAKER-LIMIT IS NOT NUMERIC
              OR SVC-BREAKER-LIMIT = '000'
              DISPLAY 'POSTRNUM: SVCCTL CARD MISSING OR INVALID -'
                      ' RUN REFUSED'
              CLOSE SVCCTL
              SET WS-RUN-ERROR TO TRUE
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1200-PREFLIGHT-CHECK-EXIT
           END-IF.
           MOVE SVC-SENTINEL-NUMB TO WS-SENTINEL-NUMB.
           MOVE SVC-BREAKER-LIMIT TO WS-BREAKER-LIMIT.
           CLOSE SVCCTL.

           INITIALIZE PARM-BUFFER.
           MOVE WS-SENTINEL-NUMB TO numb OF PARM-DATA.
           MOVE LENGTH OF PARM-DATA TO PARM-LENGTH.
           CALL WS-GETAPI-PGM-NAME USING PARM-BUFFER.
           EVALUATE TRUE
              WHEN PARM-STATUS-SUCCESS
                 CONTINUE
              WHEN PARM-STATUS-API-ERROR
              WHEN PARM-STATUS-VALID-ERROR
                 DISPLAY 'POSTRNUM: SENTINEL ' WS-SENTINEL-NUMB
                         ' NOT USABLE, STATUS = ' PARM-STATUS
                         ' - CHECK SVCCTL - RUN REFUSED'
                 SET WS-RUN-ERROR TO TRUE
                 MOVE 'Y' TO WS-EOF-SWITCH
              WHEN OTHER
                 DISPLAY 'POSTRNUM: SERVICE NOT ANSWERING, STATUS = '
                         PARM-STATUS ' - RUN REFUSED'
                 SET WS-SVC-DOWN TO TRUE
                 MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
       1200-PREFLIGHT-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1300-READ-CHECKPOINT - a record on RNUMCHKP means a tripped    *
      * breaker cut the last run short; pick up its position and       *
      * tallies so the pairs it already tried are not worked again.    *
      * No file, or an empty one, is a fresh start from pair 1.        *
      *----------------------------------------------------------------*
       1300-READ-CHECKPOINT.
           OPEN INPUT RNUMCHKP.
           IF WS-CHKPT-NOT-FOUND
              GO TO 1300-READ-CHECKPOINT-EXIT
           END-IF.
           IF NOT WS-CHKPT-OK
              DISPLAY 'POSTRNUM: UNABLE TO OPEN RNUMCHKP, STATUS = '
                       WS-CHKPT-STATUS ' - RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1300-READ-CHECKPOINT-EXIT
           END-IF.
           READ RNUMCHKP.
           IF WS-CHKPT-OK
              SET WS-RESTART TO TRUE
              MOVE RCP-LAST-RECORD       TO WS-RESTART-FROM
              MOVE RCP-COUNT-READ        TO WS-COUNT-READ
              MOVE RCP-COUNT-RENUMBERED  TO WS-COUNT-RENUMBERED
              MOVE RCP-COUNT-MERGED      TO WS-COUNT-MERGED
              MOVE RCP-COUNT-REJECTED    TO WS-COUNT-REJECTED
              MOVE RCP-COUNT-INCOMPLETE  TO WS-COUNT-INCOMPLETE
              MOVE RCP-COUNT-FROZEN      TO WS-COUNT-FROZEN
              DISPLAY 'POSTRNUM: RESTART - SKIPPING THRU PAIR '
                       WS-RESTART-FROM
           END-IF.
           CLOSE RNUMCHKP.
       1300-READ-CHECKPOINT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-PAIRS - one old/new pair: read, create, confirm,  *
      * delete, confirm, record                                        *
           IF WS-EOF
              GO TO 2000-PROCESS-PAIRS-EXIT
           END-IF.
           IF WS-RECORD-NUMBER NOT > WS-RESTART-FROM
              ADD 1 TO WS-COUNT-SKIPPED
              GO TO 2000-PROCESS-PAIRS-EXIT
           END-IF.
           ADD 1 TO WS-COUNT-READ.
           MOVE SPACES TO WS-PAIR-REASON.
           MOVE SPACES TO WS-PAIR-WARNING.
           MOVE SPACE  TO WS-PAIR-ACTION.
           MOVE 'N'    TO WS-FROZEN-SW.
           PERFORM 2200-EDIT-PAIR
               THRU 2200-EDIT-PAIR-EXIT.
           IF WS-PAIR-REASON = SPACES
              PERFORM 2250-CHECK-FREEZE
                  THRU 2250-CHECK-FREEZE-EXIT
           END-IF.
           IF WS-PAIR-REASON = SPACES AND NOT WS-FROZEN
              PERFORM 2300-READ-OLD-CUSTOMER
                  THRU 2300-READ-OLD-CUSTOMER-EXIT
           END-IF.
           IF WS-PAIR-REASON = SPACES AND NOT WS-FROZEN
              PERFORM 2400-DECIDE-ACTION
                  THRU 2400-DECIDE-ACTION-EXIT
           END-IF.
           IF WS-PAIR-REASON = SPACES AND NOT WS-FROZEN
              AND WS-PAIR-ACTION = 'R'
              PERFORM 2500-CREATE-NEW-KEY
                  THRU 2500-CREATE-NEW-KEY-EXIT
           END-IF.
           IF WS-PAIR-REASON = SPACES AND NOT WS-FROZEN
              PERFORM 2600-DELETE-OLD-KEY
                  THRU 2600-DELETE-OLD-KEY-EXIT
           END-IF.
           IF WS-PAIR-REASON = SPACES AND NOT WS-FROZEN
              PERFORM 2700-RECORD-XREF
                  THRU 2700-RECORD-XREF-EXIT
           END-IF.
           PERFORM 2800-REPORT-PAIR
               THRU 2800-REPORT-PAIR-EXIT.
           IF WS-SVC-FAIL-STREAK NOT < WS-BREAKER-LIMIT
              PERFORM 2900-TRIP-BREAKER
                  THRU 2900-TRIP-BREAKER-EXIT
           END-IF.
       2000-PROCESS-PAIRS-EXIT.
           EXIT.

       2100-READ-PAIR.
           READ XREFIN.
           IF WS-XREFIN-EOF
              SET WS-RUN-COMPLETE TO TRUE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              IF NOT WS-XREFIN-OK
                 SET WS-RUN-ERROR TO TRUE
                 MOVE 'Y' TO WS-EOF-SWITCH
              ELSE
                 ADD 1 TO WS-RECORD-NUMBER
              END-IF
           END-IF.
       2100-READ-PAIR-EXIT.
       2200-EDIT-PAIR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2250-CHECK-FREEZE - a freeze on either key stops the pair: the *
      * old customer must not be moved, and the new one must not       *
      * absorb a merge.  The old key is looked at first.               *
      *----------------------------------------------------------------*
       2250-CHECK-FREEZE.
           MOVE SPACES TO WS-FROZEN-REASON.
           IF WS-FRZ-COUNT = 0
              GO TO 2250-CHECK-FREEZE-EXIT
           END-IF.
           MOVE XIN-OLD-NUMB TO WS-FREEZE-KEY.
           PERFORM 2260-SEARCH-FREEZE
               THRU 2260-SEARCH-FREEZE-EXIT.
           IF NOT WS-FROZEN
              MOVE XIN-NEW-NUMB TO WS-FREEZE-KEY
              PERFORM 2260-SEARCH-FREEZE
                  THRU 2260-SEARCH-FREEZE-EXIT
           END-IF.
           IF WS-FROZEN
              PERFORM 2270-WRITE-FREEZE-EXC
                  THRU 2270-WRITE-FREEZE-EXC-EXIT
           END-IF.
       2250-CHECK-FREEZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2260-SEARCH-FREEZE.
           SET WS-FRZ-IDX TO 1.
           SEARCH WS-FRZ-ENTRY
              AT END
                 CONTINUE
              WHEN WS-FRZ-NUMB (WS-FRZ-IDX) = WS-FREEZE-KEY
                 SET WS-FROZEN TO TRUE
                 MOVE WS-FRZ-REASON (WS-FRZ-IDX) TO WS-FROZEN-REASON
           END-SEARCH.
       2260-SEARCH-FREEZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2270-WRITE-FREEZE-EXC - the pair card to the freeze-exception  *
      * file, unworked.  Not a reject: nothing re-drives it until the  *
      * freeze is lifted.                                              *
      *----------------------------------------------------------------*
       2270-WRITE-FREEZE-EXC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE 'POSTRNUM'            TO FZX-SOURCE.
           MOVE WS-CURRENT-DATE (1:8) TO FZX-STOP-DATE.
           MOVE WS-CURRENT-DATE (9:6) TO FZX-STOP-TIME.
           MOVE WS-FREEZE-KEY         TO FZX-NUMB.
           MOVE WS-FROZEN-REASON      TO FZX-REASON-CODE.
           SET FZX-ITEM-XREF          TO TRUE.
           MOVE SPACES                TO FZX-DETAIL.
           MOVE XREFIN-RECORD         TO FZX-DETAIL (1:12).
           WRITE FREEZE-EXCEPTION-RECORD.
           IF WS-FRZEXC-OK
              ADD 1 TO WS-COUNT-FROZEN
           ELSE
              DISPLAY 'POSTRNUM: FRZEXC WRITE ERROR, STATUS = '
                       WS-FRZEXC-STATUS
              SET WS-RUN-ERROR TO TRUE
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
       2270-WRITE-FREEZE-EXC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-READ-OLD-CUSTOMER - the record being rekeyed must exist,  *
      * and its fields ride into the create                            *
           MOVE XIN-OLD-NUMB TO numb OF PARM-DATA.
           MOVE LENGTH OF PARM-DATA TO PARM-LENGTH.
           CALL WS-GETAPI-PGM-NAME USING PARM-BUFFER.
           PERFORM 2850-COUNT-SVC-FAILURE
               THRU 2850-COUNT-SVC-FAILURE-EXIT.
           IF NOT PARM-STATUS-SUCCESS
              MOVE 'OLD KEY NOT ON FILE' TO WS-PAIR-REASON
              GO TO 2300-READ-OLD-CUSTOMER-EXIT
           MOVE XIN-NEW-NUMB TO numb OF PARM-DATA.
           MOVE LENGTH OF PARM-DATA TO PARM-LENGTH.
           CALL WS-GETAPI-PGM-NAME USING PARM-BUFFER.
           PERFORM 2850-COUNT-SVC-FAILURE
               THRU 2850-COUNT-SVC-FAILURE-EXIT.
           IF PARM-STATUS-SUCCESS
              MOVE 'M' TO WS-PAIR-ACTION
           ELSE
           MOVE WS-OLD-AMOUNT TO amount2 OF PARM-DATA.
           MOVE LENGTH OF PARM-DATA TO PARM-LENGTH.
           CALL WS-POSTAPI-PGM-NAME USING PARM-BUFFER.
           PERFORM 2850-COUNT-SVC-FAILURE
               THRU 2850-COUNT-SVC-FAILURE-EXIT.
           IF NOT PARM-STATUS-SUCCESS
              MOVE 'CREATE UNDER NEW KEY FAILED' TO WS-PAIR-REASON
              GO TO 2500-CREATE-NEW-KEY-EXIT
           MOVE XIN-NEW-NUMB TO numb OF PARM-DATA.
           MOVE LENGTH OF PARM-DATA TO PARM-LENGTH.
           CALL WS-GETAPI-PGM-NAME USING PARM-BUFFER.
           PERFORM 2850-COUNT-SVC-FAILURE
               THRU 2850-COUNT-SVC-FAILURE-EXIT.
           IF NOT PARM-STATUS-SUCCESS
              MOVE 'CREATE NOT CONFIRMED - OLD KEY KEPT' TO
                    WS-PAIR-REASON
           MOVE XIN-OLD-NUMB TO numb OF PARM-DATA.
           MOVE LENGTH OF PARM-DATA TO PARM-LENGTH.
           CALL WS-POSTAPI-PGM-NAME USING PARM-BUFFER.
           PERFORM 2850-COUNT-SVC-FAILURE
               THRU 2850-COUNT-SVC-FAILURE-EXIT.
           IF NOT PARM-STATUS-SUCCESS
              IF WS-PAIR-ACTION = 'R'
                 MOVE 'CREATED BUT OLD DELETE FAILED' TO
           MOVE XIN-OLD-NUMB TO numb OF PARM-DATA.
           MOVE LENGTH OF PARM-DATA TO PARM-LENGTH.
           CALL WS-GETAPI-PGM-NAME USING PARM-BUFFER.
           PERFORM 2850-COUNT-SVC-FAILURE
               THRU 2850-COUNT-SVC-FAILURE-EXIT.
           IF PARM-STATUS-SUCCESS
              MOVE 'OLD KEY STILL READABLE' TO WS-PAIR-WARNING
           END-IF.
       2800-REPORT-PAIR.
           MOVE SPACES TO RNUMRPT-LINE.
           EVALUATE TRUE
              WHEN WS-FROZEN
                 STRING 'OLD '          DELIMITED BY SIZE
                        XIN-OLD-NUMB    DELIMITED BY SIZE
                        ' NEW '         DELIMITED BY SIZE
                        XIN-NEW-NUMB    DELIMITED BY SIZE
                        ' FROZEN: NUMB ' DELIMITED BY SIZE
                        WS-FREEZE-KEY   DELIMITED BY SIZE
                        ' REASON '      DELIMITED BY SIZE
                        WS-FROZEN-REASON DELIMITED BY SIZE
                        ' - DIVERTED, NOT WORKED'
                                        DELIMITED BY SIZE
                     INTO RNUMRPT-LINE
              WHEN WS-PAIR-REASON NOT = SPACES
                 IF WS-PAIR-REASON = 'CREATED BUT OLD DELETE FAILED'
                    ADD 1 TO WS-COUNT-INCOMPLETE
           EXIT.

      *----------------------------------------------------------------*
      * 2850-COUNT-SVC-FAILURE - after every GETAPI/POSTAPI call: a    *
      * ZCEE or STUB failure lengthens the run of consecutive service  *
      * failures, anything else ends it                                *
      *----------------------------------------------------------------*
       2850-COUNT-SVC-FAILURE.
           IF PARM-STATUS-ZCEE-ERROR OR PARM-STATUS-STUB-ERROR
              ADD 1 TO WS-SVC-FAIL-STREAK
           ELSE
              MOVE 0 TO WS-SVC-FAIL-STREAK
           END-IF.
       2850-COUNT-SVC-FAILURE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-TRIP-BREAKER - the service has failed the limit's worth   *
      * of calls running.  Stop calling it: checkpoint at the pair     *
      * just tried (already reported) and end the run, so the pairs    *
      * never tried wait for the restart instead of being rejected.    *
      *----------------------------------------------------------------*
       2900-TRIP-BREAKER.
           DISPLAY 'POSTRNUM: ' WS-SVC-FAIL-STREAK
                   ' CONSECUTIVE ZCEE/STUB FAILURES - BREAKER TRIPPED'
                   ' AT PAIR ' WS-RECORD-NUMBER.
           SET WS-BREAKER-TRIPPED TO TRUE.
           MOVE 'Y' TO WS-EOF-SWITCH.
           OPEN OUTPUT RNUMCHKP.
           IF NOT WS-CHKPT-OK
              DISPLAY 'POSTRNUM: UNABLE TO WRITE RNUMCHKP, STATUS = '
                       WS-CHKPT-STATUS
              GO TO 2900-TRIP-BREAKER-EXIT
           END-IF.
           MOVE WS-RECORD-NUMBER      TO RCP-LAST-RECORD.
           MOVE WS-COUNT-READ         TO RCP-COUNT-READ.
           MOVE WS-COUNT-RENUMBERED   TO RCP-COUNT-RENUMBERED.
           MOVE WS-COUNT-MERGED       TO RCP-COUNT-MERGED.
           MOVE WS-COUNT-REJECTED     TO RCP-COUNT-REJECTED.
           MOVE WS-COUNT-INCOMPLETE   TO RCP-COUNT-INCOMPLETE.
           MOVE WS-COUNT-FROZEN       TO RCP-COUNT-FROZEN.
           WRITE RNUMCHKP-RECORD.
           IF NOT WS-CHKPT-OK
              DISPLAY 'POSTRNUM: RNUMCHKP WRITE ERROR, STATUS = '
                       WS-CHKPT-STATUS
           END-IF.
           CLOSE RNUMCHKP.
       2900-TRIP-BREAKER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-FINALIZE - close the files and print the run summary.  A  *
      * run that reached end of XREFIN clears the checkpoint; RC 12    *
      * (service unavailable) overrides the rest when the pre-flight   *
      * failed or the breaker tripped.                                 *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE XREFIN XREFHIST RNUMRPT FRZEXC.
           IF WS-RUN-COMPLETE
              OPEN OUTPUT RNUMCHKP
              IF WS-CHKPT-OK
                 CLOSE RNUMCHKP
              ELSE
                 DISPLAY 'POSTRNUM: UNABLE TO CLEAR RNUMCHKP, STATUS = '
                          WS-CHKPT-STATUS
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WS-SVC-DOWN OR WS-BREAKER-TRIPPED
                 MOVE 12 TO WS-RETURN-CODE
              WHEN WS-RUN-ERROR
                 MOVE 8 TO WS-RETURN-CODE
              WHEN WS-COUNT-INCOMPLETE > 0
           END-EVALUATE.
           DISPLAY '===================================='.
           DISPLAY 'POSTRNUM SUMMARY'.
           IF WS-RESTART
              DISPLAY 'RUN TYPE . . . . . . . : RESTART FROM PAIR '
                       WS-RESTART-FROM
              DISPLAY 'PAIRS SKIPPED  . . . . : ' WS-COUNT-SKIPPED
           END-IF.
           DISPLAY 'PAIRS READ . . . . . . : ' WS-COUNT-READ.
           DISPLAY 'RENUMBERED (R) . . . . : ' WS-COUNT-RENUMBERED.
           DISPLAY 'MERGED (M) . . . . . . : ' WS-COUNT-MERGED.
           DISPLAY 'REJECTED, NOT STARTED  : ' WS-COUNT-REJECTED.
           DISPLAY 'INCOMPLETE - FOLLOW UP : ' WS-COUNT-INCOMPLETE.
           DISPLAY 'FROZEN, DIVERTED . . . : ' WS-COUNT-FROZEN.
           IF WS-SVC-DOWN
              DISPLAY 'SERVICE UNAVAILABLE  . : PRE-FLIGHT ON '
                       WS-SENTINEL-NUMB ' FAILED'
           END-IF.
           IF WS-BREAKER-TRIPPED
              DISPLAY 'SERVICE UNAVAILABLE  . : BREAKER TRIPPED AT'
                      ' PAIR ' WS-RECORD-NUMBER
           END-IF.
           DISPLAY 'RETURN CODE  . . . . . : ' WS-RETURN-CODE.
           DISPLAY '===================================='.
       8000-FINALIZE-EXIT.
