      *                    rather than silently disabling the          *
      *                    control; parked items raise RC 4, a         *
      *                    refused run RC 8.                           *
      *   10/05/2026  DLG  Every adjustment that posts now also        *
      *                    appends an ADJREC data record to ADJDATA -  *
      *                    old amount, signed delta, new amount and    *
      *                    the confirming re-read's outcome - so the   *
      *                    GL journal can take the movement as data    *
      *                    instead of parsing the ADJLOG print line.   *
      *   10/09/2026  DLG  Customer freeze list.  An adjustment for a  *
      *                    NUMB frozen on FRZFILE (maintained by       *
      *                    POSTFRZ) is diverted, card image and all,   *
      *                    to the FRZEXC freeze-exception file before  *
      *                    any approval check or API call, and logged  *
      *                    as FROZEN - not as a reject, since a        *
      *                    freeze is not an error.  A freeze file      *
      *                    that cannot be read refuses the run.        *
      *   10/09/2026  DLG  zCEE circuit breaker.  A pre-flight GETAPI  *
      *                    inquiry on the SVCCTL sentinel NUMB must    *
      *                    answer before ADJIN is read, and the        *
      *                    configured run of consecutive ZCEE/STUB     *
      *                    failures stops the calls, writes the new    *
      *                    ADJCHKPT restart checkpoint at the last     *
      *                    card tried and ends RC 12 (service          *
      *                    unavailable).  A rerun with a checkpoint    *
      *                    present skips the cards already tried, so   *
      *                    no adjustment is applied twice.             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PENDFILE ASSIGN TO PENDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDFILE-STATUS.
           SELECT ADJDATA ASSIGN TO ADJDATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJDATA-STATUS.
           SELECT FRZFILE ASSIGN TO FRZFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZFILE-STATUS.
           SELECT FRZEXC ASSIGN TO FRZEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZEXC-STATUS.
           SELECT SVCCTL ASSIGN TO SVCCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVCCTL-STATUS.
           SELECT ADJCHKPT ASSIGN TO ADJCHKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  PENDFILE-RECORD             PIC X(103).

       FD  ADJDATA
           RECORDING MODE IS F.
           COPY ADJREC.

       FD  FRZFILE
           RECORDING MODE IS F.
           COPY FRZREC.

       FD  FRZEXC
           RECORDING MODE IS F.
           COPY FRZXREC.

       FD  SVCCTL
           RECORDING MODE IS F.
           COPY SVCREC.

      * Written when the circuit breaker trips: the ADJIN position of
      * the last card tried plus the tallies as of that card.  A run
      * that reaches end of file leaves the file empty so the next
      * run starts fresh.
       FD  ADJCHKPT
           RECORDING MODE IS F.
       01  ADJCHKPT-RECORD.
           05 ACP-LAST-RECORD         PIC 9(09).
           05 ACP-COUNT-READ          PIC 9(09).
           05 ACP-COUNT-APPLIED       PIC 9(09).
           05 ACP-COUNT-REJECTED      PIC 9(09).
           05 ACP-COUNT-CONFLICTS     PIC 9(09).
           05 ACP-COUNT-UNCONFIRMED   PIC 9(09).
           05 ACP-COUNT-PENDING       PIC 9(09).
           05 ACP-COUNT-FROZEN        PIC 9(09).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Switches and counters                                          *
           88 WS-ADJIN-EOF                 VALUE '10'.
       77  WS-ADJLOG-STATUS            PIC X(02) VALUE SPACES.
           88 WS-ADJLOG-OK                 VALUE '00'.
       77  WS-ADJDATA-STATUS           PIC X(02) VALUE SPACES.
           88 WS-ADJDATA-OK                VALUE '00'.

       77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 WS-EOF                       VALUE 'Y'.
       77  WS-RUN-COMPLETE-SW          PIC X(01) VALUE 'N'.
           88 WS-RUN-COMPLETE              VALUE 'Y'.

       77  WS-COUNT-READ               PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-APPLIED            PIC 9(09) COMP VALUE 0.
      * Pending record built from the adjustment card in hand
           COPY PENDREC.

      *----------------------------------------------------------------*
      * Freeze list: the freezes in force on FRZFILE (no lift date, or *
      * one still to come) are loaded up front, and every card that    *
      * passes its edits is checked against them before an approval    *
      * check or API call is spent on it.  A frozen customer's card    *
      * goes to FRZEXC instead of posting.                             *
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

      * Once 2500-POST-UPDATE succeeds the money has moved, whatever
      * the confirming re-read says afterwards - the audit line must
      * never read as a reject, or finance re-keys the delta on top.
           88 WS-UPDATE-POSTED             VALUE 'Y'.
       01  WS-POSTED-TAG               PIC X(21) VALUE SPACES.

      *----------------------------------------------------------------*
      * Service circuit breaker: the sentinel NUMB and the breaker     *
      * limit come off the SVCCTL card.  WS-SVC-FAIL-STREAK counts     *
      * consecutive ZCEE/STUB failures across every call and goes back *
      * to zero on any other answer; reaching the limit trips the      *
      * breaker.  WS-RECORD-NUMBER is the ADJIN position of the card   *
      * in hand and WS-RESTART-FROM the position recovered from        *
      * ADJCHKPT, so cards at or below it are skipped on a restart.    *
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

       77  WS-GETAPI-PGM-NAME          PIC X(08) VALUE 'GETAPI'.
       77  WS-POSTAPI-PGM-NAME         PIC X(08) VALUE 'POSTAPI'.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - open the adjustment file and the audit       *
      * trail.  ADJLOG is an append-forever trail like AUDITLOG, so    *
      * it opens EXTEND with a fresh-file fallback; ADJDATA, the       *
      * same trail as data for the GL journal, opens the same way.     *
      * The service must answer the pre-flight inquiry first, and a    *
      * checkpoint left by a tripped breaker makes this a restart.     *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1300-PREFLIGHT-CHECK
               THRU 1300-PREFLIGHT-CHECK-EXIT.
           IF WS-EOF
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN INPUT ADJIN.
           IF NOT WS-ADJIN-OK
              DISPLAY 'POSTADJ: UNABLE TO OPEN ADJIN, STATUS = '
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1400-READ-CHECKPOINT
               THRU 1400-READ-CHECKPOINT-EXIT.
           IF WS-EOF
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN EXTEND ADJLOG.
           IF WS-ADJLOG-STATUS = '05' OR WS-ADJLOG-STATUS = '35'
              OPEN OUTPUT ADJLOG
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN EXTEND ADJDATA.
           IF WS-ADJDATA-STATUS = '05' OR WS-ADJDATA-STATUS = '35'
              OPEN OUTPUT ADJDATA
           END-IF.
           IF NOT WS-ADJDATA-OK
              DISPLAY 'POSTADJ: UNABLE TO OPEN ADJDATA, STATUS = '
                       WS-ADJDATA-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1100-LOAD-APPROVALS
               THRU 1100-LOAD-APPROVALS-EXIT.
           IF WS-EOF
              DISPLAY 'POSTADJ: UNABLE TO OPEN PENDFILE, STATUS = '
                       WS-PENDFILE-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1200-LOAD-FREEZES
               THRU 1200-LOAD-FREEZES-EXIT.
           IF WS-EOF
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
      * The freeze-exception file is append-forever, like PENDFILE.
           OPEN EXTEND FRZEXC.
           IF WS-FRZEXC-STATUS = '05' OR WS-FRZEXC-STATUS = '35'
              OPEN OUTPUT FRZEXC
           END-IF.
           IF NOT WS-FRZEXC-OK
              DISPLAY 'POSTADJ: UNABLE TO OPEN FRZEXC, STATUS = '
                       WS-FRZEXC-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.
       1110-LOAD-ONE-APPROVAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-LOAD-FREEZES - the freezes in force off FRZFILE into the  *
      * lookup table; a lift date that has come means the freeze no    *
      * longer holds.  No freeze file means no customer is frozen; a   *
      * file that cannot be read refuses the run.                      *
      *----------------------------------------------------------------*
       1200-LOAD-FREEZES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN INPUT FRZFILE.
           IF WS-FRZFILE-NOT-FOUND
              DISPLAY 'POSTADJ: NO FREEZE FILE - NO CUSTOMER FROZEN'
              GO TO 1200-LOAD-FREEZES-EXIT
           END-IF.
           IF NOT WS-FRZFILE-OK
              DISPLAY 'POSTADJ: UNABLE TO OPEN FRZFILE, STATUS = '
                       WS-FRZFILE-STATUS ' - RUN REFUSED'
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO WS-RETURN-CODE
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
                 DISPLAY 'POSTADJ: FRZFILE READ ERROR, STATUS = '
                          WS-FRZFILE-STATUS ' - RUN REFUSED'
                 SET WS-FRZ-LOAD-DONE TO TRUE
                 MOVE 'Y' TO WS-EOF-SWITCH
                 MOVE 8 TO WS-RETURN-CODE
              WHEN FRZ-LIFT-DATE NOT = SPACES
                   AND FRZ-LIFT-DATE NOT > WS-CURRENT-DATE (1:8)
                 CONTINUE
              WHEN WS-FRZ-COUNT = WS-FRZ-MAX
                 DISPLAY 'POSTADJ: FREEZE TABLE FULL AT '
                          WS-FRZ-MAX ' - RUN ABANDONED'
                 SET WS-FRZ-LOAD-DONE TO TRUE
                 MOVE 'Y' TO WS-EOF-SWITCH
                 MOVE 8 TO WS-RETURN-CODE
              WHEN OTHER
                 ADD 1 TO WS-FRZ-COUNT
                 MOVE FRZ-NUMB        TO WS-FRZ-NUMB (WS-FRZ-COUNT)
                 MOVE FRZ-REASON-CODE TO WS-FRZ-REASON (WS-FRZ-COUNT)
           END-EVALUATE.
       1210-LOAD-ONE-FREEZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1300-PREFLIGHT-CHECK - read the SVCCTL card and make one       *
      * GETAPI inquiry on its sentinel NUMB before ADJIN is opened.    *
      * A ZCEE/STUB failure (or no recognisable answer) means the      *
      * service is down: refuse the run as service unavailable so the  *
      * scheduler waits and retries.  An API or validation error means *
      * the service answered but the sentinel is wrong - a control     *
      * problem, refused like a missing or garbage card.               *
      *----------------------------------------------------------------*
       1300-PREFLIGHT-CHECK.
           OPEN INPUT SVCCTL.
           IF NOT WS-SVCCTL-OK
              DISPLAY 'POSTADJ: UNABLE TO OPEN SVCCTL, STATUS = '
                       WS-SVCCTL-STATUS ' - RUN REFUSED'
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO WS-RETURN-CODE
              GO TO 1300-PREFLIGHT-CHECK-EXIT
           END-IF.
           READ SVCCTL.
           IF NOT WS-SVCCTL-OK
              OR SVC-SENTINEL-NUMB IS NOT NUMERIC
              OR SVC-BREAKER-LIMIT IS NOT NUMERIC
              OR SVC-BREAKER-LIMIT = '000'
              DISPLAY 'POSTADJ: SVCCTL CARD MISSING OR INVALID -'
                      ' RUN REFUSED'
              CLOSE SVCCTL
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO WS-RETURN-CODE
              GO TO 1300-PREFLIGHT-CHECK-EXIT
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
                 DISPLAY 'POSTADJ: SENTINEL ' WS-SENTINEL-NUMB
                         ' NOT USABLE, STATUS = ' PARM-STATUS
                         ' - CHECK SVCCTL - RUN REFUSED'
                 MOVE 'Y' TO WS-EOF-SWITCH
                 MOVE 8 TO WS-RETURN-CODE
              WHEN OTHER
                 DISPLAY 'POSTADJ: SERVICE NOT ANSWERING, STATUS = '
                         PARM-STATUS ' - RUN REFUSED'
                 SET WS-SVC-DOWN TO TRUE
                 MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
       1300-PREFLIGHT-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1400-READ-CHECKPOINT - a record on ADJCHKPT means a tripped    *
      * breaker cut the last run short; pick up its position and       *
      * tallies so the cards it already tried are not applied again.   *
      * No file, or an empty one, is a fresh start from card 1.        *
      *----------------------------------------------------------------*
       1400-READ-CHECKPOINT.
           OPEN INPUT ADJCHKPT.
           IF WS-CHKPT-NOT-FOUND
              GO TO 1400-READ-CHECKPOINT-EXIT
           END-IF.
           IF NOT WS-CHKPT-OK
              DISPLAY 'POSTADJ: UNABLE TO OPEN ADJCHKPT, STATUS = '
                       WS-CHKPT-STATUS ' - RUN REFUSED'
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO WS-RETURN-CODE
              GO TO 1400-READ-CHECKPOINT-EXIT
           END-IF.
           READ ADJCHKPT.
           IF WS-CHKPT-OK
              SET WS-RESTART TO TRUE
              MOVE ACP-LAST-RECORD       TO WS-RESTART-FROM
              MOVE ACP-COUNT-READ        TO WS-COUNT-READ
              MOVE ACP-COUNT-APPLIED     TO WS-COUNT-APPLIED
              MOVE ACP-COUNT-REJECTED    TO WS-COUNT-REJECTED
              MOVE ACP-COUNT-CONFLICTS   TO WS-COUNT-CONFLICTS
              MOVE ACP-COUNT-UNCONFIRMED TO WS-COUNT-UNCONFIRMED
              MOVE ACP-COUNT-PENDING     TO WS-COUNT-PENDING
              MOVE ACP-COUNT-FROZEN      TO WS-COUNT-FROZEN
              DISPLAY 'POSTADJ: RESTART - SKIPPING THRU CARD '
                       WS-RESTART-FROM
           END-IF.
           CLOSE ADJCHKPT.
       1400-READ-CHECKPOINT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-ADJUSTMENTS - one adjustment: read, compute,      *
      * update, confirm                                                *
           IF WS-EOF
              GO TO 2000-PROCESS-ADJUSTMENTS-EXIT
           END-IF.
           IF WS-RECORD-NUMBER NOT > WS-RESTART-FROM
              ADD 1 TO WS-COUNT-SKIPPED
              GO TO 2000-PROCESS-ADJUSTMENTS-EXIT
           END-IF.
           ADD 1 TO WS-COUNT-READ.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-OLD-AMOUNT.
           MOVE SPACES TO WS-POSTED-TAG.
           MOVE 'N' TO WS-UPDATE-POSTED-SW.
           MOVE 'N' TO WS-PENDING-SW.
           MOVE 'N' TO WS-FROZEN-SW.
           PERFORM 2200-EDIT-ADJUSTMENT
               THRU 2200-EDIT-ADJUSTMENT-EXIT.
           IF WS-REJECT-REASON = SPACES
              PERFORM 2230-CHECK-FREEZE
                  THRU 2230-CHECK-FREEZE-EXIT
           END-IF.
           IF WS-REJECT-REASON = SPACES AND NOT WS-FROZEN
              PERFORM 2250-CHECK-APPROVAL
                  THRU 2250-CHECK-APPROVAL-EXIT
           END-IF.
           IF WS-REJECT-REASON = SPACES AND NOT WS-PENDING
              AND NOT WS-FROZEN
              PERFORM 2300-READ-CUSTOMER
                  THRU 2300-READ-CUSTOMER-EXIT
           END-IF.
           IF WS-REJECT-REASON = SPACES AND NOT WS-PENDING
              AND NOT WS-FROZEN
              PERFORM 2400-COMPUTE-NEW-AMOUNT
                  THRU 2400-COMPUTE-NEW-AMOUNT-EXIT
           END-IF.
           IF WS-REJECT-REASON = SPACES AND NOT WS-PENDING
              AND NOT WS-FROZEN
              PERFORM 2500-POST-UPDATE
                  THRU 2500-POST-UPDATE-EXIT
           END-IF.
           IF WS-REJECT-REASON = SPACES AND NOT WS-PENDING
              AND NOT WS-FROZEN
              PERFORM 2600-CONFIRM-RESULT
                  THRU 2600-CONFIRM-RESULT-EXIT
           END-IF.
           PERFORM 2700-WRITE-ADJ-LOG
               THRU 2700-WRITE-ADJ-LOG-EXIT.
           IF WS-UPDATE-POSTED
              PERFORM 2750-WRITE-ADJ-DATA
                  THRU 2750-WRITE-ADJ-DATA-EXIT
           END-IF.
           IF WS-SVC-FAIL-STREAK NOT < WS-BREAKER-LIMIT
              PERFORM 2900-TRIP-BREAKER
                  THRU 2900-TRIP-BREAKER-EXIT
           END-IF.
       2000-PROCESS-ADJUSTMENTS-EXIT.
           EXIT.

       2100-READ-ADJUSTMENT.
           READ ADJIN.
           IF WS-ADJIN-EOF
              SET WS-RUN-COMPLETE TO TRUE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              IF NOT WS-ADJIN-OK
                          WS-ADJIN-STATUS
                 MOVE 'Y' TO WS-EOF-SWITCH
              ELSE
                 ADD 1 TO WS-RECORD-NUMBER
              END-IF
           END-IF.
       2100-READ-ADJUSTMENT-EXIT.
       2200-EDIT-ADJUSTMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2230-CHECK-FREEZE - a card for a frozen NUMB goes no further:  *
      * diverted to the freeze-exception file, no approval check, no   *
      * API call                                                       *
      *----------------------------------------------------------------*
       2230-CHECK-FREEZE.
           MOVE SPACES TO WS-FROZEN-REASON.
           MOVE ADJ-NUMB TO WS-FREEZE-KEY.
           IF WS-FRZ-COUNT = 0
              GO TO 2230-CHECK-FREEZE-EXIT
           END-IF.
           SET WS-FRZ-IDX TO 1.
           SEARCH WS-FRZ-ENTRY
              AT END
                 CONTINUE
              WHEN WS-FRZ-NUMB (WS-FRZ-IDX) = WS-FREEZE-KEY
                 SET WS-FROZEN TO TRUE
                 MOVE WS-FRZ-REASON (WS-FRZ-IDX) TO WS-FROZEN-REASON
           END-SEARCH.
           IF WS-FROZEN
              PERFORM 2240-WRITE-FREEZE-EXC
                  THRU 2240-WRITE-FREEZE-EXC-EXIT
           END-IF.
       2230-CHECK-FREEZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2240-WRITE-FREEZE-EXC - the card image to the freeze-exception *
      * file, unposted.  Not a reject: nothing re-drives it until the  *
      * freeze is lifted.                                              *
      *----------------------------------------------------------------*
       2240-WRITE-FREEZE-EXC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE 'POSTADJ'             TO FZX-SOURCE.
           MOVE WS-CURRENT-DATE (1:8) TO FZX-STOP-DATE.
           MOVE WS-CURRENT-DATE (9:6) TO FZX-STOP-TIME.
           MOVE WS-FREEZE-KEY         TO FZX-NUMB.
           MOVE WS-FROZEN-REASON      TO FZX-REASON-CODE.
           SET FZX-ITEM-ADJUST        TO TRUE.
           MOVE SPACES                TO FZX-DETAIL.
           MOVE ADJIN-RECORD          TO FZX-DETAIL (1:14).
           WRITE FREEZE-EXCEPTION-RECORD.
           IF WS-FRZEXC-OK
              ADD 1 TO WS-COUNT-FROZEN
           ELSE
              DISPLAY 'POSTADJ: FRZEXC WRITE ERROR, STATUS = '
                       WS-FRZEXC-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
       2240-WRITE-FREEZE-EXC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2250-CHECK-APPROVAL - a delta over the threshold needs a       *
      * second person's approval: same NUMB, operation 'A', the same   *
           MOVE ADJ-NUMB TO numb OF PARM-DATA.
           MOVE LENGTH OF PARM-DATA TO PARM-LENGTH.
           CALL WS-GETAPI-PGM-NAME USING PARM-BUFFER.
           PERFORM 2800-COUNT-SVC-FAILURE
               THRU 2800-COUNT-SVC-FAILURE-EXIT.
           IF NOT PARM-STATUS-SUCCESS
              MOVE 'READ FAILED' TO WS-REJECT-REASON
              GO TO 2300-READ-CUSTOMER-EXIT
           MOVE SPACE TO PARM-STATUS.
           MOVE SPACE TO PARM-SEVERITY.
           CALL WS-POSTAPI-PGM-NAME USING PARM-BUFFER.
           PERFORM 2800-COUNT-SVC-FAILURE
               THRU 2800-COUNT-SVC-FAILURE-EXIT.
           IF PARM-STATUS-SUCCESS
              MOVE 'Y' TO WS-UPDATE-POSTED-SW
           ELSE
           MOVE ADJ-NUMB TO numb OF PARM-DATA.
           MOVE LENGTH OF PARM-DATA TO PARM-LENGTH.
           CALL WS-GETAPI-PGM-NAME USING PARM-BUFFER.
           PERFORM 2800-COUNT-SVC-FAILURE
               THRU 2800-COUNT-SVC-FAILURE-EXIT.
           IF NOT PARM-STATUS-SUCCESS
              MOVE 'APPLIED - UNCONFIRMED' TO WS-POSTED-TAG
              ADD 1 TO WS-COUNT-UNCONFIRMED
       2700-WRITE-ADJ-LOG.
           MOVE SPACES TO ADJLOG-LINE.
           EVALUATE TRUE
              WHEN WS-FROZEN
                 STRING 'NUMB '           DELIMITED BY SIZE
                        ADJ-NUMB          DELIMITED BY SIZE
                        ' DELTA '         DELIMITED BY SIZE
                        ADJ-SIGN          DELIMITED BY SIZE
                        ADJ-AMOUNT        DELIMITED BY SIZE
                        ' FROZEN ('       DELIMITED BY SIZE
                        WS-FROZEN-REASON  DELIMITED BY SIZE
                        ') - DIVERTED, NOT POSTED'
                                          DELIMITED BY SIZE
                     INTO ADJLOG-LINE
              WHEN WS-PENDING
                 STRING 'NUMB '           DELIMITED BY SIZE
                        ADJ-NUMB          DELIMITED BY SIZE
           EXIT.

      *----------------------------------------------------------------*
      * 2750-WRITE-ADJ-DATA - the posted adjustment again, as data:    *
      * old amount, signed delta, new amount and the re-read outcome,  *
      * for the GL journal's movement                                  *
      *----------------------------------------------------------------*
       2750-WRITE-ADJ-DATA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE ADJ-NUMB              TO ADR-NUMB.
           MOVE WS-CURRENT-DATE (1:8) TO ADR-POST-DATE.
           MOVE WS-CURRENT-DATE (9:6) TO ADR-POST-TIME.
           MOVE WS-OLD-AMOUNT         TO ADR-OLD-AMOUNT.
           MOVE ADJ-SIGN              TO ADR-SIGN.
           MOVE ADJ-AMOUNT            TO ADR-DELTA.
           MOVE WS-AMOUNT-NEW         TO ADR-NEW-AMOUNT.
           EVALUATE WS-POSTED-TAG
              WHEN 'APPLIED - UNCONFIRMED'
                 SET ADR-UNCONFIRMED TO TRUE
              WHEN 'APPLIED - CONFLICT'
                 SET ADR-CONFLICT TO TRUE
              WHEN OTHER
                 SET ADR-APPLIED TO TRUE
           END-EVALUATE.
           WRITE ADJUSTMENT-DATA-RECORD.
           IF NOT WS-ADJDATA-OK
              DISPLAY 'POSTADJ: ADJDATA WRITE ERROR, STATUS = '
                       WS-ADJDATA-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
       2750-WRITE-ADJ-DATA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-COUNT-SVC-FAILURE - after every GETAPI/POSTAPI call: a    *
      * ZCEE or STUB failure lengthens the run of consecutive service  *
      * failures, anything else ends it                                *
      *----------------------------------------------------------------*
       2800-COUNT-SVC-FAILURE.
           IF PARM-STATUS-ZCEE-ERROR OR PARM-STATUS-STUB-ERROR
              ADD 1 TO WS-SVC-FAIL-STREAK
           ELSE
              MOVE 0 TO WS-SVC-FAIL-STREAK
           END-IF.
       2800-COUNT-SVC-FAILURE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-TRIP-BREAKER - the service has failed the limit's worth   *
      * of calls running.  Stop calling it: checkpoint at the card     *
      * just tried (already logged) and end the run, so the cards      *
      * never tried wait for the restart instead of being rejected.    *
      *----------------------------------------------------------------*
       2900-TRIP-BREAKER.
           DISPLAY 'POSTADJ: ' WS-SVC-FAIL-STREAK
                   ' CONSECUTIVE ZCEE/STUB FAILURES - BREAKER TRIPPED'
                   ' AT CARD ' WS-RECORD-NUMBER.
           SET WS-BREAKER-TRIPPED TO TRUE.
           MOVE 'Y' TO WS-EOF-SWITCH.
           OPEN OUTPUT ADJCHKPT.
           IF NOT WS-CHKPT-OK
              DISPLAY 'POSTADJ: UNABLE TO WRITE ADJCHKPT, STATUS = '
                       WS-CHKPT-STATUS
              GO TO 2900-TRIP-BREAKER-EXIT
           END-IF.
           MOVE WS-RECORD-NUMBER      TO ACP-LAST-RECORD.
           MOVE WS-COUNT-READ         TO ACP-COUNT-READ.
           MOVE WS-COUNT-APPLIED      TO ACP-COUNT-APPLIED.
           MOVE WS-COUNT-REJECTED     TO ACP-COUNT-REJECTED.
           MOVE WS-COUNT-CONFLICTS    TO ACP-COUNT-CONFLICTS.
           MOVE WS-COUNT-UNCONFIRMED  TO ACP-COUNT-UNCONFIRMED.
           MOVE WS-COUNT-PENDING      TO ACP-COUNT-PENDING.
           MOVE WS-COUNT-FROZEN       TO ACP-COUNT-FROZEN.
           WRITE ADJCHKPT-RECORD.
           IF NOT WS-CHKPT-OK
              DISPLAY 'POSTADJ: ADJCHKPT WRITE ERROR, STATUS = '
                       WS-CHKPT-STATUS
           END-IF.
           CLOSE ADJCHKPT.
       2900-TRIP-BREAKER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-FINALIZE - close the files and print the run summary.  A  *
      * run that reached end of ADJIN clears the checkpoint; RC 12     *
      * (service unavailable) overrides the rest when the pre-flight   *
      * failed or the breaker tripped.                                 *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE ADJIN ADJLOG PENDFILE ADJDATA FRZEXC.
           IF WS-RUN-COMPLETE
              OPEN OUTPUT ADJCHKPT
              IF WS-CHKPT-OK
                 CLOSE ADJCHKPT
              ELSE
                 DISPLAY 'POSTADJ: UNABLE TO CLEAR ADJCHKPT, STATUS = '
                          WS-CHKPT-STATUS
              END-IF
           END-IF.
           IF WS-COUNT-PENDING > 0 AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-SVC-DOWN OR WS-BREAKER-TRIPPED
              MOVE 12 TO WS-RETURN-CODE
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'POSTADJ SUMMARY'.
           IF WS-RESTART
              DISPLAY 'RUN TYPE . . . . . . . : RESTART FROM CARD '
                       WS-RESTART-FROM
              DISPLAY 'CARDS SKIPPED  . . . . : ' WS-COUNT-SKIPPED
           END-IF.
           DISPLAY 'ADJUSTMENTS READ . . . : ' WS-COUNT-READ.
           DISPLAY 'APPLIED, CONFIRMED . . : ' WS-COUNT-APPLIED.
           DISPLAY 'APPLIED, UNCONFIRMED . : ' WS-COUNT-UNCONFIRMED.
           DISPLAY 'APPLIED, CONFLICT  . . : ' WS-COUNT-CONFLICTS.
           DISPLAY 'REJECTED (NOT POSTED)  : ' WS-COUNT-REJECTED.
           DISPLAY 'PENDING APPROVAL . . . : ' WS-COUNT-PENDING.
           DISPLAY 'FROZEN, DIVERTED . . . : ' WS-COUNT-FROZEN.
           IF WS-SVC-DOWN
              DISPLAY 'SERVICE UNAVAILABLE  . : PRE-FLIGHT ON '
                       WS-SENTINEL-NUMB ' FAILED'
           END-IF.
           IF WS-BREAKER-TRIPPED
              DISPLAY 'SERVICE UNAVAILABLE  . : BREAKER TRIPPED AT'
                      ' CARD ' WS-RECORD-NUMBER
           END-IF.
           DISPLAY 'RETURN CODE  . . . . . : ' WS-RETURN-CODE.
           DISPLAY '===================================='.
       8000-FINALIZE-EXIT.
