      *                    or garbage card refuses the run rather      *
      *                    than silently disabling the control.  Any   *
      *                    pending items raise at least RC 4.          *
      *   10/09/2026  DLG  Customer freeze list.  Every CUSTIN record  *
      *                    is checked against the freezes in force on  *
      *                    FRZFILE (maintained by POSTFRZ) before it   *
      *                    reaches POSTAPI or the approval gate; a     *
      *                    frozen customer's record is diverted to     *
      *                    the FRZEXC freeze-exception file instead -  *
      *                    never to REJECTS, since a freeze is not an  *
      *                    error and must not auto-rerun.  A freeze    *
      *                    file that cannot be read refuses the run.   *
      *   10/09/2026  DLG  zCEE circuit breaker.  A pre-flight GETAPI  *
      *                    inquiry on the SVCCTL sentinel NUMB must    *
      *                    answer before CUSTIN or REJECTS is touched, *
      *                    and the configured run of consecutive ZCEE/ *
      *                    STUB failures stops the calls, checkpoints  *
      *                    at the last record tried and ends RC 12     *
      *                    (service unavailable) - no rejects for the  *
      *                    records never tried; the scheduler waits    *
      *                    and restarts from the checkpoint.           *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PENDFILE ASSIGN TO PENDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDFILE-STATUS.
           SELECT FRZFILE ASSIGN TO FRZFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZFILE-STATUS.
           SELECT FRZEXC ASSIGN TO FRZEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZEXC-STATUS.
           SELECT SVCCTL ASSIGN TO SVCCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  PENDFILE-RECORD             PIC X(103).

       FD  FRZFILE
           RECORDING MODE IS F.
           COPY FRZREC.

       FD  FRZEXC
           RECORDING MODE IS F.
           COPY FRZXREC.

       FD  SVCCTL
           RECORDING MODE IS F.
           COPY SVCREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Switches and counters                                          *
       77  WS-CYCLE-PRED-STEP          PIC X(08) VALUE 'POSTEDIT'.
       77  WS-CYCLE-STEP-NAME          PIC X(08) VALUE 'POSTBAT'.

      *----------------------------------------------------------------*
      * Service circuit breaker: the sentinel NUMB and the breaker     *
      * limit come off the SVCCTL card.  WS-SVC-FAIL-STREAK counts     *
      * consecutive ZCEE/STUB failures and goes back to zero on any    *
      * other answer; reaching the limit trips the breaker.  Either a  *
      * silent sentinel or a tripped breaker ends the run RC 12.       *
      *----------------------------------------------------------------*
       77  WS-SVCCTL-STATUS            PIC X(02) VALUE SPACES.
           88 WS-SVCCTL-OK                 VALUE '00'.
           88 WS-SVCCTL-NOT-FOUND          VALUE '35'.
       77  WS-SVC-DOWN-SW              PIC X(01) VALUE 'N'.
           88 WS-SVC-DOWN                  VALUE 'Y'.
       77  WS-BREAKER-SW               PIC X(01) VALUE 'N'.
           88 WS-BREAKER-TRIPPED           VALUE 'Y'.
       77  WS-SENTINEL-NUMB            PIC X(06) VALUE SPACES.
       77  WS-BREAKER-LIMIT            PIC 9(03) COMP VALUE 0.
       77  WS-SVC-FAIL-STREAK          PIC 9(03) COMP VALUE 0.

       77  WS-POSTAPI-PGM-NAME         PIC X(08) VALUE 'POSTAPI'.
       77  WS-GETAPI-PGM-NAME          PIC X(08) VALUE 'GETAPI'.

      * One copy of the POSTAPI parameter buffer, reused for every
      * customer on CUSTIN.
      * Pending record built from the delete in hand
           COPY PENDREC.

      *----------------------------------------------------------------*
      * Freeze list: the freezes in force on FRZFILE (no lift date, or *
      * one still to come) are loaded up front, and every record is    *
      * checked against them before it is handed to POSTAPI.  A        *
      * frozen customer's record goes to FRZEXC instead of posting.    *
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
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1700-PREFLIGHT-CHECK
               THRU 1700-PREFLIGHT-CHECK-EXIT.
           IF WS-EOF
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN INPUT CUSTIN.
           IF NOT WS-CUSTIN-OK
              DISPLAY 'POSTBAT: UNABLE TO OPEN CUSTIN, STATUS = '
              DISPLAY 'POSTBAT: UNABLE TO OPEN PENDFILE, STATUS = '
                       WS-PENDFILE-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1600-LOAD-FREEZES
               THRU 1600-LOAD-FREEZES-EXIT.
           IF WS-EOF
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
      * The freeze-exception file is append-forever, like PENDFILE.
           OPEN EXTEND FRZEXC.
           IF WS-FRZEXC-STATUS = '05' OR WS-FRZEXC-STATUS = '35'
              OPEN OUTPUT FRZEXC
           END-IF.
           IF NOT WS-FRZEXC-OK
              DISPLAY 'POSTBAT: UNABLE TO OPEN FRZEXC, STATUS = '
                       WS-FRZEXC-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.
       1510-LOAD-ONE-APPROVAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1600-LOAD-FREEZES - the freezes in force off FRZFILE into the  *
      * lookup table; a lift date that has come means the freeze no    *
      * longer holds.  No freeze file means no customer is frozen; a   *
      * file that cannot be read refuses the run - posting blind past  *
      * the freeze list is exactly what it exists to prevent.          *
      *----------------------------------------------------------------*
       1600-LOAD-FREEZES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN INPUT FRZFILE.
           IF WS-FRZFILE-NOT-FOUND
              DISPLAY 'POSTBAT: NO FREEZE FILE - NO CUSTOMER FROZEN'
              GO TO 1600-LOAD-FREEZES-EXIT
           END-IF.
           IF NOT WS-FRZFILE-OK
              DISPLAY 'POSTBAT: UNABLE TO OPEN FRZFILE, STATUS = '
                       WS-FRZFILE-STATUS ' - RUN REFUSED'
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1600-LOAD-FREEZES-EXIT
           END-IF.
           PERFORM 1610-LOAD-ONE-FREEZE
               THRU 1610-LOAD-ONE-FREEZE-EXIT
               UNTIL WS-FRZ-LOAD-DONE.
           CLOSE FRZFILE.
       1600-LOAD-FREEZES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1610-LOAD-ONE-FREEZE.
           READ FRZFILE.
           EVALUATE TRUE
              WHEN WS-FRZFILE-EOF
                 SET WS-FRZ-LOAD-DONE TO TRUE
              WHEN NOT WS-FRZFILE-OK
                 DISPLAY 'POSTBAT: FRZFILE READ ERROR, STATUS = '
                          WS-FRZFILE-STATUS ' - RUN REFUSED'
                 SET WS-FRZ-LOAD-DONE TO TRUE
                 MOVE 'Y' TO WS-EOF-SWITCH
              WHEN FRZ-LIFT-DATE NOT = SPACES
                   AND FRZ-LIFT-DATE NOT > WS-CURRENT-DATE (1:8)
                 CONTINUE
              WHEN WS-FRZ-COUNT = WS-FRZ-MAX
                 DISPLAY 'POSTBAT: FREEZE TABLE FULL AT '
                          WS-FRZ-MAX ' - RUN ABANDONED'
                 SET WS-FRZ-LOAD-DONE TO TRUE
                 MOVE 'Y' TO WS-EOF-SWITCH
              WHEN OTHER
                 ADD 1 TO WS-FRZ-COUNT
                 MOVE FRZ-NUMB        TO WS-FRZ-NUMB (WS-FRZ-COUNT)
                 MOVE FRZ-REASON-CODE TO WS-FRZ-REASON (WS-FRZ-COUNT)
           END-EVALUATE.
       1610-LOAD-ONE-FREEZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1700-PREFLIGHT-CHECK - read the SVCCTL card and make one       *
      * GETAPI inquiry on its sentinel NUMB before anything is         *
      * opened.  A ZCEE/STUB failure (or no recognisable answer) means *
      * the service is down: refuse the run as service unavailable so  *
      * the scheduler waits and retries.  An API or validation error   *
      * means the service answered but the sentinel is wrong - a       *
      * control problem, refused like a missing or garbage card.       *
      *----------------------------------------------------------------*
       1700-PREFLIGHT-CHECK.
           OPEN INPUT SVCCTL.
           IF NOT WS-SVCCTL-OK
              DISPLAY 'POSTBAT: UNABLE TO OPEN SVCCTL, STATUS = '
                       WS-SVCCTL-STATUS ' - RUN REFUSED'
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1700-PREFLIGHT-CHECK-EXIT
           END-IF.
           READ SVCCTL.
           IF NOT WS-SVCCTL-OK
              OR SVC-SENTINEL-NUMB IS NOT NUMERIC
              OR SVC-BREAKER-LIMIT IS NOT NUMERIC
              OR SVC-BREAKER-LIMIT = '000'
              DISPLAY 'POSTBAT: SVCCTL CARD MISSING OR INVALID -'
                      ' RUN REFUSED'
              CLOSE SVCCTL
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1700-PREFLIGHT-CHECK-EXIT
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
                 DISPLAY 'POSTBAT: SENTINEL ' WS-SENTINEL-NUMB
                         ' NOT USABLE, STATUS = ' PARM-STATUS
                         ' - CHECK SVCCTL - RUN REFUSED'
                 MOVE 'Y' TO WS-EOF-SWITCH
              WHEN OTHER
                 DISPLAY 'POSTBAT: SERVICE NOT ANSWERING, STATUS = '
                         PARM-STATUS ' - RUN REFUSED'
                 SET WS-SVC-DOWN TO TRUE
                 MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
       1700-PREFLIGHT-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-READ-CHECKPOINT - a checkpoint record on CHKPOINT means   *
      * the previous run abended; pick up its position and tallies so  *
              GO TO 2000-PROCESS-CUSTIN-EXIT
           END-IF.
           ADD 1 TO WS-COUNT-READ.
           MOVE CI-NUMB TO WS-FREEZE-KEY.
           PERFORM 2700-CHECK-FREEZE
               THRU 2700-CHECK-FREEZE-EXIT.
           IF WS-FROZEN
              PERFORM 2800-WRITE-FREEZE-EXC
                  THRU 2800-WRITE-FREEZE-EXC-EXIT
              GO TO 2000-PROCESS-CUSTIN-EXIT
           END-IF.
           IF CI-OPERATION-CODE = '4'
              PERFORM 2500-CHECK-APPROVAL
                  THRU 2500-CHECK-APPROVAL-EXIT
           END-IF.
           PERFORM 2200-CALL-POSTAPI
               THRU 2200-CALL-POSTAPI-EXIT.
           IF WS-SVC-FAIL-STREAK NOT < WS-BREAKER-LIMIT
              PERFORM 2900-TRIP-BREAKER
                  THRU 2900-TRIP-BREAKER-EXIT
              GO TO 2000-PROCESS-CUSTIN-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-CHKPT-COUNTDOWN.
           IF WS-CHKPT-COUNTDOWN = 0
              PERFORM 2300-WRITE-CHECKPOINT
              WHEN OTHER
                 ADD 1 TO WS-COUNT-UNKNOWN
           END-EVALUATE.
           IF PARM-STATUS-ZCEE-ERROR OR PARM-STATUS-STUB-ERROR
              ADD 1 TO WS-SVC-FAIL-STREAK
           ELSE
              MOVE 0 TO WS-SVC-FAIL-STREAK
           END-IF.
           IF NOT PARM-STATUS-SUCCESS
              EVALUATE TRUE
                 WHEN PARM-SEV-AUTO-RERUN
       2600-WRITE-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2700-CHECK-FREEZE - is WS-FREEZE-KEY on the freeze list?       *
      *----------------------------------------------------------------*
       2700-CHECK-FREEZE.
           MOVE 'N' TO WS-FROZEN-SW.
           MOVE SPACES TO WS-FROZEN-REASON.
           IF WS-FRZ-COUNT = 0
              GO TO 2700-CHECK-FREEZE-EXIT
           END-IF.
           SET WS-FRZ-IDX TO 1.
           SEARCH WS-FRZ-ENTRY
              AT END
                 CONTINUE
              WHEN WS-FRZ-NUMB (WS-FRZ-IDX) = WS-FREEZE-KEY
                 SET WS-FROZEN TO TRUE
                 MOVE WS-FRZ-REASON (WS-FRZ-IDX) TO WS-FROZEN-REASON
           END-SEARCH.
       2700-CHECK-FREEZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-WRITE-FREEZE-EXC - the customer is frozen; divert the     *
      * original record to the freeze-exception file, unposted.  Not   *
      * a reject: nothing re-drives it until the freeze is lifted.     *
      *----------------------------------------------------------------*
       2800-WRITE-FREEZE-EXC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE 'POSTBAT'             TO FZX-SOURCE.
           MOVE WS-CURRENT-DATE (1:8) TO FZX-STOP-DATE.
           MOVE WS-CURRENT-DATE (9:6) TO FZX-STOP-TIME.
           MOVE WS-FREEZE-KEY         TO FZX-NUMB.
           MOVE WS-FROZEN-REASON      TO FZX-REASON-CODE.
           SET FZX-ITEM-CUSTIN        TO TRUE.
           MOVE CUSTIN-RECORD         TO FZX-DETAIL.
           WRITE FREEZE-EXCEPTION-RECORD.
           IF WS-FRZEXC-OK
              ADD 1 TO WS-COUNT-FROZEN
           ELSE
              DISPLAY 'POSTBAT: FRZEXC WRITE ERROR, STATUS = '
                       WS-FRZEXC-STATUS
           END-IF.
       2800-WRITE-FREEZE-EXC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-TRIP-BREAKER - the service has failed the limit's worth   *
      * of records running.  Stop calling it: checkpoint at the record *
      * just tried (it and the rest of the failing run are already on  *
      * REJECTS) and end the run, so the records never tried wait for  *
      * the restart instead of going to REJECTS and POSTRSUB.          *
      *----------------------------------------------------------------*
       2900-TRIP-BREAKER.
           DISPLAY 'POSTBAT: ' WS-SVC-FAIL-STREAK
                   ' CONSECUTIVE ZCEE/STUB FAILURES - BREAKER TRIPPED'
                   ' AT RECORD ' WS-RECORD-NUMBER.
           SET WS-BREAKER-TRIPPED TO TRUE.
           PERFORM 2300-WRITE-CHECKPOINT
               THRU 2300-WRITE-CHECKPOINT-EXIT.
           MOVE 'Y' TO WS-EOF-SWITCH.
       2900-TRIP-BREAKER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-WRITE-CHECKPOINT - replace the checkpoint with the        *
      * position of the record just processed and the tallies as of    *
           CLOSE CUSTIN.
           CLOSE REJECTS.
           CLOSE PENDFILE.
           CLOSE FRZEXC.
      * Run control first, checkpoint clear second - and no clear at
      * all unless the run-control write landed.  A crash between the
      * two, or a run-control write failure, leaves an end-of-file
           DISPLAY 'SEV HOLD-REVIEW (H)  . : ' WS-COUNT-SEV-HOLD.
           DISPLAY 'SEV PAGE-ONCALL (P)  . : ' WS-COUNT-SEV-PAGE.
           DISPLAY 'PENDING APPROVAL . . . : ' WS-COUNT-PENDING.
           DISPLAY 'FROZEN, DIVERTED . . . : ' WS-COUNT-FROZEN.
           IF WS-SVC-DOWN
              DISPLAY 'SERVICE UNAVAILABLE  . : PRE-FLIGHT ON '
                       WS-SENTINEL-NUMB ' FAILED'
           END-IF.
           IF WS-BREAKER-TRIPPED
              DISPLAY 'SERVICE UNAVAILABLE  . : BREAKER TRIPPED AT'
                      ' RECORD ' WS-RECORD-NUMBER
           END-IF.
           DISPLAY 'RETURN CODE  . . . . . : ' WS-RETURN-CODE.
           DISPLAY '===================================='.
       8000-FINALIZE-EXIT.
      * validation-error rate over the threshold, or a run that was   *
      * refused or cut short before end of file.  Auto-rerun ('R')    *
      * failures stay RC 0 by design - the next cycle's POSTRSUB      *
      * already has them.  RC 12 overrides all of these when the      *
      * service was unavailable (pre-flight failed or breaker         *
      * tripped): wait and restart from the checkpoint.               *
      *----------------------------------------------------------------*
       8300-SET-RETURN-CODE.
           MOVE 0 TO WS-RETURN-CODE.
           IF NOT WS-RUN-COMPLETE OR NOT WS-FILE-VALID
              MOVE 8 TO WS-RETURN-CODE
           END-IF.
           IF WS-SVC-DOWN OR WS-BREAKER-TRIPPED
              MOVE 12 TO WS-RETURN-CODE
           END-IF.
       8300-SET-RETURN-CODE-EXIT.
           EXIT.

