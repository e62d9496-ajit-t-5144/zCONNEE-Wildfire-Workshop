      *                    unbalanceable - visibly incomplete - at     *
      *                    the receiving side rather than balancing    *
      *                    perfectly short.                            *
      *   10/09/2026  DLG  zCEE circuit breaker.  A pre-flight GETAPI  *
      *                    inquiry on the SVCCTL sentinel NUMB must    *
      *                    answer before any file is opened, and the   *
      *                    configured run of consecutive ZCEE/STUB     *
      *                    failures stops the lookups, writes the new  *
      *                    XTRTCHKP restart checkpoint (position,      *
      *                    counts and hash) at the last key tried and  *
      *                    ends without a trailer.  A rerun with a     *
      *                    checkpoint present skips the keys already   *
      *                    tried and extends the feed and exceptions   *
      *                    list to a single balanced file.  The job    *
      *                    now sets a return code: RC 12 service       *
      *                    unavailable, RC 8 aborted or refused.       *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT EXCPRPT ASSIGN TO EXCPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT SVCCTL ASSIGN TO SVCCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVCCTL-STATUS.
           SELECT XTRTCHKP ASSIGN TO XTRTCHKP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  EXCPRPT-LINE               PIC X(80).

       FD  SVCCTL
           RECORDING MODE IS F.
           COPY SVCREC.

      * Written when the circuit breaker trips: the KEYLIST position
      * of the last key tried plus the counts and AMOUNT hash as of
      * that key, so the restart's trailer balances the whole feed.
      * A run that reaches end of file leaves the file empty.
       FD  XTRTCHKP
           RECORDING MODE IS F.
       01  XTRTCHKP-RECORD.
           05 XCP-LAST-RECORD         PIC 9(09).
           05 XCP-COUNT-KEYS-READ     PIC 9(09).
           05 XCP-COUNT-EXTRACTED     PIC 9(09).
           05 XCP-COUNT-EXCEPTIONS    PIC 9(09).
           05 XCP-AMOUNT-HASH         PIC 9(15).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Switches and counters                                          *
      * receiving side and pass for complete.
       77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
           88 WS-ABORTED                   VALUE 'Y'.
       77  WS-RUN-COMPLETE-SW          PIC X(01) VALUE 'N'.
           88 WS-RUN-COMPLETE              VALUE 'Y'.

       77  WS-COUNT-KEYS-READ          PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-EXTRACTED          PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-EXCEPTIONS         PIC 9(09) COMP VALUE 0.
       77  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.

      *----------------------------------------------------------------*
      * Service circuit breaker: the sentinel NUMB and the breaker     *
      * limit come off the SVCCTL card.  WS-SVC-FAIL-STREAK counts     *
      * consecutive ZCEE/STUB failures and goes back to zero on any    *
      * other answer; reaching the limit trips the breaker.            *
      * WS-RECORD-NUMBER is the KEYLIST position of the key in hand    *
      * and WS-RESTART-FROM the position recovered from XTRTCHKP, so   *
      * keys at or below it are skipped on a restart.                  *
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

               THRU 9999-EXIT-EXIT.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - open the files and write the feed header.    *
      * The service must answer the pre-flight inquiry first.  A       *
      * checkpoint left by a tripped breaker makes this a restart: the *
      * feed already holds its header and the details extracted so     *
      * far, so it and the exceptions list are extended instead - and  *
      * a feed that has gone missing since cannot be completed.        *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1100-PREFLIGHT-CHECK
               THRU 1100-PREFLIGHT-CHECK-EXIT.
           IF WS-EOF
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN INPUT KEYLIST.
           IF NOT WS-KEYLIST-OK
              DISPLAY 'POSTXTRT: UNABLE TO OPEN KEYLIST, STATUS = '
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1200-READ-CHECKPOINT
               THRU 1200-READ-CHECKPOINT-EXIT.
           IF WS-EOF
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           IF WS-RESTART
              OPEN EXTEND EXTRFILE
           ELSE
              OPEN OUTPUT EXTRFILE
           END-IF.
           IF NOT WS-EXTR-OK
              DISPLAY 'POSTXTRT: UNABLE TO OPEN EXTRFILE, STATUS = '
                       WS-EXTR-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           IF WS-RESTART
              OPEN EXTEND EXCPRPT
              IF WS-EXCP-STATUS = '05' OR WS-EXCP-STATUS = '35'
                 OPEN OUTPUT EXCPRPT
              END-IF
           ELSE
              OPEN OUTPUT EXCPRPT
           END-IF.
           IF NOT WS-EXCP-OK
              DISPLAY 'POSTXTRT: UNABLE TO OPEN EXCPRPT, STATUS = '
                       WS-EXCP-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           IF WS-RESTART
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE 'POSTXTRT EXTRACT EXCEPTIONS' TO EXCPRPT-LINE.
           WRITE EXCPRPT-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-PREFLIGHT-CHECK - read the SVCCTL card and make one       *
      * GETAPI inquiry on its sentinel NUMB before any file is opened. *
      * A ZCEE/STUB failure (or no recognisable answer) means the      *
      * service is down: refuse the run as service unavailable so the  *
      * scheduler waits and retries.  An API or validation error means *
      * the service answered but the sentinel is wrong - a control     *
      * problem, refused like a missing or garbage card.               *
      *----------------------------------------------------------------*
       1100-PREFLIGHT-CHECK.
           OPEN INPUT SVCCTL.
           IF NOT WS-SVCCTL-OK
              DISPLAY 'POSTXTRT: UNABLE TO OPEN SVCCTL, STATUS = '
                       WS-SVCCTL-STATUS ' - RUN REFUSED'
              SET WS-ABORTED TO TRUE
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1100-PREFLIGHT-CHECK-EXIT
           END-IF.
           READ SVCCTL.
           IF NOT WS-SVCCTL-OK
              OR SVC-SENTINEL-NUMB IS NOT NUMERIC
              OR SVC-BREAKER-LIMIT IS NOT NUMERIC
              OR SVC-BREAKER-LIMIT = '000'
              DISPLAY 'POSTXTRT: SVCCTL CARD MISSING OR INVALID -'
                      ' RUN REFUSED'
              CLOSE SVCCTL
              SET WS-ABORTED TO TRUE
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1100-PREFLIGHT-CHECK-EXIT
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
                 DISPLAY 'POSTXTRT: SENTINEL ' WS-SENTINEL-NUMB
                         ' NOT USABLE, STATUS = ' PARM-STATUS
                         ' - CHECK SVCCTL - RUN REFUSED'
                 SET WS-ABORTED TO TRUE
                 MOVE 'Y' TO WS-EOF-SWITCH
              WHEN OTHER
                 DISPLAY 'POSTXTRT: SERVICE NOT ANSWERING, STATUS = '
                         PARM-STATUS ' - RUN REFUSED'
                 SET WS-SVC-DOWN TO TRUE
                 MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
       1100-PREFLIGHT-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-READ-CHECKPOINT - a record on XTRTCHKP means a tripped    *
      * breaker cut the last run short; pick up its position, counts   *
      * and hash so the feed is finished rather than started again.    *
      * No file, or an empty one, is a fresh start from key 1.         *
      *----------------------------------------------------------------*
       1200-READ-CHECKPOINT.
           OPEN INPUT XTRTCHKP.
           IF WS-CHKPT-NOT-FOUND
              GO TO 1200-READ-CHECKPOINT-EXIT
           END-IF.
           IF NOT WS-CHKPT-OK
              DISPLAY 'POSTXTRT: UNABLE TO OPEN XTRTCHKP, STATUS = '
                       WS-CHKPT-STATUS ' - RUN REFUSED'
              SET WS-ABORTED TO TRUE
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO 1200-READ-CHECKPOINT-EXIT
           END-IF.
           READ XTRTCHKP.
           IF WS-CHKPT-OK
              SET WS-RESTART TO TRUE
              MOVE XCP-LAST-RECORD       TO WS-RESTART-FROM
              MOVE XCP-COUNT-KEYS-READ   TO WS-COUNT-KEYS-READ
              MOVE XCP-COUNT-EXTRACTED   TO WS-COUNT-EXTRACTED
              MOVE XCP-COUNT-EXCEPTIONS  TO WS-COUNT-EXCEPTIONS
              MOVE XCP-AMOUNT-HASH       TO WS-AMOUNT-HASH
              DISPLAY 'POSTXTRT: RESTART - SKIPPING THRU KEY '
                       WS-RESTART-FROM
           END-IF.
           CLOSE XTRTCHKP.
       1200-READ-CHECKPOINT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-KEYS - one key: look the customer up through      *
      * GETAPI and route the answer to the feed or the exceptions      *
           IF WS-EOF
              GO TO 2000-PROCESS-KEYS-EXIT
           END-IF.
           IF WS-RECORD-NUMBER NOT > WS-RESTART-FROM
              ADD 1 TO WS-COUNT-SKIPPED
              GO TO 2000-PROCESS-KEYS-EXIT
           END-IF.
           ADD 1 TO WS-COUNT-KEYS-READ.
           INITIALIZE PARM-BUFFER.
           MOVE KEY-NUMB TO numb OF PARM-DATA.
           MOVE LENGTH OF PARM-DATA TO PARM-LENGTH.
           CALL WS-GETAPI-PGM-NAME USING PARM-BUFFER.
           IF PARM-STATUS-ZCEE-ERROR OR PARM-STATUS-STUB-ERROR
              ADD 1 TO WS-SVC-FAIL-STREAK
           ELSE
              MOVE 0 TO WS-SVC-FAIL-STREAK
           END-IF.
           IF PARM-STATUS-SUCCESS
              PERFORM 2200-WRITE-DETAIL
                  THRU 2200-WRITE-DETAIL-EXIT
              PERFORM 2300-WRITE-EXCEPTION
                  THRU 2300-WRITE-EXCEPTION-EXIT
           END-IF.
           IF WS-SVC-FAIL-STREAK NOT < WS-BREAKER-LIMIT
              AND NOT WS-ABORTED
              PERFORM 2900-TRIP-BREAKER
                  THRU 2900-TRIP-BREAKER-EXIT
           END-IF.
       2000-PROCESS-KEYS-EXIT.
           EXIT.

       2100-READ-KEY.
           READ KEYLIST.
           IF WS-KEYLIST-EOF
              SET WS-RUN-COMPLETE TO TRUE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              IF NOT WS-KEYLIST-OK
                 SET WS-ABORTED TO TRUE
                 MOVE 'Y' TO WS-EOF-SWITCH
              ELSE
                 ADD 1 TO WS-RECORD-NUMBER
              END-IF
           END-IF.
       2100-READ-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-TRIP-BREAKER - the service has failed the limit's worth   *
      * of lookups running.  Stop calling it: checkpoint at the key    *
      * just tried (already on the exceptions list) and end the run    *
      * without a trailer, so the keys never tried wait for the        *
      * restart instead of filling the exceptions list.                *
      *----------------------------------------------------------------*
       2900-TRIP-BREAKER.
           DISPLAY 'POSTXTRT: ' WS-SVC-FAIL-STREAK
                   ' CONSECUTIVE ZCEE/STUB FAILURES - BREAKER TRIPPED'
                   ' AT KEY ' WS-RECORD-NUMBER.
           SET WS-BREAKER-TRIPPED TO TRUE.
           MOVE 'Y' TO WS-EOF-SWITCH.
           OPEN OUTPUT XTRTCHKP.
           IF NOT WS-CHKPT-OK
              DISPLAY 'POSTXTRT: UNABLE TO WRITE XTRTCHKP, STATUS = '
                       WS-CHKPT-STATUS
              GO TO 2900-TRIP-BREAKER-EXIT
           END-IF.
           MOVE WS-RECORD-NUMBER      TO XCP-LAST-RECORD.
           MOVE WS-COUNT-KEYS-READ    TO XCP-COUNT-KEYS-READ.
           MOVE WS-COUNT-EXTRACTED    TO XCP-COUNT-EXTRACTED.
           MOVE WS-COUNT-EXCEPTIONS   TO XCP-COUNT-EXCEPTIONS.
           MOVE WS-AMOUNT-HASH        TO XCP-AMOUNT-HASH.
           WRITE XTRTCHKP-RECORD.
           IF NOT WS-CHKPT-OK
              DISPLAY 'POSTXTRT: XTRTCHKP WRITE ERROR, STATUS = '
                       WS-CHKPT-STATUS
           END-IF.
           CLOSE XTRTCHKP.
       2900-TRIP-BREAKER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-FINALIZE - write the trailer, close and summarize.  A     *
      * run that reached end of KEYLIST clears the checkpoint.         *
      *----------------------------------------------------------------*
       8000-FINALIZE.
      * A run cut short by an I/O error gets no trailer: the feed
      * must arrive unbalanceable - visibly incomplete - rather than
      * balance perfectly short of the keys after the abort point.
      * A run stopped by the service is the same until its restart
      * finishes the feed and writes the trailer.
           EVALUATE TRUE
              WHEN WS-ABORTED
                 DISPLAY 'POSTXTRT: RUN ABORTED - NO TRAILER WRITTEN'
                 MOVE 8 TO WS-RETURN-CODE
              WHEN WS-SVC-DOWN OR WS-BREAKER-TRIPPED
                 DISPLAY 'POSTXTRT: SERVICE UNAVAILABLE - NO TRAILER'
                         ' WRITTEN'
                 MOVE 12 TO WS-RETURN-CODE
              WHEN OTHER
                 MOVE WS-COUNT-EXTRACTED TO WS-TRL-COUNT
                 MOVE WS-AMOUNT-HASH     TO WS-TRL-HASH
                 WRITE FILEA-RECORD FROM WS-EXTR-TRAILER
                 IF NOT WS-EXTR-OK
                    DISPLAY 'POSTXTRT: TRAILER WRITE ERROR, STATUS = '
                             WS-EXTR-STATUS
                    MOVE 8 TO WS-RETURN-CODE
                 END-IF
           END-EVALUATE.
           CLOSE KEYLIST EXTRFILE EXCPRPT.
           IF WS-RUN-COMPLETE
              OPEN OUTPUT XTRTCHKP
              IF WS-CHKPT-OK
                 CLOSE XTRTCHKP
              ELSE
                 DISPLAY 'POSTXTRT: UNABLE TO CLEAR XTRTCHKP, STATUS = '
                          WS-CHKPT-STATUS
              END-IF
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'POSTXTRT SUMMARY'.
           IF WS-RESTART
              DISPLAY 'RUN TYPE . . . . . . . : RESTART FROM KEY '
                       WS-RESTART-FROM
              DISPLAY 'KEYS SKIPPED . . . . . : ' WS-COUNT-SKIPPED
           END-IF.
           DISPLAY 'KEYS READ  . . . . . . : ' WS-COUNT-KEYS-READ.
           DISPLAY 'CUSTOMERS EXTRACTED  . : ' WS-COUNT-EXTRACTED.
           DISPLAY 'EXCEPTIONS . . . . . . : ' WS-COUNT-EXCEPTIONS.
           DISPLAY 'AMOUNT HASH (PENNIES)  : ' WS-AMOUNT-HASH.
           EVALUATE TRUE
              WHEN WS-ABORTED
                 DISPLAY 'RUN STATUS . . . . . . : ABORTED -'
                         ' NO TRAILER WRITTEN'
              WHEN WS-SVC-DOWN
                 DISPLAY 'RUN STATUS . . . . . . : SERVICE UNAVAILABLE'
                         ' - PRE-FLIGHT ON ' WS-SENTINEL-NUMB ' FAILED'
              WHEN WS-BREAKER-TRIPPED
                 DISPLAY 'RUN STATUS . . . . . . : SERVICE UNAVAILABLE'
                         ' - BREAKER TRIPPED AT KEY ' WS-RECORD-NUMBER
              WHEN OTHER
                 DISPLAY 'RUN STATUS . . . . . . : COMPLETE'
           END-EVALUATE.
           DISPLAY 'RETURN CODE  . . . . . : ' WS-RETURN-CODE.
           DISPLAY '===================================='.
       8000-FINALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9999-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       9999-EXIT-EXIT.
           EXIT.
