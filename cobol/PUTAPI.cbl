      * obviously bad batch input.                                     *
      *---------------------------------------------------------------*
           PERFORM VALIDATE-NUMB THRU VALIDATE-NUMB-EXIT.
           IF PARM-OP-PARTIAL AND NOT PARM-STATUS-VALID-ERROR
              PERFORM VALIDATE-PARTIAL THRU VALIDATE-PARTIAL-EXIT
           END-IF.
           IF PARM-STATUS-VALID-ERROR
              PERFORM CLASSIFY-SEVERITY THRU CLASSIFY-SEVERITY-EXIT
              PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
      * CODE drives which service operation this request dispatches   *
      * to - the request and response layout, and the call to         *
      * BAQCSTUB itself, are the same for create, update and delete.  *
      * A partial update goes out as an update with the presence flag *
      * of every blank field turned off, so the service leaves that   *
      * field of FILEA as it is.                                      *
      *---------------------------------------------------------------*
           EVALUATE TRUE
              WHEN PARM-OP-UPDATE
              WHEN PARM-OP-PARTIAL
                 MOVE 3 TO cscvincServiceOperatio-num in API-REQUEST
              WHEN PARM-OP-DELETE
                 MOVE 4 TO cscvincServiceOperatio-num in API-REQUEST
                     PHONE-num in API-REQUEST
                     DATEX-num in API-REQUEST
                     AMOUNT-num in API-REQUEST.
           IF PARM-OP-PARTIAL
              PERFORM OMIT-BLANK-FIELDS THRU OMIT-BLANK-FIELDS-EXIT
           END-IF.

           MOVE numb of PARM-DATA TO numb2 IN API-REQUEST.
           MOVE LENGTH of numb2 in API-REQUEST to
              MOVE EM-ORIGIN              TO AUD-EM-ORIGIN
              MOVE EM-CODE                TO AUD-EM-CODE
              MOVE EM-DETAIL (1:120)      TO AUD-EM-DETAIL
              MOVE 'YYYYY'                TO AUD-FIELDS-SENT
              IF PARM-OP-PARTIAL
                 IF name2 of PARM-DATA = SPACES
                    MOVE 'N' TO AUD-NAME-SENT
                 END-IF
                 IF addrx2 of PARM-DATA = SPACES
                    MOVE 'N' TO AUD-ADDRX-SENT
                 END-IF
                 IF phone2 of PARM-DATA = SPACES
                    MOVE 'N' TO AUD-PHONE-SENT
                 END-IF
                 IF datex2 of PARM-DATA = SPACES
                    MOVE 'N' TO AUD-DATEX-SENT
                 END-IF
                 IF amount2 of PARM-DATA = SPACES
                    MOVE 'N' TO AUD-AMOUNT-SENT
                 END-IF
              END-IF

              IF PARM-STATUS-SUCCESS
                 SET AUD-RESULT-SUCCESS TO TRUE
       VALIDATE-NUMB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * VALIDATE-PARTIAL - a partial update has to supply at least one *
      * field to change, otherwise there is nothing to send.           *
      *----------------------------------------------------------------*
       VALIDATE-PARTIAL.
           IF name2 of PARM-DATA = SPACES
              AND addrx2 of PARM-DATA = SPACES
              AND phone2 of PARM-DATA = SPACES
              AND datex2 of PARM-DATA = SPACES
              AND amount2 of PARM-DATA = SPACES
              MOVE 'VAL' TO EM-ORIGIN
              MOVE 0 TO EM-CODE
              MOVE 'PARTIAL UPDATE SUPPLIES NO FIELD TO CHANGE'
                   TO EM-DETAIL
              SET PARM-STATUS-VALID-ERROR TO TRUE
              DISPLAY "Error origin:" EM-ORIGIN
              DISPLAY "Error msg:" EM-DETAIL (1:42)
           END-IF.
       VALIDATE-PARTIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * OMIT-BLANK-FIELDS - on a partial update, turn off the presence *
      * flag of each field the caller left blank so it is not sent.    *
      * The audit record marks the same fields as not sent.            *
      *----------------------------------------------------------------*
       OMIT-BLANK-FIELDS.
           IF name2 of PARM-DATA = SPACES
              MOVE 0 TO NAME-num in API-REQUEST
           END-IF.
           IF addrx2 of PARM-DATA = SPACES
              MOVE 0 TO ADDRX-num in API-REQUEST
           END-IF.
           IF phone2 of PARM-DATA = SPACES
              MOVE 0 TO PHONE-num in API-REQUEST
           END-IF.
           IF datex2 of PARM-DATA = SPACES
              MOVE 0 TO DATEX-num in API-REQUEST
           END-IF.
           IF amount2 of PARM-DATA = SPACES
              MOVE 0 TO AMOUNT-num in API-REQUEST
           END-IF.
       OMIT-BLANK-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CLASSIFY-SEVERITY - look up EM-ORIGIN/BAQ-STATUS-CODE in the   *
      * shop severity table so the nightly job log says what to do    *
