      *                    own completion against that cycle at end    *
      *                    of run.  A refused run ends RC 8 so the     *
      *                    scheduler sees it.                          *
      *   10/07/2026  DLG  Partial updates.  A successful partial      *
      *                    update (operation 5) only supersedes the    *
      *                    fields it sent; the rest of the roll-up     *
      *                    stands.  A field no row of the group ever   *
      *                    sent is not known from the trail and is     *
      *                    not compared, so an omitted field is never  *
      *                    reported as a mismatch.                     *
      *----------------------------------------------------------------*
      * AUDITLOG and FILEAEXT must both be sorted ascending by their   *
      * key (AUD-NUMB / FILEA-NUMB) before this job runs - AUDITLOG is *
      *----------------------------------------------------------------*
      * Mirrors AUDIT-RECORD field for field - holds the rolled-up
      * candidate for the key in progress.  Only WSG-NUMB is ever
      * inspected directly, apart from the data fields and their sent
      * flags, which a partial update overlays one at a time; the
      * rest travels as a block MOVE to and from AUDIT-RECORD.
       01  WS-AUDIT-GROUP.
           05 WSG-TIMESTAMP           PIC X(26).
           05 WSG-OPERATION-CODE      PIC X(01).
           05 WSG-EM-CODE             PIC S9(9).
           05 WSG-EM-DETAIL           PIC X(120).
           05 WSG-RESULT              PIC X(01).
           05 WSG-NAME-SENT           PIC X(01).
           05 WSG-ADDRX-SENT          PIC X(01).
           05 WSG-PHONE-SENT          PIC X(01).
           05 WSG-DATEX-SENT          PIC X(01).
           05 WSG-AMOUNT-SENT         PIC X(01).

      * Mirrors AUDIT-RECORD field for field - carries a row read one
      * key ahead of the group in progress until 2100-READ-AUDIT is
           05 WSL-EM-CODE             PIC S9(9).
           05 WSL-EM-DETAIL           PIC X(120).
           05 WSL-RESULT              PIC X(01).
           05 WSL-FIELDS-SENT         PIC X(05).

       77  WS-AUDIT-GROUP-SW           PIC X(01) VALUE 'N'.
           88 WS-AUDIT-HAVE-GROUP          VALUE 'Y'.
                 IF AUD-RESULT-FAILURE
                    CONTINUE
                 ELSE
                    EVALUATE AUD-OPERATION-CODE
                       WHEN '4'
                          MOVE 'N' TO WS-AUDIT-GROUP-SW
                       WHEN '5'
                          PERFORM 2120-MERGE-PARTIAL
                              THRU 2120-MERGE-PARTIAL-EXIT
                       WHEN OTHER
                          MOVE AUDIT-RECORD TO WS-AUDIT-GROUP
                    END-EVALUATE
                 END-IF
              ELSE
                 IF AUD-RESULT-FAILURE OR AUD-OPERATION-CODE = '4'
       2110-ACCUMULATE-AUDIT-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2120-MERGE-PARTIAL - a successful partial update for the key   *
      * in progress changed only the fields it sent.  Those overlay    *
      * the candidate (and become known); every field it left out      *
      * keeps whatever the earlier rows of the group said.             *
      *----------------------------------------------------------------*
       2120-MERGE-PARTIAL.
           MOVE AUD-TIMESTAMP      TO WSG-TIMESTAMP.
           MOVE AUD-OPERATION-CODE TO WSG-OPERATION-CODE.
           MOVE AUD-EIBRESP        TO WSG-EIBRESP.
           MOVE AUD-EIBRESP2       TO WSG-EIBRESP2.
           MOVE AUD-STATUS-CODE    TO WSG-STATUS-CODE.
           MOVE AUD-EM-ORIGIN      TO WSG-EM-ORIGIN.
           MOVE AUD-EM-CODE        TO WSG-EM-CODE.
           MOVE AUD-EM-DETAIL      TO WSG-EM-DETAIL.
           MOVE AUD-RESULT         TO WSG-RESULT.
           IF NOT AUD-NAME-OMITTED
              MOVE AUD-NAME   TO WSG-NAME
              MOVE 'Y'        TO WSG-NAME-SENT
           END-IF.
           IF NOT AUD-ADDRX-OMITTED
              MOVE AUD-ADDRX  TO WSG-ADDRX
              MOVE 'Y'        TO WSG-ADDRX-SENT
           END-IF.
           IF NOT AUD-PHONE-OMITTED
              MOVE AUD-PHONE  TO WSG-PHONE
              MOVE 'Y'        TO WSG-PHONE-SENT
           END-IF.
           IF NOT AUD-DATEX-OMITTED
              MOVE AUD-DATEX  TO WSG-DATEX
              MOVE 'Y'        TO WSG-DATEX-SENT
           END-IF.
           IF NOT AUD-AMOUNT-OMITTED
              MOVE AUD-AMOUNT TO WSG-AMOUNT
              MOVE 'Y'        TO WSG-AMOUNT-SENT
           END-IF.
       2120-MERGE-PARTIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-READ-FILEA - next FILEAEXT record                         *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * 2500-COMPARE-FIELDS - same NUMB on both sides, field-by-field  *
      * A field the rolled-up trail never sent (a partial update with  *
      * no earlier full post in the trail) is not known, so it is not  *
      * compared.                                                      *
      *----------------------------------------------------------------*
       2500-COMPARE-FIELDS.
           MOVE SPACES TO WS-MISMATCH-LIST.
           MOVE 1 TO WS-MISMATCH-PTR.
           IF AUD-ADDRX NOT = FILEA-ADDRX
              AND NOT AUD-ADDRX-OMITTED
              STRING ' ADDRX' DELIMITED BY SIZE
                  INTO WS-MISMATCH-LIST
                  WITH POINTER WS-MISMATCH-PTR
           END-IF.
           IF AUD-PHONE NOT = FILEA-PHONE
              AND NOT AUD-PHONE-OMITTED
              STRING ' PHONE' DELIMITED BY SIZE
                  INTO WS-MISMATCH-LIST
                  WITH POINTER WS-MISMATCH-PTR
           END-IF.
           IF AUD-DATEX NOT = FILEA-DATEX
              AND NOT AUD-DATEX-OMITTED
              STRING ' DATEX' DELIMITED BY SIZE
                  INTO WS-MISMATCH-LIST
                  WITH POINTER WS-MISMATCH-PTR
           END-IF.
           IF AUD-AMOUNT NOT = FILEA-AMOUNT
              AND NOT AUD-AMOUNT-OMITTED
              STRING ' AMOUNT' DELIMITED BY SIZE
                  INTO WS-MISMATCH-LIST
                  WITH POINTER WS-MISMATCH-PTR
