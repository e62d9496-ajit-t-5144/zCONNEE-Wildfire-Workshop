      *                    dispute period still tells one whole        *
      *                    story.  No XREFHIST file just means no      *
      *                    key has ever changed.                       *
      *   10/07/2026  DLG  Partial updates.  The audit record now      *
      *                    says which fields each post sent (265       *
      *                    bytes); work files widened to match, and a  *
      *                    field a partial update left out prints as   *
      *                    *KEPT* rather than as a blanked value.      *
      *----------------------------------------------------------------*
      * INQCARDS carries one request per card:                         *
      *   DATE FROMDATE TODATE  - optional YYYYMMDD range; records     *
      * this one DD.
       FD  ARCHFILE
           RECORDING MODE IS F.
       01  ARCHFILE-RECORD             PIC X(265).

      * The records that matched the request, in arrival order,
      * waiting to be sorted into timestamp order.
       FD  SELWORK
           RECORDING MODE IS F.
       01  SELWORK-RECORD              PIC X(265).

      * The matched records again, in timestamp order, left behind by
      * the sort for the print pass.
           05 SWK-EM-CODE             PIC S9(9).
           05 SWK-EM-DETAIL           PIC X(120).
           05 SWK-RESULT              PIC X(01).
           05 SWK-FIELDS-SENT.
              10 SWK-NAME-SENT        PIC X(01).
                 88 SWK-NAME-OMITTED      VALUE 'N'.
              10 SWK-ADDRX-SENT       PIC X(01).
                 88 SWK-ADDRX-OMITTED     VALUE 'N'.
              10 SWK-PHONE-SENT       PIC X(01).
                 88 SWK-PHONE-OMITTED     VALUE 'N'.
              10 SWK-DATEX-SENT       PIC X(01).
                 88 SWK-DATEX-OMITTED     VALUE 'N'.
              10 SWK-AMOUNT-SENT      PIC X(01).
                 88 SWK-AMOUNT-OMITTED    VALUE 'N'.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-TIMESTAMP           PIC X(26).
           05 FILLER                  PIC X(239).

       FD  XREFHIST
           RECORDING MODE IS F.
           05 WSA-EM-CODE             PIC S9(9).
           05 WSA-EM-DETAIL           PIC X(120).
           05 WSA-RESULT              PIC X(01).
           05 WSA-FIELDS-SENT         PIC X(05).

      * Shop severity/action lookup table, the same classification
      * POSTAPI applies at failure time
           PERFORM 4200-CLASSIFY-SEVERITY
               THRU 4200-CLASSIFY-SEVERITY-EXIT.
           MOVE SWK-STATUS-CODE TO WS-STATUS-EDIT.
           PERFORM 4150-MARK-OMITTED
               THRU 4150-MARK-OMITTED-EXIT.
           MOVE SPACES TO INQRPT-LINE.
           STRING 'NUMB '          DELIMITED BY SIZE
                  SWK-NUMB         DELIMITED BY SIZE
       4100-PRINT-ONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4150-MARK-OMITTED - a field a partial update did not send      *
      * was left as it stood on FILEA; print it as *KEPT* so nobody    *
      * reads the blank as the field having been cleared.              *
      *----------------------------------------------------------------*
       4150-MARK-OMITTED.
           IF SWK-NAME-OMITTED
              MOVE '*KEPT*' TO SWK-NAME
           END-IF.
           IF SWK-ADDRX-OMITTED
              MOVE '*KEPT*' TO SWK-ADDRX
           END-IF.
           IF SWK-PHONE-OMITTED
              MOVE '*KEPT*' TO SWK-PHONE
           END-IF.
           IF SWK-DATEX-OMITTED
              MOVE '*KEPT*' TO SWK-DATEX
           END-IF.
           IF SWK-AMOUNT-OMITTED
              MOVE '*KEPT*' TO SWK-AMOUNT
           END-IF.
       4150-MARK-OMITTED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-CLASSIFY-SEVERITY - a successful post carries no          *
      * severity; a failure is classified from EM-ORIGIN and the       *
