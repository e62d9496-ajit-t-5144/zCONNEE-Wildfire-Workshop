      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = POSTDORM                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   POSTDORM.
       AUTHOR.       DATA LOAD GROUP.
       INSTALLATION. ZCEE WILDFIRE WORKSHOP.
       DATE-WRITTEN. 10/13/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *   DATE       INIT  DESCRIPTION                                 *
      *   10/13/2026  DLG  Initial version.  Dormant-account review.   *
      *                    Each NUMB's last successful activity is     *
      *                    taken from the live audit trail and the     *
      *                    archive cuts, following XREFHIST so a       *
      *                    renumbered or merged customer keeps the     *
      *                    history of the NUMBs it absorbed.  Every    *
      *                    FILEA customer is reported in an age band   *
      *                    (under 1, 1, 2, 3-4 and 5+ years inactive,  *
      *                    or no activity on record) with the AMOUNT   *
      *                    held in each band.  Past the dormancy age   *
      *                    on the SYSIN card, a zero-balance account   *
      *                    is written as a delete to DORMDEL, a        *
      *                    CUSTIN load file with header (file ID DM    *
      *                    plus run date) and trailer, to go through   *
      *                    POSTEDIT and POSTBAT's dual-control gate    *
      *                    like any other delete; an account still    *
      *                    holding a balance goes on the UNCLAIM list  *
      *                    for finance instead.  RC 0 clean; RC 8 a    *
      *                    run refused or cut short, which also        *
      *                    suppresses the DORMDEL trailer.             *
      *----------------------------------------------------------------*
      * No input needs to be sorted first: the extract, the audit      *
      * trail, the archive cuts, the posted adjustments and the        *
      * renumbers are gathered to a work file under the NUMB each      *
      * customer holds today, and sorted here.  Activity is what the   *
      * customer did, not what the house did to the account, so three  *
      * kinds of successful post are not counted: a delete (the NUMB   *
      * was going away), the update POSTADJ drove for a posted         *
      * adjustment (same NUMB, day and new AMOUNT as its ADJDATA row - *
      * fees and interest must not keep an account awake), and the     *
      * create POSTRNUM drove for a renumber (same NUMB and day as the *
      * XREFHIST row).  A customer with no counted activity at all is  *
      * reported as such and never closed: the trail cannot say how    *
      * long the account has slept.                                    *
      * SYSIN carries one card: the dormancy age in whole years (NN,   *
      * 01-99).  Age is counted in whole years to today's date.        *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEAEXT ASSIGN TO FILEAEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILEA-STATUS.
           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ARCHFILE ASSIGN TO ARCHFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT XREFHIST ASSIGN TO XREFHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT ADJDATA ASSIGN TO ADJDATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJDATA-STATUS.
           SELECT SELWORK ASSIGN TO SELWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELWORK-STATUS.
           SELECT SRTWORK ASSIGN TO SRTWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRTWORK-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTFILE.
           SELECT DORMRPT ASSIGN TO DORMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMRPT-STATUS.
           SELECT UNCLAIM ASSIGN TO UNCLAIM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNCLAIM-STATUS.
           SELECT DORMDEL ASSIGN TO DORMDEL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMDEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEAEXT
           RECORDING MODE IS F.
           COPY FILEAREC.

       FD  AUDITLOG
           RECORDING MODE IS F.
           COPY AUDITREC.

      * Archive cuts are byte copies of the audit record; however
      * many ARCHOUT generations exist, they arrive concatenated on
      * this one DD.
       FD  ARCHFILE
           RECORDING MODE IS F.
       01  ARCHFILE-RECORD             PIC X(265).

       FD  XREFHIST
           RECORDING MODE IS F.
           COPY XREFREC.

       FD  ADJDATA
           RECORDING MODE IS F.
           COPY ADJREC.

      * Everything the review is built from, under the NUMB the
      * customer holds today.  Class orders a customer's records: the
      * house posts not to be counted, then the audit rows in date
      * order, then the extract row.
       FD  SELWORK
           RECORDING MODE IS F.
       01  SEL-RECORD.
           05 SEL-NUMB                PIC X(6).
           05 SEL-CLASS               PIC X(01).
           05 SEL-DATE                PIC X(08).
           05 SEL-OPERATION-CODE      PIC X(01).
           05 SEL-NAME                PIC X(20).
           05 SEL-ADDRX               PIC X(20).
           05 SEL-PHONE               PIC X(8).
           05 SEL-DATEX               PIC X(8).
           05 SEL-AMOUNT              PIC X(8).

      * The same records in customer order, left behind by the sort
       FD  SRTWORK
           RECORDING MODE IS F.
       01  SWK-RECORD.
           05 SWK-NUMB                PIC X(6).
           05 SWK-CLASS               PIC X(01).
              88 SWK-HOUSE-POST           VALUE '0'.
              88 SWK-ACTIVITY             VALUE '1'.
              88 SWK-CUSTOMER             VALUE '2'.
           05 SWK-DATE                PIC X(08).
           05 SWK-OPERATION-CODE      PIC X(01).
           05 SWK-NAME                PIC X(20).
           05 SWK-ADDRX               PIC X(20).
           05 SWK-PHONE               PIC X(8).
           05 SWK-DATEX               PIC X(8).
           05 SWK-AMOUNT              PIC X(8).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-NUMB                PIC X(6).
           05 SRT-CLASS               PIC X(01).
           05 SRT-DATE                PIC X(08).
           05 FILLER                  PIC X(65).

       FD  DORMRPT
           RECORDING MODE IS F.
       01  DORMRPT-LINE                PIC X(132).

       FD  UNCLAIM
           RECORDING MODE IS F.
       01  UNCLAIM-LINE                PIC X(132).

       FD  DORMDEL
           RECORDING MODE IS F.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       77  WS-FILEA-STATUS             PIC X(02) VALUE SPACES.
           88 WS-FILEA-OK                  VALUE '00'.
           88 WS-FILEA-AT-EOF              VALUE '10'.
       77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
           88 WS-AUDIT-OK                  VALUE '00'.
           88 WS-AUDIT-EOF                 VALUE '10'.
           88 WS-AUDIT-NOT-FOUND           VALUE '35'.
       77  WS-ARCH-STATUS              PIC X(02) VALUE SPACES.
           88 WS-ARCH-OK                   VALUE '00'.
           88 WS-ARCH-EOF                  VALUE '10'.
           88 WS-ARCH-NOT-FOUND            VALUE '35'.
       77  WS-XREF-STATUS              PIC X(02) VALUE SPACES.
           88 WS-XREF-OK                   VALUE '00'.
           88 WS-XREF-EOF                  VALUE '10'.
           88 WS-XREF-NOT-FOUND            VALUE '35'.
       77  WS-ADJDATA-STATUS           PIC X(02) VALUE SPACES.
           88 WS-ADJDATA-OK                VALUE '00'.
           88 WS-ADJDATA-EOF               VALUE '10'.
           88 WS-ADJDATA-NOT-FOUND         VALUE '35'.
       77  WS-SELWORK-STATUS           PIC X(02) VALUE SPACES.
           88 WS-SELWORK-OK                VALUE '00'.
       77  WS-SRTWORK-STATUS           PIC X(02) VALUE SPACES.
           88 WS-SRTWORK-OK                VALUE '00'.
           88 WS-SRTWORK-EOF               VALUE '10'.
       77  WS-DORMRPT-STATUS           PIC X(02) VALUE SPACES.
           88 WS-DORMRPT-OK                VALUE '00'.
       77  WS-UNCLAIM-STATUS           PIC X(02) VALUE SPACES.
           88 WS-UNCLAIM-OK                VALUE '00'.
       77  WS-DORMDEL-STATUS           PIC X(02) VALUE SPACES.
           88 WS-DORMDEL-OK                VALUE '00'.

       77  WS-INPUT-EOF-SW             PIC X(01) VALUE 'N'.
           88 WS-INPUT-EOF                 VALUE 'Y'.
       77  WS-XREF-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-XREF-LOAD-DONE            VALUE 'Y'.
       77  WS-RUN-ERROR-SW             PIC X(01) VALUE 'N'.
           88 WS-RUN-ERROR                 VALUE 'Y'.
       77  WS-FILES-OPEN-SW            PIC X(01) VALUE 'N'.
           88 WS-FILES-OPEN                VALUE 'Y'.
       77  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.

       77  WS-COUNT-FILEA-READ         PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-LIVE-READ          PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-ARCH-READ          PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-ADJ-READ           PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-SELECTED           PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-REKEYED            PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-HOUSE-SKIPPED      PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-CUSTOMERS          PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-DUP-EXTRACT        PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-DORMANT            PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-CLOSURES           PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-UNCLAIMED          PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-BAD-AMOUNT         PIC 9(09) COMP VALUE 0.
       77  WS-UNCLAIMED-PENNIES        PIC S9(11) COMP VALUE 0.

      * The dormancy age, off the SYSIN card
       01  WS-AGE-CARD.
           05 WS-AGE-YEARS-X          PIC X(02).
           05 WS-AGE-YEARS REDEFINES WS-AGE-YEARS-X
                                       PIC 9(02).
           05 FILLER                  PIC X(78).

       01  WS-CURRENT-DATE             PIC X(21) VALUE SPACES.
       01  WS-AS-OF-DATE.
           05 WS-AS-OF-YYYY           PIC 9(04).
           05 WS-AS-OF-MMDD           PIC 9(04).
       01  WS-LAST-DATE.
           05 WS-LAST-YYYY            PIC 9(04).
           05 WS-LAST-MMDD            PIC 9(04).
       01  WS-LAST-DATE-X REDEFINES WS-LAST-DATE
                                       PIC X(08).
       77  WS-YEARS-INACTIVE           PIC 9(04) COMP VALUE 0.

      *----------------------------------------------------------------*
      * The cross-reference history.  Each pair's final NUMB is the    *
      * end of its chain (A became B, B became C: A's final is C), so  *
      * every record is re-keyed with one lookup.                      *
      *----------------------------------------------------------------*
       01  WS-XREF-TABLE.
           05 WS-XREF-MAX             PIC 9(05) COMP VALUE 2000.
           05 WS-XREF-COUNT           PIC 9(05) COMP VALUE 0.
           05 WS-XREF-ENTRY           OCCURS 0 TO 2000 TIMES
                                       DEPENDING ON WS-XREF-COUNT
                                       INDEXED BY WS-XREF-IDX.
              10 WS-XREF-OLD          PIC X(06).
              10 WS-XREF-NEW          PIC X(06).
              10 WS-XREF-FINAL        PIC X(06).
              10 WS-XREF-DATE         PIC X(08).
              10 WS-XREF-ACTION       PIC X(01).
       77  WS-XREF-SUB                 PIC 9(05) COMP VALUE 0.
       77  WS-HOP-COUNT                PIC 9(05) COMP VALUE 0.
       77  WS-TRY-KEY                  PIC X(06) VALUE SPACES.
       77  WS-HOP-FOUND-SW             PIC X(01) VALUE 'N'.
           88 WS-HOP-FOUND                 VALUE 'Y'.

      * One audit record in hand, whichever file it came from
       01  WS-AUD-WORK.
           05 WSA-TIMESTAMP           PIC X(26).
           05 WSA-OPERATION-CODE      PIC X(01).
           05 WSA-NUMB                PIC X(6).
           05 WSA-NAME                PIC X(20).
           05 WSA-ADDRX               PIC X(20).
           05 WSA-PHONE               PIC X(8).
           05 WSA-DATEX               PIC X(8).
           05 WSA-AMOUNT              PIC X(8).
           05 FILLER                  PIC X(162).
           05 WSA-RESULT              PIC X(01).
           05 FILLER                  PIC X(05).

      *----------------------------------------------------------------*
      * The customer in hand: the house posts seen so far (each one    *
      * cancels one matching audit row), the latest counted activity   *
      * and the extract row                                            *
      *----------------------------------------------------------------*
       01  WS-HOUSE-TABLE.
           05 WS-HOUSE-MAX            PIC 9(03) COMP VALUE 600.
           05 WS-HOUSE-COUNT          PIC 9(03) COMP VALUE 0.
           05 WS-HOUSE-ENTRY          OCCURS 0 TO 600 TIMES
                                       DEPENDING ON WS-HOUSE-COUNT
                                       INDEXED BY WS-HOUSE-IDX.
              10 WS-HOUSE-DATE        PIC X(08).
              10 WS-HOUSE-OP          PIC X(01).
              10 WS-HOUSE-AMOUNT      PIC X(08).
              10 WS-HOUSE-USED        PIC X(01).
       77  WS-HOUSE-FOUND-SW           PIC X(01) VALUE 'N'.
           88 WS-HOUSE-FOUND               VALUE 'Y'.

       77  WS-CUST-NUMB                PIC X(06) VALUE SPACES.
       77  WS-CUST-LAST-ACTIVITY       PIC X(08) VALUE SPACES.
       77  WS-CUST-FOUND-SW            PIC X(01) VALUE 'N'.
           88 WS-CUST-FOUND                VALUE 'Y'.
       01  WS-CUST-RECORD.
           05 WS-CUST-NAME            PIC X(20).
           05 WS-CUST-ADDRX           PIC X(20).
           05 WS-CUST-PHONE           PIC X(8).
           05 WS-CUST-DATEX           PIC X(8).
           05 WS-CUST-AMOUNT          PIC X(8).
       77  WS-CUST-BAND                PIC 9(01) VALUE 0.
       01  WS-CUST-ACTION              PIC X(16) VALUE SPACES.

      *----------------------------------------------------------------*
      * The age bands.  Band 6 is the customer with no activity on     *
      * record; an AMOUNT not in the $9999.99 picture is counted in    *
      * its band but adds nothing to the band's money.                 *
      *----------------------------------------------------------------*
       01  WS-BAND-LABEL-VALUES.
           05 FILLER PIC X(22) VALUE 'UNDER 1 YEAR'.
           05 FILLER PIC X(22) VALUE '1 YEAR'.
           05 FILLER PIC X(22) VALUE '2 YEARS'.
           05 FILLER PIC X(22) VALUE '3-4 YEARS'.
           05 FILLER PIC X(22) VALUE '5+ YEARS'.
           05 FILLER PIC X(22) VALUE 'NO ACTIVITY ON RECORD'.
       01  WS-BAND-LABELS REDEFINES WS-BAND-LABEL-VALUES.
           05 WS-BAND-LABEL           PIC X(22) OCCURS 6 TIMES.
       01  WS-BAND-TOTALS.
           05 WS-BAND-ENTRY           OCCURS 6 TIMES.
              10 WS-BAND-COUNT        PIC 9(09) COMP.
              10 WS-BAND-PENNIES      PIC S9(11) COMP.
       77  WS-BAND-SUB                 PIC 9(01) VALUE 0.

      * Amount parsing, the CI-AMOUNT hash convention: only $9999.99
      * contributes, anything else counts as zero
       01  WS-PARSE-AMOUNT             PIC X(08) VALUE SPACES.
       77  WS-PARSE-PENNIES            PIC 9(09) COMP VALUE 0.
       77  WS-PARSE-VALID-SW           PIC X(01) VALUE 'N'.
           88 WS-PARSE-VALID               VALUE 'Y'.
       01  WS-AMOUNT-DOLLARS           PIC 9(04) VALUE 0.
       01  WS-AMOUNT-CENTS             PIC 9(02) VALUE 0.

      * DORMDEL trailer accumulators
       77  WS-COUNT-WRITTEN            PIC 9(09) COMP VALUE 0.
       77  WS-AMOUNT-HASH              PIC 9(15) COMP VALUE 0.

      * Header and trailer images of the CUSTIN control records
           COPY CUSTHDT.

      * Report editing
       77  WS-MONEY-PENNIES            PIC S9(11) COMP VALUE 0.
       01  WS-MONEY                    PIC S9(09)V99 VALUE 0.
       01  WS-EDIT-MONEY               PIC $$$,$$$,$$9.99-.
       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-YEARS               PIC ZZZ9.
       01  WS-PRINT-DATE               PIC X(10) VALUE SPACES.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF NOT WS-RUN-ERROR
              PERFORM 2000-SELECT-RECORDS
                  THRU 2000-SELECT-RECORDS-EXIT
              PERFORM 3000-SORT-BY-CUSTOMER
                  THRU 3000-SORT-BY-CUSTOMER-EXIT
              PERFORM 4000-REVIEW-CUSTOMERS
                  THRU 4000-REVIEW-CUSTOMERS-EXIT
           END-IF.
           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT.
           PERFORM 9999-EXIT
               THRU 9999-EXIT-EXIT.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - the age card, the three outputs and the      *
      * cross-reference history                                        *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-AGE-CARD.
           IF WS-AGE-YEARS-X IS NOT NUMERIC
              OR WS-AGE-YEARS = 0
              DISPLAY 'POSTDORM: DORMANCY AGE MUST BE NN YEARS,'
                      ' 01-99 - RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE (1:8) TO WS-AS-OF-DATE.
           INITIALIZE WS-BAND-TOTALS.
           OPEN OUTPUT DORMRPT.
           IF NOT WS-DORMRPT-OK
              DISPLAY 'POSTDORM: UNABLE TO OPEN DORMRPT, STATUS = '
                       WS-DORMRPT-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT UNCLAIM.
           IF NOT WS-UNCLAIM-OK
              DISPLAY 'POSTDORM: UNABLE TO OPEN UNCLAIM, STATUS = '
                       WS-UNCLAIM-STATUS
              SET WS-RUN-ERROR TO TRUE
              CLOSE DORMRPT
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT DORMDEL.
           IF NOT WS-DORMDEL-OK
              DISPLAY 'POSTDORM: UNABLE TO OPEN DORMDEL, STATUS = '
                       WS-DORMDEL-STATUS
              SET WS-RUN-ERROR TO TRUE
              CLOSE DORMRPT UNCLAIM
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-FILES-OPEN TO TRUE.
      * Header first: file ID 'DM' plus the run date identifies each
      * closure file uniquely to POSTBAT's run-control check.
           MOVE SPACES TO CUST-HEADER-RECORD.
           MOVE 'HDR' TO CH-RECORD-TYPE.
           STRING 'DM'                    DELIMITED BY SIZE
                  WS-CURRENT-DATE (3:6)   DELIMITED BY SIZE
               INTO CH-FILE-ID.
           MOVE WS-CURRENT-DATE (1:8) TO CH-CREATE-DATE.
           WRITE CUSTIN-RECORD FROM CUST-HEADER-RECORD.
           IF NOT WS-DORMDEL-OK
              DISPLAY 'POSTDORM: HEADER WRITE ERROR, STATUS = '
                       WS-DORMDEL-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE SPACES TO DORMRPT-LINE.
           STRING 'POSTDORM DORMANT ACCOUNT REVIEW - AS OF '
                                        DELIMITED BY SIZE
                  WS-CURRENT-DATE (1:8) DELIMITED BY SIZE
                  ' - DORMANCY AGE '    DELIMITED BY SIZE
                  WS-AGE-YEARS-X        DELIMITED BY SIZE
                  ' YEARS'              DELIMITED BY SIZE
               INTO DORMRPT-LINE.
           WRITE DORMRPT-LINE.
           MOVE SPACES TO DORMRPT-LINE.
           WRITE DORMRPT-LINE.
           MOVE 'NUMB'          TO DORMRPT-LINE (1:4).
           MOVE 'NAME'          TO DORMRPT-LINE (9:4).
           MOVE 'LAST ACTIVITY' TO DORMRPT-LINE (31:13).
           MOVE 'YEARS'         TO DORMRPT-LINE (46:5).
           MOVE 'BAND'          TO DORMRPT-LINE (53:4).
           MOVE 'AMOUNT'        TO DORMRPT-LINE (85:6).
           MOVE 'ACTION'        TO DORMRPT-LINE (93:6).
           WRITE DORMRPT-LINE.
           MOVE ALL '-' TO DORMRPT-LINE (1:110).
           WRITE DORMRPT-LINE.
           MOVE SPACES TO UNCLAIM-LINE.
           STRING 'POSTDORM UNCLAIMED BALANCES - DORMANT '
                                        DELIMITED BY SIZE
                  WS-AGE-CARD (1:2)     DELIMITED BY SIZE
                  ' YEARS OR MORE AS OF ' DELIMITED BY SIZE
                  WS-CURRENT-DATE (1:8) DELIMITED BY SIZE
               INTO UNCLAIM-LINE.
           WRITE UNCLAIM-LINE.
           MOVE SPACES TO UNCLAIM-LINE.
           WRITE UNCLAIM-LINE.
           MOVE 'NUMB'          TO UNCLAIM-LINE (1:4).
           MOVE 'NAME'          TO UNCLAIM-LINE (9:4).
           MOVE 'ADDRX'         TO UNCLAIM-LINE (31:5).
           MOVE 'PHONE'         TO UNCLAIM-LINE (53:5).
           MOVE 'LAST ACTIVITY' TO UNCLAIM-LINE (63:13).
           MOVE 'YEARS'         TO UNCLAIM-LINE (77:5).
           MOVE 'AMOUNT'        TO UNCLAIM-LINE (93:6).
           WRITE UNCLAIM-LINE.
           MOVE ALL '-' TO UNCLAIM-LINE (1:100).
           WRITE UNCLAIM-LINE.
           PERFORM 1100-LOAD-XREFS
               THRU 1100-LOAD-XREFS-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-LOAD-XREFS - load the cross-reference history and work    *
      * out each pair's final NUMB.  No history file means no key has  *
      * ever changed; a chain that loops back on itself is a broken    *
      * history and refuses the run.                                   *
      *----------------------------------------------------------------*
       1100-LOAD-XREFS.
           OPEN INPUT XREFHIST.
           IF WS-XREF-NOT-FOUND
              GO TO 1100-LOAD-XREFS-EXIT
           END-IF.
           IF NOT WS-XREF-OK
              DISPLAY 'POSTDORM: UNABLE TO OPEN XREFHIST, STATUS = '
                       WS-XREF-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1100-LOAD-XREFS-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-XREF
               THRU 1110-LOAD-ONE-XREF-EXIT
               UNTIL WS-XREF-LOAD-DONE.
           CLOSE XREFHIST.
           MOVE 1 TO WS-XREF-SUB.
           PERFORM 1120-RESOLVE-ONE-XREF
               THRU 1120-RESOLVE-ONE-XREF-EXIT
               UNTIL WS-XREF-SUB > WS-XREF-COUNT OR WS-RUN-ERROR.
       1100-LOAD-XREFS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1110-LOAD-ONE-XREF.
           READ XREFHIST.
           EVALUATE TRUE
              WHEN WS-XREF-EOF
                 SET WS-XREF-LOAD-DONE TO TRUE
              WHEN NOT WS-XREF-OK
                 DISPLAY 'POSTDORM: XREFHIST READ ERROR, STATUS = '
                          WS-XREF-STATUS
                 SET WS-XREF-LOAD-DONE TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN WS-XREF-COUNT = WS-XREF-MAX
                 DISPLAY 'POSTDORM: XREF TABLE FULL AT ' WS-XREF-MAX
                         ' - RUN REFUSED'
                 SET WS-XREF-LOAD-DONE TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 ADD 1 TO WS-XREF-COUNT
                 MOVE XRF-OLD-NUMB TO WS-XREF-OLD (WS-XREF-COUNT)
                 MOVE XRF-NEW-NUMB TO WS-XREF-NEW (WS-XREF-COUNT)
                 MOVE XRF-NEW-NUMB TO WS-XREF-FINAL (WS-XREF-COUNT)
                 MOVE XRF-DATE     TO WS-XREF-DATE (WS-XREF-COUNT)
                 MOVE XRF-ACTION   TO WS-XREF-ACTION (WS-XREF-COUNT)
           END-EVALUATE.
       1110-LOAD-ONE-XREF-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1120-RESOLVE-ONE-XREF - follow the pair's new NUMB down the    *
      * history for as long as it was itself renumbered                *
      *----------------------------------------------------------------*
       1120-RESOLVE-ONE-XREF.
           MOVE WS-XREF-NEW (WS-XREF-SUB) TO WS-TRY-KEY.
           MOVE 0 TO WS-HOP-COUNT.
           SET WS-HOP-FOUND TO TRUE.
           PERFORM 1130-FOLLOW-ONE-HOP
               THRU 1130-FOLLOW-ONE-HOP-EXIT
               UNTIL NOT WS-HOP-FOUND OR WS-RUN-ERROR.
           MOVE WS-TRY-KEY TO WS-XREF-FINAL (WS-XREF-SUB).
           ADD 1 TO WS-XREF-SUB.
       1120-RESOLVE-ONE-XREF-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1130-FOLLOW-ONE-HOP.
           MOVE 'N' TO WS-HOP-FOUND-SW.
           SET WS-XREF-IDX TO 1.
           SEARCH WS-XREF-ENTRY
              AT END
                 CONTINUE
              WHEN WS-XREF-OLD (WS-XREF-IDX) = WS-TRY-KEY
                 SET WS-HOP-FOUND TO TRUE
                 MOVE WS-XREF-NEW (WS-XREF-IDX) TO WS-TRY-KEY
           END-SEARCH.
           IF WS-HOP-FOUND
              ADD 1 TO WS-HOP-COUNT
              IF WS-HOP-COUNT > WS-XREF-COUNT
                 DISPLAY 'POSTDORM: XREFHIST CHAIN LOOPS AT NUMB '
                          WS-TRY-KEY ' - RUN REFUSED'
                 SET WS-RUN-ERROR TO TRUE
              END-IF
           END-IF.
       1130-FOLLOW-ONE-HOP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-SELECT-RECORDS - one pass over each input, writing a      *
      * work record for every extract row, every successful audit row  *
      * and every house post, keyed to the NUMB the customer holds     *
      * today.  A missing live, archive or ADJDATA file just means     *
      * there is nothing on it.                                        *
      *----------------------------------------------------------------*
       2000-SELECT-RECORDS.
           OPEN OUTPUT SELWORK.
           IF NOT WS-SELWORK-OK
              DISPLAY 'POSTDORM: UNABLE TO OPEN SELWORK, STATUS = '
                       WS-SELWORK-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 2000-SELECT-RECORDS-EXIT
           END-IF.
           OPEN INPUT FILEAEXT.
           IF NOT WS-FILEA-OK
              DISPLAY 'POSTDORM: UNABLE TO OPEN FILEAEXT, STATUS = '
                       WS-FILEA-STATUS
              SET WS-RUN-ERROR TO TRUE
           ELSE
              MOVE 'N' TO WS-INPUT-EOF-SW
              PERFORM 2100-SELECT-CUSTOMER
                  THRU 2100-SELECT-CUSTOMER-EXIT
                  UNTIL WS-INPUT-EOF
              CLOSE FILEAEXT
           END-IF.
           OPEN INPUT AUDITLOG.
           EVALUATE TRUE
              WHEN WS-AUDIT-NOT-FOUND
                 DISPLAY 'POSTDORM: NO LIVE AUDIT FILE'
              WHEN NOT WS-AUDIT-OK
                 DISPLAY 'POSTDORM: UNABLE TO OPEN AUDITLOG, STATUS = '
                          WS-AUDIT-STATUS
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 MOVE 'N' TO WS-INPUT-EOF-SW
                 PERFORM 2200-SELECT-LIVE
                     THRU 2200-SELECT-LIVE-EXIT
                     UNTIL WS-INPUT-EOF
                 CLOSE AUDITLOG
           END-EVALUATE.
           OPEN INPUT ARCHFILE.
           EVALUATE TRUE
              WHEN WS-ARCH-NOT-FOUND
                 DISPLAY 'POSTDORM: NO ARCHIVE FILE'
              WHEN NOT WS-ARCH-OK
                 DISPLAY 'POSTDORM: UNABLE TO OPEN ARCHFILE, STATUS = '
                          WS-ARCH-STATUS
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 MOVE 'N' TO WS-INPUT-EOF-SW
                 PERFORM 2300-SELECT-ARCHIVE
                     THRU 2300-SELECT-ARCHIVE-EXIT
                     UNTIL WS-INPUT-EOF
                 CLOSE ARCHFILE
           END-EVALUATE.
           OPEN INPUT ADJDATA.
           EVALUATE TRUE
              WHEN WS-ADJDATA-NOT-FOUND
                 CONTINUE
              WHEN NOT WS-ADJDATA-OK
                 DISPLAY 'POSTDORM: UNABLE TO OPEN ADJDATA, STATUS = '
                          WS-ADJDATA-STATUS
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 MOVE 'N' TO WS-INPUT-EOF-SW
                 PERFORM 2500-SELECT-ADJUSTMENT
                     THRU 2500-SELECT-ADJUSTMENT-EXIT
                     UNTIL WS-INPUT-EOF
                 CLOSE ADJDATA
           END-EVALUATE.
           IF WS-XREF-COUNT > 0
              PERFORM 2600-SELECT-RENUMBER
                  THRU 2600-SELECT-RENUMBER-EXIT
                  VARYING WS-XREF-SUB FROM 1 BY 1
                  UNTIL WS-XREF-SUB > WS-XREF-COUNT
           END-IF.
           CLOSE SELWORK.
       2000-SELECT-RECORDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-SELECT-CUSTOMER - one extract row; the HDR/TRL interface  *
      * records are skipped                                            *
      *----------------------------------------------------------------*
       2100-SELECT-CUSTOMER.
           READ FILEAEXT.
           EVALUATE TRUE
              WHEN WS-FILEA-AT-EOF
                 SET WS-INPUT-EOF TO TRUE
              WHEN NOT WS-FILEA-OK
                 DISPLAY 'POSTDORM: FILEAEXT READ ERROR, STATUS = '
                          WS-FILEA-STATUS
                 SET WS-INPUT-EOF TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN FILEA-RECORD (1:3) = 'HDR'
                   OR FILEA-RECORD (1:3) = 'TRL'
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO WS-COUNT-FILEA-READ
                 MOVE SPACES        TO SEL-RECORD
                 MOVE FILEA-NUMB    TO SEL-NUMB
                 MOVE '2'           TO SEL-CLASS
                 MOVE FILEA-NAME    TO SEL-NAME
                 MOVE FILEA-ADDRX   TO SEL-ADDRX
                 MOVE FILEA-PHONE   TO SEL-PHONE
                 MOVE FILEA-DATEX   TO SEL-DATEX
                 MOVE FILEA-AMOUNT  TO SEL-AMOUNT
                 PERFORM 2900-WRITE-SELECTED
                     THRU 2900-WRITE-SELECTED-EXIT
           END-EVALUATE.
       2100-SELECT-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-SELECT-LIVE.
           READ AUDITLOG.
           EVALUATE TRUE
              WHEN WS-AUDIT-EOF
                 SET WS-INPUT-EOF TO TRUE
              WHEN NOT WS-AUDIT-OK
                 DISPLAY 'POSTDORM: AUDITLOG READ ERROR, STATUS = '
                          WS-AUDIT-STATUS
                 SET WS-INPUT-EOF TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 ADD 1 TO WS-COUNT-LIVE-READ
                 MOVE AUDIT-RECORD TO WS-AUD-WORK
                 PERFORM 2400-SELECT-ACTIVITY
                     THRU 2400-SELECT-ACTIVITY-EXIT
           END-EVALUATE.
       2200-SELECT-LIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2300-SELECT-ARCHIVE.
           READ ARCHFILE.
           EVALUATE TRUE
              WHEN WS-ARCH-EOF
                 SET WS-INPUT-EOF TO TRUE
              WHEN NOT WS-ARCH-OK
                 DISPLAY 'POSTDORM: ARCHFILE READ ERROR, STATUS = '
                          WS-ARCH-STATUS
                 SET WS-INPUT-EOF TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 ADD 1 TO WS-COUNT-ARCH-READ
                 MOVE ARCHFILE-RECORD TO WS-AUD-WORK
                 PERFORM 2400-SELECT-ACTIVITY
                     THRU 2400-SELECT-ACTIVITY-EXIT
           END-EVALUATE.
       2300-SELECT-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-SELECT-ACTIVITY - keep the audit record in hand when it   *
      * posted, carries a real date and was not a delete               *
      *----------------------------------------------------------------*
       2400-SELECT-ACTIVITY.
           IF WSA-RESULT NOT = 'S'
              OR WSA-OPERATION-CODE = '4'
              OR WSA-TIMESTAMP (1:8) IS NOT NUMERIC
              GO TO 2400-SELECT-ACTIVITY-EXIT
           END-IF.
           MOVE SPACES             TO SEL-RECORD.
           MOVE WSA-NUMB           TO SEL-NUMB.
           MOVE '1'                TO SEL-CLASS.
           MOVE WSA-TIMESTAMP (1:8) TO SEL-DATE.
           MOVE WSA-OPERATION-CODE TO SEL-OPERATION-CODE.
           MOVE WSA-AMOUNT         TO SEL-AMOUNT.
           PERFORM 2900-WRITE-SELECTED
               THRU 2900-WRITE-SELECTED-EXIT.
       2400-SELECT-ACTIVITY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-SELECT-ADJUSTMENT - each posted adjustment is a house     *
      * post: the update it drove is not customer activity             *
      *----------------------------------------------------------------*
       2500-SELECT-ADJUSTMENT.
           READ ADJDATA.
           EVALUATE TRUE
              WHEN WS-ADJDATA-EOF
                 SET WS-INPUT-EOF TO TRUE
              WHEN NOT WS-ADJDATA-OK
                 DISPLAY 'POSTDORM: ADJDATA READ ERROR, STATUS = '
                          WS-ADJDATA-STATUS
                 SET WS-INPUT-EOF TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 ADD 1 TO WS-COUNT-ADJ-READ
                 MOVE SPACES         TO SEL-RECORD
                 MOVE ADR-NUMB       TO SEL-NUMB
                 MOVE '0'            TO SEL-CLASS
                 MOVE ADR-POST-DATE  TO SEL-DATE
                 MOVE '3'            TO SEL-OPERATION-CODE
                 MOVE ADR-NEW-AMOUNT TO SEL-AMOUNT
                 PERFORM 2900-WRITE-SELECTED
                     THRU 2900-WRITE-SELECTED-EXIT
           END-EVALUATE.
       2500-SELECT-ADJUSTMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-SELECT-RENUMBER - a renumber's create under the new NUMB  *
      * is a house post.  A merge creates nothing; the deletes under   *
      * the old NUMBs are never counted anyway.                        *
      *----------------------------------------------------------------*
       2600-SELECT-RENUMBER.
           IF WS-XREF-ACTION (WS-XREF-SUB) NOT = 'R'
              GO TO 2600-SELECT-RENUMBER-EXIT
           END-IF.
           MOVE SPACES                     TO SEL-RECORD.
           MOVE WS-XREF-NEW (WS-XREF-SUB)  TO SEL-NUMB.
           MOVE '0'                        TO SEL-CLASS.
           MOVE WS-XREF-DATE (WS-XREF-SUB) TO SEL-DATE.
           MOVE '1'                        TO SEL-OPERATION-CODE.
           PERFORM 2900-WRITE-SELECTED
               THRU 2900-WRITE-SELECTED-EXIT.
       2600-SELECT-RENUMBER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-WRITE-SELECTED - key the work record to the NUMB the      *
      * customer holds today (the end of its XREFHIST chain, or its    *
      * own) and write it                                              *
      *----------------------------------------------------------------*
       2900-WRITE-SELECTED.
           IF WS-XREF-COUNT > 0
              SET WS-XREF-IDX TO 1
              SEARCH WS-XREF-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-XREF-OLD (WS-XREF-IDX) = SEL-NUMB
                    MOVE WS-XREF-FINAL (WS-XREF-IDX) TO SEL-NUMB
                    ADD 1 TO WS-COUNT-REKEYED
              END-SEARCH
           END-IF.
           WRITE SEL-RECORD.
           IF NOT WS-SELWORK-OK
              DISPLAY 'POSTDORM: SELWORK WRITE ERROR, STATUS = '
                       WS-SELWORK-STATUS
              SET WS-RUN-ERROR TO TRUE
              SET WS-INPUT-EOF TO TRUE
           ELSE
              ADD 1 TO WS-COUNT-SELECTED
           END-IF.
       2900-WRITE-SELECTED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-SORT-BY-CUSTOMER - NUMB, then house posts, audit rows and *
      * the extract row, each in date order                            *
      *----------------------------------------------------------------*
       3000-SORT-BY-CUSTOMER.
           IF WS-RUN-ERROR OR WS-COUNT-SELECTED = 0
              GO TO 3000-SORT-BY-CUSTOMER-EXIT
           END-IF.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-NUMB
                                SRT-CLASS
                                SRT-DATE
               USING SELWORK
               GIVING SRTWORK.
       3000-SORT-BY-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-REVIEW-CUSTOMERS - one pass down the sorted records, one  *
      * customer per change of NUMB                                    *
      *----------------------------------------------------------------*
       4000-REVIEW-CUSTOMERS.
           IF WS-RUN-ERROR OR WS-COUNT-SELECTED = 0
              GO TO 4000-REVIEW-CUSTOMERS-EXIT
           END-IF.
           OPEN INPUT SRTWORK.
           IF NOT WS-SRTWORK-OK
              DISPLAY 'POSTDORM: UNABLE TO OPEN SRTWORK, STATUS = '
                       WS-SRTWORK-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 4000-REVIEW-CUSTOMERS-EXIT
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF-SW.
           PERFORM 4900-READ-SORTED
               THRU 4900-READ-SORTED-EXIT.
           PERFORM 4100-REVIEW-ONE-NUMB
               THRU 4100-REVIEW-ONE-NUMB-EXIT
               UNTIL WS-INPUT-EOF OR WS-RUN-ERROR.
           CLOSE SRTWORK.
       4000-REVIEW-CUSTOMERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-REVIEW-ONE-NUMB - take in every record for the NUMB, then *
      * band the customer.  A NUMB with activity but no extract row is *
      * no longer a customer and is not reported.                     *
      *----------------------------------------------------------------*
       4100-REVIEW-ONE-NUMB.
           MOVE SWK-NUMB TO WS-CUST-NUMB.
           MOVE 0 TO WS-HOUSE-COUNT.
           MOVE SPACES TO WS-CUST-LAST-ACTIVITY.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           PERFORM 4200-TAKE-ONE-RECORD
               THRU 4200-TAKE-ONE-RECORD-EXIT
               UNTIL WS-INPUT-EOF
                  OR SWK-NUMB NOT = WS-CUST-NUMB.
           IF WS-CUST-FOUND
              PERFORM 4500-BAND-CUSTOMER
                  THRU 4500-BAND-CUSTOMER-EXIT
           END-IF.
       4100-REVIEW-ONE-NUMB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4200-TAKE-ONE-RECORD.
           EVALUATE TRUE
              WHEN SWK-HOUSE-POST
                 IF WS-HOUSE-COUNT < WS-HOUSE-MAX
                    ADD 1 TO WS-HOUSE-COUNT
                    MOVE SWK-DATE   TO WS-HOUSE-DATE (WS-HOUSE-COUNT)
                    MOVE SWK-OPERATION-CODE
                                    TO WS-HOUSE-OP (WS-HOUSE-COUNT)
                    MOVE SWK-AMOUNT TO WS-HOUSE-AMOUNT (WS-HOUSE-COUNT)
                    MOVE 'N'        TO WS-HOUSE-USED (WS-HOUSE-COUNT)
                 END-IF
              WHEN SWK-ACTIVITY
                 PERFORM 4300-COUNT-ACTIVITY
                     THRU 4300-COUNT-ACTIVITY-EXIT
              WHEN SWK-CUSTOMER
                 IF WS-CUST-FOUND
                    ADD 1 TO WS-COUNT-DUP-EXTRACT
                 ELSE
                    SET WS-CUST-FOUND TO TRUE
                    MOVE SWK-NAME   TO WS-CUST-NAME
                    MOVE SWK-ADDRX  TO WS-CUST-ADDRX
                    MOVE SWK-PHONE  TO WS-CUST-PHONE
                    MOVE SWK-DATEX  TO WS-CUST-DATEX
                    MOVE SWK-AMOUNT TO WS-CUST-AMOUNT
                 END-IF
           END-EVALUATE.
           PERFORM 4900-READ-SORTED
               THRU 4900-READ-SORTED-EXIT.
       4200-TAKE-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-COUNT-ACTIVITY - an audit row the house drove (same day,  *
      * same operation, same new AMOUNT where the house post has one)  *
      * uses up that house post and is not counted; any other is the   *
      * customer's, and rows arrive in date order, so the last one     *
      * counted is the latest                                          *
      *----------------------------------------------------------------*
       4300-COUNT-ACTIVITY.
           MOVE 'N' TO WS-HOUSE-FOUND-SW.
           IF WS-HOUSE-COUNT > 0
              SET WS-HOUSE-IDX TO 1
              SEARCH WS-HOUSE-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-HOUSE-USED (WS-HOUSE-IDX) = 'N'
                  AND WS-HOUSE-DATE (WS-HOUSE-IDX) = SWK-DATE
                  AND WS-HOUSE-OP (WS-HOUSE-IDX) = SWK-OPERATION-CODE
                  AND (WS-HOUSE-AMOUNT (WS-HOUSE-IDX) = SPACES
                    OR WS-HOUSE-AMOUNT (WS-HOUSE-IDX) = SWK-AMOUNT)
                    SET WS-HOUSE-FOUND TO TRUE
                    MOVE 'Y' TO WS-HOUSE-USED (WS-HOUSE-IDX)
              END-SEARCH
           END-IF.
           IF WS-HOUSE-FOUND
              ADD 1 TO WS-COUNT-HOUSE-SKIPPED
           ELSE
              MOVE SWK-DATE TO WS-CUST-LAST-ACTIVITY
           END-IF.
       4300-COUNT-ACTIVITY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-BAND-CUSTOMER - whole years since the last counted        *
      * activity (a year is not complete until its anniversary), the   *
      * band, and what becomes of the account past the dormancy age    *
      *----------------------------------------------------------------*
       4500-BAND-CUSTOMER.
           ADD 1 TO WS-COUNT-CUSTOMERS.
           MOVE SPACES TO WS-CUST-ACTION.
           MOVE 0 TO WS-YEARS-INACTIVE.
           MOVE WS-CUST-AMOUNT TO WS-PARSE-AMOUNT.
           PERFORM 4950-PARSE-PENNIES
               THRU 4950-PARSE-PENNIES-EXIT.
           IF NOT WS-PARSE-VALID
              ADD 1 TO WS-COUNT-BAD-AMOUNT
           END-IF.
           IF WS-CUST-LAST-ACTIVITY = SPACES
              MOVE 6 TO WS-CUST-BAND
           ELSE
              MOVE WS-CUST-LAST-ACTIVITY TO WS-LAST-DATE-X
              IF WS-AS-OF-YYYY > WS-LAST-YYYY
                 COMPUTE WS-YEARS-INACTIVE =
                         WS-AS-OF-YYYY - WS-LAST-YYYY
                 IF WS-AS-OF-MMDD < WS-LAST-MMDD
                    SUBTRACT 1 FROM WS-YEARS-INACTIVE
                 END-IF
              END-IF
              EVALUATE TRUE
                 WHEN WS-YEARS-INACTIVE < 1
                    MOVE 1 TO WS-CUST-BAND
                 WHEN WS-YEARS-INACTIVE = 1
                    MOVE 2 TO WS-CUST-BAND
                 WHEN WS-YEARS-INACTIVE = 2
                    MOVE 3 TO WS-CUST-BAND
                 WHEN WS-YEARS-INACTIVE < 5
                    MOVE 4 TO WS-CUST-BAND
                 WHEN OTHER
                    MOVE 5 TO WS-CUST-BAND
              END-EVALUATE
              IF WS-YEARS-INACTIVE >= WS-AGE-YEARS
                 ADD 1 TO WS-COUNT-DORMANT
                 IF WS-PARSE-VALID AND WS-PARSE-PENNIES = 0
                    PERFORM 4600-WRITE-CLOSURE
                        THRU 4600-WRITE-CLOSURE-EXIT
                 ELSE
                    PERFORM 4700-LIST-UNCLAIMED
                        THRU 4700-LIST-UNCLAIMED-EXIT
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO WS-BAND-COUNT (WS-CUST-BAND).
           ADD WS-PARSE-PENNIES TO WS-BAND-PENNIES (WS-CUST-BAND).
           PERFORM 4800-PRINT-CUSTOMER
               THRU 4800-PRINT-CUSTOMER-EXIT.
       4500-BAND-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4600-WRITE-CLOSURE - a zero-balance dormant account as a       *
      * delete on the closure file.  The fields still on FILEA ride    *
      * along for the audit trail; only the key matters to the delete. *
      *----------------------------------------------------------------*
       4600-WRITE-CLOSURE.
           MOVE WS-CUST-NUMB   TO CI-NUMB.
           MOVE WS-CUST-NAME   TO CI-NAME.
           MOVE WS-CUST-ADDRX  TO CI-ADDRX.
           MOVE WS-CUST-PHONE  TO CI-PHONE.
           MOVE WS-CUST-DATEX  TO CI-DATEX.
           MOVE WS-CUST-AMOUNT TO CI-AMOUNT.
           MOVE '4'            TO CI-OPERATION-CODE.
           MOVE SPACES         TO CI-EFFECTIVE-DATE.
           WRITE CUSTIN-RECORD.
           IF NOT WS-DORMDEL-OK
              DISPLAY 'POSTDORM: DORMDEL WRITE ERROR, STATUS = '
                       WS-DORMDEL-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 4600-WRITE-CLOSURE-EXIT
           END-IF.
           ADD 1 TO WS-COUNT-WRITTEN.
           ADD 1 TO WS-COUNT-CLOSURES.
           ADD WS-PARSE-PENNIES TO WS-AMOUNT-HASH.
           MOVE 'CLOSURE FILED' TO WS-CUST-ACTION.
       4600-WRITE-CLOSURE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4700-LIST-UNCLAIMED - a dormant account still holding money,   *
      * or whose AMOUNT cannot be read, goes to finance                *
      *----------------------------------------------------------------*
       4700-LIST-UNCLAIMED.
           ADD 1 TO WS-COUNT-UNCLAIMED.
           ADD WS-PARSE-PENNIES TO WS-UNCLAIMED-PENNIES.
           MOVE 'UNCLAIMED LIST' TO WS-CUST-ACTION.
           PERFORM 4850-EDIT-LAST-DATE
               THRU 4850-EDIT-LAST-DATE-EXIT.
           MOVE WS-YEARS-INACTIVE TO WS-EDIT-YEARS.
           MOVE SPACES TO UNCLAIM-LINE.
           MOVE WS-CUST-NUMB   TO UNCLAIM-LINE (1:6).
           MOVE WS-CUST-NAME   TO UNCLAIM-LINE (9:20).
           MOVE WS-CUST-ADDRX  TO UNCLAIM-LINE (31:20).
           MOVE WS-CUST-PHONE  TO UNCLAIM-LINE (53:8).
           MOVE WS-PRINT-DATE  TO UNCLAIM-LINE (63:10).
           MOVE WS-EDIT-YEARS  TO UNCLAIM-LINE (78:4).
           IF WS-PARSE-VALID
              MOVE WS-PARSE-PENNIES TO WS-MONEY-PENNIES
              PERFORM 6900-EDIT-MONEY
                  THRU 6900-EDIT-MONEY-EXIT
              MOVE WS-EDIT-MONEY TO UNCLAIM-LINE (84:15)
           ELSE
              MOVE WS-CUST-AMOUNT TO UNCLAIM-LINE (91:8)
              MOVE 'AMOUNT UNREADABLE' TO UNCLAIM-LINE (101:17)
           END-IF.
           WRITE UNCLAIM-LINE.
       4700-LIST-UNCLAIMED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4800-PRINT-CUSTOMER.
           PERFORM 4850-EDIT-LAST-DATE
               THRU 4850-EDIT-LAST-DATE-EXIT.
           MOVE SPACES TO DORMRPT-LINE.
           MOVE WS-CUST-NUMB   TO DORMRPT-LINE (1:6).
           MOVE WS-CUST-NAME   TO DORMRPT-LINE (9:20).
           MOVE WS-PRINT-DATE  TO DORMRPT-LINE (31:10).
           IF WS-CUST-BAND NOT = 6
              MOVE WS-YEARS-INACTIVE TO WS-EDIT-YEARS
              MOVE WS-EDIT-YEARS TO DORMRPT-LINE (47:4)
           END-IF.
           MOVE WS-BAND-LABEL (WS-CUST-BAND) TO DORMRPT-LINE (53:22).
           IF WS-PARSE-VALID
              MOVE WS-PARSE-PENNIES TO WS-MONEY-PENNIES
              PERFORM 6900-EDIT-MONEY
                  THRU 6900-EDIT-MONEY-EXIT
              MOVE WS-EDIT-MONEY TO DORMRPT-LINE (76:15)
           ELSE
              MOVE WS-CUST-AMOUNT TO DORMRPT-LINE (83:8)
           END-IF.
           MOVE WS-CUST-ACTION TO DORMRPT-LINE (93:16).
           WRITE DORMRPT-LINE.
       4800-PRINT-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4850-EDIT-LAST-DATE - YYYY-MM-DD, or NONE                      *
      *----------------------------------------------------------------*
       4850-EDIT-LAST-DATE.
           IF WS-CUST-LAST-ACTIVITY = SPACES
              MOVE 'NONE' TO WS-PRINT-DATE
           ELSE
              MOVE SPACES TO WS-PRINT-DATE
              STRING WS-CUST-LAST-ACTIVITY (1:4) DELIMITED BY SIZE
                     '-'                         DELIMITED BY SIZE
                     WS-CUST-LAST-ACTIVITY (5:2) DELIMITED BY SIZE
                     '-'                         DELIMITED BY SIZE
                     WS-CUST-LAST-ACTIVITY (7:2) DELIMITED BY SIZE
                  INTO WS-PRINT-DATE
           END-IF.
       4850-EDIT-LAST-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4900-READ-SORTED.
           READ SRTWORK.
           EVALUATE TRUE
              WHEN WS-SRTWORK-OK
                 CONTINUE
              WHEN WS-SRTWORK-EOF
                 SET WS-INPUT-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'POSTDORM: SRTWORK READ ERROR, STATUS = '
                          WS-SRTWORK-STATUS
                 SET WS-RUN-ERROR TO TRUE
                 SET WS-INPUT-EOF TO TRUE
           END-EVALUATE.
       4900-READ-SORTED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4950-PARSE-PENNIES - WS-PARSE-AMOUNT to pennies, zero and not  *
      * valid when not in the $9999.99 picture                         *
      *----------------------------------------------------------------*
       4950-PARSE-PENNIES.
           MOVE 0 TO WS-PARSE-PENNIES.
           MOVE 'N' TO WS-PARSE-VALID-SW.
           IF WS-PARSE-AMOUNT (1:1) = '$'
              AND WS-PARSE-AMOUNT (2:4) IS NUMERIC
              AND WS-PARSE-AMOUNT (6:1) = '.'
              AND WS-PARSE-AMOUNT (7:2) IS NUMERIC
              MOVE WS-PARSE-AMOUNT (2:4) TO WS-AMOUNT-DOLLARS
              MOVE WS-PARSE-AMOUNT (7:2) TO WS-AMOUNT-CENTS
              COMPUTE WS-PARSE-PENNIES =
                      (WS-AMOUNT-DOLLARS * 100) + WS-AMOUNT-CENTS
              SET WS-PARSE-VALID TO TRUE
           END-IF.
       4950-PARSE-PENNIES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6900-EDIT-MONEY - WS-MONEY-PENNIES as dollars and cents        *
      *----------------------------------------------------------------*
       6900-EDIT-MONEY.
           COMPUTE WS-MONEY = WS-MONEY-PENNIES / 100.
           MOVE WS-MONEY TO WS-EDIT-MONEY.
       6900-EDIT-MONEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-FINALIZE - band summary, the closure file trailer, close  *
      * the outputs and print the run summary                          *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           IF WS-RUN-ERROR
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              MOVE 0 TO WS-RETURN-CODE
           END-IF.
           IF WS-FILES-OPEN
              PERFORM 8100-PRINT-BAND-SUMMARY
                  THRU 8100-PRINT-BAND-SUMMARY-EXIT
              PERFORM 8200-CLOSE-OUTPUTS
                  THRU 8200-CLOSE-OUTPUTS-EXIT
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'POSTDORM SUMMARY'.
           DISPLAY 'EXTRACT ROWS READ  . . : ' WS-COUNT-FILEA-READ.
           DISPLAY 'LIVE RECORDS READ  . . : ' WS-COUNT-LIVE-READ.
           DISPLAY 'ARCHIVE RECORDS READ . : ' WS-COUNT-ARCH-READ.
           DISPLAY 'ADJUSTMENTS READ . . . : ' WS-COUNT-ADJ-READ.
           DISPLAY 'RE-KEYED VIA XREFHIST  : ' WS-COUNT-REKEYED.
           DISPLAY 'HOUSE POSTS NOT COUNTED: ' WS-COUNT-HOUSE-SKIPPED.
           DISPLAY 'CUSTOMERS BANDED . . . : ' WS-COUNT-CUSTOMERS.
           DISPLAY 'DUPLICATE EXTRACT ROWS : ' WS-COUNT-DUP-EXTRACT.
           DISPLAY 'AMOUNT UNREADABLE  . . : ' WS-COUNT-BAD-AMOUNT.
           DISPLAY 'DORMANT PAST AGE . . . : ' WS-COUNT-DORMANT.
           DISPLAY 'CLOSURES FILED . . . . : ' WS-COUNT-CLOSURES.
           DISPLAY 'UNCLAIMED BALANCES . . : ' WS-COUNT-UNCLAIMED.
           IF WS-RUN-ERROR
              DISPLAY 'RUN STATUS . . . . . . : ABORTED -'
                      ' NO TRAILER WRITTEN'
           ELSE
              DISPLAY 'RUN STATUS . . . . . . : COMPLETE'
           END-IF.
           DISPLAY 'RETURN CODE  . . . . . : ' WS-RETURN-CODE.
           DISPLAY '===================================='.
       8000-FINALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8100-PRINT-BAND-SUMMARY - customers and money in each band     *
      *----------------------------------------------------------------*
       8100-PRINT-BAND-SUMMARY.
           MOVE SPACES TO DORMRPT-LINE.
           WRITE DORMRPT-LINE.
           IF WS-RUN-ERROR
              MOVE '*** RUN ERROR - REVIEW INCOMPLETE ***'
                    TO DORMRPT-LINE
              WRITE DORMRPT-LINE
              MOVE SPACES TO DORMRPT-LINE
              WRITE DORMRPT-LINE
           END-IF.
           MOVE 'SUMMARY BY BAND'   TO DORMRPT-LINE (1:15).
           MOVE 'CUSTOMERS'         TO DORMRPT-LINE (32:9).
           MOVE 'AMOUNT HELD'       TO DORMRPT-LINE (52:11).
           WRITE DORMRPT-LINE.
           PERFORM 8110-PRINT-ONE-BAND
               THRU 8110-PRINT-ONE-BAND-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 6.
           MOVE SPACES TO DORMRPT-LINE.
           WRITE DORMRPT-LINE.
           MOVE WS-COUNT-CLOSURES TO WS-EDIT-COUNT.
           MOVE SPACES TO DORMRPT-LINE.
           STRING 'CLOSURES FILED ON DORMDEL  . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                      DELIMITED BY SIZE
               INTO DORMRPT-LINE.
           WRITE DORMRPT-LINE.
           MOVE WS-COUNT-UNCLAIMED TO WS-EDIT-COUNT.
           MOVE SPACES TO DORMRPT-LINE.
           STRING 'LISTED AS UNCLAIMED BALANCES : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                      DELIMITED BY SIZE
               INTO DORMRPT-LINE.
           WRITE DORMRPT-LINE.
       8100-PRINT-BAND-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8110-PRINT-ONE-BAND.
           MOVE SPACES TO DORMRPT-LINE.
           MOVE WS-BAND-LABEL (WS-BAND-SUB) TO DORMRPT-LINE (3:22).
           MOVE WS-BAND-COUNT (WS-BAND-SUB) TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO DORMRPT-LINE (30:11).
           MOVE WS-BAND-PENNIES (WS-BAND-SUB) TO WS-MONEY-PENNIES.
           PERFORM 6900-EDIT-MONEY
               THRU 6900-EDIT-MONEY-EXIT.
           MOVE WS-EDIT-MONEY TO DORMRPT-LINE (48:15).
           WRITE DORMRPT-LINE.
       8110-PRINT-ONE-BAND-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8200-CLOSE-OUTPUTS - the unclaimed total and the closure file  *
      * trailer.  A run cut short gets no trailer, so a half-built     *
      * closure file can never balance and POSTBAT's gate refuses it.  *
      *----------------------------------------------------------------*
       8200-CLOSE-OUTPUTS.
           MOVE SPACES TO UNCLAIM-LINE.
           WRITE UNCLAIM-LINE.
           MOVE WS-UNCLAIMED-PENNIES TO WS-MONEY-PENNIES.
           PERFORM 6900-EDIT-MONEY
               THRU 6900-EDIT-MONEY-EXIT.
           MOVE WS-COUNT-UNCLAIMED TO WS-EDIT-COUNT.
           MOVE SPACES TO UNCLAIM-LINE.
           STRING 'ACCOUNTS LISTED  . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
                  '   TOTAL HELD '          DELIMITED BY SIZE
                  WS-EDIT-MONEY             DELIMITED BY SIZE
               INTO UNCLAIM-LINE.
           WRITE UNCLAIM-LINE.
           IF WS-RUN-ERROR
              MOVE '*** RUN ERROR - LIST INCOMPLETE ***'
                    TO UNCLAIM-LINE
              WRITE UNCLAIM-LINE
              DISPLAY 'POSTDORM: RUN ABORTED - NO TRAILER WRITTEN'
           ELSE
              MOVE SPACES TO CUST-TRAILER-RECORD
              MOVE 'TRL' TO CT-RECORD-TYPE
              MOVE WS-COUNT-WRITTEN TO CT-DETAIL-COUNT
              MOVE WS-AMOUNT-HASH   TO CT-AMOUNT-HASH
              WRITE CUSTIN-RECORD FROM CUST-TRAILER-RECORD
              IF NOT WS-DORMDEL-OK
                 DISPLAY 'POSTDORM: TRAILER WRITE ERROR, STATUS = '
                          WS-DORMDEL-STATUS
                 MOVE 8 TO WS-RETURN-CODE
              END-IF
           END-IF.
           CLOSE DORMRPT UNCLAIM DORMDEL.
       8200-CLOSE-OUTPUTS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9999-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       9999-EXIT-EXIT.
           EXIT.
