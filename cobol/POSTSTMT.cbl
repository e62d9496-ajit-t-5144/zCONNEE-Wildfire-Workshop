      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = POSTSTMT                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   POSTSTMT.
       AUTHOR.       DATA LOAD GROUP.
       INSTALLATION. ZCEE WILDFIRE WORKSHOP.
       DATE-WRITTEN. 10/06/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *   DATE       INIT  DESCRIPTION                                 *
      *   10/06/2026  DLG  Initial version.  Periodic customer account *
      *                    statements.  For each NUMB: the mailing     *
      *                    block from FILEA-NAME/FILEA-ADDRX, the      *
      *                    opening AMOUNT off the prior FILEA extract  *
      *                    (OPENEXT), every successful post in the     *
      *                    period off the live audit trail and the     *
      *                    archive cuts in date order, each labelled   *
      *                    create, update, adjustment or delete with   *
      *                    its movement and running balance, and the   *
      *                    closing AMOUNT, which must agree with the   *
      *                    current extract (CLOSEXT).  An update is an *
      *                    adjustment when POSTADJ's ADJDATA record    *
      *                    for it is found (same NUMB, same new        *
      *                    AMOUNT).  Keys renumbered or merged through *
      *                    XREFHIST are followed to the NUMB they      *
      *                    became, chains included, so the customer    *
      *                    gets one statement under the new NUMB.      *
      *                    Accounts with no activity and a zero        *
      *                    balance are suppressed.  A statement that   *
      *                    does not foot (closing per trail against    *
      *                    the current extract, or an adjustment whose *
      *                    old amount disagrees with the trail) is     *
      *                    never printed; it goes to the STMTEXC       *
      *                    exception list instead.  RC 0 every         *
      *                    statement footed; RC 8 exceptions listed;   *
      *                    RC 16 a run that could not complete.        *
      *   10/07/2026  DLG  Partial updates (5) print as updates.  One  *
      *                    that did not send AMOUNT moved nothing, so  *
      *                    the running balance stands instead of its   *
      *                    blank being read as nil, and one that did   *
      *                    not send both NAME and ADDRX never feeds    *
      *                    the mailing block.  Audit record widened    *
      *                    to 265 bytes for the fields-sent flags.     *
      *----------------------------------------------------------------*
      * No input needs to be sorted first: the extracts, the audit     *
      * trail and the archive cuts are gathered to a work file under   *
      * the NUMB each statement is issued to, and sorted here.         *
      * SYSIN carries one card: the period as YYYYMMDD YYYYMMDD;      *
      * audit rows and adjustments stamped outside it are ignored.     *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPENEXT ASSIGN TO OPENEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.
           SELECT CLOSEXT ASSIGN TO CLOSEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.
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
           SELECT STMTRPT ASSIGN TO STMTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTRPT-STATUS.
           SELECT STMTEXC ASSIGN TO STMTEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPENEXT
           RECORDING MODE IS F.
           COPY FILEAREC.

      * The current extract carries FILEAREC-shaped records; the
      * layout is spelled out here under its own names so the two
      * extracts can be open side by side.
       FD  CLOSEXT
           RECORDING MODE IS F.
       01  CLS-RECORD.
           05 CLS-NUMB                PIC X(6).
           05 CLS-NAME                PIC X(20).
           05 CLS-ADDRX               PIC X(20).
           05 CLS-PHONE               PIC X(8).
           05 CLS-DATEX               PIC X(8).
           05 CLS-AMOUNT              PIC X(8).
           05 CLS-COMMENT             PIC X(9).

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

      * Everything a statement is built from, one record per extract
      * row or audit row, under the NUMB the statement is issued to.
      * Class orders a statement's records: opening balances, then
      * the movements in timestamp order, then closing balances.
       FD  SELWORK
           RECORDING MODE IS F.
       01  SEL-RECORD.
           05 SEL-STMT-NUMB           PIC X(6).
           05 SEL-CLASS               PIC X(01).
           05 SEL-TIMESTAMP           PIC X(26).
           05 SEL-SEQ                 PIC 9(09).
           05 SEL-SOURCE-NUMB         PIC X(6).
           05 SEL-OPERATION-CODE      PIC X(01).
           05 SEL-NAME                PIC X(20).
           05 SEL-ADDRX               PIC X(20).
           05 SEL-AMOUNT              PIC X(8).
           05 SEL-AMOUNT-SENT         PIC X(01).
           05 FILLER                  PIC X(02).

      * The same records in statement order, left behind by the sort
      * for the print pass.
       FD  SRTWORK
           RECORDING MODE IS F.
       01  SWK-RECORD.
           05 SWK-STMT-NUMB           PIC X(6).
           05 SWK-CLASS               PIC X(01).
              88 SWK-OPENING              VALUE '1'.
              88 SWK-MOVEMENT             VALUE '2'.
              88 SWK-CLOSING              VALUE '3'.
           05 SWK-TIMESTAMP           PIC X(26).
           05 SWK-SEQ                 PIC 9(09).
           05 SWK-SOURCE-NUMB         PIC X(6).
           05 SWK-OPERATION-CODE      PIC X(01).
           05 SWK-NAME                PIC X(20).
           05 SWK-ADDRX               PIC X(20).
           05 SWK-AMOUNT              PIC X(8).
           05 SWK-AMOUNT-SENT         PIC X(01).
              88 SWK-AMOUNT-OMITTED       VALUE 'N'.
           05 FILLER                  PIC X(02).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-STMT-NUMB           PIC X(6).
           05 SRT-CLASS               PIC X(01).
           05 SRT-TIMESTAMP           PIC X(26).
           05 SRT-SEQ                 PIC 9(09).
           05 FILLER                  PIC X(58).

       FD  STMTRPT
           RECORDING MODE IS F.
       01  STMTRPT-LINE                PIC X(132).

       FD  STMTEXC
           RECORDING MODE IS F.
       01  STMTEXC-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       77  WS-OPEN-STATUS              PIC X(02) VALUE SPACES.
           88 WS-OPEN-OK                   VALUE '00'.
           88 WS-OPEN-AT-EOF               VALUE '10'.
       77  WS-CLOSE-STATUS             PIC X(02) VALUE SPACES.
           88 WS-CLOSE-OK                  VALUE '00'.
           88 WS-CLOSE-AT-EOF              VALUE '10'.
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
       77  WS-STMTRPT-STATUS           PIC X(02) VALUE SPACES.
           88 WS-STMTRPT-OK                VALUE '00'.
       77  WS-STMTEXC-STATUS           PIC X(02) VALUE SPACES.
           88 WS-STMTEXC-OK                VALUE '00'.

       77  WS-INPUT-EOF-SW             PIC X(01) VALUE 'N'.
           88 WS-INPUT-EOF                 VALUE 'Y'.
       77  WS-PRINT-EOF-SW             PIC X(01) VALUE 'N'.
           88 WS-PRINT-EOF                 VALUE 'Y'.
       77  WS-XREF-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-XREF-LOAD-DONE            VALUE 'Y'.
       77  WS-ADJ-LOAD-DONE-SW         PIC X(01) VALUE 'N'.
           88 WS-ADJ-LOAD-DONE             VALUE 'Y'.
       77  WS-RUN-ERROR-SW             PIC X(01) VALUE 'N'.
           88 WS-RUN-ERROR                 VALUE 'Y'.
       77  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.

       77  WS-COUNT-OPEN-READ          PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-CLOSE-READ         PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-LIVE-READ          PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-ARCH-READ          PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-SELECTED           PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-REKEYED            PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-STATEMENTS         PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-PRINTED            PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-SUPPRESSED         PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-EXCEPTIONS         PIC 9(09) COMP VALUE 0.

      * The period, off the SYSIN card
       01  WS-PERIOD-CARD.
           05 WS-DATE-FROM            PIC X(08).
           05 FILLER                  PIC X(01).
           05 WS-DATE-TO              PIC X(08).

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
       77  WS-XREF-SUB                 PIC 9(05) COMP VALUE 0.
       77  WS-HOP-COUNT                PIC 9(05) COMP VALUE 0.
       77  WS-TRY-KEY                  PIC X(06) VALUE SPACES.
       77  WS-HOP-FOUND-SW             PIC X(01) VALUE 'N'.
           88 WS-HOP-FOUND                 VALUE 'Y'.

      *----------------------------------------------------------------*
      * The period's posted adjustments off ADJDATA, the way POSTGLJ   *
      * loads them: an update row that matches an unused entry (same   *
      * NUMB, same new AMOUNT) is the update POSTADJ drove.            *
      *----------------------------------------------------------------*
       01  WS-ADJ-TABLE.
           05 WS-ADJ-MAX              PIC 9(05) COMP VALUE 5000.
           05 WS-ADJ-COUNT            PIC 9(05) COMP VALUE 0.
           05 WS-ADJ-ENTRY            OCCURS 0 TO 5000 TIMES
                                       DEPENDING ON WS-ADJ-COUNT
                                       INDEXED BY WS-ADJ-IDX.
              10 WS-ADJ-NUMB          PIC X(06).
              10 WS-ADJ-NEW-AMOUNT    PIC X(08).
              10 WS-ADJ-OLD-PENNIES   PIC 9(09) COMP.
              10 WS-ADJ-USED          PIC X(01).
       77  WS-ADJ-FOUND-SW             PIC X(01) VALUE 'N'.
           88 WS-ADJ-FOUND                 VALUE 'Y'.

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
           05 WSA-NAME-SENT           PIC X(01).
              88 WSA-NAME-OMITTED         VALUE 'N'.
           05 WSA-ADDRX-SENT          PIC X(01).
              88 WSA-ADDRX-OMITTED        VALUE 'N'.
           05 FILLER                  PIC X(02).
           05 WSA-AMOUNT-SENT         PIC X(01).

      * Amount parsing, the CI-AMOUNT hash convention: only $9999.99
      * contributes, anything else counts as zero
       01  WS-PARSE-AMOUNT             PIC X(08) VALUE SPACES.
       77  WS-PARSE-PENNIES            PIC 9(09) COMP VALUE 0.
       01  WS-AMOUNT-DOLLARS           PIC 9(04) VALUE 0.
       01  WS-AMOUNT-CENTS             PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
      * The statement being built.  Nothing is printed until the       *
      * whole statement is in hand and has footed.                     *
      *----------------------------------------------------------------*
       77  WS-STMT-NUMB                PIC X(06) VALUE SPACES.
       77  WS-STMT-OPENING             PIC S9(11) COMP VALUE 0.
       77  WS-STMT-RUNNING             PIC S9(11) COMP VALUE 0.
       77  WS-STMT-CURRENT             PIC S9(11) COMP VALUE 0.
       77  WS-STMT-BAD-SW              PIC X(01) VALUE 'N'.
           88 WS-STMT-BAD                  VALUE 'Y'.
       01  WS-STMT-REASON              PIC X(44) VALUE SPACES.
       01  WS-MAIL-NAME                PIC X(20) VALUE SPACES.
       01  WS-MAIL-ADDRX               PIC X(20) VALUE SPACES.
      * Where the mailing block came from: 3 the current extract,
      * 2 the prior extract, 1 the audit trail; the best source wins
       77  WS-MAIL-RANK                PIC 9(01) VALUE 0.

      * Every NUMB feeding the statement - its own and any it absorbed
      * - with the AMOUNT the rows so far leave it at
       01  WS-SRC-TABLE.
           05 WS-SRC-MAX              PIC 9(03) COMP VALUE 50.
           05 WS-SRC-COUNT            PIC 9(03) COMP VALUE 0.
           05 WS-SRC-ENTRY            OCCURS 0 TO 50 TIMES
                                       DEPENDING ON WS-SRC-COUNT
                                       INDEXED BY WS-SRC-IDX.
              10 WS-SRC-NUMB          PIC X(06).
              10 WS-SRC-RUNNING       PIC S9(09) COMP.
       77  WS-SRC-SUB                  PIC 9(03) COMP VALUE 0.
       77  WS-SRC-FOUND-SW             PIC X(01) VALUE 'N'.
           88 WS-SRC-FOUND                 VALUE 'Y'.

      * The statement's movement lines in date order
       01  WS-LINE-TABLE.
           05 WS-LINE-MAX             PIC 9(03) COMP VALUE 300.
           05 WS-LINE-COUNT           PIC 9(03) COMP VALUE 0.
           05 WS-LINE-ENTRY           OCCURS 0 TO 300 TIMES
                                       DEPENDING ON WS-LINE-COUNT.
              10 WS-LINE-DATE         PIC X(08).
              10 WS-LINE-LABEL        PIC X(30).
              10 WS-LINE-MOVE         PIC S9(09) COMP.
              10 WS-LINE-BALANCE      PIC S9(11) COMP.
       77  WS-LINE-SUB                 PIC 9(03) COMP VALUE 0.

       77  WS-ROW-NEW                  PIC S9(09) COMP VALUE 0.
       77  WS-MOVEMENT                 PIC S9(09) COMP VALUE 0.
       01  WS-MOVE-LABEL               PIC X(30) VALUE SPACES.
       01  WS-MOVE-WORD                PIC X(10) VALUE SPACES.

      * Money for the customer's eye, dollars and cents
       77  WS-MONEY-PENNIES            PIC S9(11) COMP VALUE 0.
       01  WS-MONEY                    PIC S9(09)V99 VALUE 0.
       01  WS-EDIT-MONEY               PIC $$$,$$$,$$9.99-.
       01  WS-EDIT-MOVE                PIC $$$,$$$,$$9.99-.
       01  WS-EDIT-OPENING             PIC $$$,$$$,$$9.99-.
       01  WS-EDIT-TRAIL               PIC $$$,$$$,$$9.99-.
       01  WS-EDIT-CURRENT             PIC $$$,$$$,$$9.99-.
       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
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
              PERFORM 3000-SORT-BY-STATEMENT
                  THRU 3000-SORT-BY-STATEMENT-EXIT
              PERFORM 4000-PRINT-STATEMENTS
                  THRU 4000-PRINT-STATEMENTS-EXIT
           END-IF.
           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT.
           PERFORM 9999-EXIT
               THRU 9999-EXIT-EXIT.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - the period card, the reports, the cross-     *
      * reference history and the period's adjustments                 *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-PERIOD-CARD.
           IF WS-DATE-FROM IS NOT NUMERIC
              OR WS-DATE-TO IS NOT NUMERIC
              DISPLAY 'POSTSTMT: PERIOD MUST BE YYYYMMDD YYYYMMDD -'
                      ' RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT STMTRPT.
           IF NOT WS-STMTRPT-OK
              DISPLAY 'POSTSTMT: UNABLE TO OPEN STMTRPT, STATUS = '
                       WS-STMTRPT-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT STMTEXC.
           IF NOT WS-STMTEXC-OK
              DISPLAY 'POSTSTMT: UNABLE TO OPEN STMTEXC, STATUS = '
                       WS-STMTEXC-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE SPACES TO STMTEXC-LINE.
           STRING 'POSTSTMT STATEMENTS NOT PRINTED - PERIOD '
                                DELIMITED BY SIZE
                  WS-DATE-FROM  DELIMITED BY SIZE
                  ' THRU '      DELIMITED BY SIZE
                  WS-DATE-TO    DELIMITED BY SIZE
               INTO STMTEXC-LINE.
           WRITE STMTEXC-LINE.
           PERFORM 1100-LOAD-XREFS
               THRU 1100-LOAD-XREFS-EXIT.
           IF WS-RUN-ERROR
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1200-LOAD-ADJUSTMENTS
               THRU 1200-LOAD-ADJUSTMENTS-EXIT.
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
              DISPLAY 'POSTSTMT: UNABLE TO OPEN XREFHIST, STATUS = '
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
                 DISPLAY 'POSTSTMT: XREFHIST READ ERROR, STATUS = '
                          WS-XREF-STATUS
                 SET WS-XREF-LOAD-DONE TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN WS-XREF-COUNT = WS-XREF-MAX
                 DISPLAY 'POSTSTMT: XREF TABLE FULL AT ' WS-XREF-MAX
                         ' - RUN REFUSED'
                 SET WS-XREF-LOAD-DONE TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 ADD 1 TO WS-XREF-COUNT
                 MOVE XRF-OLD-NUMB TO WS-XREF-OLD (WS-XREF-COUNT)
                 MOVE XRF-NEW-NUMB TO WS-XREF-NEW (WS-XREF-COUNT)
                 MOVE XRF-NEW-NUMB TO WS-XREF-FINAL (WS-XREF-COUNT)
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
                 DISPLAY 'POSTSTMT: XREFHIST CHAIN LOOPS AT NUMB '
                          WS-TRY-KEY ' - RUN REFUSED'
                 SET WS-RUN-ERROR TO TRUE
              END-IF
           END-IF.
       1130-FOLLOW-ONE-HOP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-LOAD-ADJUSTMENTS - the period's posted adjustments into   *
      * the lookup table.  No ADJDATA file just means POSTADJ has not  *
      * posted anything yet.                                           *
      *----------------------------------------------------------------*
       1200-LOAD-ADJUSTMENTS.
           OPEN INPUT ADJDATA.
           IF WS-ADJDATA-NOT-FOUND
              GO TO 1200-LOAD-ADJUSTMENTS-EXIT
           END-IF.
           IF NOT WS-ADJDATA-OK
              DISPLAY 'POSTSTMT: UNABLE TO OPEN ADJDATA, STATUS = '
                       WS-ADJDATA-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1200-LOAD-ADJUSTMENTS-EXIT
           END-IF.
           PERFORM 1210-LOAD-ONE-ADJUSTMENT
               THRU 1210-LOAD-ONE-ADJUSTMENT-EXIT
               UNTIL WS-ADJ-LOAD-DONE.
           CLOSE ADJDATA.
       1200-LOAD-ADJUSTMENTS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1210-LOAD-ONE-ADJUSTMENT.
           READ ADJDATA.
           EVALUATE TRUE
              WHEN WS-ADJDATA-EOF
                 SET WS-ADJ-LOAD-DONE TO TRUE
              WHEN NOT WS-ADJDATA-OK
                 DISPLAY 'POSTSTMT: ADJDATA READ ERROR, STATUS = '
                          WS-ADJDATA-STATUS
                 SET WS-ADJ-LOAD-DONE TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN ADR-POST-DATE < WS-DATE-FROM
                   OR ADR-POST-DATE > WS-DATE-TO
                 CONTINUE
              WHEN WS-ADJ-COUNT = WS-ADJ-MAX
                 DISPLAY 'POSTSTMT: ADJUSTMENT TABLE FULL AT '
                          WS-ADJ-MAX ' - RUN REFUSED'
                 SET WS-ADJ-LOAD-DONE TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 ADD 1 TO WS-ADJ-COUNT
                 MOVE ADR-NUMB       TO WS-ADJ-NUMB (WS-ADJ-COUNT)
                 MOVE ADR-NEW-AMOUNT TO
                      WS-ADJ-NEW-AMOUNT (WS-ADJ-COUNT)
                 MOVE 'N'            TO WS-ADJ-USED (WS-ADJ-COUNT)
                 MOVE ADR-OLD-AMOUNT TO WS-PARSE-AMOUNT
                 PERFORM 2900-PARSE-PENNIES
                     THRU 2900-PARSE-PENNIES-EXIT
                 MOVE WS-PARSE-PENNIES TO
                      WS-ADJ-OLD-PENNIES (WS-ADJ-COUNT)
           END-EVALUATE.
       1210-LOAD-ONE-ADJUSTMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-SELECT-RECORDS - one pass over each input, writing a      *
      * work record for every extract row and every successful         *
      * in-period audit row, keyed to the NUMB its statement is        *
      * issued under.  A missing live or archive file just means       *
      * there is nothing on it.                                        *
      *----------------------------------------------------------------*
       2000-SELECT-RECORDS.
           OPEN OUTPUT SELWORK.
           IF NOT WS-SELWORK-OK
              DISPLAY 'POSTSTMT: UNABLE TO OPEN SELWORK, STATUS = '
                       WS-SELWORK-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 2000-SELECT-RECORDS-EXIT
           END-IF.
           OPEN INPUT OPENEXT.
           IF NOT WS-OPEN-OK
              DISPLAY 'POSTSTMT: UNABLE TO OPEN OPENEXT, STATUS = '
                       WS-OPEN-STATUS
              SET WS-RUN-ERROR TO TRUE
           ELSE
              MOVE 'N' TO WS-INPUT-EOF-SW
              PERFORM 2100-SELECT-OPENING
                  THRU 2100-SELECT-OPENING-EXIT
                  UNTIL WS-INPUT-EOF
              CLOSE OPENEXT
           END-IF.
           OPEN INPUT CLOSEXT.
           IF NOT WS-CLOSE-OK
              DISPLAY 'POSTSTMT: UNABLE TO OPEN CLOSEXT, STATUS = '
                       WS-CLOSE-STATUS
              SET WS-RUN-ERROR TO TRUE
           ELSE
              MOVE 'N' TO WS-INPUT-EOF-SW
              PERFORM 2200-SELECT-CLOSING
                  THRU 2200-SELECT-CLOSING-EXIT
                  UNTIL WS-INPUT-EOF
              CLOSE CLOSEXT
           END-IF.
           OPEN INPUT AUDITLOG.
           EVALUATE TRUE
              WHEN WS-AUDIT-NOT-FOUND
                 DISPLAY 'POSTSTMT: NO LIVE AUDIT FILE'
              WHEN NOT WS-AUDIT-OK
                 DISPLAY 'POSTSTMT: UNABLE TO OPEN AUDITLOG, STATUS = '
                          WS-AUDIT-STATUS
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 MOVE 'N' TO WS-INPUT-EOF-SW
                 PERFORM 2300-SELECT-LIVE
                     THRU 2300-SELECT-LIVE-EXIT
                     UNTIL WS-INPUT-EOF
                 CLOSE AUDITLOG
           END-EVALUATE.
           OPEN INPUT ARCHFILE.
           EVALUATE TRUE
              WHEN WS-ARCH-NOT-FOUND
                 DISPLAY 'POSTSTMT: NO ARCHIVE FILE'
              WHEN NOT WS-ARCH-OK
                 DISPLAY 'POSTSTMT: UNABLE TO OPEN ARCHFILE, STATUS = '
                          WS-ARCH-STATUS
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 MOVE 'N' TO WS-INPUT-EOF-SW
                 PERFORM 2400-SELECT-ARCHIVE
                     THRU 2400-SELECT-ARCHIVE-EXIT
                     UNTIL WS-INPUT-EOF
                 CLOSE ARCHFILE
           END-EVALUATE.
           CLOSE SELWORK.
       2000-SELECT-RECORDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-SELECT-OPENING - one prior-extract row as an opening      *
      * balance; the HDR/TRL interface records are skipped             *
      *----------------------------------------------------------------*
       2100-SELECT-OPENING.
           READ OPENEXT.
           EVALUATE TRUE
              WHEN WS-OPEN-AT-EOF
                 SET WS-INPUT-EOF TO TRUE
              WHEN NOT WS-OPEN-OK
                 DISPLAY 'POSTSTMT: OPENEXT READ ERROR, STATUS = '
                          WS-OPEN-STATUS
                 SET WS-INPUT-EOF TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN FILEA-RECORD (1:3) = 'HDR'
                   OR FILEA-RECORD (1:3) = 'TRL'
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO WS-COUNT-OPEN-READ
                 MOVE SPACES        TO SEL-RECORD
                 MOVE '1'           TO SEL-CLASS
                 MOVE FILEA-NUMB    TO SEL-SOURCE-NUMB
                 MOVE FILEA-NAME    TO SEL-NAME
                 MOVE FILEA-ADDRX   TO SEL-ADDRX
                 MOVE FILEA-AMOUNT  TO SEL-AMOUNT
                 PERFORM 2800-WRITE-SELECTED
                     THRU 2800-WRITE-SELECTED-EXIT
           END-EVALUATE.
       2100-SELECT-OPENING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-SELECT-CLOSING - one current-extract row as a closing     *
      * balance                                                        *
      *----------------------------------------------------------------*
       2200-SELECT-CLOSING.
           READ CLOSEXT.
           EVALUATE TRUE
              WHEN WS-CLOSE-AT-EOF
                 SET WS-INPUT-EOF TO TRUE
              WHEN NOT WS-CLOSE-OK
                 DISPLAY 'POSTSTMT: CLOSEXT READ ERROR, STATUS = '
                          WS-CLOSE-STATUS
                 SET WS-INPUT-EOF TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN CLS-RECORD (1:3) = 'HDR'
                   OR CLS-RECORD (1:3) = 'TRL'
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO WS-COUNT-CLOSE-READ
                 MOVE SPACES        TO SEL-RECORD
                 MOVE '3'           TO SEL-CLASS
                 MOVE CLS-NUMB      TO SEL-SOURCE-NUMB
                 MOVE CLS-NAME      TO SEL-NAME
                 MOVE CLS-ADDRX     TO SEL-ADDRX
                 MOVE CLS-AMOUNT    TO SEL-AMOUNT
                 PERFORM 2800-WRITE-SELECTED
                     THRU 2800-WRITE-SELECTED-EXIT
           END-EVALUATE.
       2200-SELECT-CLOSING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2300-SELECT-LIVE.
           READ AUDITLOG.
           EVALUATE TRUE
              WHEN WS-AUDIT-EOF
                 SET WS-INPUT-EOF TO TRUE
              WHEN NOT WS-AUDIT-OK
                 DISPLAY 'POSTSTMT: AUDITLOG READ ERROR, STATUS = '
                          WS-AUDIT-STATUS
                 SET WS-INPUT-EOF TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 ADD 1 TO WS-COUNT-LIVE-READ
                 MOVE AUDIT-RECORD TO WS-AUD-WORK
                 PERFORM 2500-SELECT-MOVEMENT
                     THRU 2500-SELECT-MOVEMENT-EXIT
           END-EVALUATE.
       2300-SELECT-LIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2400-SELECT-ARCHIVE.
           READ ARCHFILE.
           EVALUATE TRUE
              WHEN WS-ARCH-EOF
                 SET WS-INPUT-EOF TO TRUE
              WHEN NOT WS-ARCH-OK
                 DISPLAY 'POSTSTMT: ARCHFILE READ ERROR, STATUS = '
                          WS-ARCH-STATUS
                 SET WS-INPUT-EOF TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 ADD 1 TO WS-COUNT-ARCH-READ
                 MOVE ARCHFILE-RECORD TO WS-AUD-WORK
                 PERFORM 2500-SELECT-MOVEMENT
                     THRU 2500-SELECT-MOVEMENT-EXIT
           END-EVALUATE.
       2400-SELECT-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-SELECT-MOVEMENT - keep the audit record in hand when it   *
      * posted and its timestamp date is inside the period.  A partial *
      * update without both NAME and ADDRX carries no mailing block.   *
      *----------------------------------------------------------------*
       2500-SELECT-MOVEMENT.
           IF WSA-RESULT NOT = 'S'
              GO TO 2500-SELECT-MOVEMENT-EXIT
           END-IF.
           IF WSA-TIMESTAMP (1:8) < WS-DATE-FROM
              OR WSA-TIMESTAMP (1:8) > WS-DATE-TO
              GO TO 2500-SELECT-MOVEMENT-EXIT
           END-IF.
           MOVE SPACES             TO SEL-RECORD.
           MOVE '2'                TO SEL-CLASS.
           MOVE WSA-TIMESTAMP      TO SEL-TIMESTAMP.
           MOVE WSA-NUMB           TO SEL-SOURCE-NUMB.
           MOVE WSA-OPERATION-CODE TO SEL-OPERATION-CODE.
           MOVE WSA-NAME           TO SEL-NAME.
           MOVE WSA-ADDRX          TO SEL-ADDRX.
           MOVE WSA-AMOUNT         TO SEL-AMOUNT.
           MOVE WSA-AMOUNT-SENT    TO SEL-AMOUNT-SENT.
           IF WSA-NAME-OMITTED OR WSA-ADDRX-OMITTED
              MOVE SPACES          TO SEL-NAME SEL-ADDRX
           END-IF.
           PERFORM 2800-WRITE-SELECTED
               THRU 2800-WRITE-SELECTED-EXIT.
       2500-SELECT-MOVEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-WRITE-SELECTED - key the work record to the NUMB its      *
      * statement is issued under (the end of its XREFHIST chain, or   *
      * its own) and write it; the arrival sequence keeps same-        *
      * timestamp rows in post order through the sort                  *
      *----------------------------------------------------------------*
       2800-WRITE-SELECTED.
           MOVE SEL-SOURCE-NUMB TO SEL-STMT-NUMB.
           IF WS-XREF-COUNT > 0
              SET WS-XREF-IDX TO 1
              SEARCH WS-XREF-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-XREF-OLD (WS-XREF-IDX) = SEL-SOURCE-NUMB
                    MOVE WS-XREF-FINAL (WS-XREF-IDX) TO SEL-STMT-NUMB
                    ADD 1 TO WS-COUNT-REKEYED
              END-SEARCH
           END-IF.
           ADD 1 TO WS-COUNT-SELECTED.
           MOVE WS-COUNT-SELECTED TO SEL-SEQ.
           WRITE SEL-RECORD.
           IF NOT WS-SELWORK-OK
              DISPLAY 'POSTSTMT: SELWORK WRITE ERROR, STATUS = '
                       WS-SELWORK-STATUS
              SET WS-RUN-ERROR TO TRUE
              SET WS-INPUT-EOF TO TRUE
           END-IF.
       2800-WRITE-SELECTED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-PARSE-PENNIES - WS-PARSE-AMOUNT to pennies, zero when    *
      * not in the $9999.99 picture                                    *
      *----------------------------------------------------------------*
       2900-PARSE-PENNIES.
           MOVE 0 TO WS-PARSE-PENNIES.
           IF WS-PARSE-AMOUNT (1:1) = '$'
              AND WS-PARSE-AMOUNT (2:4) IS NUMERIC
              AND WS-PARSE-AMOUNT (6:1) = '.'
              AND WS-PARSE-AMOUNT (7:2) IS NUMERIC
              MOVE WS-PARSE-AMOUNT (2:4) TO WS-AMOUNT-DOLLARS
              MOVE WS-PARSE-AMOUNT (7:2) TO WS-AMOUNT-CENTS
              COMPUTE WS-PARSE-PENNIES =
                      (WS-AMOUNT-DOLLARS * 100) + WS-AMOUNT-CENTS
           END-IF.
       2900-PARSE-PENNIES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-SORT-BY-STATEMENT - statement NUMB, then opening,         *
      * movements and closing, the movements in timestamp order        *
      *----------------------------------------------------------------*
       3000-SORT-BY-STATEMENT.
           IF WS-RUN-ERROR OR WS-COUNT-SELECTED = 0
              GO TO 3000-SORT-BY-STATEMENT-EXIT
           END-IF.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-STMT-NUMB
                                SRT-CLASS
                                SRT-TIMESTAMP
                                SRT-SEQ
               USING SELWORK
               GIVING SRTWORK.
       3000-SORT-BY-STATEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-PRINT-STATEMENTS - one pass down the sorted records, one  *
      * statement per change of statement NUMB                         *
      *----------------------------------------------------------------*
       4000-PRINT-STATEMENTS.
           IF WS-RUN-ERROR OR WS-COUNT-SELECTED = 0
              GO TO 4000-PRINT-STATEMENTS-EXIT
           END-IF.
           OPEN INPUT SRTWORK.
           IF NOT WS-SRTWORK-OK
              DISPLAY 'POSTSTMT: UNABLE TO OPEN SRTWORK, STATUS = '
                       WS-SRTWORK-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 4000-PRINT-STATEMENTS-EXIT
           END-IF.
           PERFORM 4900-READ-SORTED
               THRU 4900-READ-SORTED-EXIT.
           PERFORM 4100-BUILD-STATEMENT
               THRU 4100-BUILD-STATEMENT-EXIT
               UNTIL WS-PRINT-EOF OR WS-RUN-ERROR.
           CLOSE SRTWORK.
       4000-PRINT-STATEMENTS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-BUILD-STATEMENT - take in every record for the statement  *
      * NUMB in hand, then foot it and print it or list it             *
      *----------------------------------------------------------------*
       4100-BUILD-STATEMENT.
           MOVE SWK-STMT-NUMB TO WS-STMT-NUMB.
           MOVE 0 TO WS-STMT-OPENING.
           MOVE 0 TO WS-STMT-RUNNING.
           MOVE 0 TO WS-STMT-CURRENT.
           MOVE 0 TO WS-SRC-COUNT.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-MAIL-RANK.
           MOVE SPACES TO WS-MAIL-NAME WS-MAIL-ADDRX WS-STMT-REASON.
           MOVE 'N' TO WS-STMT-BAD-SW.
           ADD 1 TO WS-COUNT-STATEMENTS.
           PERFORM 4200-TAKE-RECORD
               THRU 4200-TAKE-RECORD-EXIT
               UNTIL WS-PRINT-EOF
                  OR WS-RUN-ERROR
                  OR SWK-STMT-NUMB NOT = WS-STMT-NUMB.
           IF WS-RUN-ERROR
              GO TO 4100-BUILD-STATEMENT-EXIT
           END-IF.
           IF NOT WS-STMT-BAD
              AND WS-STMT-RUNNING NOT = WS-STMT-CURRENT
              SET WS-STMT-BAD TO TRUE
              MOVE 'CLOSING DOES NOT AGREE WITH CURRENT EXTRACT'
                    TO WS-STMT-REASON
           END-IF.
           EVALUATE TRUE
              WHEN WS-STMT-BAD
                 PERFORM 5000-LIST-EXCEPTION
                     THRU 5000-LIST-EXCEPTION-EXIT
              WHEN WS-LINE-COUNT = 0 AND WS-STMT-CURRENT = 0
                 ADD 1 TO WS-COUNT-SUPPRESSED
              WHEN OTHER
                 PERFORM 6000-PRINT-STATEMENT
                     THRU 6000-PRINT-STATEMENT-EXIT
           END-EVALUATE.
       4100-BUILD-STATEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-TAKE-RECORD - fold one sorted record into the statement   *
      *----------------------------------------------------------------*
       4200-TAKE-RECORD.
           PERFORM 4300-FIND-SOURCE
               THRU 4300-FIND-SOURCE-EXIT.
           IF NOT WS-SRC-FOUND
              GO TO 4200-TAKE-RECORD-NEXT
           END-IF.
           MOVE SWK-AMOUNT TO WS-PARSE-AMOUNT.
           PERFORM 2900-PARSE-PENNIES
               THRU 2900-PARSE-PENNIES-EXIT.
           EVALUATE TRUE
              WHEN SWK-OPENING
                 ADD WS-PARSE-PENNIES TO WS-SRC-RUNNING (WS-SRC-IDX)
                 ADD WS-PARSE-PENNIES TO WS-STMT-OPENING
                 ADD WS-PARSE-PENNIES TO WS-STMT-RUNNING
                 IF SWK-SOURCE-NUMB = WS-STMT-NUMB
                    AND WS-MAIL-RANK < 2
                    MOVE 2 TO WS-MAIL-RANK
                    MOVE SWK-NAME  TO WS-MAIL-NAME
                    MOVE SWK-ADDRX TO WS-MAIL-ADDRX
                 END-IF
              WHEN SWK-MOVEMENT
                 PERFORM 4400-TAKE-MOVEMENT
                     THRU 4400-TAKE-MOVEMENT-EXIT
                 IF WS-MAIL-RANK < 2
                    AND SWK-NAME NOT = SPACES
                    MOVE 1 TO WS-MAIL-RANK
                    MOVE SWK-NAME  TO WS-MAIL-NAME
                    MOVE SWK-ADDRX TO WS-MAIL-ADDRX
                 END-IF
              WHEN OTHER
                 ADD WS-PARSE-PENNIES TO WS-STMT-CURRENT
                 IF SWK-SOURCE-NUMB = WS-STMT-NUMB
                    MOVE 3 TO WS-MAIL-RANK
                    MOVE SWK-NAME  TO WS-MAIL-NAME
                    MOVE SWK-ADDRX TO WS-MAIL-ADDRX
                 END-IF
           END-EVALUATE.
       4200-TAKE-RECORD-NEXT.
           PERFORM 4900-READ-SORTED
               THRU 4900-READ-SORTED-EXIT.
       4200-TAKE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-FIND-SOURCE - the record's own NUMB in the statement's    *
      * source table, added with a nil balance on first sight.  More   *
      * NUMBs than the table holds cannot be footed, so the statement  *
      * is listed instead.                                             *
      *----------------------------------------------------------------*
       4300-FIND-SOURCE.
           MOVE 'N' TO WS-SRC-FOUND-SW.
           IF WS-SRC-COUNT > 0
              SET WS-SRC-IDX TO 1
              SEARCH WS-SRC-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-SRC-NUMB (WS-SRC-IDX) = SWK-SOURCE-NUMB
                    SET WS-SRC-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF WS-SRC-FOUND
              GO TO 4300-FIND-SOURCE-EXIT
           END-IF.
           IF WS-SRC-COUNT = WS-SRC-MAX
              IF NOT WS-STMT-BAD
                 SET WS-STMT-BAD TO TRUE
                 MOVE 'TOO MANY LINKED NUMBS TO FOOT'
                       TO WS-STMT-REASON
              END-IF
              GO TO 4300-FIND-SOURCE-EXIT
           END-IF.
           ADD 1 TO WS-SRC-COUNT.
           SET WS-SRC-IDX TO WS-SRC-COUNT.
           MOVE SWK-SOURCE-NUMB TO WS-SRC-NUMB (WS-SRC-IDX).
           MOVE 0 TO WS-SRC-RUNNING (WS-SRC-IDX).
           SET WS-SRC-FOUND TO TRUE.
       4300-FIND-SOURCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4400-TAKE-MOVEMENT - one posted row: its movement is the new   *
      * AMOUNT less what the NUMB stood at before it (a delete takes   *
      * it to nil).  An update is an adjustment when POSTADJ recorded  *
      * it; an adjustment whose old amount is not what the trail says  *
      * the NUMB stood at does not foot.  A partial update that left   *
      * AMOUNT out moved nothing.                                      *
      *----------------------------------------------------------------*
       4400-TAKE-MOVEMENT.
           MOVE WS-PARSE-PENNIES TO WS-ROW-NEW.
           EVALUATE SWK-OPERATION-CODE
              WHEN '4'
                 MOVE 'DELETE'     TO WS-MOVE-WORD
                 MOVE 0 TO WS-ROW-NEW
              WHEN '3'
                 MOVE 'UPDATE'     TO WS-MOVE-WORD
                 PERFORM 4450-FIND-ADJUSTMENT
                     THRU 4450-FIND-ADJUSTMENT-EXIT
              WHEN '5'
                 MOVE 'UPDATE'     TO WS-MOVE-WORD
                 IF SWK-AMOUNT-OMITTED
                    MOVE WS-SRC-RUNNING (WS-SRC-IDX) TO WS-ROW-NEW
                 ELSE
                    PERFORM 4450-FIND-ADJUSTMENT
                        THRU 4450-FIND-ADJUSTMENT-EXIT
                 END-IF
              WHEN OTHER
                 MOVE 'CREATE'     TO WS-MOVE-WORD
           END-EVALUATE.
           COMPUTE WS-MOVEMENT =
                   WS-ROW-NEW - WS-SRC-RUNNING (WS-SRC-IDX).
           MOVE WS-ROW-NEW TO WS-SRC-RUNNING (WS-SRC-IDX).
           ADD WS-MOVEMENT TO WS-STMT-RUNNING.
           MOVE SPACES TO WS-MOVE-LABEL.
           IF SWK-SOURCE-NUMB = WS-STMT-NUMB
              MOVE WS-MOVE-WORD TO WS-MOVE-LABEL
           ELSE
              STRING WS-MOVE-WORD     DELIMITED BY SPACE
                     ' (NUMB '        DELIMITED BY SIZE
                     SWK-SOURCE-NUMB  DELIMITED BY SIZE
                     ')'              DELIMITED BY SIZE
                  INTO WS-MOVE-LABEL
           END-IF.
           IF WS-LINE-COUNT = WS-LINE-MAX
              IF NOT WS-STMT-BAD
                 SET WS-STMT-BAD TO TRUE
                 MOVE 'TOO MANY MOVEMENTS FOR ONE STATEMENT'
                       TO WS-STMT-REASON
              END-IF
              GO TO 4400-TAKE-MOVEMENT-EXIT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SWK-TIMESTAMP (1:8) TO WS-LINE-DATE (WS-LINE-COUNT).
           MOVE WS-MOVE-LABEL       TO WS-LINE-LABEL (WS-LINE-COUNT).
           MOVE WS-MOVEMENT         TO WS-LINE-MOVE (WS-LINE-COUNT).
           MOVE WS-STMT-RUNNING     TO
                WS-LINE-BALANCE (WS-LINE-COUNT).
       4400-TAKE-MOVEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4450-FIND-ADJUSTMENT.
           MOVE 'N' TO WS-ADJ-FOUND-SW.
           IF WS-ADJ-COUNT = 0
              GO TO 4450-FIND-ADJUSTMENT-EXIT
           END-IF.
           SET WS-ADJ-IDX TO 1.
           SEARCH WS-ADJ-ENTRY
              AT END
                 CONTINUE
              WHEN WS-ADJ-NUMB (WS-ADJ-IDX) = SWK-SOURCE-NUMB
                   AND WS-ADJ-NEW-AMOUNT (WS-ADJ-IDX) = SWK-AMOUNT
                   AND WS-ADJ-USED (WS-ADJ-IDX) = 'N'
                 SET WS-ADJ-FOUND TO TRUE
           END-SEARCH.
           IF NOT WS-ADJ-FOUND
              GO TO 4450-FIND-ADJUSTMENT-EXIT
           END-IF.
           MOVE 'Y' TO WS-ADJ-USED (WS-ADJ-IDX).
           MOVE 'ADJUSTMENT' TO WS-MOVE-WORD.
           IF WS-ADJ-OLD-PENNIES (WS-ADJ-IDX)
                 NOT = WS-SRC-RUNNING (WS-SRC-IDX)
              AND NOT WS-STMT-BAD
              SET WS-STMT-BAD TO TRUE
              MOVE 'ADJUSTMENT OLD AMOUNT DISAGREES WITH TRAIL'
                    TO WS-STMT-REASON
           END-IF.
       4450-FIND-ADJUSTMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4900-READ-SORTED - next record in statement order              *
      *----------------------------------------------------------------*
       4900-READ-SORTED.
           READ SRTWORK.
           EVALUATE TRUE
              WHEN WS-SRTWORK-EOF
                 SET WS-PRINT-EOF TO TRUE
              WHEN NOT WS-SRTWORK-OK
                 DISPLAY 'POSTSTMT: SRTWORK READ ERROR, STATUS = '
                          WS-SRTWORK-STATUS
                 SET WS-PRINT-EOF TO TRUE
                 SET WS-RUN-ERROR TO TRUE
           END-EVALUATE.
       4900-READ-SORTED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-LIST-EXCEPTION - a statement that did not foot: listed    *
      * with the reason and the three balances, never printed          *
      *----------------------------------------------------------------*
       5000-LIST-EXCEPTION.
           ADD 1 TO WS-COUNT-EXCEPTIONS.
           MOVE WS-STMT-OPENING TO WS-MONEY-PENNIES.
           PERFORM 6900-EDIT-MONEY
               THRU 6900-EDIT-MONEY-EXIT.
           MOVE WS-EDIT-MONEY TO WS-EDIT-OPENING.
           MOVE WS-STMT-RUNNING TO WS-MONEY-PENNIES.
           PERFORM 6900-EDIT-MONEY
               THRU 6900-EDIT-MONEY-EXIT.
           MOVE WS-EDIT-MONEY TO WS-EDIT-TRAIL.
           MOVE WS-STMT-CURRENT TO WS-MONEY-PENNIES.
           PERFORM 6900-EDIT-MONEY
               THRU 6900-EDIT-MONEY-EXIT.
           MOVE WS-EDIT-MONEY TO WS-EDIT-CURRENT.
           MOVE SPACES TO STMTEXC-LINE.
           STRING 'NUMB '          DELIMITED BY SIZE
                  WS-STMT-NUMB     DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-STMT-REASON   DELIMITED BY SIZE
                  ' OPENING'       DELIMITED BY SIZE
                  WS-EDIT-OPENING  DELIMITED BY SIZE
                  ' PER TRAIL'     DELIMITED BY SIZE
                  WS-EDIT-TRAIL    DELIMITED BY SIZE
                  ' EXTRACT'       DELIMITED BY SIZE
                  WS-EDIT-CURRENT  DELIMITED BY SIZE
               INTO STMTEXC-LINE.
           WRITE STMTEXC-LINE.
       5000-LIST-EXCEPTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-PRINT-STATEMENT - the footed statement: heading, mailing  *
      * block, any former NUMBs, opening, the movements and closing    *
      *----------------------------------------------------------------*
       6000-PRINT-STATEMENT.
           ADD 1 TO WS-COUNT-PRINTED.
           MOVE ALL '-' TO STMTRPT-LINE.
           WRITE STMTRPT-LINE.
           MOVE SPACES TO STMTRPT-LINE.
           STRING 'STATEMENT OF ACCOUNT   NUMB ' DELIMITED BY SIZE
                  WS-STMT-NUMB                   DELIMITED BY SIZE
                  '   PERIOD '                   DELIMITED BY SIZE
                  WS-DATE-FROM (5:2) '/' WS-DATE-FROM (7:2) '/'
                  WS-DATE-FROM (1:4)             DELIMITED BY SIZE
                  ' THRU '                       DELIMITED BY SIZE
                  WS-DATE-TO (5:2) '/' WS-DATE-TO (7:2) '/'
                  WS-DATE-TO (1:4)               DELIMITED BY SIZE
               INTO STMTRPT-LINE.
           WRITE STMTRPT-LINE.
           MOVE SPACES TO STMTRPT-LINE.
           WRITE STMTRPT-LINE.
           MOVE SPACES TO STMTRPT-LINE.
           MOVE WS-MAIL-NAME TO STMTRPT-LINE (5:20).
           WRITE STMTRPT-LINE.
           MOVE SPACES TO STMTRPT-LINE.
           MOVE WS-MAIL-ADDRX TO STMTRPT-LINE (5:20).
           WRITE STMTRPT-LINE.
           MOVE 1 TO WS-SRC-SUB.
           PERFORM 6100-PRINT-FORMER-NUMB
               THRU 6100-PRINT-FORMER-NUMB-EXIT
               UNTIL WS-SRC-SUB > WS-SRC-COUNT.
           MOVE SPACES TO STMTRPT-LINE.
           WRITE STMTRPT-LINE.
           MOVE WS-STMT-OPENING TO WS-MONEY-PENNIES.
           PERFORM 6900-EDIT-MONEY
               THRU 6900-EDIT-MONEY-EXIT.
           MOVE SPACES TO STMTRPT-LINE.
           MOVE 'OPENING BALANCE' TO STMTRPT-LINE.
           MOVE WS-EDIT-MONEY TO STMTRPT-LINE (61:15).
           WRITE STMTRPT-LINE.
           IF WS-LINE-COUNT > 0
              MOVE SPACES TO STMTRPT-LINE
              MOVE 'DATE'        TO STMTRPT-LINE (3:4)
              MOVE 'DESCRIPTION' TO STMTRPT-LINE (15:11)
              MOVE 'AMOUNT'      TO STMTRPT-LINE (49:6)
              MOVE 'BALANCE'     TO STMTRPT-LINE (69:7)
              WRITE STMTRPT-LINE
           END-IF.
           MOVE 1 TO WS-LINE-SUB.
           PERFORM 6200-PRINT-MOVEMENT
               THRU 6200-PRINT-MOVEMENT-EXIT
               UNTIL WS-LINE-SUB > WS-LINE-COUNT.
           MOVE WS-STMT-CURRENT TO WS-MONEY-PENNIES.
           PERFORM 6900-EDIT-MONEY
               THRU 6900-EDIT-MONEY-EXIT.
           MOVE SPACES TO STMTRPT-LINE.
           MOVE 'CLOSING BALANCE' TO STMTRPT-LINE.
           MOVE WS-EDIT-MONEY TO STMTRPT-LINE (61:15).
           WRITE STMTRPT-LINE.
       6000-PRINT-STATEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6100-PRINT-FORMER-NUMB.
           IF WS-SRC-NUMB (WS-SRC-SUB) NOT = WS-STMT-NUMB
              MOVE SPACES TO STMTRPT-LINE
              STRING '    (FORMERLY NUMB '       DELIMITED BY SIZE
                     WS-SRC-NUMB (WS-SRC-SUB)    DELIMITED BY SIZE
                     ')'                         DELIMITED BY SIZE
                  INTO STMTRPT-LINE
              WRITE STMTRPT-LINE
           END-IF.
           ADD 1 TO WS-SRC-SUB.
       6100-PRINT-FORMER-NUMB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6200-PRINT-MOVEMENT.
           MOVE SPACES TO WS-PRINT-DATE.
           STRING WS-LINE-DATE (WS-LINE-SUB) (5:2) DELIMITED BY SIZE
                  '/'                              DELIMITED BY SIZE
                  WS-LINE-DATE (WS-LINE-SUB) (7:2) DELIMITED BY SIZE
                  '/'                              DELIMITED BY SIZE
                  WS-LINE-DATE (WS-LINE-SUB) (1:4) DELIMITED BY SIZE
               INTO WS-PRINT-DATE.
           MOVE WS-LINE-MOVE (WS-LINE-SUB) TO WS-MONEY-PENNIES.
           COMPUTE WS-MONEY = WS-MONEY-PENNIES / 100.
           MOVE WS-MONEY TO WS-EDIT-MOVE.
           MOVE WS-LINE-BALANCE (WS-LINE-SUB) TO WS-MONEY-PENNIES.
           PERFORM 6900-EDIT-MONEY
               THRU 6900-EDIT-MONEY-EXIT.
           MOVE SPACES TO STMTRPT-LINE.
           MOVE WS-PRINT-DATE TO STMTRPT-LINE (3:10).
           MOVE WS-LINE-LABEL (WS-LINE-SUB) TO STMTRPT-LINE (15:30).
           MOVE WS-EDIT-MOVE  TO STMTRPT-LINE (40:15).
           MOVE WS-EDIT-MONEY TO STMTRPT-LINE (61:15).
           WRITE STMTRPT-LINE.
           ADD 1 TO WS-LINE-SUB.
       6200-PRINT-MOVEMENT-EXIT.
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
      * 8000-FINALIZE - close the reports and print the run summary    *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           EVALUATE TRUE
              WHEN WS-RUN-ERROR
                 MOVE 16 TO WS-RETURN-CODE
              WHEN WS-COUNT-EXCEPTIONS > 0
                 MOVE 8 TO WS-RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO WS-RETURN-CODE
           END-EVALUATE.
           IF WS-RUN-ERROR
              MOVE '*** RUN ERROR - STATEMENT RUN INCOMPLETE ***'
                    TO STMTEXC-LINE
              WRITE STMTEXC-LINE
           END-IF.
           MOVE WS-COUNT-EXCEPTIONS TO WS-EDIT-COUNT.
           MOVE SPACES TO STMTEXC-LINE.
           STRING 'STATEMENTS NOT PRINTED  . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                   DELIMITED BY SIZE
               INTO STMTEXC-LINE.
           WRITE STMTEXC-LINE.
           CLOSE STMTRPT STMTEXC.
           DISPLAY '===================================='.
           DISPLAY 'POSTSTMT SUMMARY'.
           DISPLAY 'PRIOR EXTRACT ROWS . . : ' WS-COUNT-OPEN-READ.
           DISPLAY 'CURRENT EXTRACT ROWS . : ' WS-COUNT-CLOSE-READ.
           DISPLAY 'LIVE RECORDS READ  . . : ' WS-COUNT-LIVE-READ.
           DISPLAY 'ARCHIVE RECORDS READ . : ' WS-COUNT-ARCH-READ.
           DISPLAY 'RE-KEYED VIA XREFHIST  : ' WS-COUNT-REKEYED.
           DISPLAY 'CUSTOMERS  . . . . . . : ' WS-COUNT-STATEMENTS.
           DISPLAY 'STATEMENTS PRINTED . . : ' WS-COUNT-PRINTED.
           DISPLAY 'SUPPRESSED (NIL/QUIET) : ' WS-COUNT-SUPPRESSED.
           DISPLAY 'EXCEPTIONS (NOT FOOTED): ' WS-COUNT-EXCEPTIONS.
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
