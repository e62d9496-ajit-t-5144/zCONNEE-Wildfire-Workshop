      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = POSTGLJ                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   POSTGLJ.
       AUTHOR.       DATA LOAD GROUP.
       INSTALLATION. ZCEE WILDFIRE WORKSHOP.
       DATE-WRITTEN. 10/05/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *   DATE       INIT  DESCRIPTION                                 *
      *   10/05/2026  DLG  Initial version.  General-ledger journal    *
      *                    feed built from what POSTAPI actually       *
      *                    posted, so finance stops keying journals    *
      *                    from ADJLOG and SYSOUT.  Every successful   *
      *                    audit row in the period is turned into an   *
      *                    AMOUNT movement: the audit trail carries    *
      *                    only the after-value, so the prior value    *
      *                    comes from the opening FILEA extract and    *
      *                    is carried forward row by row, except for   *
      *                    adjustments, whose old amount and delta     *
      *                    come from POSTADJ's ADJDATA records.  Each  *
      *                    movement is one balanced journal entry      *
      *                    (debit and credit legs) on GLJRNL, under a  *
      *                    header and a trailer carrying the line      *
      *                    count, penny hash and debit/credit totals;  *
      *                    the GLRPT control report ties the journal   *
      *                    back to the audit totals by movement type.  *
      *                    RC 0 tied and clean; RC 4 tied with         *
      *                    adjustment exceptions listed; RC 8 not      *
      *                    tied; RC 16 a run that could not compute    *
      *                    (no trailer is written, so the ledger load  *
      *                    refuses a half-built journal).              *
      *   10/07/2026  DLG  Partial updates (5) are journalled as       *
      *                    updates.  One that did not send AMOUNT      *
      *                    left the balance where it was: no movement  *
      *                    and the carried-forward AMOUNT stands,      *
      *                    rather than its blank being read as zero.   *
      *   10/15/2026  DLG  The GL accounts come off the GLACCT control *
      *                    card instead of being compiled in; a        *
      *                    missing card or an account that is blank or *
      *                    not numeric refuses the run, RC 8.  The     *
      *                    tie-out now proves the journal against      *
      *                    totals gathered as the inputs are read, not *
      *                    against the movement table it was built     *
      *                    from: in-period audit rows read against     *
      *                    rows journalled, ADJDATA count and delta    *
      *                    total against adjustments journalled plus   *
      *                    those listed unmatched, and opening plus    *
      *                    the journal's net to the customer account   *
      *                    against the closing AMOUNT on the trail.    *
      *                    The balance check is always made; an        *
      *                    adjustment whose old amount disagrees with  *
      *                    the trail leaves the journal NOT TIED, RC 8.*
      *                    RC 4 now means tied with unmatched          *
      *                    adjustments listed.                         *
      *----------------------------------------------------------------*
      * OPENEXT (the FILEA extract as at the start of the period) and  *
      * AUDITIN (the period's audit rows - live trail plus archive     *
      * cuts, concatenated) must both be sorted ascending by key       *
      * (FILEA-NUMB / AUD-NUMB) before this job runs, the POSTMBAL     *
      * discipline; the sort on AUDITIN must be stable so same-key     *
      * rows stay in post order.  ADJDATA is read as it stands.        *
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
           SELECT AUDITIN ASSIGN TO AUDITIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ADJDATA ASSIGN TO ADJDATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJDATA-STATUS.
           SELECT GLJRNL ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.
           SELECT GLRPT ASSIGN TO GLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLRPT-STATUS.
           SELECT GLACCT ASSIGN TO GLACCT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPENEXT
           RECORDING MODE IS F.
           COPY FILEAREC.

       FD  AUDITIN
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  ADJDATA
           RECORDING MODE IS F.
           COPY ADJREC.

       FD  GLJRNL
           RECORDING MODE IS F.
           COPY GLJREC.

       FD  GLRPT
           RECORDING MODE IS F.
       01  GLRPT-LINE                  PIC X(132).

      * One card: the shop's GL accounts, each eight digits, one space
      * between them - customer control account, then the create,
      * update, delete and adjustment offsets
       FD  GLACCT
           RECORDING MODE IS F.
       01  GLACCT-RECORD.
           05 GLA-ACCT-CUSTOMER       PIC X(08).
           05 FILLER                  PIC X(01).
           05 GLA-ACCT-CREATE         PIC X(08).
           05 FILLER                  PIC X(01).
           05 GLA-ACCT-UPDATE         PIC X(08).
           05 FILLER                  PIC X(01).
           05 GLA-ACCT-DELETE         PIC X(08).
           05 FILLER                  PIC X(01).
           05 GLA-ACCT-ADJUST         PIC X(08).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       77  WS-OPEN-STATUS              PIC X(02) VALUE SPACES.
           88 WS-OPEN-OK                   VALUE '00'.
           88 WS-OPEN-AT-EOF               VALUE '10'.
       77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
           88 WS-AUDIT-OK                  VALUE '00'.
           88 WS-AUDIT-AT-EOF              VALUE '10'.
       77  WS-ADJDATA-STATUS           PIC X(02) VALUE SPACES.
           88 WS-ADJDATA-OK                VALUE '00'.
           88 WS-ADJDATA-EOF               VALUE '10'.
           88 WS-ADJDATA-NOT-FOUND         VALUE '35'.
       77  WS-GLJRNL-STATUS            PIC X(02) VALUE SPACES.
           88 WS-GLJRNL-OK                 VALUE '00'.
       77  WS-GLRPT-STATUS             PIC X(02) VALUE SPACES.
           88 WS-GLRPT-OK                  VALUE '00'.
       77  WS-GLACCT-STATUS            PIC X(02) VALUE SPACES.
           88 WS-GLACCT-OK                 VALUE '00'.

       77  WS-RUN-ERROR-SW             PIC X(01) VALUE 'N'.
           88 WS-RUN-ERROR                 VALUE 'Y'.
       77  WS-RUN-REFUSED-SW           PIC X(01) VALUE 'N'.
           88 WS-RUN-REFUSED               VALUE 'Y'.
       77  WS-ADJ-LOAD-DONE-SW         PIC X(01) VALUE 'N'.
           88 WS-ADJ-LOAD-DONE             VALUE 'Y'.
       77  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
       01  WS-CURRENT-DATE             PIC X(21) VALUE SPACES.

      * The period, off the SYSIN card
       01  WS-PERIOD-CARD.
           05 WS-DATE-FROM            PIC X(08).
           05 FILLER                  PIC X(01).
           05 WS-DATE-TO              PIC X(08).

      *----------------------------------------------------------------*
      * The shop's GL accounts, off the GLACCT card.  Customer AMOUNT *
      * is carried by the customer-balance control account; each      *
      * movement type has its own offset so finance can see what drove *
      * the balance.  An increase credits the control account and     *
      * debits the offset; a decrease the reverse.                     *
      *----------------------------------------------------------------*
       77  WS-ACCT-CUSTOMER            PIC X(08) VALUE SPACES.
       77  WS-ACCT-CREATE              PIC X(08) VALUE SPACES.
       77  WS-ACCT-UPDATE              PIC X(08) VALUE SPACES.
       77  WS-ACCT-DELETE              PIC X(08) VALUE SPACES.
       77  WS-ACCT-ADJUST              PIC X(08) VALUE SPACES.
       77  WS-ACCT-OFFSET              PIC X(08) VALUE SPACES.

      * Current keys of the two readers, HIGH-VALUES once a reader is
      * drained, so the merge always works the lowest key in hand
       77  WS-OPEN-KEY                 PIC X(06) VALUE HIGH-VALUES.
       77  WS-AUD-KEY                  PIC X(06) VALUE HIGH-VALUES.
       77  WS-CURR-KEY                 PIC X(06) VALUE HIGH-VALUES.

      * Pennies in hand for the key being journalled.  WS-RUNNING is
      * the customer's AMOUNT as the rows so far leave it.
       77  WS-OPEN-PENNIES             PIC 9(09) COMP VALUE 0.
       77  WS-RUNNING                  PIC S9(09) COMP VALUE 0.
       77  WS-ROW-NEW                  PIC S9(09) COMP VALUE 0.
       77  WS-MOVEMENT                 PIC S9(09) COMP VALUE 0.
       77  WS-LEG-PENNIES              PIC 9(09) COMP VALUE 0.
       77  WS-MOVE-TYPE                PIC X(01) VALUE SPACE.
           88 WS-MOVE-CREATE               VALUE 'C'.
           88 WS-MOVE-UPDATE               VALUE 'U'.
           88 WS-MOVE-DELETE               VALUE 'D'.
           88 WS-MOVE-ADJUST               VALUE 'A'.

      * Amount parsing, the CI-AMOUNT hash convention: only $9999.99
      * contributes, anything else counts as zero
       01  WS-PARSE-AMOUNT             PIC X(08) VALUE SPACES.
       77  WS-PARSE-PENNIES            PIC 9(09) COMP VALUE 0.
       01  WS-AMOUNT-DOLLARS           PIC 9(04) VALUE 0.
       01  WS-AMOUNT-CENTS             PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
      * The period's posted adjustments off ADJDATA.  An update row on *
      * the trail that matches an unused entry here (same NUMB, same   *
      * new AMOUNT) is the update POSTADJ drove, and is journalled as  *
      * an adjustment with the delta the adjustment record carries.    *
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
              10 WS-ADJ-DELTA-PENNIES PIC S9(09) COMP.
              10 WS-ADJ-USED          PIC X(01).
       77  WS-ADJ-SUB                  PIC 9(05) COMP VALUE 0.
       77  WS-ADJ-FOUND-SW             PIC X(01) VALUE 'N'.
           88 WS-ADJ-FOUND                 VALUE 'Y'.

      * Audit-side totals by movement type: 1 create, 2 update,
      * 3 delete, 4 adjustment.  Rows counts every successful
      * in-period row; entries only those that moved AMOUNT.
       01  WS-TYPE-TABLE.
           05 WS-TYPE-ROW             OCCURS 4 TIMES.
              10 WS-TYPE-ROWS         PIC 9(09) COMP.
              10 WS-TYPE-ENTRIES      PIC 9(09) COMP.
              10 WS-TYPE-NET          PIC S9(15) COMP.
       77  WS-TYPE-SUB                 PIC 9(01) COMP VALUE 0.

       77  WS-COUNT-AUDIT-READ         PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-AUDIT-SKIPPED      PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-AUDIT-USED         PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-ADJ-LOADED         PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-ADJ-DISAGREE       PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-ADJ-UNMATCHED      PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-ADJ-NIL            PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-KEYS               PIC 9(09) COMP VALUE 0.

      * Input-side control totals, gathered in the read loops and
      * nowhere else: successful in-period audit rows, and the count
      * and signed delta of the period's ADJDATA records
       77  WS-CTL-AUDIT-ROWS           PIC 9(09) COMP VALUE 0.
       77  WS-CTL-ADJ-NET              PIC S9(15) COMP VALUE 0.
       77  WS-ADJ-UNMATCHED-NET        PIC S9(15) COMP VALUE 0.

      * Journal-side totals, accumulated as the legs are written
       77  WS-ENTRY-NO                 PIC 9(09) COMP VALUE 0.
       77  WS-JNL-LINES                PIC 9(09) COMP VALUE 0.
       77  WS-JNL-HASH                 PIC 9(15) COMP VALUE 0.
       77  WS-JNL-DEBITS               PIC 9(15) COMP VALUE 0.
       77  WS-JNL-CREDITS              PIC 9(15) COMP VALUE 0.
       77  WS-JNL-CUST-NET             PIC S9(15) COMP VALUE 0.
       77  WS-JNL-ADJ-NET              PIC S9(15) COMP VALUE 0.
       77  WS-JNL-ADJ-ENTRIES          PIC 9(09) COMP VALUE 0.

      * The tie-out itself
       77  WS-TOT-OPENING              PIC S9(15) COMP VALUE 0.
       77  WS-TOT-CLOSING              PIC S9(15) COMP VALUE 0.
       77  WS-TOT-ENTRIES              PIC 9(09) COMP VALUE 0.
       77  WS-TOT-NET                  PIC S9(15) COMP VALUE 0.
       77  WS-TIED-SW                  PIC X(01) VALUE 'Y'.
           88 WS-TIED                      VALUE 'Y'.

       01  WS-EDIT-PENNIES             PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-ENTRIES             PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 3000-JOURNAL-ONE-KEY
               THRU 3000-JOURNAL-ONE-KEY-EXIT
               UNTIL (WS-OPEN-KEY = HIGH-VALUES
                      AND WS-AUD-KEY = HIGH-VALUES)
                  OR WS-RUN-ERROR.
           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT.
           PERFORM 9999-EXIT
               THRU 9999-EXIT-EXIT.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - pick up the period, load the adjustments,   *
      * open the files, write the journal header and prime both       *
      * readers                                                        *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           INITIALIZE WS-TYPE-TABLE.
           ACCEPT WS-PERIOD-CARD.
           IF WS-DATE-FROM IS NOT NUMERIC
              OR WS-DATE-TO IS NOT NUMERIC
              DISPLAY 'POSTGLJ: PERIOD MUST BE YYYYMMDD YYYYMMDD -'
                      ' RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1050-READ-ACCOUNTS
               THRU 1050-READ-ACCOUNTS-EXIT.
           IF WS-RUN-ERROR
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN INPUT OPENEXT.
           IF NOT WS-OPEN-OK
              DISPLAY 'POSTGLJ: UNABLE TO OPEN OPENEXT, STATUS = '
                       WS-OPEN-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN INPUT AUDITIN.
           IF NOT WS-AUDIT-OK
              DISPLAY 'POSTGLJ: UNABLE TO OPEN AUDITIN, STATUS = '
                       WS-AUDIT-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT GLRPT.
           IF NOT WS-GLRPT-OK
              DISPLAY 'POSTGLJ: UNABLE TO OPEN GLRPT, STATUS = '
                       WS-GLRPT-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE 'POSTGLJ GENERAL-LEDGER JOURNAL CONTROL REPORT' TO
                 GLRPT-LINE.
           WRITE GLRPT-LINE.
           MOVE SPACES TO GLRPT-LINE.
           STRING 'PERIOD '    DELIMITED BY SIZE
                  WS-DATE-FROM DELIMITED BY SIZE
                  ' THRU '     DELIMITED BY SIZE
                  WS-DATE-TO   DELIMITED BY SIZE
               INTO GLRPT-LINE.
           WRITE GLRPT-LINE.
           PERFORM 1100-LOAD-ADJUSTMENTS
               THRU 1100-LOAD-ADJUSTMENTS-EXIT.
           IF WS-RUN-ERROR
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT GLJRNL.
           IF NOT WS-GLJRNL-OK
              DISPLAY 'POSTGLJ: UNABLE TO OPEN GLJRNL, STATUS = '
                       WS-GLJRNL-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
      * Header first: file ID 'GL' plus the run date, the creation
      * date and the period the journal covers.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO GL-HEADER-RECORD.
           MOVE 'HDR' TO GLH-RECORD-TYPE.
           STRING 'GL'                    DELIMITED BY SIZE
                  WS-CURRENT-DATE (3:6)   DELIMITED BY SIZE
               INTO GLH-FILE-ID.
           MOVE WS-CURRENT-DATE (1:8) TO GLH-CREATE-DATE.
           MOVE WS-DATE-FROM          TO GLH-PERIOD-FROM.
           MOVE WS-DATE-TO            TO GLH-PERIOD-TO.
           WRITE GL-HEADER-RECORD.
           IF NOT WS-GLJRNL-OK
              DISPLAY 'POSTGLJ: GLJRNL HEADER WRITE ERROR, STATUS = '
                       WS-GLJRNL-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 2100-READ-OPENING
               THRU 2100-READ-OPENING-EXIT.
           PERFORM 2200-READ-AUDIT
               THRU 2200-READ-AUDIT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1050-READ-ACCOUNTS - the GL accounts off the GLACCT card.  A   *
      * missing card, or an account that is blank or not numeric,      *
      * refuses the run: a journal on the wrong accounts must never    *
      * reach the ledger.                                              *
      *----------------------------------------------------------------*
       1050-READ-ACCOUNTS.
           OPEN INPUT GLACCT.
           IF NOT WS-GLACCT-OK
              DISPLAY 'POSTGLJ: GL ACCOUNT CONTROL CARD MISSING,'
                      ' STATUS = ' WS-GLACCT-STATUS ' - RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
              SET WS-RUN-REFUSED TO TRUE
              GO TO 1050-READ-ACCOUNTS-EXIT
           END-IF.
           READ GLACCT.
           IF NOT WS-GLACCT-OK
              OR GLA-ACCT-CUSTOMER IS NOT NUMERIC
              OR GLA-ACCT-CREATE IS NOT NUMERIC
              OR GLA-ACCT-UPDATE IS NOT NUMERIC
              OR GLA-ACCT-DELETE IS NOT NUMERIC
              OR GLA-ACCT-ADJUST IS NOT NUMERIC
              DISPLAY 'POSTGLJ: GL ACCOUNT CONTROL CARD UNREADABLE -'
                      ' RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
              SET WS-RUN-REFUSED TO TRUE
              CLOSE GLACCT
              GO TO 1050-READ-ACCOUNTS-EXIT
           END-IF.
           MOVE GLA-ACCT-CUSTOMER TO WS-ACCT-CUSTOMER.
           MOVE GLA-ACCT-CREATE   TO WS-ACCT-CREATE.
           MOVE GLA-ACCT-UPDATE   TO WS-ACCT-UPDATE.
           MOVE GLA-ACCT-DELETE   TO WS-ACCT-DELETE.
           MOVE GLA-ACCT-ADJUST   TO WS-ACCT-ADJUST.
           CLOSE GLACCT.
       1050-READ-ACCOUNTS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-LOAD-ADJUSTMENTS - the period's posted adjustments into   *
      * the lookup table.  No ADJDATA file just means POSTADJ has not  *
      * posted anything yet; every update row is then an update.       *
      *----------------------------------------------------------------*
       1100-LOAD-ADJUSTMENTS.
           OPEN INPUT ADJDATA.
           IF WS-ADJDATA-NOT-FOUND
              DISPLAY 'POSTGLJ: NO ADJDATA FILE - NO ADJUSTMENTS'
              GO TO 1100-LOAD-ADJUSTMENTS-EXIT
           END-IF.
           IF NOT WS-ADJDATA-OK
              DISPLAY 'POSTGLJ: UNABLE TO OPEN ADJDATA, STATUS = '
                       WS-ADJDATA-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1100-LOAD-ADJUSTMENTS-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-ADJUSTMENT
               THRU 1110-LOAD-ONE-ADJUSTMENT-EXIT
               UNTIL WS-ADJ-LOAD-DONE.
           CLOSE ADJDATA.
       1100-LOAD-ADJUSTMENTS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1110-LOAD-ONE-ADJUSTMENT.
           READ ADJDATA.
           EVALUATE TRUE
              WHEN WS-ADJDATA-EOF
                 SET WS-ADJ-LOAD-DONE TO TRUE
              WHEN NOT WS-ADJDATA-OK
                 DISPLAY 'POSTGLJ: ADJDATA READ ERROR, STATUS = '
                          WS-ADJDATA-STATUS
                 SET WS-ADJ-LOAD-DONE TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN ADR-POST-DATE < WS-DATE-FROM
                   OR ADR-POST-DATE > WS-DATE-TO
                 CONTINUE
              WHEN WS-ADJ-COUNT = WS-ADJ-MAX
                 DISPLAY 'POSTGLJ: ADJUSTMENT TABLE FULL AT '
                          WS-ADJ-MAX ' - RUN ABANDONED'
                 SET WS-ADJ-LOAD-DONE TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 ADD 1 TO WS-ADJ-COUNT
                 ADD 1 TO WS-COUNT-ADJ-LOADED
                 MOVE ADR-NUMB       TO WS-ADJ-NUMB (WS-ADJ-COUNT)
                 MOVE ADR-NEW-AMOUNT TO
                      WS-ADJ-NEW-AMOUNT (WS-ADJ-COUNT)
                 MOVE 'N'            TO WS-ADJ-USED (WS-ADJ-COUNT)
                 MOVE ADR-OLD-AMOUNT TO WS-PARSE-AMOUNT
                 PERFORM 2000-PARSE-PENNIES
                     THRU 2000-PARSE-PENNIES-EXIT
                 MOVE WS-PARSE-PENNIES TO
                      WS-ADJ-OLD-PENNIES (WS-ADJ-COUNT)
                 MOVE 0 TO WS-ADJ-DELTA-PENNIES (WS-ADJ-COUNT)
                 IF ADR-DELTA (1:4) IS NUMERIC
                    AND ADR-DELTA (5:1) = '.'
                    AND ADR-DELTA (6:2) IS NUMERIC
                    MOVE ADR-DELTA (1:4) TO WS-AMOUNT-DOLLARS
                    MOVE ADR-DELTA (6:2) TO WS-AMOUNT-CENTS
                    COMPUTE WS-ADJ-DELTA-PENNIES (WS-ADJ-COUNT) =
                            (WS-AMOUNT-DOLLARS * 100)
                            + WS-AMOUNT-CENTS
                 END-IF
                 IF ADR-SIGN = '-'
                    COMPUTE WS-ADJ-DELTA-PENNIES (WS-ADJ-COUNT) =
                            0 - WS-ADJ-DELTA-PENNIES (WS-ADJ-COUNT)
                 END-IF
                 ADD WS-ADJ-DELTA-PENNIES (WS-ADJ-COUNT)
                                          TO WS-CTL-ADJ-NET
           END-EVALUATE.
       1110-LOAD-ONE-ADJUSTMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PARSE-PENNIES - WS-PARSE-AMOUNT to pennies, zero when    *
      * not in the $9999.99 picture                                    *
      *----------------------------------------------------------------*
       2000-PARSE-PENNIES.
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
       2000-PARSE-PENNIES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-OPENING - next detail off the opening extract,       *
      * skipping the HDR/TRL interface records; key HIGH-VALUES at     *
      * end of file                                                    *
      *----------------------------------------------------------------*
       2100-READ-OPENING.
           READ OPENEXT.
           EVALUATE TRUE
              WHEN WS-OPEN-AT-EOF
                 MOVE HIGH-VALUES TO WS-OPEN-KEY
              WHEN NOT WS-OPEN-OK
                 DISPLAY 'POSTGLJ: OPENEXT READ ERROR, STATUS = '
                          WS-OPEN-STATUS
                 SET WS-RUN-ERROR TO TRUE
                 MOVE HIGH-VALUES TO WS-OPEN-KEY
              WHEN FILEA-RECORD (1:3) = 'HDR'
                   OR FILEA-RECORD (1:3) = 'TRL'
                 GO TO 2100-READ-OPENING
              WHEN OTHER
                 MOVE FILEA-NUMB TO WS-OPEN-KEY
                 MOVE FILEA-AMOUNT TO WS-PARSE-AMOUNT
                 PERFORM 2000-PARSE-PENNIES
                     THRU 2000-PARSE-PENNIES-EXIT
                 MOVE WS-PARSE-PENNIES TO WS-OPEN-PENNIES
                 ADD WS-PARSE-PENNIES TO WS-TOT-OPENING
           END-EVALUATE.
       2100-READ-OPENING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-READ-AUDIT - next successful in-period audit row; the     *
      * row stays in the record area until the next read.  Failures    *
      * and rows outside the period are counted and passed over.       *
      *----------------------------------------------------------------*
       2200-READ-AUDIT.
           READ AUDITIN.
           EVALUATE TRUE
              WHEN WS-AUDIT-AT-EOF
                 MOVE HIGH-VALUES TO WS-AUD-KEY
              WHEN NOT WS-AUDIT-OK
                 DISPLAY 'POSTGLJ: AUDITIN READ ERROR, STATUS = '
                          WS-AUDIT-STATUS
                 SET WS-RUN-ERROR TO TRUE
                 MOVE HIGH-VALUES TO WS-AUD-KEY
              WHEN AUD-RESULT NOT = 'S'
                 ADD 1 TO WS-COUNT-AUDIT-READ
                 ADD 1 TO WS-COUNT-AUDIT-SKIPPED
                 GO TO 2200-READ-AUDIT
              WHEN AUD-TIMESTAMP (1:8) < WS-DATE-FROM
                   OR AUD-TIMESTAMP (1:8) > WS-DATE-TO
                 ADD 1 TO WS-COUNT-AUDIT-READ
                 ADD 1 TO WS-COUNT-AUDIT-SKIPPED
                 GO TO 2200-READ-AUDIT
              WHEN OTHER
                 ADD 1 TO WS-COUNT-AUDIT-READ
                 ADD 1 TO WS-CTL-AUDIT-ROWS
                 MOVE AUD-NUMB TO WS-AUD-KEY
           END-EVALUATE.
       2200-READ-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-JOURNAL-ONE-KEY - the lowest key in hand: its opening     *
      * AMOUNT off the extract (zero when it is not there), then each  *
      * of its audit rows in post order, carrying the AMOUNT forward   *
      * so every row's movement is measured from the one before it    *
      *----------------------------------------------------------------*
       3000-JOURNAL-ONE-KEY.
           MOVE WS-OPEN-KEY TO WS-CURR-KEY.
           IF WS-AUD-KEY < WS-CURR-KEY
              MOVE WS-AUD-KEY TO WS-CURR-KEY
           END-IF.
           ADD 1 TO WS-COUNT-KEYS.
           MOVE 0 TO WS-RUNNING.
           IF WS-OPEN-KEY = WS-CURR-KEY
              MOVE WS-OPEN-PENNIES TO WS-RUNNING
              PERFORM 2100-READ-OPENING
                  THRU 2100-READ-OPENING-EXIT
           END-IF.
           PERFORM 3100-JOURNAL-ROW
               THRU 3100-JOURNAL-ROW-EXIT
               UNTIL WS-AUD-KEY NOT = WS-CURR-KEY
                  OR WS-RUN-ERROR.
           ADD WS-RUNNING TO WS-TOT-CLOSING.
       3000-JOURNAL-ONE-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-JOURNAL-ROW - classify the row in hand, measure its       *
      * movement, journal it when AMOUNT moved, and read the next.  A  *
      * partial update that left AMOUNT out moved nothing.             *
      *----------------------------------------------------------------*
       3100-JOURNAL-ROW.
           ADD 1 TO WS-COUNT-AUDIT-USED.
           MOVE AUD-AMOUNT TO WS-PARSE-AMOUNT.
           PERFORM 2000-PARSE-PENNIES
               THRU 2000-PARSE-PENNIES-EXIT.
           MOVE WS-PARSE-PENNIES TO WS-ROW-NEW.
           EVALUATE AUD-OPERATION-CODE
              WHEN '4'
                 SET WS-MOVE-DELETE TO TRUE
                 MOVE 3 TO WS-TYPE-SUB
                 MOVE 0 TO WS-ROW-NEW
                 COMPUTE WS-MOVEMENT = 0 - WS-RUNNING
              WHEN '3'
                 PERFORM 3200-FIND-ADJUSTMENT
                     THRU 3200-FIND-ADJUSTMENT-EXIT
              WHEN '5'
                 IF AUD-AMOUNT-OMITTED
                    SET WS-MOVE-UPDATE TO TRUE
                    MOVE 2 TO WS-TYPE-SUB
                    MOVE WS-RUNNING TO WS-ROW-NEW
                    MOVE 0 TO WS-MOVEMENT
                 ELSE
                    PERFORM 3200-FIND-ADJUSTMENT
                        THRU 3200-FIND-ADJUSTMENT-EXIT
                 END-IF
              WHEN OTHER
                 SET WS-MOVE-CREATE TO TRUE
                 MOVE 1 TO WS-TYPE-SUB
                 COMPUTE WS-MOVEMENT = WS-ROW-NEW - WS-RUNNING
           END-EVALUATE.
           MOVE WS-ROW-NEW TO WS-RUNNING.
           ADD 1 TO WS-TYPE-ROWS (WS-TYPE-SUB).
           ADD WS-MOVEMENT TO WS-TYPE-NET (WS-TYPE-SUB).
           IF WS-MOVEMENT NOT = 0
              ADD 1 TO WS-TYPE-ENTRIES (WS-TYPE-SUB)
              PERFORM 3300-WRITE-ENTRY
                  THRU 3300-WRITE-ENTRY-EXIT
           END-IF.
           PERFORM 2200-READ-AUDIT
               THRU 2200-READ-AUDIT-EXIT.
       3100-JOURNAL-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-FIND-ADJUSTMENT - an update row is POSTADJ's when an      *
      * unused adjustment record carries the same NUMB and new         *
      * AMOUNT: the movement is then the record's own delta.  An       *
      * adjustment whose old amount disagrees with the AMOUNT the      *
      * trail carries forward is still journalled at its delta (that   *
      * is what posted) but listed for finance.  Anything else is an   *
      * ordinary update measured from the carried-forward AMOUNT.      *
      *----------------------------------------------------------------*
       3200-FIND-ADJUSTMENT.
           MOVE 'N' TO WS-ADJ-FOUND-SW.
           IF WS-ADJ-COUNT > 0
              SET WS-ADJ-IDX TO 1
              SEARCH WS-ADJ-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-ADJ-NUMB (WS-ADJ-IDX) = AUD-NUMB
                      AND WS-ADJ-NEW-AMOUNT (WS-ADJ-IDX) = AUD-AMOUNT
                      AND WS-ADJ-USED (WS-ADJ-IDX) = 'N'
                    SET WS-ADJ-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF NOT WS-ADJ-FOUND
              SET WS-MOVE-UPDATE TO TRUE
              MOVE 2 TO WS-TYPE-SUB
              COMPUTE WS-MOVEMENT = WS-ROW-NEW - WS-RUNNING
              GO TO 3200-FIND-ADJUSTMENT-EXIT
           END-IF.
           SET WS-MOVE-ADJUST TO TRUE.
           MOVE 4 TO WS-TYPE-SUB.
           MOVE 'Y' TO WS-ADJ-USED (WS-ADJ-IDX).
           MOVE WS-ADJ-DELTA-PENNIES (WS-ADJ-IDX) TO WS-MOVEMENT.
           IF WS-MOVEMENT = 0
              ADD 1 TO WS-COUNT-ADJ-NIL
           END-IF.
           IF WS-ADJ-OLD-PENNIES (WS-ADJ-IDX) NOT = WS-RUNNING
              ADD 1 TO WS-COUNT-ADJ-DISAGREE
              MOVE SPACES TO GLRPT-LINE
              STRING 'ADJUSTMENT NUMB '   DELIMITED BY SIZE
                     AUD-NUMB             DELIMITED BY SIZE
                     ' AT '               DELIMITED BY SIZE
                     AUD-TIMESTAMP        DELIMITED BY SIZE
                     ' OLD AMOUNT DISAGREES WITH TRAIL -'
                                          DELIMITED BY SIZE
                     ' JOURNALLED AT ITS DELTA'
                                          DELIMITED BY SIZE
                  INTO GLRPT-LINE
              WRITE GLRPT-LINE
           END-IF.
       3200-FIND-ADJUSTMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3300-WRITE-ENTRY - one journal entry, two legs for the same    *
      * pennies.  An increase in the customer's AMOUNT debits the      *
      * movement type's offset and credits the customer control        *
      * account; a decrease the reverse.  Any write error stops the    *
      * run and suppresses the trailer.                                *
      *----------------------------------------------------------------*
       3300-WRITE-ENTRY.
           ADD 1 TO WS-ENTRY-NO.
           EVALUATE TRUE
              WHEN WS-MOVE-CREATE
                 MOVE WS-ACCT-CREATE TO WS-ACCT-OFFSET
              WHEN WS-MOVE-UPDATE
                 MOVE WS-ACCT-UPDATE TO WS-ACCT-OFFSET
              WHEN WS-MOVE-DELETE
                 MOVE WS-ACCT-DELETE TO WS-ACCT-OFFSET
              WHEN OTHER
                 MOVE WS-ACCT-ADJUST TO WS-ACCT-OFFSET
           END-EVALUATE.
           IF WS-MOVEMENT > 0
              MOVE WS-MOVEMENT TO WS-LEG-PENNIES
           ELSE
              COMPUTE WS-LEG-PENNIES = 0 - WS-MOVEMENT
           END-IF.
           MOVE SPACES            TO GL-JOURNAL-RECORD.
           MOVE WS-ENTRY-NO       TO GLJ-ENTRY-NO.
           MOVE AUD-TIMESTAMP (1:8) TO GLJ-POST-DATE.
           MOVE WS-LEG-PENNIES    TO GLJ-PENNIES.
           MOVE AUD-NUMB          TO GLJ-NUMB.
           MOVE WS-MOVE-TYPE      TO GLJ-MOVE-TYPE.
           MOVE AUD-TIMESTAMP     TO GLJ-REFERENCE.
      * Debit leg
           SET GLJ-DEBIT TO TRUE.
           IF WS-MOVEMENT > 0
              MOVE WS-ACCT-OFFSET   TO GLJ-ACCOUNT
           ELSE
              MOVE WS-ACCT-CUSTOMER TO GLJ-ACCOUNT
              SUBTRACT WS-LEG-PENNIES FROM WS-JNL-CUST-NET
              IF WS-MOVE-ADJUST
                 SUBTRACT WS-LEG-PENNIES FROM WS-JNL-ADJ-NET
              END-IF
           END-IF.
           PERFORM 3310-WRITE-LEG
               THRU 3310-WRITE-LEG-EXIT.
           IF WS-RUN-ERROR
              GO TO 3300-WRITE-ENTRY-EXIT
           END-IF.
           ADD WS-LEG-PENNIES TO WS-JNL-DEBITS.
      * Credit leg
           SET GLJ-CREDIT TO TRUE.
           IF WS-MOVEMENT > 0
              MOVE WS-ACCT-CUSTOMER TO GLJ-ACCOUNT
              ADD WS-LEG-PENNIES TO WS-JNL-CUST-NET
              IF WS-MOVE-ADJUST
                 ADD WS-LEG-PENNIES TO WS-JNL-ADJ-NET
              END-IF
           ELSE
              MOVE WS-ACCT-OFFSET   TO GLJ-ACCOUNT
           END-IF.
           PERFORM 3310-WRITE-LEG
               THRU 3310-WRITE-LEG-EXIT.
           IF WS-RUN-ERROR
              GO TO 3300-WRITE-ENTRY-EXIT
           END-IF.
           ADD WS-LEG-PENNIES TO WS-JNL-CREDITS.
           IF WS-MOVE-ADJUST
              ADD 1 TO WS-JNL-ADJ-ENTRIES
           END-IF.
       3300-WRITE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3310-WRITE-LEG.
           WRITE GL-JOURNAL-RECORD.
           IF NOT WS-GLJRNL-OK
              DISPLAY 'POSTGLJ: GLJRNL WRITE ERROR, STATUS = '
                       WS-GLJRNL-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 3310-WRITE-LEG-EXIT
           END-IF.
           ADD 1 TO WS-JNL-LINES.
           ADD WS-LEG-PENNIES TO WS-JNL-HASH.
       3310-WRITE-LEG-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-FINALIZE - unmatched adjustments, the trailer (none after *
      * a run error), the tie-out block and the run summary            *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           EVALUATE TRUE
              WHEN WS-RUN-REFUSED
                 MOVE 8 TO WS-RETURN-CODE
              WHEN WS-RUN-ERROR
                 MOVE 16 TO WS-RETURN-CODE
                 DISPLAY 'POSTGLJ: RUN ABORTED - NO TRAILER WRITTEN'
                 MOVE '*** RUN ERROR - JOURNAL INCOMPLETE, NO TRAILER'
                    & ' ***' TO GLRPT-LINE
                 WRITE GLRPT-LINE
              WHEN OTHER
                 PERFORM 8100-LIST-UNMATCHED
                     THRU 8100-LIST-UNMATCHED-EXIT
                 MOVE SPACES TO GL-TRAILER-RECORD
                 MOVE 'TRL'          TO GLT-RECORD-TYPE
                 MOVE WS-JNL-LINES   TO GLT-DETAIL-COUNT
                 MOVE WS-JNL-HASH    TO GLT-PENNY-HASH
                 MOVE WS-JNL-DEBITS  TO GLT-DEBIT-TOTAL
                 MOVE WS-JNL-CREDITS TO GLT-CREDIT-TOTAL
                 WRITE GL-TRAILER-RECORD
                 IF NOT WS-GLJRNL-OK
                    DISPLAY 'POSTGLJ: GLJRNL TRAILER WRITE ERROR,'
                            ' STATUS = ' WS-GLJRNL-STATUS
                    MOVE 16 TO WS-RETURN-CODE
                 END-IF
                 PERFORM 8200-WRITE-TIE-OUT
                     THRU 8200-WRITE-TIE-OUT-EXIT
           END-EVALUATE.
           CLOSE OPENEXT AUDITIN GLJRNL GLRPT.
           DISPLAY '===================================='.
           DISPLAY 'POSTGLJ SUMMARY'.
           DISPLAY 'AUDIT ROWS READ  . . . : ' WS-COUNT-AUDIT-READ.
           DISPLAY 'ROWS JOURNALLED FROM . : ' WS-COUNT-AUDIT-USED.
           DISPLAY 'JOURNAL ENTRIES  . . . : ' WS-ENTRY-NO.
           DISPLAY 'JOURNAL LINES  . . . . : ' WS-JNL-LINES.
           DISPLAY 'DEBITS (PENNIES) . . . : ' WS-JNL-DEBITS.
           DISPLAY 'CREDITS (PENNIES)  . . : ' WS-JNL-CREDITS.
           DISPLAY 'ADJUSTMENT EXCEPTIONS  : '
                    WS-COUNT-ADJ-DISAGREE ' DISAGREE, '
                    WS-COUNT-ADJ-UNMATCHED ' UNMATCHED'.
           DISPLAY 'RETURN CODE  . . . . . : ' WS-RETURN-CODE.
           DISPLAY '===================================='.
       8000-FINALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8100-LIST-UNMATCHED - a posted adjustment no audit row         *
      * claimed: the trail cut is short, or the rows fell outside the  *
      * period.  Listed for finance; it has not been journalled.       *
      *----------------------------------------------------------------*
       8100-LIST-UNMATCHED.
           MOVE 1 TO WS-ADJ-SUB.
           PERFORM 8110-CHECK-ONE-ADJUSTMENT
               THRU 8110-CHECK-ONE-ADJUSTMENT-EXIT
               UNTIL WS-ADJ-SUB > WS-ADJ-COUNT.
       8100-LIST-UNMATCHED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8110-CHECK-ONE-ADJUSTMENT.
           IF WS-ADJ-USED (WS-ADJ-SUB) = 'N'
              ADD 1 TO WS-COUNT-ADJ-UNMATCHED
              ADD WS-ADJ-DELTA-PENNIES (WS-ADJ-SUB)
                                          TO WS-ADJ-UNMATCHED-NET
              MOVE SPACES TO GLRPT-LINE
              STRING 'ADJUSTMENT NUMB '          DELIMITED BY SIZE
                     WS-ADJ-NUMB (WS-ADJ-SUB)    DELIMITED BY SIZE
                     ' NEW AMOUNT '              DELIMITED BY SIZE
                     WS-ADJ-NEW-AMOUNT (WS-ADJ-SUB)
                                                 DELIMITED BY SIZE
                     ' HAS NO AUDIT ROW - NOT JOURNALLED'
                                                 DELIMITED BY SIZE
                  INTO GLRPT-LINE
              WRITE GLRPT-LINE
           END-IF.
           ADD 1 TO WS-ADJ-SUB.
       8110-CHECK-ONE-ADJUSTMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8200-WRITE-TIE-OUT - the audit totals by movement type, then   *
      * the journal against the totals gathered as the inputs were     *
      * read.  The journal is tied when debits equal credits, every    *
      * in-period audit row read was journalled from, the adjustments  *
      * journalled plus those unmatched account for every ADJDATA      *
      * record and its delta, opening plus the journal's net to the    *
      * customer account equals the closing AMOUNT on the trail, and   *
      * no adjustment disagrees with the trail.                        *
      *----------------------------------------------------------------*
       8200-WRITE-TIE-OUT.
           MOVE 'MOVEMENT TYPE          AUDIT ROWS      ENTRIES'
                TO GLRPT-LINE.
           MOVE 'NET MOVEMENT (PENNIES)' TO GLRPT-LINE (54:22).
           WRITE GLRPT-LINE.
           MOVE 1 TO WS-TYPE-SUB.
           PERFORM 8210-WRITE-TYPE-ROW
               THRU 8210-WRITE-TYPE-ROW-EXIT
               UNTIL WS-TYPE-SUB > 4.
           MOVE 0 TO WS-TOT-ENTRIES.
           MOVE 0 TO WS-TOT-NET.
           MOVE 1 TO WS-TYPE-SUB.
           PERFORM 8220-SUM-TYPE-ROW
               THRU 8220-SUM-TYPE-ROW-EXIT
               UNTIL WS-TYPE-SUB > 4.
           MOVE WS-COUNT-AUDIT-USED TO WS-EDIT-COUNT.
           MOVE WS-TOT-ENTRIES TO WS-EDIT-ENTRIES.
           MOVE SPACES TO GLRPT-LINE.
           STRING 'TOTAL               '  DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-EDIT-ENTRIES         DELIMITED BY SIZE
               INTO GLRPT-LINE.
           MOVE WS-TOT-NET TO WS-EDIT-PENNIES.
           MOVE WS-EDIT-PENNIES TO GLRPT-LINE (58:16).
           WRITE GLRPT-LINE.
           MOVE WS-COUNT-AUDIT-SKIPPED TO WS-EDIT-COUNT.
           MOVE SPACES TO GLRPT-LINE.
           STRING 'AUDIT ROWS PASSED OVER (FAILED OR OUT OF PERIOD) : '
                                        DELIMITED BY SIZE
                  WS-EDIT-COUNT         DELIMITED BY SIZE
               INTO GLRPT-LINE.
           WRITE GLRPT-LINE.
           MOVE WS-TOT-OPENING TO WS-EDIT-PENNIES.
           MOVE SPACES TO GLRPT-LINE.
           STRING 'OPENING BALANCE (PENNIES) . . : ' DELIMITED BY SIZE
                  WS-EDIT-PENNIES                     DELIMITED BY SIZE
               INTO GLRPT-LINE.
           WRITE GLRPT-LINE.
           MOVE WS-TOT-CLOSING TO WS-EDIT-PENNIES.
           MOVE SPACES TO GLRPT-LINE.
           STRING 'CLOSING PER AUDIT TRAIL . . . : ' DELIMITED BY SIZE
                  WS-EDIT-PENNIES                     DELIMITED BY SIZE
               INTO GLRPT-LINE.
           WRITE GLRPT-LINE.
           MOVE WS-JNL-LINES TO WS-EDIT-COUNT.
           MOVE SPACES TO GLRPT-LINE.
           STRING 'JOURNAL LINES . . . . . . . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                       DELIMITED BY SIZE
               INTO GLRPT-LINE.
           WRITE GLRPT-LINE.
           MOVE WS-JNL-DEBITS TO WS-EDIT-PENNIES.
           MOVE SPACES TO GLRPT-LINE.
           STRING 'JOURNAL DEBITS (PENNIES)  . . : ' DELIMITED BY SIZE
                  WS-EDIT-PENNIES                     DELIMITED BY SIZE
               INTO GLRPT-LINE.
           WRITE GLRPT-LINE.
           MOVE WS-JNL-CREDITS TO WS-EDIT-PENNIES.
           MOVE SPACES TO GLRPT-LINE.
           STRING 'JOURNAL CREDITS (PENNIES) . . : ' DELIMITED BY SIZE
                  WS-EDIT-PENNIES                     DELIMITED BY SIZE
               INTO GLRPT-LINE.
           WRITE GLRPT-LINE.
           MOVE WS-JNL-CUST-NET TO WS-EDIT-PENNIES.
           MOVE SPACES TO GLRPT-LINE.
           STRING 'NET TO CUSTOMER ACCOUNT . . . : ' DELIMITED BY SIZE
                  WS-EDIT-PENNIES                     DELIMITED BY SIZE
               INTO GLRPT-LINE.
           WRITE GLRPT-LINE.
           MOVE WS-CTL-AUDIT-ROWS TO WS-EDIT-COUNT.
           MOVE SPACES TO GLRPT-LINE.
           STRING 'AUDIT ROWS READ IN PERIOD . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                       DELIMITED BY SIZE
               INTO GLRPT-LINE.
           WRITE GLRPT-LINE.
           MOVE WS-COUNT-ADJ-LOADED TO WS-EDIT-COUNT.
           MOVE SPACES TO GLRPT-LINE.
           STRING 'ADJDATA RECORDS IN PERIOD . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                       DELIMITED BY SIZE
               INTO GLRPT-LINE.
           WRITE GLRPT-LINE.
           MOVE WS-CTL-ADJ-NET TO WS-EDIT-PENNIES.
           MOVE SPACES TO GLRPT-LINE.
           STRING 'ADJDATA NET DELTA (PENNIES) . : ' DELIMITED BY SIZE
                  WS-EDIT-PENNIES                     DELIMITED BY SIZE
               INTO GLRPT-LINE.
           WRITE GLRPT-LINE.
           MOVE WS-JNL-ADJ-NET TO WS-EDIT-PENNIES.
           MOVE SPACES TO GLRPT-LINE.
           STRING 'JOURNAL ADJUSTMENT NET  . . . : ' DELIMITED BY SIZE
                  WS-EDIT-PENNIES                     DELIMITED BY SIZE
               INTO GLRPT-LINE.
           WRITE GLRPT-LINE.
           MOVE WS-ADJ-UNMATCHED-NET TO WS-EDIT-PENNIES.
           MOVE SPACES TO GLRPT-LINE.
           STRING 'UNMATCHED ADJUSTMENT NET  . . : ' DELIMITED BY SIZE
                  WS-EDIT-PENNIES                     DELIMITED BY SIZE
               INTO GLRPT-LINE.
           WRITE GLRPT-LINE.
      * Each check sets its own reason line, so finance can see which
      * tie failed
           IF WS-JNL-DEBITS NOT = WS-JNL-CREDITS
              MOVE 'N' TO WS-TIED-SW
              MOVE 'DEBITS DO NOT EQUAL CREDITS' TO GLRPT-LINE
              WRITE GLRPT-LINE
           END-IF.
           IF WS-COUNT-AUDIT-USED NOT = WS-CTL-AUDIT-ROWS
              MOVE 'N' TO WS-TIED-SW
              MOVE 'ROWS JOURNALLED FROM DO NOT EQUAL AUDIT ROWS READ'
                TO GLRPT-LINE
              WRITE GLRPT-LINE
           END-IF.
           IF WS-JNL-ADJ-ENTRIES + WS-COUNT-ADJ-NIL
              + WS-COUNT-ADJ-UNMATCHED NOT = WS-COUNT-ADJ-LOADED
              OR WS-JNL-ADJ-NET + WS-ADJ-UNMATCHED-NET
                 NOT = WS-CTL-ADJ-NET
              MOVE 'N' TO WS-TIED-SW
              MOVE 'ADJUSTMENTS JOURNALLED PLUS UNMATCHED DO NOT EQUAL'
                 & ' ADJDATA' TO GLRPT-LINE
              WRITE GLRPT-LINE
           END-IF.
           IF WS-TOT-OPENING + WS-JNL-CUST-NET NOT = WS-TOT-CLOSING
              MOVE 'N' TO WS-TIED-SW
              MOVE 'OPENING PLUS JOURNAL NET DOES NOT EQUAL CLOSING'
                TO GLRPT-LINE
              WRITE GLRPT-LINE
           END-IF.
           IF WS-COUNT-ADJ-DISAGREE > 0
              MOVE 'N' TO WS-TIED-SW
              MOVE 'ADJUSTMENTS DISAGREE WITH THE TRAIL - BALANCE NOT'
                 & ' PROVEN' TO GLRPT-LINE
              WRITE GLRPT-LINE
           END-IF.
           EVALUATE TRUE
              WHEN NOT WS-TIED
                 MOVE 8 TO WS-RETURN-CODE
                 MOVE '*** JOURNAL NOT TIED TO AUDIT TOTALS ***' TO
                       GLRPT-LINE
              WHEN WS-COUNT-ADJ-UNMATCHED > 0
                 MOVE 4 TO WS-RETURN-CODE
                 MOVE 'JOURNAL TIED - UNMATCHED ADJUSTMENTS LISTED' TO
                       GLRPT-LINE
              WHEN OTHER
                 MOVE 'JOURNAL TIED TO AUDIT TOTALS' TO GLRPT-LINE
           END-EVALUATE.
           WRITE GLRPT-LINE.
       8200-WRITE-TIE-OUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8210-WRITE-TYPE-ROW.
           MOVE SPACES TO GLRPT-LINE.
           EVALUATE WS-TYPE-SUB
              WHEN 1
                 MOVE 'CREATES'     TO GLRPT-LINE
              WHEN 2
                 MOVE 'UPDATES'     TO GLRPT-LINE
              WHEN 3
                 MOVE 'DELETES'     TO GLRPT-LINE
              WHEN OTHER
                 MOVE 'ADJUSTMENTS' TO GLRPT-LINE
           END-EVALUATE.
           MOVE WS-TYPE-ROWS (WS-TYPE-SUB) TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO GLRPT-LINE (21:11).
           MOVE WS-TYPE-ENTRIES (WS-TYPE-SUB) TO WS-EDIT-ENTRIES.
           MOVE WS-EDIT-ENTRIES TO GLRPT-LINE (34:11).
           MOVE WS-TYPE-NET (WS-TYPE-SUB) TO WS-EDIT-PENNIES.
           MOVE WS-EDIT-PENNIES TO GLRPT-LINE (58:16).
           WRITE GLRPT-LINE.
           ADD 1 TO WS-TYPE-SUB.
       8210-WRITE-TYPE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8220-SUM-TYPE-ROW.
           ADD WS-TYPE-ENTRIES (WS-TYPE-SUB) TO WS-TOT-ENTRIES.
           ADD WS-TYPE-NET (WS-TYPE-SUB)     TO WS-TOT-NET.
           ADD 1 TO WS-TYPE-SUB.
       8220-SUM-TYPE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9999-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       9999-EXIT-EXIT.
           EXIT.
