      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = POSTACCR                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   POSTACCR.
       AUTHOR.       DATA LOAD GROUP.
       INSTALLATION. ZCEE WILDFIRE WORKSHOP.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *   DATE       INIT  DESCRIPTION                                 *
      *   10/15/2026  DLG  Initial version.  Monthly fee and interest  *
      *                    accrual.  Each customer on the month-end    *
      *                    FILEA extract is placed in a balance tier   *
      *                    from the RATECTL control file and charged   *
      *                    the tier's monthly fee or credited a month  *
      *                    of the tier's interest, to the penny; the   *
      *                    cards go to ACCRADJ in the ADJIN layout,    *
      *                    ready for POSTADJ, and every charge and     *
      *                    credit is printed on the ACCRREG register   *
      *                    by tier with control totals.  Fees are      *
      *                    waived at or above the minimum balance on   *
      *                    RATECTL; a fee larger than the balance is   *
      *                    cut to the balance and listed.  A month     *
      *                    already on the ACCRCTL run-control file     *
      *                    refuses the run, so no month is charged     *
      *                    twice.  RC 0 clean; RC 4 customers listed   *
      *                    as exceptions and not charged; RC 8 a run   *
      *                    refused or cut short (the month is then     *
      *                    not recorded and ACCRADJ must not be run).  *
      *   10/15/2026  DLG  The extract's HDR date must fall in the     *
      *                    accrual month and is kept on ACCRCTL with   *
      *                    the month; an extract with no HDR, dated    *
      *                    outside the month or already accrued for    *
      *                    any month refuses the run RC 8.             *
      *----------------------------------------------------------------*
      *                                                                *
      * SYSIN carries one card: the accrual month, YYYYMM.  The        *
      * extract must start with its HDR, dated in that month.          *
      *                                                                *
      * CONTROL CARDS (RATECTL)                                        *
      *   TIER CARD                                                    *
      *   COL  1     TYPE       T                                      *
      *   COL  2- 3  TIER       TIER NUMBER 01-20, PRINTED IN ORDER    *
      *   COL  4- 9  FROM       LOWEST BALANCE IN THE TIER  9999V99    *
      *   COL 10-15  TO         HIGHEST BALANCE IN THE TIER 9999V99    *
      *   COL 16     KIND       F = MONTHLY FEE, I = INTEREST          *
      *   COL 17-22  FEE        MONTHLY FEE (KIND F)        9999V99    *
      *   COL 23-28  RATE       ANNUAL RATE % (KIND I)      99V9999    *
      *   COL 29-48  LABEL      PRINTED ON THE REGISTER                *
      *   WAIVER CARD (OPTIONAL, AT MOST ONE)                          *
      *   COL  1     TYPE       W                                      *
      *   COL  2- 7  MINIMUM    FEES WAIVED AT OR ABOVE     9999V99    *
      *                                                                *
      * Tiers may leave gaps but must not overlap; a balance in a gap  *
      * is listed, not charged.  A month's interest is the balance     *
      * times the annual rate over twelve, rounded to the penny, and   *
      * is never waived.  A credit that would take AMOUNT past         *
      * $9999.99 would only be rejected by POSTADJ, so it is listed    *
      * instead of written.  POSTDORM does not count the updates       *
      * these cards drive as customer activity.                        *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEAEXT ASSIGN TO FILEAEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILEA-STATUS.
           SELECT RATECTL ASSIGN TO RATECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECTL-STATUS.
           SELECT ACCRCTL ASSIGN TO ACCRCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRCTL-STATUS.
           SELECT ACCRADJ ASSIGN TO ACCRADJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRADJ-STATUS.
           SELECT SELWORK ASSIGN TO SELWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELWORK-STATUS.
           SELECT SRTWORK ASSIGN TO SRTWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRTWORK-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTFILE.
           SELECT ACCRREG ASSIGN TO ACCRREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEAEXT
           RECORDING MODE IS F.
           COPY FILEAREC.

       FD  RATECTL
           RECORDING MODE IS F.
       01  RATECTL-RECORD.
           05 RTC-TYPE                PIC X(01).
              88 RTC-TIER-CARD            VALUE 'T'.
              88 RTC-WAIVER-CARD          VALUE 'W'.
           05 RTC-TIER-DATA.
              10 RTC-TIER             PIC 9(02).
              10 RTC-FROM             PIC 9(06).
              10 RTC-TO               PIC 9(06).
              10 RTC-KIND             PIC X(01).
                 88 RTC-KIND-FEE          VALUE 'F'.
                 88 RTC-KIND-INTEREST     VALUE 'I'.
              10 RTC-FEE              PIC 9(06).
              10 RTC-RATE             PIC 9(02)V9(04).
              10 RTC-LABEL            PIC X(20).
           05 RTC-WAIVER-DATA REDEFINES RTC-TIER-DATA.
              10 RTC-WAIVER-MINIMUM   PIC 9(06).
              10 FILLER               PIC X(41).

      * One record per month accrued to completion, with the HDR date
      * of the extract charged; a month or an extract already on here
      * refuses the run, so neither can be charged twice.
       FD  ACCRCTL
           RECORDING MODE IS F.
       01  ACCRCTL-RECORD.
           05 ACC-MONTH               PIC X(06).
           05 ACC-RUN-DATE            PIC X(08).
           05 ACC-RUN-TIME            PIC X(06).
           05 ACC-CARD-COUNT          PIC 9(09).
           05 ACC-FEE-PENNIES         PIC 9(11).
           05 ACC-INTEREST-PENNIES    PIC 9(11).
           05 ACC-EXTRACT-DATE        PIC X(08).

      * The adjustment cards, in the layout POSTADJ reads as ADJIN
       FD  ACCRADJ
           RECORDING MODE IS F.
       01  ACCRADJ-RECORD.
           05 ACA-NUMB                PIC X(6).
           05 ACA-SIGN                PIC X(1).
           05 ACA-AMOUNT.
              10 ACA-AMT-DOLLARS      PIC 9(4).
              10 ACA-AMT-POINT        PIC X(1).
              10 ACA-AMT-CENTS        PIC 9(2).

      * One record per register line: section 1 the tier detail,
      * section 2 the fees cut to the balance, section 3 the
      * customers not charged
       FD  SELWORK
           RECORDING MODE IS F.
       01  SEL-RECORD.
           05 SEL-SECTION             PIC X(01).
           05 SEL-TIER                PIC 9(02).
           05 SEL-NUMB                PIC X(6).
           05 SEL-NAME                PIC X(20).
           05 SEL-AMOUNT              PIC X(8).
           05 SEL-BALANCE             PIC 9(06).
           05 SEL-SIGN                PIC X(01).
           05 SEL-CHARGE              PIC 9(06).
           05 SEL-FEE-DUE             PIC 9(06).
           05 SEL-NOTE                PIC X(24).

      * The same records in register order, left behind by the sort
       FD  SRTWORK
           RECORDING MODE IS F.
       01  SWK-RECORD.
           05 SWK-SECTION             PIC X(01).
              88 SWK-TIER-DETAIL          VALUE '1'.
              88 SWK-CAPPED               VALUE '2'.
              88 SWK-EXCEPTION            VALUE '3'.
           05 SWK-TIER                PIC 9(02).
           05 SWK-NUMB                PIC X(6).
           05 SWK-NAME                PIC X(20).
           05 SWK-AMOUNT              PIC X(8).
           05 SWK-BALANCE             PIC 9(06).
           05 SWK-SIGN                PIC X(01).
           05 SWK-CHARGE              PIC 9(06).
           05 SWK-FEE-DUE             PIC 9(06).
           05 SWK-NOTE                PIC X(24).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-SECTION             PIC X(01).
           05 SRT-TIER                PIC 9(02).
           05 SRT-NUMB                PIC X(6).
           05 FILLER                  PIC X(71).

       FD  ACCRREG
           RECORDING MODE IS F.
       01  ACCRREG-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       77  WS-FILEA-STATUS             PIC X(02) VALUE SPACES.
           88 WS-FILEA-OK                  VALUE '00'.
           88 WS-FILEA-AT-EOF              VALUE '10'.
       77  WS-RATECTL-STATUS           PIC X(02) VALUE SPACES.
           88 WS-RATECTL-OK                VALUE '00'.
           88 WS-RATECTL-EOF               VALUE '10'.
           88 WS-RATECTL-NOT-FOUND         VALUE '35'.
       77  WS-ACCRCTL-STATUS           PIC X(02) VALUE SPACES.
           88 WS-ACCRCTL-OK                VALUE '00'.
           88 WS-ACCRCTL-EOF               VALUE '10'.
           88 WS-ACCRCTL-NOT-FOUND         VALUE '35'.
       77  WS-ACCRADJ-STATUS           PIC X(02) VALUE SPACES.
           88 WS-ACCRADJ-OK                VALUE '00'.
       77  WS-SELWORK-STATUS           PIC X(02) VALUE SPACES.
           88 WS-SELWORK-OK                VALUE '00'.
       77  WS-SRTWORK-STATUS           PIC X(02) VALUE SPACES.
           88 WS-SRTWORK-OK                VALUE '00'.
           88 WS-SRTWORK-EOF               VALUE '10'.
       77  WS-ACCRREG-STATUS           PIC X(02) VALUE SPACES.
           88 WS-ACCRREG-OK                VALUE '00'.

       77  WS-INPUT-EOF-SW             PIC X(01) VALUE 'N'.
           88 WS-INPUT-EOF                 VALUE 'Y'.
       77  WS-RUN-ERROR-SW             PIC X(01) VALUE 'N'.
           88 WS-RUN-ERROR                 VALUE 'Y'.
       77  WS-HDR-SEEN-SW              PIC X(01) VALUE 'N'.
           88 WS-HDR-SEEN                  VALUE 'Y'.
       77  WS-FILES-OPEN-SW            PIC X(01) VALUE 'N'.
           88 WS-FILES-OPEN                VALUE 'Y'.
       77  WS-REGISTER-OPEN-SW         PIC X(01) VALUE 'N'.
           88 WS-REGISTER-OPEN             VALUE 'Y'.
       77  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.

       77  WS-COUNT-READ               PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-FEES               PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-CREDITS            PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-WAIVED             PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-NIL                PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-CAPPED             PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-EXCEPTIONS         PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-CARDS              PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-SELECTED           PIC 9(09) COMP VALUE 0.
       77  WS-FEE-PENNIES              PIC 9(11) COMP VALUE 0.
       77  WS-INTEREST-PENNIES         PIC 9(11) COMP VALUE 0.
       77  WS-CAPPED-SHORT-PENNIES     PIC 9(11) COMP VALUE 0.
       77  WS-BALANCE-PENNIES          PIC 9(11) COMP VALUE 0.

      * The accrual month, off the SYSIN card
       01  WS-MONTH-CARD.
           05 WS-ACCRUAL-MONTH.
              10 WS-ACCRUAL-YYYY      PIC X(04).
              10 WS-ACCRUAL-MM        PIC X(02).
           05 FILLER                  PIC X(74).

       01  WS-CURRENT-DATE             PIC X(21) VALUE SPACES.
       01  WS-EXTRACT-DATE             PIC X(08) VALUE SPACES.
       77  WS-PRIOR-NUMB               PIC X(06) VALUE LOW-VALUES.

      *----------------------------------------------------------------*
      * The rate table, one entry per tier number.  A tier not on      *
      * RATECTL is unused; WS-WAIVER-MINIMUM stays at its ceiling when *
      * there is no waiver card, so no fee is ever waived.             *
      *----------------------------------------------------------------*
       01  WS-TIER-TABLE.
           05 WS-TIER-ENTRY           OCCURS 20 TIMES.
              10 WS-TIER-USED         PIC X(01).
              10 WS-TIER-FROM         PIC 9(06).
              10 WS-TIER-TO           PIC 9(06).
              10 WS-TIER-KIND         PIC X(01).
              10 WS-TIER-FEE          PIC 9(06).
              10 WS-TIER-RATE         PIC 9(02)V9(04).
              10 WS-TIER-LABEL        PIC X(20).
              10 WS-TIER-COUNT        PIC 9(09) COMP.
              10 WS-TIER-PENNIES      PIC S9(11) COMP.
       77  WS-TIER-SUB                 PIC 9(04) COMP VALUE 0.
       77  WS-TIER-SUB-2               PIC 9(04) COMP VALUE 0.
       77  WS-TIER-COUNT-LOADED        PIC 9(04) COMP VALUE 0.
       77  WS-WAIVER-MINIMUM           PIC 9(07) COMP VALUE 9999999.
       77  WS-WAIVER-CARDS             PIC 9(04) COMP VALUE 0.
       77  WS-CARD-NUMBER              PIC 9(04) COMP VALUE 0.
       77  WS-CUST-TIER                PIC 9(04) COMP VALUE 0.

      * The customer in hand
       77  WS-CUST-PENNIES             PIC 9(09) COMP VALUE 0.
       77  WS-CHARGE-PENNIES           PIC 9(09) COMP VALUE 0.
       77  WS-FEE-DUE-PENNIES          PIC 9(09) COMP VALUE 0.
       77  WS-AMOUNT-VALID-SW          PIC X(01) VALUE 'N'.
           88 WS-AMOUNT-VALID              VALUE 'Y'.
       01  WS-AMOUNT-DOLLARS           PIC 9(04) VALUE 0.
       01  WS-AMOUNT-CENTS             PIC 9(02) VALUE 0.
       01  WS-CARD-AMOUNT              PIC 9(04)V99 VALUE 0.
       01  WS-CARD-AMOUNT-SPLIT REDEFINES WS-CARD-AMOUNT.
           05 WS-CARD-DOLLARS         PIC 9(04).
           05 WS-CARD-CENTS           PIC 9(02).

      * Register control breaks and editing
       77  WS-CURRENT-SECTION          PIC X(01) VALUE SPACES.
       77  WS-CURRENT-TIER             PIC 9(02) VALUE 0.
       77  WS-GROUP-COUNT              PIC 9(09) COMP VALUE 0.
       77  WS-GROUP-PENNIES            PIC S9(11) COMP VALUE 0.
       77  WS-MONEY-PENNIES            PIC S9(11) COMP VALUE 0.
       01  WS-MONEY                    PIC S9(09)V99 VALUE 0.
       01  WS-EDIT-MONEY               PIC $$$,$$$,$$9.99-.
       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-RATE                PIC Z9.9999.
       01  WS-EDIT-TIER                PIC 9(02).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF NOT WS-RUN-ERROR
              PERFORM 2000-ACCRUE-CUSTOMERS
                  THRU 2000-ACCRUE-CUSTOMERS-EXIT
              PERFORM 3000-SORT-REGISTER
                  THRU 3000-SORT-REGISTER-EXIT
              PERFORM 4000-PRINT-REGISTER
                  THRU 4000-PRINT-REGISTER-EXIT
           END-IF.
           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT.
           PERFORM 9999-EXIT
               THRU 9999-EXIT-EXIT.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - the month card, the extract's HDR, the month *
      * and extract not yet accrued, the rate table, then the outputs  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-MONTH-CARD.
           IF WS-ACCRUAL-MONTH IS NOT NUMERIC
              OR WS-ACCRUAL-MM < '01'
              OR WS-ACCRUAL-MM > '12'
              DISPLAY 'POSTACCR: ACCRUAL MONTH MUST BE YYYYMM'
                      ' - RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1050-CHECK-EXTRACT-HDR
               THRU 1050-CHECK-EXTRACT-HDR-EXIT.
           IF WS-RUN-ERROR
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM 1100-CHECK-RUN-CONTROL
               THRU 1100-CHECK-RUN-CONTROL-EXIT.
           IF WS-RUN-ERROR
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1200-LOAD-RATES
               THRU 1200-LOAD-RATES-EXIT.
           IF WS-RUN-ERROR
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT ACCRADJ.
           IF NOT WS-ACCRADJ-OK
              DISPLAY 'POSTACCR: UNABLE TO OPEN ACCRADJ, STATUS = '
                       WS-ACCRADJ-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT SELWORK.
           IF NOT WS-SELWORK-OK
              DISPLAY 'POSTACCR: UNABLE TO OPEN SELWORK, STATUS = '
                       WS-SELWORK-STATUS
              SET WS-RUN-ERROR TO TRUE
              CLOSE ACCRADJ
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-FILES-OPEN TO TRUE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1050-CHECK-EXTRACT-HDR - the month-end extract must open with  *
      * its HDR, dated in the accrual month; otherwise nothing ties    *
      * the month card to the balances being charged.  Checked before  *
      * ACCRADJ is opened, so a refused run leaves the last one's      *
      * cards alone.                                                   *
      *----------------------------------------------------------------*
       1050-CHECK-EXTRACT-HDR.
           OPEN INPUT FILEAEXT.
           IF NOT WS-FILEA-OK
              DISPLAY 'POSTACCR: UNABLE TO OPEN FILEAEXT, STATUS = '
                       WS-FILEA-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1050-CHECK-EXTRACT-HDR-EXIT
           END-IF.
           READ FILEAEXT.
           IF NOT WS-FILEA-OK
              OR FILEA-RECORD (1:3) NOT = 'HDR'
              DISPLAY 'POSTACCR: FILEAEXT HAS NO HDR RECORD'
                      ' - RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
              CLOSE FILEAEXT
              GO TO 1050-CHECK-EXTRACT-HDR-EXIT
           END-IF.
           MOVE FILEA-RECORD (4:8) TO WS-EXTRACT-DATE.
           CLOSE FILEAEXT.
           IF WS-EXTRACT-DATE IS NOT NUMERIC
              OR WS-EXTRACT-DATE (1:6) NOT = WS-ACCRUAL-MONTH
              DISPLAY 'POSTACCR: EXTRACT DATED ' WS-EXTRACT-DATE
                      ' IS NOT A MONTH-END EXTRACT FOR '
                      WS-ACCRUAL-MONTH ' - RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
           END-IF.
       1050-CHECK-EXTRACT-HDR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-CHECK-RUN-CONTROL - a month, or an extract, already on    *
      * ACCRCTL has been accrued to completion before; refuse it.  No  *
      * ACCRCTL file yet just means nothing has ever been accrued.     *
      *----------------------------------------------------------------*
       1100-CHECK-RUN-CONTROL.
           OPEN INPUT ACCRCTL.
           IF WS-ACCRCTL-NOT-FOUND
              GO TO 1100-CHECK-RUN-CONTROL-EXIT
           END-IF.
           IF NOT WS-ACCRCTL-OK
              DISPLAY 'POSTACCR: UNABLE TO OPEN ACCRCTL, STATUS = '
                       WS-ACCRCTL-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1100-CHECK-RUN-CONTROL-EXIT
           END-IF.
           PERFORM 1110-READ-RUN-CONTROL
               THRU 1110-READ-RUN-CONTROL-EXIT
               UNTIL WS-ACCRCTL-EOF OR WS-RUN-ERROR.
           CLOSE ACCRCTL.
       1100-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1110-READ-RUN-CONTROL.
           READ ACCRCTL.
           EVALUATE TRUE
              WHEN WS-ACCRCTL-EOF
                 CONTINUE
              WHEN NOT WS-ACCRCTL-OK
                 DISPLAY 'POSTACCR: ACCRCTL READ ERROR, STATUS = '
                          WS-ACCRCTL-STATUS
                 SET WS-RUN-ERROR TO TRUE
              WHEN ACC-MONTH = WS-ACCRUAL-MONTH
                 DISPLAY 'POSTACCR: MONTH ' WS-ACCRUAL-MONTH
                         ' ALREADY ACCRUED ON ' ACC-RUN-DATE
                         ' - RUN REFUSED'
                 SET WS-RUN-ERROR TO TRUE
              WHEN ACC-EXTRACT-DATE = WS-EXTRACT-DATE
                 DISPLAY 'POSTACCR: EXTRACT OF ' WS-EXTRACT-DATE
                         ' ALREADY ACCRUED FOR MONTH ' ACC-MONTH
                         ' ON ' ACC-RUN-DATE ' - RUN REFUSED'
                 SET WS-RUN-ERROR TO TRUE
           END-EVALUATE.
       1110-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-LOAD-RATES - every card must be good and the tiers must   *
      * not overlap, or the run is refused: a bad rate table would     *
      * charge every customer wrongly                                  *
      *----------------------------------------------------------------*
       1200-LOAD-RATES.
           INITIALIZE WS-TIER-TABLE.
           OPEN INPUT RATECTL.
           IF WS-RATECTL-NOT-FOUND
              DISPLAY 'POSTACCR: NO RATE CONTROL FILE - RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
              GO TO 1200-LOAD-RATES-EXIT
           END-IF.
           IF NOT WS-RATECTL-OK
              DISPLAY 'POSTACCR: UNABLE TO OPEN RATECTL, STATUS = '
                       WS-RATECTL-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1200-LOAD-RATES-EXIT
           END-IF.
           PERFORM 1210-LOAD-ONE-RATE
               THRU 1210-LOAD-ONE-RATE-EXIT
               UNTIL WS-RATECTL-EOF OR WS-RUN-ERROR.
           CLOSE RATECTL.
           IF WS-RUN-ERROR
              GO TO 1200-LOAD-RATES-EXIT
           END-IF.
           IF WS-TIER-COUNT-LOADED = 0
              DISPLAY 'POSTACCR: NO TIER CARDS ON RATECTL'
                      ' - RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
              GO TO 1200-LOAD-RATES-EXIT
           END-IF.
           PERFORM 1220-CHECK-OVERLAP
               THRU 1220-CHECK-OVERLAP-EXIT
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 19 OR WS-RUN-ERROR.
       1200-LOAD-RATES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1210-LOAD-ONE-RATE.
           READ RATECTL.
           IF WS-RATECTL-EOF
              GO TO 1210-LOAD-ONE-RATE-EXIT
           END-IF.
           IF NOT WS-RATECTL-OK
              DISPLAY 'POSTACCR: RATECTL READ ERROR, STATUS = '
                       WS-RATECTL-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1210-LOAD-ONE-RATE-EXIT
           END-IF.
           ADD 1 TO WS-CARD-NUMBER.
           EVALUATE TRUE
              WHEN RTC-WAIVER-CARD
                 IF RTC-WAIVER-MINIMUM IS NOT NUMERIC
                    OR WS-WAIVER-CARDS > 0
                    PERFORM 1290-BAD-RATE-CARD
                        THRU 1290-BAD-RATE-CARD-EXIT
                 ELSE
                    ADD 1 TO WS-WAIVER-CARDS
                    MOVE RTC-WAIVER-MINIMUM TO WS-WAIVER-MINIMUM
                 END-IF
              WHEN RTC-TIER-CARD
                 IF RTC-TIER IS NOT NUMERIC
                    OR RTC-FROM IS NOT NUMERIC
                    OR RTC-TO IS NOT NUMERIC
                    OR RTC-FEE IS NOT NUMERIC
                    OR RTC-RATE IS NOT NUMERIC
                    PERFORM 1290-BAD-RATE-CARD
                        THRU 1290-BAD-RATE-CARD-EXIT
                    GO TO 1210-LOAD-ONE-RATE-EXIT
                 END-IF
                 IF RTC-TIER < 1 OR RTC-TIER > 20
                    OR RTC-FROM > RTC-TO
                    OR NOT (RTC-KIND-FEE OR RTC-KIND-INTEREST)
                    PERFORM 1290-BAD-RATE-CARD
                        THRU 1290-BAD-RATE-CARD-EXIT
                    GO TO 1210-LOAD-ONE-RATE-EXIT
                 END-IF
                 IF WS-TIER-USED (RTC-TIER) = 'Y'
                    PERFORM 1290-BAD-RATE-CARD
                        THRU 1290-BAD-RATE-CARD-EXIT
                    GO TO 1210-LOAD-ONE-RATE-EXIT
                 END-IF
                 ADD 1 TO WS-TIER-COUNT-LOADED
                 MOVE 'Y'       TO WS-TIER-USED (RTC-TIER)
                 MOVE RTC-FROM  TO WS-TIER-FROM (RTC-TIER)
                 MOVE RTC-TO    TO WS-TIER-TO (RTC-TIER)
                 MOVE RTC-KIND  TO WS-TIER-KIND (RTC-TIER)
                 MOVE RTC-FEE   TO WS-TIER-FEE (RTC-TIER)
                 MOVE RTC-RATE  TO WS-TIER-RATE (RTC-TIER)
                 MOVE RTC-LABEL TO WS-TIER-LABEL (RTC-TIER)
              WHEN OTHER
                 PERFORM 1290-BAD-RATE-CARD
                     THRU 1290-BAD-RATE-CARD-EXIT
           END-EVALUATE.
       1210-LOAD-ONE-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1220-CHECK-OVERLAP - tier WS-TIER-SUB against every later one  *
      *----------------------------------------------------------------*
       1220-CHECK-OVERLAP.
           IF WS-TIER-USED (WS-TIER-SUB) NOT = 'Y'
              GO TO 1220-CHECK-OVERLAP-EXIT
           END-IF.
           PERFORM 1230-CHECK-ONE-PAIR
               THRU 1230-CHECK-ONE-PAIR-EXIT
               VARYING WS-TIER-SUB-2 FROM WS-TIER-SUB BY 1
               UNTIL WS-TIER-SUB-2 > 20 OR WS-RUN-ERROR.
       1220-CHECK-OVERLAP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1230-CHECK-ONE-PAIR.
           IF WS-TIER-SUB-2 = WS-TIER-SUB
              OR WS-TIER-USED (WS-TIER-SUB-2) NOT = 'Y'
              GO TO 1230-CHECK-ONE-PAIR-EXIT
           END-IF.
           IF WS-TIER-FROM (WS-TIER-SUB) <= WS-TIER-TO (WS-TIER-SUB-2)
              AND WS-TIER-FROM (WS-TIER-SUB-2)
                  <= WS-TIER-TO (WS-TIER-SUB)
              MOVE WS-TIER-SUB TO WS-EDIT-TIER
              DISPLAY 'POSTACCR: RATECTL TIER ' WS-EDIT-TIER
                      ' OVERLAPS ANOTHER TIER - RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
           END-IF.
       1230-CHECK-ONE-PAIR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1290-BAD-RATE-CARD.
           DISPLAY 'POSTACCR: RATECTL CARD ' WS-CARD-NUMBER
                   ' INVALID OR REPEATED - RUN REFUSED'.
           DISPLAY 'POSTACCR:   ' RATECTL-RECORD.
           SET WS-RUN-ERROR TO TRUE.
       1290-BAD-RATE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-ACCRUE-CUSTOMERS - one pass over the month-end extract    *
      *----------------------------------------------------------------*
       2000-ACCRUE-CUSTOMERS.
           OPEN INPUT FILEAEXT.
           IF NOT WS-FILEA-OK
              DISPLAY 'POSTACCR: UNABLE TO OPEN FILEAEXT, STATUS = '
                       WS-FILEA-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 2000-ACCRUE-CUSTOMERS-EXIT
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF-SW.
           PERFORM 2100-ACCRUE-ONE
               THRU 2100-ACCRUE-ONE-EXIT
               UNTIL WS-INPUT-EOF.
           CLOSE FILEAEXT.
           CLOSE SELWORK.
       2000-ACCRUE-CUSTOMERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-ACCRUE-ONE - one extract row.  The HDR was checked at     *
      * start-up; a customer row ahead of it, or an HDR that is not    *
      * the one checked, ends the run before anything is charged from  *
      * it.  The TRL is skipped.                                       *
      *----------------------------------------------------------------*
       2100-ACCRUE-ONE.
           READ FILEAEXT.
           EVALUATE TRUE
              WHEN WS-FILEA-AT-EOF
                 SET WS-INPUT-EOF TO TRUE
                 GO TO 2100-ACCRUE-ONE-EXIT
              WHEN NOT WS-FILEA-OK
                 DISPLAY 'POSTACCR: FILEAEXT READ ERROR, STATUS = '
                          WS-FILEA-STATUS
                 SET WS-INPUT-EOF TO TRUE
                 SET WS-RUN-ERROR TO TRUE
                 GO TO 2100-ACCRUE-ONE-EXIT
              WHEN FILEA-RECORD (1:3) = 'HDR'
                 AND NOT WS-HDR-SEEN
                 AND FILEA-RECORD (4:8) = WS-EXTRACT-DATE
                 SET WS-HDR-SEEN TO TRUE
                 GO TO 2100-ACCRUE-ONE-EXIT
              WHEN FILEA-RECORD (1:3) = 'HDR'
              WHEN NOT WS-HDR-SEEN
                 DISPLAY 'POSTACCR: FILEAEXT HDR MISSING OR OUT OF'
                         ' PLACE - RUN REFUSED'
                 SET WS-INPUT-EOF TO TRUE
                 SET WS-RUN-ERROR TO TRUE
                 GO TO 2100-ACCRUE-ONE-EXIT
              WHEN FILEA-RECORD (1:3) = 'TRL'
                 GO TO 2100-ACCRUE-ONE-EXIT
           END-EVALUATE.
           ADD 1 TO WS-COUNT-READ.
           MOVE SPACES      TO SEL-RECORD.
           MOVE '1'         TO SEL-SECTION.
           MOVE 0           TO SEL-TIER SEL-BALANCE SEL-CHARGE
                               SEL-FEE-DUE.
           MOVE FILEA-NUMB  TO SEL-NUMB.
           MOVE FILEA-NAME  TO SEL-NAME.
           MOVE FILEA-AMOUNT TO SEL-AMOUNT.
           PERFORM 2200-PARSE-AMOUNT
               THRU 2200-PARSE-AMOUNT-EXIT.
           MOVE WS-CUST-PENNIES TO SEL-BALANCE.
      * The extract comes off FILEA in key order; a NUMB seen twice
      * would be charged twice by POSTADJ
           IF FILEA-NUMB = WS-PRIOR-NUMB
              MOVE 'DUPLICATE EXTRACT ROW' TO SEL-NOTE
              PERFORM 2800-LIST-EXCEPTION
                  THRU 2800-LIST-EXCEPTION-EXIT
              GO TO 2100-ACCRUE-ONE-EXIT
           END-IF.
           MOVE FILEA-NUMB TO WS-PRIOR-NUMB.
           IF NOT WS-AMOUNT-VALID
              MOVE 'AMOUNT UNREADABLE' TO SEL-NOTE
              PERFORM 2800-LIST-EXCEPTION
                  THRU 2800-LIST-EXCEPTION-EXIT
              GO TO 2100-ACCRUE-ONE-EXIT
           END-IF.
           ADD WS-CUST-PENNIES TO WS-BALANCE-PENNIES.
           MOVE 0 TO WS-CUST-TIER.
           PERFORM 2300-FIND-TIER
               THRU 2300-FIND-TIER-EXIT
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 20 OR WS-CUST-TIER > 0.
           IF WS-CUST-TIER = 0
              MOVE 'BALANCE IN NO TIER' TO SEL-NOTE
              PERFORM 2800-LIST-EXCEPTION
                  THRU 2800-LIST-EXCEPTION-EXIT
              GO TO 2100-ACCRUE-ONE-EXIT
           END-IF.
           MOVE WS-CUST-TIER TO SEL-TIER.
           IF WS-TIER-KIND (WS-CUST-TIER) = 'F'
              PERFORM 2400-CHARGE-FEE
                  THRU 2400-CHARGE-FEE-EXIT
           ELSE
              PERFORM 2500-CREDIT-INTEREST
                  THRU 2500-CREDIT-INTEREST-EXIT
           END-IF.
       2100-ACCRUE-ONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-PARSE-AMOUNT - FILEA-AMOUNT in pennies when it is in the  *
      * $9999.99 picture                                               *
      *----------------------------------------------------------------*
       2200-PARSE-AMOUNT.
           MOVE 0 TO WS-CUST-PENNIES.
           MOVE 'N' TO WS-AMOUNT-VALID-SW.
           IF FILEA-AMOUNT (1:1) = '$'
              AND FILEA-AMOUNT (2:4) IS NUMERIC
              AND FILEA-AMOUNT (6:1) = '.'
              AND FILEA-AMOUNT (7:2) IS NUMERIC
              MOVE FILEA-AMOUNT (2:4) TO WS-AMOUNT-DOLLARS
              MOVE FILEA-AMOUNT (7:2) TO WS-AMOUNT-CENTS
              COMPUTE WS-CUST-PENNIES =
                      (WS-AMOUNT-DOLLARS * 100) + WS-AMOUNT-CENTS
              SET WS-AMOUNT-VALID TO TRUE
           END-IF.
       2200-PARSE-AMOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2300-FIND-TIER.
           IF WS-TIER-USED (WS-TIER-SUB) = 'Y'
              AND WS-CUST-PENNIES >= WS-TIER-FROM (WS-TIER-SUB)
              AND WS-CUST-PENNIES <= WS-TIER-TO (WS-TIER-SUB)
              MOVE WS-TIER-SUB TO WS-CUST-TIER
           END-IF.
       2300-FIND-TIER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-CHARGE-FEE - the tier's fee, waived at or above the       *
      * minimum balance, and never more than the balance: a fee cut    *
      * to the balance is charged as cut and listed                    *
      *----------------------------------------------------------------*
       2400-CHARGE-FEE.
           IF WS-CUST-PENNIES >= WS-WAIVER-MINIMUM
              ADD 1 TO WS-COUNT-WAIVED
              MOVE 'FEE WAIVED - MIN BALANCE' TO SEL-NOTE
              PERFORM 2900-WRITE-SELECTED
                  THRU 2900-WRITE-SELECTED-EXIT
              GO TO 2400-CHARGE-FEE-EXIT
           END-IF.
           MOVE WS-TIER-FEE (WS-CUST-TIER) TO WS-FEE-DUE-PENNIES.
           MOVE WS-FEE-DUE-PENNIES TO WS-CHARGE-PENNIES.
           IF WS-CHARGE-PENNIES > WS-CUST-PENNIES
              MOVE WS-CUST-PENNIES TO WS-CHARGE-PENNIES
           END-IF.
           IF WS-CHARGE-PENNIES = 0
              ADD 1 TO WS-COUNT-NIL
              IF WS-FEE-DUE-PENNIES > 0
                 MOVE 'NO BALANCE TO CHARGE' TO SEL-NOTE
              ELSE
                 MOVE 'NO FEE IN TIER' TO SEL-NOTE
              END-IF
              PERFORM 2900-WRITE-SELECTED
                  THRU 2900-WRITE-SELECTED-EXIT
              GO TO 2400-CHARGE-FEE-EXIT
           END-IF.
           MOVE '-' TO SEL-SIGN.
           PERFORM 2600-WRITE-CARD
               THRU 2600-WRITE-CARD-EXIT.
           IF WS-RUN-ERROR
              GO TO 2400-CHARGE-FEE-EXIT
           END-IF.
           ADD 1 TO WS-COUNT-FEES.
           ADD WS-CHARGE-PENNIES TO WS-FEE-PENNIES.
           MOVE WS-CHARGE-PENNIES TO SEL-CHARGE.
           MOVE WS-FEE-DUE-PENNIES TO SEL-FEE-DUE.
           IF WS-CHARGE-PENNIES < WS-FEE-DUE-PENNIES
              ADD 1 TO WS-COUNT-CAPPED
              COMPUTE WS-CAPPED-SHORT-PENNIES =
                      WS-CAPPED-SHORT-PENNIES
                    + WS-FEE-DUE-PENNIES - WS-CHARGE-PENNIES
              MOVE 'FEE CUT TO BALANCE' TO SEL-NOTE
              PERFORM 2900-WRITE-SELECTED
                  THRU 2900-WRITE-SELECTED-EXIT
              MOVE '2' TO SEL-SECTION
           END-IF.
           PERFORM 2900-WRITE-SELECTED
               THRU 2900-WRITE-SELECTED-EXIT.
       2400-CHARGE-FEE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-CREDIT-INTEREST - a month of the tier's annual rate,      *
      * rounded to the penny                                           *
      *----------------------------------------------------------------*
       2500-CREDIT-INTEREST.
           COMPUTE WS-CHARGE-PENNIES ROUNDED =
                   WS-CUST-PENNIES * WS-TIER-RATE (WS-CUST-TIER)
                 / 1200.
           IF WS-CHARGE-PENNIES = 0
              ADD 1 TO WS-COUNT-NIL
              MOVE 'INTEREST UNDER 1 CENT' TO SEL-NOTE
              PERFORM 2900-WRITE-SELECTED
                  THRU 2900-WRITE-SELECTED-EXIT
              GO TO 2500-CREDIT-INTEREST-EXIT
           END-IF.
           IF WS-CUST-PENNIES + WS-CHARGE-PENNIES > 999999
              MOVE WS-CHARGE-PENNIES TO SEL-CHARGE
              MOVE '+' TO SEL-SIGN
              MOVE 'CREDIT PASSES $9999.99' TO SEL-NOTE
              PERFORM 2800-LIST-EXCEPTION
                  THRU 2800-LIST-EXCEPTION-EXIT
              GO TO 2500-CREDIT-INTEREST-EXIT
           END-IF.
           MOVE '+' TO SEL-SIGN.
           PERFORM 2600-WRITE-CARD
               THRU 2600-WRITE-CARD-EXIT.
           IF WS-RUN-ERROR
              GO TO 2500-CREDIT-INTEREST-EXIT
           END-IF.
           ADD 1 TO WS-COUNT-CREDITS.
           ADD WS-CHARGE-PENNIES TO WS-INTEREST-PENNIES.
           MOVE WS-CHARGE-PENNIES TO SEL-CHARGE.
           PERFORM 2900-WRITE-SELECTED
               THRU 2900-WRITE-SELECTED-EXIT.
       2500-CREDIT-INTEREST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-WRITE-CARD - one ADJIN card: NUMB, sign, 9999.99          *
      *----------------------------------------------------------------*
       2600-WRITE-CARD.
           COMPUTE WS-CARD-AMOUNT = WS-CHARGE-PENNIES / 100.
           MOVE FILEA-NUMB      TO ACA-NUMB.
           MOVE SEL-SIGN        TO ACA-SIGN.
           MOVE WS-CARD-DOLLARS TO ACA-AMT-DOLLARS.
           MOVE '.'             TO ACA-AMT-POINT.
           MOVE WS-CARD-CENTS   TO ACA-AMT-CENTS.
           WRITE ACCRADJ-RECORD.
           IF NOT WS-ACCRADJ-OK
              DISPLAY 'POSTACCR: ACCRADJ WRITE ERROR, STATUS = '
                       WS-ACCRADJ-STATUS
              SET WS-RUN-ERROR TO TRUE
              SET WS-INPUT-EOF TO TRUE
           ELSE
              ADD 1 TO WS-COUNT-CARDS
           END-IF.
       2600-WRITE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-LIST-EXCEPTION - a customer left uncharged for a reason   *
      * someone has to look at                                         *
      *----------------------------------------------------------------*
       2800-LIST-EXCEPTION.
           ADD 1 TO WS-COUNT-EXCEPTIONS.
           MOVE '3' TO SEL-SECTION.
           PERFORM 2900-WRITE-SELECTED
               THRU 2900-WRITE-SELECTED-EXIT.
       2800-LIST-EXCEPTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-WRITE-SELECTED.
           WRITE SEL-RECORD.
           IF NOT WS-SELWORK-OK
              DISPLAY 'POSTACCR: SELWORK WRITE ERROR, STATUS = '
                       WS-SELWORK-STATUS
              SET WS-RUN-ERROR TO TRUE
              SET WS-INPUT-EOF TO TRUE
           ELSE
              ADD 1 TO WS-COUNT-SELECTED
           END-IF.
       2900-WRITE-SELECTED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-SORT-REGISTER - section, tier, NUMB                       *
      *----------------------------------------------------------------*
       3000-SORT-REGISTER.
           IF WS-RUN-ERROR OR WS-COUNT-SELECTED = 0
              GO TO 3000-SORT-REGISTER-EXIT
           END-IF.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-SECTION
                                SRT-TIER
                                SRT-NUMB
               USING SELWORK
               GIVING SRTWORK.
       3000-SORT-REGISTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-PRINT-REGISTER - the tiers with their rates and subtotals,*
      * the fees cut to the balance, then the customers not charged    *
      *----------------------------------------------------------------*
       4000-PRINT-REGISTER.
           OPEN OUTPUT ACCRREG.
           IF NOT WS-ACCRREG-OK
              DISPLAY 'POSTACCR: UNABLE TO OPEN ACCRREG, STATUS = '
                       WS-ACCRREG-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 4000-PRINT-REGISTER-EXIT
           END-IF.
           SET WS-REGISTER-OPEN TO TRUE.
           MOVE SPACES TO ACCRREG-LINE.
           STRING 'POSTACCR FEE AND INTEREST REGISTER - MONTH '
                                         DELIMITED BY SIZE
                  WS-ACCRUAL-MONTH       DELIMITED BY SIZE
                  ' - EXTRACT OF '       DELIMITED BY SIZE
                  WS-EXTRACT-DATE        DELIMITED BY SIZE
                  ' - RUN '              DELIMITED BY SIZE
                  WS-CURRENT-DATE (1:8)  DELIMITED BY SIZE
               INTO ACCRREG-LINE.
           WRITE ACCRREG-LINE.
           IF WS-RUN-ERROR OR WS-COUNT-SELECTED = 0
              GO TO 4000-PRINT-REGISTER-EXIT
           END-IF.
           OPEN INPUT SRTWORK.
           IF NOT WS-SRTWORK-OK
              DISPLAY 'POSTACCR: UNABLE TO OPEN SRTWORK, STATUS = '
                       WS-SRTWORK-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 4000-PRINT-REGISTER-EXIT
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF-SW.
           PERFORM 4900-READ-SORTED
               THRU 4900-READ-SORTED-EXIT.
           PERFORM 4100-PRINT-ONE-GROUP
               THRU 4100-PRINT-ONE-GROUP-EXIT
               UNTIL WS-INPUT-EOF OR WS-RUN-ERROR.
           CLOSE SRTWORK.
       4000-PRINT-REGISTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-PRINT-ONE-GROUP - one tier of section 1, or all of        *
      * section 2 or 3, with its heading and subtotal                  *
      *----------------------------------------------------------------*
       4100-PRINT-ONE-GROUP.
           MOVE SWK-SECTION TO WS-CURRENT-SECTION.
           MOVE SWK-TIER    TO WS-CURRENT-TIER.
           MOVE 0 TO WS-GROUP-COUNT WS-GROUP-PENNIES.
           PERFORM 4200-PRINT-GROUP-HEADING
               THRU 4200-PRINT-GROUP-HEADING-EXIT.
           IF WS-CURRENT-SECTION = '1'
              PERFORM 4300-PRINT-ONE-LINE
                  THRU 4300-PRINT-ONE-LINE-EXIT
                  UNTIL WS-INPUT-EOF
                     OR SWK-SECTION NOT = WS-CURRENT-SECTION
                     OR SWK-TIER NOT = WS-CURRENT-TIER
           ELSE
              PERFORM 4300-PRINT-ONE-LINE
                  THRU 4300-PRINT-ONE-LINE-EXIT
                  UNTIL WS-INPUT-EOF
                     OR SWK-SECTION NOT = WS-CURRENT-SECTION
           END-IF.
           MOVE SPACES TO ACCRREG-LINE.
           MOVE WS-GROUP-COUNT TO WS-EDIT-COUNT.
           IF WS-CURRENT-SECTION = '3'
              STRING '  CUSTOMERS '   DELIMITED BY SIZE
                     WS-EDIT-COUNT    DELIMITED BY SIZE
                  INTO ACCRREG-LINE
           ELSE
              MOVE WS-GROUP-PENNIES TO WS-MONEY-PENNIES
              PERFORM 6900-EDIT-MONEY
                  THRU 6900-EDIT-MONEY-EXIT
              STRING '  CUSTOMERS '   DELIMITED BY SIZE
                     WS-EDIT-COUNT    DELIMITED BY SIZE
                     '   TOTAL '      DELIMITED BY SIZE
                     WS-EDIT-MONEY    DELIMITED BY SIZE
                  INTO ACCRREG-LINE
           END-IF.
           WRITE ACCRREG-LINE.
           IF WS-CURRENT-SECTION = '1'
              MOVE WS-GROUP-COUNT   TO WS-TIER-COUNT (WS-CURRENT-TIER)
              MOVE WS-GROUP-PENNIES
                                  TO WS-TIER-PENNIES (WS-CURRENT-TIER)
           END-IF.
       4100-PRINT-ONE-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4200-PRINT-GROUP-HEADING.
           MOVE SPACES TO ACCRREG-LINE.
           WRITE ACCRREG-LINE.
           EVALUATE WS-CURRENT-SECTION
              WHEN '1'
                 MOVE WS-CURRENT-TIER TO WS-EDIT-TIER
                 IF WS-TIER-KIND (WS-CURRENT-TIER) = 'F'
                    MOVE WS-TIER-FEE (WS-CURRENT-TIER)
                                          TO WS-MONEY-PENNIES
                    PERFORM 6900-EDIT-MONEY
                        THRU 6900-EDIT-MONEY-EXIT
                    STRING 'TIER '            DELIMITED BY SIZE
                           WS-EDIT-TIER       DELIMITED BY SIZE
                           '  '               DELIMITED BY SIZE
                           WS-TIER-LABEL (WS-CURRENT-TIER)
                                              DELIMITED BY SIZE
                           '  MONTHLY FEE '   DELIMITED BY SIZE
                           WS-EDIT-MONEY      DELIMITED BY SIZE
                        INTO ACCRREG-LINE
                 ELSE
                    MOVE WS-TIER-RATE (WS-CURRENT-TIER)
                                          TO WS-EDIT-RATE
                    STRING 'TIER '            DELIMITED BY SIZE
                           WS-EDIT-TIER       DELIMITED BY SIZE
                           '  '               DELIMITED BY SIZE
                           WS-TIER-LABEL (WS-CURRENT-TIER)
                                              DELIMITED BY SIZE
                           '  INTEREST '      DELIMITED BY SIZE
                           WS-EDIT-RATE       DELIMITED BY SIZE
                           '% A YEAR'         DELIMITED BY SIZE
                        INTO ACCRREG-LINE
                 END-IF
              WHEN '2'
                 MOVE 'FEES CUT TO THE BALANCE' TO ACCRREG-LINE
              WHEN OTHER
                 MOVE 'CUSTOMERS NOT CHARGED - FOR REVIEW'
                       TO ACCRREG-LINE
           END-EVALUATE.
           WRITE ACCRREG-LINE.
           MOVE SPACES TO ACCRREG-LINE.
           MOVE 'NUMB'        TO ACCRREG-LINE (3:4).
           MOVE 'NAME'        TO ACCRREG-LINE (11:4).
           MOVE 'BALANCE'     TO ACCRREG-LINE (37:7).
           MOVE 'CHARGE'      TO ACCRREG-LINE (55:6).
           MOVE 'NOTE'        TO ACCRREG-LINE (65:4).
           WRITE ACCRREG-LINE.
       4200-PRINT-GROUP-HEADING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-PRINT-ONE-LINE - a fee shows with a trailing minus, a     *
      * credit without                                                 *
      *----------------------------------------------------------------*
       4300-PRINT-ONE-LINE.
           MOVE SPACES TO ACCRREG-LINE.
           MOVE SWK-NUMB TO ACCRREG-LINE (3:6).
           MOVE SWK-NAME TO ACCRREG-LINE (11:20).
           IF SWK-AMOUNT (1:1) = '$'
              AND SWK-AMOUNT (2:4) IS NUMERIC
              AND SWK-AMOUNT (6:1) = '.'
              AND SWK-AMOUNT (7:2) IS NUMERIC
              MOVE SWK-BALANCE TO WS-MONEY-PENNIES
              PERFORM 6900-EDIT-MONEY
                  THRU 6900-EDIT-MONEY-EXIT
              MOVE WS-EDIT-MONEY TO ACCRREG-LINE (30:15)
           ELSE
              MOVE SWK-AMOUNT TO ACCRREG-LINE (36:8)
           END-IF.
           IF SWK-SIGN NOT = SPACE
              IF SWK-SIGN = '-'
                 COMPUTE WS-MONEY-PENNIES = 0 - SWK-CHARGE
              ELSE
                 MOVE SWK-CHARGE TO WS-MONEY-PENNIES
              END-IF
              PERFORM 6900-EDIT-MONEY
                  THRU 6900-EDIT-MONEY-EXIT
              MOVE WS-EDIT-MONEY TO ACCRREG-LINE (47:15)
           END-IF.
           MOVE SWK-NOTE TO ACCRREG-LINE (65:24).
           IF SWK-CAPPED
              MOVE SWK-FEE-DUE TO WS-MONEY-PENNIES
              PERFORM 6900-EDIT-MONEY
                  THRU 6900-EDIT-MONEY-EXIT
              MOVE 'FEE DUE'     TO ACCRREG-LINE (90:7)
              MOVE WS-EDIT-MONEY TO ACCRREG-LINE (97:15)
           END-IF.
           WRITE ACCRREG-LINE.
           ADD 1 TO WS-GROUP-COUNT.
           IF SWK-SIGN = '-'
              SUBTRACT SWK-CHARGE FROM WS-GROUP-PENNIES
           ELSE
              ADD SWK-CHARGE TO WS-GROUP-PENNIES
           END-IF.
           PERFORM 4900-READ-SORTED
               THRU 4900-READ-SORTED-EXIT.
       4300-PRINT-ONE-LINE-EXIT.
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
                 DISPLAY 'POSTACCR: SRTWORK READ ERROR, STATUS = '
                          WS-SRTWORK-STATUS
                 SET WS-RUN-ERROR TO TRUE
                 SET WS-INPUT-EOF TO TRUE
           END-EVALUATE.
       4900-READ-SORTED-EXIT.
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
      * 8000-FINALIZE - control totals, the month onto ACCRCTL after a *
      * complete run, and the run summary                              *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           IF WS-FILES-OPEN
              CLOSE ACCRADJ
           END-IF.
           IF WS-REGISTER-OPEN
              PERFORM 8100-PRINT-CONTROL-TOTALS
                  THRU 8100-PRINT-CONTROL-TOTALS-EXIT
              CLOSE ACCRREG
           END-IF.
           IF WS-FILES-OPEN AND NOT WS-RUN-ERROR
              PERFORM 8200-RECORD-RUN-CONTROL
                  THRU 8200-RECORD-RUN-CONTROL-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN WS-RUN-ERROR
                 MOVE 8 TO WS-RETURN-CODE
              WHEN WS-COUNT-EXCEPTIONS > 0
                 MOVE 4 TO WS-RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO WS-RETURN-CODE
           END-EVALUATE.
           DISPLAY '===================================='.
           DISPLAY 'POSTACCR SUMMARY'.
           DISPLAY 'ACCRUAL MONTH  . . . . : ' WS-ACCRUAL-MONTH.
           DISPLAY 'CUSTOMERS READ . . . . : ' WS-COUNT-READ.
           DISPLAY 'FEES CHARGED . . . . . : ' WS-COUNT-FEES.
           DISPLAY 'INTEREST CREDITED  . . : ' WS-COUNT-CREDITS.
           DISPLAY 'FEES WAIVED  . . . . . : ' WS-COUNT-WAIVED.
           DISPLAY 'NOTHING DUE  . . . . . : ' WS-COUNT-NIL.
           DISPLAY 'FEES CUT TO BALANCE  . : ' WS-COUNT-CAPPED.
           DISPLAY 'NOT CHARGED - REVIEW . : ' WS-COUNT-EXCEPTIONS.
           DISPLAY 'ADJIN CARDS WRITTEN  . : ' WS-COUNT-CARDS.
           DISPLAY 'FEE PENNIES  . . . . . : ' WS-FEE-PENNIES.
           DISPLAY 'INTEREST PENNIES . . . : ' WS-INTEREST-PENNIES.
           IF WS-RUN-ERROR
              DISPLAY 'RUN STATUS . . . . . . : ABORTED -'
                      ' ACCRADJ MUST NOT BE POSTED'
           ELSE
              DISPLAY 'RUN STATUS . . . . . . : COMPLETE'
           END-IF.
           DISPLAY 'RETURN CODE  . . . . . : ' WS-RETURN-CODE.
           DISPLAY '===================================='.
       8000-FINALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8100-PRINT-CONTROL-TOTALS - every tier, then the cards that    *
      * balance to them                                                *
      *----------------------------------------------------------------*
       8100-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO ACCRREG-LINE.
           WRITE ACCRREG-LINE.
           IF WS-RUN-ERROR
              MOVE '*** RUN ERROR - REGISTER INCOMPLETE, ACCRADJ MUST'
                 & ' NOT BE POSTED ***' TO ACCRREG-LINE
              WRITE ACCRREG-LINE
              MOVE SPACES TO ACCRREG-LINE
              WRITE ACCRREG-LINE
           END-IF.
           MOVE 'CONTROL TOTALS BY TIER' TO ACCRREG-LINE.
           WRITE ACCRREG-LINE.
           PERFORM 8110-PRINT-ONE-TIER
               THRU 8110-PRINT-ONE-TIER-EXIT
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 20.
           MOVE SPACES TO ACCRREG-LINE.
           WRITE ACCRREG-LINE.
           MOVE WS-COUNT-READ TO WS-EDIT-COUNT.
           MOVE WS-BALANCE-PENNIES TO WS-MONEY-PENNIES.
           PERFORM 6900-EDIT-MONEY
               THRU 6900-EDIT-MONEY-EXIT.
           MOVE SPACES TO ACCRREG-LINE.
           STRING 'CUSTOMERS READ  . . . . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                  DELIMITED BY SIZE
                  '   BALANCES '                 DELIMITED BY SIZE
                  WS-EDIT-MONEY                  DELIMITED BY SIZE
               INTO ACCRREG-LINE.
           WRITE ACCRREG-LINE.
           MOVE WS-COUNT-FEES TO WS-EDIT-COUNT.
           COMPUTE WS-MONEY-PENNIES = 0 - WS-FEE-PENNIES.
           PERFORM 6900-EDIT-MONEY
               THRU 6900-EDIT-MONEY-EXIT.
           MOVE SPACES TO ACCRREG-LINE.
           STRING 'FEE CARDS (-) . . . . . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                  DELIMITED BY SIZE
                  '   TOTAL    '                 DELIMITED BY SIZE
                  WS-EDIT-MONEY                  DELIMITED BY SIZE
               INTO ACCRREG-LINE.
           WRITE ACCRREG-LINE.
           MOVE WS-COUNT-CREDITS TO WS-EDIT-COUNT.
           MOVE WS-INTEREST-PENNIES TO WS-MONEY-PENNIES.
           PERFORM 6900-EDIT-MONEY
               THRU 6900-EDIT-MONEY-EXIT.
           MOVE SPACES TO ACCRREG-LINE.
           STRING 'INTEREST CARDS (+)  . . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                  DELIMITED BY SIZE
                  '   TOTAL    '                 DELIMITED BY SIZE
                  WS-EDIT-MONEY                  DELIMITED BY SIZE
               INTO ACCRREG-LINE.
           WRITE ACCRREG-LINE.
           MOVE WS-COUNT-CARDS TO WS-EDIT-COUNT.
           COMPUTE WS-MONEY-PENNIES =
                   WS-INTEREST-PENNIES - WS-FEE-PENNIES.
           PERFORM 6900-EDIT-MONEY
               THRU 6900-EDIT-MONEY-EXIT.
           MOVE SPACES TO ACCRREG-LINE.
           STRING 'ADJIN CARDS WRITTEN . . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                  DELIMITED BY SIZE
                  '   NET      '                 DELIMITED BY SIZE
                  WS-EDIT-MONEY                  DELIMITED BY SIZE
               INTO ACCRREG-LINE.
           WRITE ACCRREG-LINE.
           MOVE WS-COUNT-WAIVED TO WS-EDIT-COUNT.
           MOVE SPACES TO ACCRREG-LINE.
           STRING 'FEES WAIVED . . . . . . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                  DELIMITED BY SIZE
               INTO ACCRREG-LINE.
           WRITE ACCRREG-LINE.
           MOVE WS-COUNT-NIL TO WS-EDIT-COUNT.
           MOVE SPACES TO ACCRREG-LINE.
           STRING 'NOTHING DUE . . . . . . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                  DELIMITED BY SIZE
               INTO ACCRREG-LINE.
           WRITE ACCRREG-LINE.
           MOVE WS-COUNT-CAPPED TO WS-EDIT-COUNT.
           MOVE WS-CAPPED-SHORT-PENNIES TO WS-MONEY-PENNIES.
           PERFORM 6900-EDIT-MONEY
               THRU 6900-EDIT-MONEY-EXIT.
           MOVE SPACES TO ACCRREG-LINE.
           STRING 'FEES CUT TO BALANCE . . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                  DELIMITED BY SIZE
                  '   NOT TAKEN'                 DELIMITED BY SIZE
                  WS-EDIT-MONEY                  DELIMITED BY SIZE
               INTO ACCRREG-LINE.
           WRITE ACCRREG-LINE.
           MOVE WS-COUNT-EXCEPTIONS TO WS-EDIT-COUNT.
           MOVE SPACES TO ACCRREG-LINE.
           STRING 'NOT CHARGED - FOR REVIEW  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                  DELIMITED BY SIZE
               INTO ACCRREG-LINE.
           WRITE ACCRREG-LINE.
       8100-PRINT-CONTROL-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8110-PRINT-ONE-TIER.
           IF WS-TIER-USED (WS-TIER-SUB) NOT = 'Y'
              GO TO 8110-PRINT-ONE-TIER-EXIT
           END-IF.
           MOVE WS-TIER-SUB TO WS-EDIT-TIER.
           MOVE WS-TIER-COUNT (WS-TIER-SUB) TO WS-EDIT-COUNT.
           MOVE WS-TIER-PENNIES (WS-TIER-SUB) TO WS-MONEY-PENNIES.
           PERFORM 6900-EDIT-MONEY
               THRU 6900-EDIT-MONEY-EXIT.
           MOVE SPACES TO ACCRREG-LINE.
           STRING '  TIER '                    DELIMITED BY SIZE
                  WS-EDIT-TIER                 DELIMITED BY SIZE
                  '  '                         DELIMITED BY SIZE
                  WS-TIER-LABEL (WS-TIER-SUB)  DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
                  '   '                        DELIMITED BY SIZE
                  WS-EDIT-MONEY                DELIMITED BY SIZE
               INTO ACCRREG-LINE.
           WRITE ACCRREG-LINE.
       8110-PRINT-ONE-TIER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8200-RECORD-RUN-CONTROL - the month accrued to completion; put *
      * it on the run-control file so it can never be accrued again    *
      *----------------------------------------------------------------*
       8200-RECORD-RUN-CONTROL.
           OPEN EXTEND ACCRCTL.
           IF WS-ACCRCTL-STATUS = '05' OR WS-ACCRCTL-STATUS = '35'
              OPEN OUTPUT ACCRCTL
           END-IF.
           IF NOT WS-ACCRCTL-OK
              DISPLAY 'POSTACCR: UNABLE TO RECORD MONTH ON ACCRCTL,'
                      ' STATUS = ' WS-ACCRCTL-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 8200-RECORD-RUN-CONTROL-EXIT
           END-IF.
           MOVE WS-ACCRUAL-MONTH       TO ACC-MONTH.
           MOVE WS-CURRENT-DATE (1:8)  TO ACC-RUN-DATE.
           MOVE WS-CURRENT-DATE (9:6)  TO ACC-RUN-TIME.
           MOVE WS-COUNT-CARDS         TO ACC-CARD-COUNT.
           MOVE WS-FEE-PENNIES         TO ACC-FEE-PENNIES.
           MOVE WS-INTEREST-PENNIES    TO ACC-INTEREST-PENNIES.
           MOVE WS-EXTRACT-DATE        TO ACC-EXTRACT-DATE.
           WRITE ACCRCTL-RECORD.
           IF NOT WS-ACCRCTL-OK
              DISPLAY 'POSTACCR: ACCRCTL WRITE ERROR, STATUS = '
                       WS-ACCRCTL-STATUS
              SET WS-RUN-ERROR TO TRUE
           END-IF.
           CLOSE ACCRCTL.
       8200-RECORD-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9999-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       9999-EXIT-EXIT.
           EXIT.
