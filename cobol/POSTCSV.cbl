      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = POSTCSV                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   POSTCSV.
       AUTHOR.       DATA LOAD GROUP.
       INSTALLATION. ZCEE WILDFIRE WORKSHOP.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *   DATE       INIT  DESCRIPTION                                 *
      *   10/15/2026  DLG  Initial version.  Converts a partner's      *
      *                    delimited customer file (header row, fields *
      *                    optionally in double quotes, "" for a quote *
      *                    inside one) into a CUSTIN load file with a  *
      *                    header carrying the partner file ID and a   *
      *                    trailer carrying the count and CI-AMOUNT    *
      *                    penny hash, ready for POSTEDIT.  Which      *
      *                    column feeds which CUSTIN field comes from  *
      *                    the partner's cards on PARTCTL, so a new    *
      *                    partner is a control-file change only.      *
      *                    Values are put into house format on the way *
      *                    through: NUMB zero-filled to six digits,    *
      *                    NAME and ADDRX in capitals, PHONE stripped  *
      *                    of punctuation to eight digits, AMOUNT as   *
      *                    $9999.99, DATEX as MM/DD/YY and the         *
      *                    effective date as YYYYMMDD.  A row that     *
      *                    cannot be read, has the wrong number of     *
      *                    columns or has a value that will not fit    *
      *                    its field is never truncated: it goes to    *
      *                    CSVREJ under its row number in the partner  *
      *                    file.  RC 0 clean; RC 4 rows rejected;      *
      *                    RC 8 run refused or cut short (no trailer,  *
      *                    so POSTBAT's file gate refuses the file).   *
      *   10/15/2026  DLG  A row longer than the record is rejected as *
      *                    cut off and its remaining pieces passed     *
      *                    over, instead of ending the run; a row that *
      *                    fills the record exactly is converted.      *
      *----------------------------------------------------------------*
      *                                                                *
      * SYSIN CARD                                                     *
      *   COL  1- 8  PARTNER    PARTNER CODE ON PARTCTL                *
      *   COL  9-16  FILE ID    HEADER FILE ID; SPACES FOR THE         *
      *                         PARTNER'S PREFIX PLUS THE RUN DATE     *
      *                         YYMMDD - A SECOND FILE FROM THE SAME   *
      *                         PARTNER ON ONE DAY NEEDS ITS OWN ID    *
      *                                                                *
      * CONTROL CARDS (PARTCTL)                                        *
      *   PARTNER CARD                                                 *
      *   COL  1     TYPE       P                                      *
      *   COL  2- 9  PARTNER    PARTNER CODE                           *
      *   COL 10-11  PREFIX     FILE ID PREFIX                         *
      *   COL 12     DELIMITER  , ; | OR T FOR TAB (SPACE = COMMA)     *
      *   COL 13-14  COLUMNS    COLUMNS ON EVERY ROW, 01-40            *
      *   COL 15-17  DATES      MDY, DMY OR YMD (SPACES = MDY)         *
      *   COL 18     OP CODE    OP CODE FOR ROWS THAT CARRY NONE       *
      *   COLUMN CARD (ONE PER COLUMN LOADED; OTHERS ARE IGNORED)      *
      *   COL  1     TYPE       C                                      *
      *   COL  2- 9  PARTNER    PARTNER CODE                           *
      *   COL 10-11  COLUMN     COLUMN NUMBER IN THE PARTNER FILE      *
      *   COL 12-19  FIELD      NUMB, NAME, ADDRX, PHONE, DATEX,       *
      *                         AMOUNT, OPCODE OR EFFDATE              *
      *                                                                *
      * NUMB must be mapped.  Dates may be written with / - or . or as *
      * six or eight digits, in the partner's order; a two-digit year  *
      * below 50 is taken as 20YY.  A value left empty leaves its      *
      * field blank.  A quoted value cannot span lines.                *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSVIN ASSIGN TO CSVIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSVIN-STATUS.
           SELECT PARTCTL ASSIGN TO PARTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.
           SELECT CUSTOUT ASSIGN TO CUSTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOUT-STATUS.
           SELECT CSVREJ ASSIGN TO CSVREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSVREJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * A row longer than the record comes back in pieces: the first
      * with status 04 or 06, the rest as further reads, the last of
      * them with 00.  The row is rejected and its pieces passed over.
       FD  CSVIN
           RECORDING MODE IS F.
       01  CSVIN-RECORD                PIC X(2000).

       FD  PARTCTL
           RECORDING MODE IS F.
       01  PARTCTL-RECORD.
           05 PC-TYPE                 PIC X(01).
              88 PC-PARTNER-CARD          VALUE 'P'.
              88 PC-COLUMN-CARD           VALUE 'C'.
           05 PC-PARTNER              PIC X(08).
           05 PC-PARTNER-DATA.
              10 PC-FILE-PREFIX       PIC X(02).
              10 PC-DELIMITER         PIC X(01).
              10 PC-COLUMN-COUNT      PIC 9(02).
              10 PC-DATE-ORDER        PIC X(03).
              10 PC-DEFAULT-OP        PIC X(01).
              10 FILLER               PIC X(62).
           05 PC-COLUMN-DATA REDEFINES PC-PARTNER-DATA.
              10 PC-COLUMN            PIC 9(02).
              10 PC-FIELD             PIC X(08).
              10 FILLER               PIC X(61).

       FD  CUSTOUT
           RECORDING MODE IS F.
           COPY CUSTREC.

       FD  CSVREJ
           RECORDING MODE IS F.
       01  CSVREJ-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       77  WS-CSVIN-STATUS             PIC X(02) VALUE SPACES.
           88 WS-CSVIN-OK                  VALUE '00'.
           88 WS-CSVIN-AT-EOF              VALUE '10'.
           88 WS-CSVIN-ROW-TRUNCATED       VALUE '04'.
           88 WS-CSVIN-ROW-OVERFLOW        VALUE '06'.
       77  WS-PARTCTL-STATUS           PIC X(02) VALUE SPACES.
           88 WS-PARTCTL-OK                VALUE '00'.
           88 WS-PARTCTL-EOF               VALUE '10'.
           88 WS-PARTCTL-NOT-FOUND         VALUE '35'.
       77  WS-CUSTOUT-STATUS           PIC X(02) VALUE SPACES.
           88 WS-CUSTOUT-OK                VALUE '00'.
       77  WS-CSVREJ-STATUS            PIC X(02) VALUE SPACES.
           88 WS-CSVREJ-OK                 VALUE '00'.

       77  WS-INPUT-EOF-SW             PIC X(01) VALUE 'N'.
           88 WS-INPUT-EOF                 VALUE 'Y'.
       77  WS-RUN-ERROR-SW             PIC X(01) VALUE 'N'.
           88 WS-RUN-ERROR                 VALUE 'Y'.
       77  WS-FILES-OPEN-SW            PIC X(01) VALUE 'N'.
           88 WS-FILES-OPEN                VALUE 'Y'.
       77  WS-ROW-TAIL-SW              PIC X(01) VALUE 'N'.
           88 WS-ROW-TAIL-PENDING          VALUE 'Y'.
       77  WS-PARTNER-FOUND-SW         PIC X(01) VALUE 'N'.
           88 WS-PARTNER-FOUND             VALUE 'Y'.
       77  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.

       77  WS-ROW-NUMBER               PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-ROWS               PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-BLANK              PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-WRITTEN            PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-REJECTED           PIC 9(09) COMP VALUE 0.
       77  WS-AMOUNT-HASH              PIC 9(15) COMP VALUE 0.
       77  WS-CARD-NUMBER              PIC 9(04) COMP VALUE 0.

       01  WS-CURRENT-DATE             PIC X(21) VALUE SPACES.

      * The SYSIN card
       01  WS-PARM-CARD.
           05 WS-PARM-PARTNER         PIC X(08).
           05 WS-PARM-FILE-ID         PIC X(08).
           05 FILLER                  PIC X(64).

      *----------------------------------------------------------------*
      * The partner's layout.  WS-COLUMN-TARGET holds, for each column *
      * of the partner file, the CUSTIN field it feeds (0 = ignored);  *
      * WS-TARGET-COLUMN the other way round.                          *
      *----------------------------------------------------------------*
       77  WS-PART-PREFIX              PIC X(02) VALUE SPACES.
       77  WS-PART-DELIMITER           PIC X(01) VALUE ','.
       77  WS-PART-COLUMNS             PIC 9(04) COMP VALUE 0.
       77  WS-PART-DATE-ORDER          PIC X(03) VALUE 'MDY'.
           88 WS-DATES-MDY                 VALUE 'MDY'.
           88 WS-DATES-DMY                 VALUE 'DMY'.
           88 WS-DATES-YMD                 VALUE 'YMD'.
       77  WS-PART-DEFAULT-OP          PIC X(01) VALUE SPACE.
       77  WS-TAB                      PIC X(01) VALUE X'09'.
       77  WS-CARRIAGE-RETURN          PIC X(01) VALUE X'0D'.
       77  WS-QUOTE                    PIC X(01) VALUE '"'.

       01  WS-COLUMN-MAP.
           05 WS-COLUMN-TARGET        PIC 9(02) OCCURS 40 TIMES.
       01  WS-TARGET-MAP.
           05 WS-TARGET-COLUMN        PIC 9(02) OCCURS 8 TIMES.

       01  WS-TARGET-NAME-VALUES.
           05 FILLER                  PIC X(08) VALUE 'NUMB'.
           05 FILLER                  PIC X(08) VALUE 'NAME'.
           05 FILLER                  PIC X(08) VALUE 'ADDRX'.
           05 FILLER                  PIC X(08) VALUE 'PHONE'.
           05 FILLER                  PIC X(08) VALUE 'DATEX'.
           05 FILLER                  PIC X(08) VALUE 'AMOUNT'.
           05 FILLER                  PIC X(08) VALUE 'OPCODE'.
           05 FILLER                  PIC X(08) VALUE 'EFFDATE'.
       01  WS-TARGET-NAME-TABLE REDEFINES WS-TARGET-NAME-VALUES.
           05 WS-TARGET-NAME          PIC X(08) OCCURS 8 TIMES.
       77  WS-TARGET-SUB               PIC 9(04) COMP VALUE 0.
       77  WS-CARD-TARGET              PIC 9(04) COMP VALUE 0.

      *----------------------------------------------------------------*
      * The row in hand, split into its columns.  A value longer than  *
      * 80 bytes keeps its true length so it can be rejected.          *
      *----------------------------------------------------------------*
       77  WS-LINE-LEN                 PIC 9(04) COMP VALUE 0.
       77  WS-LINE-POS                 PIC 9(04) COMP VALUE 0.
       77  WS-CHAR                     PIC X(01) VALUE SPACE.
       77  WS-QUOTE-STATE              PIC X(01) VALUE 'N'.
           88 WS-OUTSIDE-QUOTES            VALUE 'N'.
           88 WS-INSIDE-QUOTES             VALUE 'Q'.
           88 WS-QUOTES-CLOSED             VALUE 'C'.
       77  WS-FIELD-COUNT              PIC 9(04) COMP VALUE 0.
       01  WS-FIELD-TABLE.
           05 WS-FIELD-ENTRY          OCCURS 40 TIMES.
              10 WS-FIELD-VALUE       PIC X(80).
              10 WS-FIELD-LEN         PIC 9(04) COMP.

      * The reason a row is refused, and the column that caused it
       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       77  WS-REJECT-COLUMN            PIC 9(04) COMP VALUE 0.

      * One value, trimmed, on its way into house format
       77  WS-FIELD-SUB                PIC 9(04) COMP VALUE 0.
       01  WS-WORK-VALUE               PIC X(80) VALUE SPACES.
       77  WS-WORK-LEN                 PIC 9(04) COMP VALUE 0.
       77  WS-WORK-POS                 PIC 9(04) COMP VALUE 0.
       77  WS-FIRST-POS                PIC 9(04) COMP VALUE 0.
       77  WS-LAST-POS                 PIC 9(04) COMP VALUE 0.
       77  WS-DIGIT-COUNT              PIC 9(04) COMP VALUE 0.
       77  WS-DIGIT                    PIC 9(01) VALUE 0.

       01  WS-NUMB-OUT                 PIC X(06) VALUE SPACES.
       01  WS-PHONE-OUT                PIC X(08) VALUE SPACES.

      * AMOUNT: digits before and after the point
       77  WS-AMT-PHASE                PIC X(01) VALUE 'I'.
           88 WS-AMT-WHOLE                 VALUE 'I'.
           88 WS-AMT-FRACTION              VALUE 'F'.
       77  WS-AMT-VALUE                PIC 9(05) COMP VALUE 0.
       77  WS-AMT-DECIMALS             PIC 9(04) COMP VALUE 0.
       01  WS-AMOUNT-OUT.
           05 FILLER                  PIC X(01) VALUE '$'.
           05 WS-AMT-OUT-DOLLARS      PIC 9(04) VALUE 0.
           05 FILLER                  PIC X(01) VALUE '.'.
           05 WS-AMT-OUT-CENTS        PIC 9(02) VALUE 0.

      * Dates: the digits as written, in up to three parts
       01  WS-DATE-DIGITS              PIC X(08) VALUE SPACES.
       77  WS-DATE-DIGIT-COUNT         PIC 9(04) COMP VALUE 0.
       77  WS-DATE-PART-COUNT          PIC 9(04) COMP VALUE 0.
       01  WS-DATE-PARTS.
           05 WS-DATE-PART-LEN        PIC 9(02) OCCURS 3 TIMES.
       77  WS-DATE-START               PIC 9(04) COMP VALUE 0.
       77  WS-DATE-PART-SUB            PIC 9(04) COMP VALUE 0.
       77  WS-SKIP-SUB                 PIC 9(04) COMP VALUE 0.
       77  WS-YEAR-PART                PIC 9(04) COMP VALUE 0.
       77  WS-MONTH-PART               PIC 9(04) COMP VALUE 0.
       77  WS-DAY-PART                 PIC 9(04) COMP VALUE 0.
       77  WS-DATE-VALID-SW            PIC X(01) VALUE 'N'.
           88 WS-DATE-VALID                VALUE 'Y'.
       01  WS-DATE-PIECE               PIC X(04) VALUE SPACES.
       01  WS-DATE-PIECE-NUM           PIC 9(04) VALUE 0.
       01  WS-DATE-YEAR                PIC 9(04) VALUE 0.
       01  WS-DATE-YEAR-SPLIT REDEFINES WS-DATE-YEAR.
           05 FILLER                  PIC 9(02).
           05 WS-DATE-YY              PIC 9(02).
       01  WS-DATE-MONTH               PIC 9(02) VALUE 0.
       01  WS-DATE-DAY                 PIC 9(02) VALUE 0.
       01  WS-DATEX-OUT.
           05 WS-DATEX-MM             PIC 9(02).
           05 FILLER                  PIC X(01) VALUE '/'.
           05 WS-DATEX-DD             PIC 9(02).
           05 FILLER                  PIC X(01) VALUE '/'.
           05 WS-DATEX-YY             PIC 9(02).
       01  WS-EFFECTIVE-OUT.
           05 WS-EFF-YYYY             PIC 9(04).
           05 WS-EFF-MM               PIC 9(02).
           05 WS-EFF-DD               PIC 9(02).

      * Report editing
       01  WS-EDIT-ROW                 PIC Z(08)9.
       01  WS-EDIT-COLUMN              PIC Z9.
       01  WS-EDIT-EXPECTED            PIC Z9.
       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.

      * Header and trailer images of the CUSTIN control records
           COPY CUSTHDT.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF NOT WS-RUN-ERROR
              PERFORM 2000-CONVERT-ROWS
                  THRU 2000-CONVERT-ROWS-EXIT
           END-IF.
           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT.
           PERFORM 9999-EXIT
               THRU 9999-EXIT-EXIT.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - the SYSIN card, the partner's layout, then   *
      * the files and the load file header                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD.
           IF WS-PARM-PARTNER = SPACES
              DISPLAY 'POSTCSV: NO PARTNER CODE ON SYSIN - RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM 1100-LOAD-LAYOUT
               THRU 1100-LOAD-LAYOUT-EXIT.
           IF WS-RUN-ERROR
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN INPUT CSVIN.
           IF NOT WS-CSVIN-OK
              DISPLAY 'POSTCSV: UNABLE TO OPEN CSVIN, STATUS = '
                       WS-CSVIN-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT CUSTOUT.
           IF NOT WS-CUSTOUT-OK
              DISPLAY 'POSTCSV: UNABLE TO OPEN CUSTOUT, STATUS = '
                       WS-CUSTOUT-STATUS
              SET WS-RUN-ERROR TO TRUE
              CLOSE CSVIN
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT CSVREJ.
           IF NOT WS-CSVREJ-OK
              DISPLAY 'POSTCSV: UNABLE TO OPEN CSVREJ, STATUS = '
                       WS-CSVREJ-STATUS
              SET WS-RUN-ERROR TO TRUE
              CLOSE CSVIN CUSTOUT
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-FILES-OPEN TO TRUE.
      * Header first: the file ID from SYSIN, or the partner's prefix
      * plus the run date, identifies the file to POSTBAT's run-control
      * check
           MOVE SPACES TO CUST-HEADER-RECORD.
           MOVE 'HDR' TO CH-RECORD-TYPE.
           IF WS-PARM-FILE-ID NOT = SPACES
              MOVE WS-PARM-FILE-ID TO CH-FILE-ID
           ELSE
              STRING WS-PART-PREFIX        DELIMITED BY SIZE
                     WS-CURRENT-DATE (3:6) DELIMITED BY SIZE
                  INTO CH-FILE-ID
           END-IF.
           MOVE WS-CURRENT-DATE (1:8) TO CH-CREATE-DATE.
           WRITE CUSTIN-RECORD FROM CUST-HEADER-RECORD.
           IF NOT WS-CUSTOUT-OK
              DISPLAY 'POSTCSV: HEADER WRITE ERROR, STATUS = '
                       WS-CUSTOUT-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE SPACES TO CSVREJ-LINE.
           STRING 'POSTCSV PARTNER FILE REJECTIONS - PARTNER '
                                         DELIMITED BY SIZE
                  WS-PARM-PARTNER        DELIMITED BY SIZE
                  ' - FILE ID '          DELIMITED BY SIZE
                  CH-FILE-ID             DELIMITED BY SIZE
                  ' - RUN '              DELIMITED BY SIZE
                  WS-CURRENT-DATE (1:8)  DELIMITED BY SIZE
               INTO CSVREJ-LINE.
           WRITE CSVREJ-LINE.
           MOVE SPACES TO CSVREJ-LINE.
           WRITE CSVREJ-LINE.
           MOVE '      ROW  COL  REASON' TO CSVREJ-LINE.
           MOVE 'ROW AS RECEIVED'        TO CSVREJ-LINE (50:15).
           WRITE CSVREJ-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-LOAD-LAYOUT - the partner card and the partner's column   *
      * cards; a card for this partner that is not right refuses the   *
      * run, since every row would be loaded wrongly                   *
      *----------------------------------------------------------------*
       1100-LOAD-LAYOUT.
           INITIALIZE WS-COLUMN-MAP WS-TARGET-MAP.
           OPEN INPUT PARTCTL.
           IF WS-PARTCTL-NOT-FOUND
              DISPLAY 'POSTCSV: NO PARTNER CONTROL FILE - RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
              GO TO 1100-LOAD-LAYOUT-EXIT
           END-IF.
           IF NOT WS-PARTCTL-OK
              DISPLAY 'POSTCSV: UNABLE TO OPEN PARTCTL, STATUS = '
                       WS-PARTCTL-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1100-LOAD-LAYOUT-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-CARD
               THRU 1110-LOAD-ONE-CARD-EXIT
               UNTIL WS-PARTCTL-EOF OR WS-RUN-ERROR.
           CLOSE PARTCTL.
           IF WS-RUN-ERROR
              GO TO 1100-LOAD-LAYOUT-EXIT
           END-IF.
           IF NOT WS-PARTNER-FOUND
              DISPLAY 'POSTCSV: PARTNER ' WS-PARM-PARTNER
                      ' NOT ON PARTCTL - RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
              GO TO 1100-LOAD-LAYOUT-EXIT
           END-IF.
           IF WS-TARGET-COLUMN (1) = 0
              DISPLAY 'POSTCSV: NO COLUMN MAPPED TO NUMB FOR PARTNER '
                      WS-PARM-PARTNER ' - RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
              GO TO 1100-LOAD-LAYOUT-EXIT
           END-IF.
           PERFORM 1150-CHECK-TARGET-COLUMN
               THRU 1150-CHECK-TARGET-COLUMN-EXIT
               VARYING WS-TARGET-SUB FROM 1 BY 1
               UNTIL WS-TARGET-SUB > 8 OR WS-RUN-ERROR.
       1100-LOAD-LAYOUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1110-LOAD-ONE-CARD.
           READ PARTCTL.
           IF WS-PARTCTL-EOF
              GO TO 1110-LOAD-ONE-CARD-EXIT
           END-IF.
           IF NOT WS-PARTCTL-OK
              DISPLAY 'POSTCSV: PARTCTL READ ERROR, STATUS = '
                       WS-PARTCTL-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1110-LOAD-ONE-CARD-EXIT
           END-IF.
           ADD 1 TO WS-CARD-NUMBER.
           IF PC-PARTNER NOT = WS-PARM-PARTNER
              GO TO 1110-LOAD-ONE-CARD-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN PC-PARTNER-CARD
                 PERFORM 1120-LOAD-PARTNER-CARD
                     THRU 1120-LOAD-PARTNER-CARD-EXIT
              WHEN PC-COLUMN-CARD
                 PERFORM 1130-LOAD-COLUMN-CARD
                     THRU 1130-LOAD-COLUMN-CARD-EXIT
              WHEN OTHER
                 PERFORM 1190-BAD-CARD
                     THRU 1190-BAD-CARD-EXIT
           END-EVALUATE.
       1110-LOAD-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1120-LOAD-PARTNER-CARD.
           IF WS-PARTNER-FOUND
              OR PC-FILE-PREFIX = SPACES
              OR PC-COLUMN-COUNT IS NOT NUMERIC
              PERFORM 1190-BAD-CARD
                  THRU 1190-BAD-CARD-EXIT
              GO TO 1120-LOAD-PARTNER-CARD-EXIT
           END-IF.
           IF PC-COLUMN-COUNT < 1 OR PC-COLUMN-COUNT > 40
              OR NOT (PC-DATE-ORDER = SPACES OR 'MDY' OR 'DMY'
                                             OR 'YMD')
              OR NOT (PC-DEFAULT-OP = SPACE OR '1' OR '3' OR '4'
                                            OR '5')
              OR PC-DELIMITER = WS-QUOTE
              PERFORM 1190-BAD-CARD
                  THRU 1190-BAD-CARD-EXIT
              GO TO 1120-LOAD-PARTNER-CARD-EXIT
           END-IF.
           SET WS-PARTNER-FOUND TO TRUE.
           MOVE PC-FILE-PREFIX  TO WS-PART-PREFIX.
           MOVE PC-COLUMN-COUNT TO WS-PART-COLUMNS.
           MOVE PC-DEFAULT-OP   TO WS-PART-DEFAULT-OP.
           EVALUATE PC-DELIMITER
              WHEN SPACE
                 MOVE ','    TO WS-PART-DELIMITER
              WHEN 'T'
                 MOVE WS-TAB TO WS-PART-DELIMITER
              WHEN OTHER
                 MOVE PC-DELIMITER TO WS-PART-DELIMITER
           END-EVALUATE.
           IF PC-DATE-ORDER NOT = SPACES
              MOVE PC-DATE-ORDER TO WS-PART-DATE-ORDER
           END-IF.
       1120-LOAD-PARTNER-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1130-LOAD-COLUMN-CARD - each column feeds one field and each   *
      * field is fed by one column                                     *
      *----------------------------------------------------------------*
       1130-LOAD-COLUMN-CARD.
           IF PC-COLUMN IS NOT NUMERIC
              PERFORM 1190-BAD-CARD
                  THRU 1190-BAD-CARD-EXIT
              GO TO 1130-LOAD-COLUMN-CARD-EXIT
           END-IF.
           MOVE 0 TO WS-CARD-TARGET.
           PERFORM 1140-FIND-TARGET
               THRU 1140-FIND-TARGET-EXIT
               VARYING WS-TARGET-SUB FROM 1 BY 1
               UNTIL WS-TARGET-SUB > 8.
           IF WS-CARD-TARGET = 0
              OR PC-COLUMN < 1 OR PC-COLUMN > 40
              PERFORM 1190-BAD-CARD
                  THRU 1190-BAD-CARD-EXIT
              GO TO 1130-LOAD-COLUMN-CARD-EXIT
           END-IF.
           IF WS-COLUMN-TARGET (PC-COLUMN) NOT = 0
              OR WS-TARGET-COLUMN (WS-CARD-TARGET) NOT = 0
              PERFORM 1190-BAD-CARD
                  THRU 1190-BAD-CARD-EXIT
              GO TO 1130-LOAD-COLUMN-CARD-EXIT
           END-IF.
           MOVE WS-CARD-TARGET TO WS-COLUMN-TARGET (PC-COLUMN).
           MOVE PC-COLUMN      TO WS-TARGET-COLUMN (WS-CARD-TARGET).
       1130-LOAD-COLUMN-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1140-FIND-TARGET.
           IF PC-FIELD = WS-TARGET-NAME (WS-TARGET-SUB)
              MOVE WS-TARGET-SUB TO WS-CARD-TARGET
           END-IF.
       1140-FIND-TARGET-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1150-CHECK-TARGET-COLUMN - no field may be fed from a column   *
      * beyond the partner's column count                              *
      *----------------------------------------------------------------*
       1150-CHECK-TARGET-COLUMN.
           IF WS-TARGET-COLUMN (WS-TARGET-SUB) > WS-PART-COLUMNS
              DISPLAY 'POSTCSV: ' WS-TARGET-NAME (WS-TARGET-SUB)
                      ' MAPPED BEYOND THE PARTNER''S COLUMN COUNT'
                      ' - RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
           END-IF.
       1150-CHECK-TARGET-COLUMN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1190-BAD-CARD.
           DISPLAY 'POSTCSV: PARTCTL CARD ' WS-CARD-NUMBER
                   ' INVALID OR REPEATED - RUN REFUSED'.
           DISPLAY 'POSTCSV:   ' PARTCTL-RECORD.
           SET WS-RUN-ERROR TO TRUE.
       1190-BAD-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-CONVERT-ROWS - the header row, then every data row        *
      *----------------------------------------------------------------*
       2000-CONVERT-ROWS.
           MOVE 'N' TO WS-INPUT-EOF-SW.
           PERFORM 2100-CONVERT-ONE
               THRU 2100-CONVERT-ONE-EXIT
               UNTIL WS-INPUT-EOF.
           IF WS-ROW-NUMBER = 0 AND NOT WS-RUN-ERROR
              DISPLAY 'POSTCSV: CSVIN IS EMPTY - NO HEADER ROW'
                      ' - RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
           END-IF.
       2000-CONVERT-ROWS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-CONVERT-ONE - one physical row of the partner file.  The  *
      * rest of a row too long for the record arrives as further       *
      * reads; those are passed over, the last of them (status 00)     *
      * included, and do not count as rows.                            *
      *----------------------------------------------------------------*
       2100-CONVERT-ONE.
           READ CSVIN.
           EVALUATE TRUE
              WHEN WS-CSVIN-AT-EOF
                 SET WS-INPUT-EOF TO TRUE
                 GO TO 2100-CONVERT-ONE-EXIT
              WHEN WS-CSVIN-OK
              WHEN WS-CSVIN-ROW-TRUNCATED
              WHEN WS-CSVIN-ROW-OVERFLOW
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'POSTCSV: CSVIN READ ERROR, STATUS = '
                          WS-CSVIN-STATUS
                 SET WS-RUN-ERROR TO TRUE
                 SET WS-INPUT-EOF TO TRUE
                 GO TO 2100-CONVERT-ONE-EXIT
           END-EVALUATE.
           IF WS-ROW-TAIL-PENDING
              IF WS-CSVIN-OK
                 MOVE 'N' TO WS-ROW-TAIL-SW
              END-IF
              GO TO 2100-CONVERT-ONE-EXIT
           END-IF.
           ADD 1 TO WS-ROW-NUMBER.
           IF NOT WS-CSVIN-OK
              SET WS-ROW-TAIL-PENDING TO TRUE
           END-IF.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-REJECT-COLUMN.
           PERFORM 2150-FIND-LINE-END
               THRU 2150-FIND-LINE-END-EXIT.
           IF WS-ROW-NUMBER = 1
              IF WS-ROW-TAIL-PENDING
                 DISPLAY 'POSTCSV: HEADER ROW TOO LONG - RUN REFUSED'
                 SET WS-RUN-ERROR TO TRUE
                 SET WS-INPUT-EOF TO TRUE
                 GO TO 2100-CONVERT-ONE-EXIT
              END-IF
              PERFORM 2900-CHECK-HEADER-ROW
                  THRU 2900-CHECK-HEADER-ROW-EXIT
              GO TO 2100-CONVERT-ONE-EXIT
           END-IF.
           IF WS-LINE-LEN = 0 AND NOT WS-ROW-TAIL-PENDING
              ADD 1 TO WS-COUNT-BLANK
              GO TO 2100-CONVERT-ONE-EXIT
           END-IF.
           ADD 1 TO WS-COUNT-ROWS.
           IF WS-ROW-TAIL-PENDING
              MOVE 'ROW TOO LONG - CUT OFF' TO WS-REJECT-REASON
              PERFORM 2800-REJECT-ROW
                  THRU 2800-REJECT-ROW-EXIT
              GO TO 2100-CONVERT-ONE-EXIT
           END-IF.
           PERFORM 2200-SPLIT-ROW
               THRU 2200-SPLIT-ROW-EXIT.
           IF WS-REJECT-REASON = SPACES
              IF WS-FIELD-COUNT < WS-PART-COLUMNS
                 MOVE 'TOO FEW COLUMNS' TO WS-REJECT-REASON
              END-IF
              IF WS-FIELD-COUNT > WS-PART-COLUMNS
                 MOVE 'TOO MANY COLUMNS' TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 2800-REJECT-ROW
                  THRU 2800-REJECT-ROW-EXIT
              GO TO 2100-CONVERT-ONE-EXIT
           END-IF.
           MOVE SPACES TO CUSTIN-RECORD.
           MOVE WS-PART-DEFAULT-OP TO CI-OPERATION-CODE.
           PERFORM 3000-MAP-ONE-FIELD
               THRU 3000-MAP-ONE-FIELD-EXIT
               VARYING WS-TARGET-SUB FROM 1 BY 1
               UNTIL WS-TARGET-SUB > 8
                  OR WS-REJECT-REASON NOT = SPACES.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 2800-REJECT-ROW
                  THRU 2800-REJECT-ROW-EXIT
              GO TO 2100-CONVERT-ONE-EXIT
           END-IF.
           WRITE CUSTIN-RECORD.
           IF NOT WS-CUSTOUT-OK
              DISPLAY 'POSTCSV: CUSTOUT WRITE ERROR, STATUS = '
                       WS-CUSTOUT-STATUS
              SET WS-RUN-ERROR TO TRUE
              SET WS-INPUT-EOF TO TRUE
              GO TO 2100-CONVERT-ONE-EXIT
           END-IF.
           ADD 1 TO WS-COUNT-WRITTEN.
           IF CI-AMOUNT NOT = SPACES
              COMPUTE WS-AMOUNT-HASH = WS-AMOUNT-HASH
                      + (WS-AMT-OUT-DOLLARS * 100) + WS-AMT-OUT-CENTS
           END-IF.
       2100-CONVERT-ONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2150-FIND-LINE-END - the last byte of the row that is not a    *
      * space; a carriage return left by a PC file is dropped          *
      *----------------------------------------------------------------*
       2150-FIND-LINE-END.
           MOVE 0 TO WS-LINE-LEN.
           PERFORM 2160-CHECK-ONE-BYTE
               THRU 2160-CHECK-ONE-BYTE-EXIT
               VARYING WS-LINE-POS FROM 1 BY 1
               UNTIL WS-LINE-POS > LENGTH OF CSVIN-RECORD.
           IF WS-LINE-LEN > 0
              IF CSVIN-RECORD (WS-LINE-LEN:1) = WS-CARRIAGE-RETURN
                 MOVE SPACE TO CSVIN-RECORD (WS-LINE-LEN:1)
                 PERFORM 2150-FIND-LINE-END
                     THRU 2150-FIND-LINE-END-EXIT
              END-IF
           END-IF.
       2150-FIND-LINE-END-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2160-CHECK-ONE-BYTE.
           IF CSVIN-RECORD (WS-LINE-POS:1) NOT = SPACE
              MOVE WS-LINE-POS TO WS-LINE-LEN
           END-IF.
       2160-CHECK-ONE-BYTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-SPLIT-ROW - the row into WS-FIELD-TABLE, one byte at a    *
      * time.  A quote opens a quoted value only at the start of one;  *
      * inside it the delimiter is data and "" is a quote; after the   *
      * closing quote only spaces may come before the delimiter.       *
      *----------------------------------------------------------------*
       2200-SPLIT-ROW.
           MOVE 1 TO WS-FIELD-COUNT.
           MOVE SPACES TO WS-FIELD-VALUE (1).
           MOVE 0 TO WS-FIELD-LEN (1).
           SET WS-OUTSIDE-QUOTES TO TRUE.
           PERFORM 2210-SPLIT-ONE-BYTE
               THRU 2210-SPLIT-ONE-BYTE-EXIT
               VARYING WS-LINE-POS FROM 1 BY 1
               UNTIL WS-LINE-POS > WS-LINE-LEN
                  OR WS-REJECT-REASON NOT = SPACES.
           IF WS-REJECT-REASON = SPACES AND WS-INSIDE-QUOTES
              MOVE 'QUOTE NOT CLOSED' TO WS-REJECT-REASON
              MOVE WS-FIELD-COUNT TO WS-REJECT-COLUMN
           END-IF.
       2200-SPLIT-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2210-SPLIT-ONE-BYTE.
           MOVE CSVIN-RECORD (WS-LINE-POS:1) TO WS-CHAR.
           EVALUATE TRUE
              WHEN WS-INSIDE-QUOTES
                 IF WS-CHAR NOT = WS-QUOTE
                    PERFORM 2230-ADD-BYTE
                        THRU 2230-ADD-BYTE-EXIT
                 ELSE
                    IF WS-LINE-POS < WS-LINE-LEN
                       AND CSVIN-RECORD (WS-LINE-POS + 1:1) = WS-QUOTE
                       PERFORM 2230-ADD-BYTE
                           THRU 2230-ADD-BYTE-EXIT
                       ADD 1 TO WS-LINE-POS
                    ELSE
                       SET WS-QUOTES-CLOSED TO TRUE
                    END-IF
                 END-IF
              WHEN WS-CHAR = WS-PART-DELIMITER
                 PERFORM 2220-NEXT-FIELD
                     THRU 2220-NEXT-FIELD-EXIT
              WHEN WS-QUOTES-CLOSED
                 IF WS-CHAR NOT = SPACE
                    MOVE 'DATA AFTER CLOSING QUOTE'
                                         TO WS-REJECT-REASON
                    MOVE WS-FIELD-COUNT TO WS-REJECT-COLUMN
                 END-IF
              WHEN WS-CHAR = WS-QUOTE
                 IF WS-FIELD-VALUE (WS-FIELD-COUNT) = SPACES
                    MOVE SPACES TO WS-FIELD-VALUE (WS-FIELD-COUNT)
                    MOVE 0 TO WS-FIELD-LEN (WS-FIELD-COUNT)
                    SET WS-INSIDE-QUOTES TO TRUE
                 ELSE
                    MOVE 'QUOTE INSIDE UNQUOTED VALUE'
                                         TO WS-REJECT-REASON
                    MOVE WS-FIELD-COUNT TO WS-REJECT-COLUMN
                 END-IF
              WHEN OTHER
                 PERFORM 2230-ADD-BYTE
                     THRU 2230-ADD-BYTE-EXIT
           END-EVALUATE.
       2210-SPLIT-ONE-BYTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2220-NEXT-FIELD - a delimiter outside quotes; past column 40   *
      * the row is already too wide, so nothing more is kept          *
      *----------------------------------------------------------------*
       2220-NEXT-FIELD.
           ADD 1 TO WS-FIELD-COUNT.
           SET WS-OUTSIDE-QUOTES TO TRUE.
           IF WS-FIELD-COUNT > 40
              MOVE 'TOO MANY COLUMNS' TO WS-REJECT-REASON
              GO TO 2220-NEXT-FIELD-EXIT
           END-IF.
           MOVE SPACES TO WS-FIELD-VALUE (WS-FIELD-COUNT).
           MOVE 0 TO WS-FIELD-LEN (WS-FIELD-COUNT).
       2220-NEXT-FIELD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2230-ADD-BYTE.
           ADD 1 TO WS-FIELD-LEN (WS-FIELD-COUNT).
           IF WS-FIELD-LEN (WS-FIELD-COUNT) <= 80
              MOVE WS-CHAR TO WS-FIELD-VALUE (WS-FIELD-COUNT)
                              (WS-FIELD-LEN (WS-FIELD-COUNT):1)
           END-IF.
       2230-ADD-BYTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-REJECT-ROW - the row number in the partner file (the      *
      * header is row 1), the column and the reason, then as much of   *
      * the row as fits                                                *
      *----------------------------------------------------------------*
       2800-REJECT-ROW.
           ADD 1 TO WS-COUNT-REJECTED.
           MOVE SPACES TO CSVREJ-LINE.
           MOVE WS-ROW-NUMBER TO WS-EDIT-ROW.
           MOVE WS-EDIT-ROW TO CSVREJ-LINE (1:9).
           IF WS-REJECT-COLUMN > 0
              MOVE WS-REJECT-COLUMN TO WS-EDIT-COLUMN
              MOVE WS-EDIT-COLUMN TO CSVREJ-LINE (12:2)
           END-IF.
           MOVE WS-REJECT-REASON TO CSVREJ-LINE (16:30).
           MOVE CSVIN-RECORD (1:83) TO CSVREJ-LINE (50:83).
           INSPECT CSVREJ-LINE REPLACING ALL WS-TAB BY SPACE.
           WRITE CSVREJ-LINE.
           IF NOT WS-CSVREJ-OK
              DISPLAY 'POSTCSV: CSVREJ WRITE ERROR, STATUS = '
                       WS-CSVREJ-STATUS
              SET WS-RUN-ERROR TO TRUE
              SET WS-INPUT-EOF TO TRUE
           END-IF.
       2800-REJECT-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-CHECK-HEADER-ROW - a header that does not have the        *
      * partner's column count means the layout on PARTCTL is not the *
      * layout of this file; refuse the whole file                     *
      *----------------------------------------------------------------*
       2900-CHECK-HEADER-ROW.
           PERFORM 2200-SPLIT-ROW
               THRU 2200-SPLIT-ROW-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
              DISPLAY 'POSTCSV: HEADER ROW UNREADABLE - '
                      WS-REJECT-REASON ' - RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
              SET WS-INPUT-EOF TO TRUE
              GO TO 2900-CHECK-HEADER-ROW-EXIT
           END-IF.
           IF WS-FIELD-COUNT NOT = WS-PART-COLUMNS
              MOVE WS-FIELD-COUNT TO WS-EDIT-COLUMN
              MOVE WS-PART-COLUMNS TO WS-EDIT-EXPECTED
              DISPLAY 'POSTCSV: HEADER ROW HAS ' WS-EDIT-COLUMN
                      ' COLUMNS, PARTNER ' WS-PARM-PARTNER
                      ' EXPECTS ' WS-EDIT-EXPECTED ' - RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
              SET WS-INPUT-EOF TO TRUE
           END-IF.
       2900-CHECK-HEADER-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-MAP-ONE-FIELD - the column that feeds CUSTIN field        *
      * WS-TARGET-SUB, trimmed and put into house format               *
      *----------------------------------------------------------------*
       3000-MAP-ONE-FIELD.
           MOVE WS-TARGET-COLUMN (WS-TARGET-SUB) TO WS-FIELD-SUB.
           IF WS-FIELD-SUB = 0
              GO TO 3000-MAP-ONE-FIELD-EXIT
           END-IF.
           MOVE WS-FIELD-SUB TO WS-REJECT-COLUMN.
           PERFORM 3050-TRIM-VALUE
               THRU 3050-TRIM-VALUE-EXIT.
           IF WS-WORK-LEN > 80
              STRING WS-TARGET-NAME (WS-TARGET-SUB)
                                    DELIMITED BY SPACE
                     ' TOO LONG'    DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
              GO TO 3000-MAP-ONE-FIELD-EXIT
           END-IF.
           EVALUATE WS-TARGET-SUB
              WHEN 1
                 PERFORM 3100-EDIT-NUMB
                     THRU 3100-EDIT-NUMB-EXIT
              WHEN 2
                 PERFORM 3200-EDIT-TEXT
                     THRU 3200-EDIT-TEXT-EXIT
                 MOVE WS-WORK-VALUE (1:20) TO CI-NAME
              WHEN 3
                 PERFORM 3200-EDIT-TEXT
                     THRU 3200-EDIT-TEXT-EXIT
                 MOVE WS-WORK-VALUE (1:20) TO CI-ADDRX
              WHEN 4
                 PERFORM 3300-EDIT-PHONE
                     THRU 3300-EDIT-PHONE-EXIT
              WHEN 5
                 PERFORM 3400-EDIT-DATE
                     THRU 3400-EDIT-DATE-EXIT
                 IF WS-DATE-VALID
                    MOVE WS-DATEX-OUT TO CI-DATEX
                 END-IF
              WHEN 6
                 PERFORM 3500-EDIT-AMOUNT
                     THRU 3500-EDIT-AMOUNT-EXIT
              WHEN 7
                 PERFORM 3600-EDIT-OPCODE
                     THRU 3600-EDIT-OPCODE-EXIT
              WHEN 8
                 PERFORM 3400-EDIT-DATE
                     THRU 3400-EDIT-DATE-EXIT
                 IF WS-DATE-VALID
                    MOVE WS-EFFECTIVE-OUT TO CI-EFFECTIVE-DATE
                 END-IF
           END-EVALUATE.
       3000-MAP-ONE-FIELD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3050-TRIM-VALUE - the column without its leading and trailing  *
      * spaces into WS-WORK-VALUE / WS-WORK-LEN                        *
      *----------------------------------------------------------------*
       3050-TRIM-VALUE.
           MOVE SPACES TO WS-WORK-VALUE.
           MOVE WS-FIELD-LEN (WS-FIELD-SUB) TO WS-WORK-LEN.
           IF WS-WORK-LEN > 80
              GO TO 3050-TRIM-VALUE-EXIT
           END-IF.
           MOVE 0 TO WS-FIRST-POS WS-LAST-POS.
           PERFORM 3060-TRIM-ONE-BYTE
               THRU 3060-TRIM-ONE-BYTE-EXIT
               VARYING WS-WORK-POS FROM 1 BY 1
               UNTIL WS-WORK-POS > WS-WORK-LEN.
           IF WS-FIRST-POS = 0
              MOVE 0 TO WS-WORK-LEN
           ELSE
              COMPUTE WS-WORK-LEN = WS-LAST-POS - WS-FIRST-POS + 1
              MOVE WS-FIELD-VALUE (WS-FIELD-SUB)
                                  (WS-FIRST-POS:WS-WORK-LEN)
                                    TO WS-WORK-VALUE
           END-IF.
       3050-TRIM-VALUE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3060-TRIM-ONE-BYTE.
           IF WS-FIELD-VALUE (WS-FIELD-SUB) (WS-WORK-POS:1) NOT = SPACE
              IF WS-FIRST-POS = 0
                 MOVE WS-WORK-POS TO WS-FIRST-POS
              END-IF
              MOVE WS-WORK-POS TO WS-LAST-POS
           END-IF.
       3060-TRIM-ONE-BYTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-EDIT-NUMB - one to six digits, zero-filled on the left    *
      *----------------------------------------------------------------*
       3100-EDIT-NUMB.
           IF WS-WORK-LEN = 0
              MOVE 'NUMB MISSING' TO WS-REJECT-REASON
              GO TO 3100-EDIT-NUMB-EXIT
           END-IF.
           IF WS-WORK-VALUE (1:WS-WORK-LEN) IS NOT NUMERIC
              MOVE 'NUMB NOT NUMERIC' TO WS-REJECT-REASON
              GO TO 3100-EDIT-NUMB-EXIT
           END-IF.
           IF WS-WORK-LEN > 6
              MOVE 'NUMB LONGER THAN 6 DIGITS' TO WS-REJECT-REASON
              GO TO 3100-EDIT-NUMB-EXIT
           END-IF.
           MOVE ZEROS TO WS-NUMB-OUT.
           MOVE WS-WORK-VALUE (1:WS-WORK-LEN)
             TO WS-NUMB-OUT (7 - WS-WORK-LEN:WS-WORK-LEN).
           MOVE WS-NUMB-OUT TO CI-NUMB.
       3100-EDIT-NUMB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-EDIT-TEXT - NAME or ADDRX: in capitals, at most 20 bytes, *
      * a tab inside quotes taken as a space                           *
      *----------------------------------------------------------------*
       3200-EDIT-TEXT.
           IF WS-WORK-LEN > 20
              STRING WS-TARGET-NAME (WS-TARGET-SUB)
                                         DELIMITED BY SPACE
                     ' LONGER THAN 20'   DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
              GO TO 3200-EDIT-TEXT-EXIT
           END-IF.
           INSPECT WS-WORK-VALUE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-WORK-VALUE REPLACING ALL WS-TAB BY SPACE.
       3200-EDIT-TEXT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3300-EDIT-PHONE - the digits alone, which must come to eight;  *
      * spaces, brackets, dashes, dots, slashes and plus signs are     *
      * dropped, anything else refuses the row                         *
      *----------------------------------------------------------------*
       3300-EDIT-PHONE.
           IF WS-WORK-LEN = 0
              GO TO 3300-EDIT-PHONE-EXIT
           END-IF.
           MOVE SPACES TO WS-PHONE-OUT.
           MOVE 0 TO WS-DIGIT-COUNT.
           PERFORM 3310-PHONE-ONE-BYTE
               THRU 3310-PHONE-ONE-BYTE-EXIT
               VARYING WS-WORK-POS FROM 1 BY 1
               UNTIL WS-WORK-POS > WS-WORK-LEN
                  OR WS-REJECT-REASON NOT = SPACES.
           IF WS-REJECT-REASON NOT = SPACES
              GO TO 3300-EDIT-PHONE-EXIT
           END-IF.
           IF WS-DIGIT-COUNT NOT = 8
              MOVE 'PHONE NOT 8 DIGITS' TO WS-REJECT-REASON
              GO TO 3300-EDIT-PHONE-EXIT
           END-IF.
           MOVE WS-PHONE-OUT TO CI-PHONE.
       3300-EDIT-PHONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3310-PHONE-ONE-BYTE.
           MOVE WS-WORK-VALUE (WS-WORK-POS:1) TO WS-CHAR.
           EVALUATE TRUE
              WHEN WS-CHAR IS NUMERIC
                 ADD 1 TO WS-DIGIT-COUNT
                 IF WS-DIGIT-COUNT <= 8
                    MOVE WS-CHAR TO WS-PHONE-OUT (WS-DIGIT-COUNT:1)
                 END-IF
              WHEN WS-CHAR = SPACE OR '(' OR ')' OR '-' OR '.'
                                   OR '/' OR '+'
                 CONTINUE
              WHEN OTHER
                 MOVE 'PHONE NOT NUMERIC' TO WS-REJECT-REASON
           END-EVALUATE.
       3310-PHONE-ONE-BYTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3400-EDIT-DATE - a date in the partner's order, as three parts *
      * split by / - or . or as six or eight digits; sets both house   *
      * forms, WS-DATEX-OUT and WS-EFFECTIVE-OUT.  An empty value      *
      * leaves the field blank.                                        *
      *----------------------------------------------------------------*
       3400-EDIT-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW.
           IF WS-WORK-LEN = 0
              GO TO 3400-EDIT-DATE-EXIT
           END-IF.
           MOVE SPACES TO WS-DATE-DIGITS.
           MOVE 0 TO WS-DATE-DIGIT-COUNT.
           MOVE 1 TO WS-DATE-PART-COUNT.
           MOVE ZEROS TO WS-DATE-PARTS.
           PERFORM 3410-DATE-ONE-BYTE
               THRU 3410-DATE-ONE-BYTE-EXIT
               VARYING WS-WORK-POS FROM 1 BY 1
               UNTIL WS-WORK-POS > WS-WORK-LEN
                  OR WS-REJECT-REASON NOT = SPACES.
           IF WS-REJECT-REASON NOT = SPACES
              GO TO 3400-EDIT-DATE-EXIT
           END-IF.
      * Digits alone: split them by the partner's order
           IF WS-DATE-PART-COUNT = 1
              EVALUATE TRUE
                 WHEN WS-DATE-DIGIT-COUNT = 6
                    MOVE 2 TO WS-DATE-PART-LEN (1)
                              WS-DATE-PART-LEN (2)
                              WS-DATE-PART-LEN (3)
                 WHEN WS-DATE-DIGIT-COUNT = 8 AND WS-DATES-YMD
                    MOVE 4 TO WS-DATE-PART-LEN (1)
                    MOVE 2 TO WS-DATE-PART-LEN (2)
                              WS-DATE-PART-LEN (3)
                 WHEN WS-DATE-DIGIT-COUNT = 8
                    MOVE 2 TO WS-DATE-PART-LEN (1)
                              WS-DATE-PART-LEN (2)
                    MOVE 4 TO WS-DATE-PART-LEN (3)
                 WHEN OTHER
                    PERFORM 3490-BAD-DATE
                        THRU 3490-BAD-DATE-EXIT
                    GO TO 3400-EDIT-DATE-EXIT
              END-EVALUATE
              MOVE 3 TO WS-DATE-PART-COUNT
           END-IF.
           IF WS-DATE-PART-COUNT NOT = 3
              PERFORM 3490-BAD-DATE
                  THRU 3490-BAD-DATE-EXIT
              GO TO 3400-EDIT-DATE-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN WS-DATES-YMD
                 MOVE 1 TO WS-YEAR-PART
                 MOVE 2 TO WS-MONTH-PART
                 MOVE 3 TO WS-DAY-PART
              WHEN WS-DATES-DMY
                 MOVE 3 TO WS-YEAR-PART
                 MOVE 2 TO WS-MONTH-PART
                 MOVE 1 TO WS-DAY-PART
              WHEN OTHER
                 MOVE 3 TO WS-YEAR-PART
                 MOVE 1 TO WS-MONTH-PART
                 MOVE 2 TO WS-DAY-PART
           END-EVALUATE.
           IF WS-DATE-PART-LEN (WS-MONTH-PART) < 1
              OR WS-DATE-PART-LEN (WS-MONTH-PART) > 2
              OR WS-DATE-PART-LEN (WS-DAY-PART) < 1
              OR WS-DATE-PART-LEN (WS-DAY-PART) > 2
              OR NOT (WS-DATE-PART-LEN (WS-YEAR-PART) = 2 OR 4)
              PERFORM 3490-BAD-DATE
                  THRU 3490-BAD-DATE-EXIT
              GO TO 3400-EDIT-DATE-EXIT
           END-IF.
           MOVE WS-YEAR-PART TO WS-DATE-PART-SUB.
           PERFORM 3420-DATE-PIECE
               THRU 3420-DATE-PIECE-EXIT.
           MOVE WS-DATE-PIECE-NUM TO WS-DATE-YEAR.
           IF WS-DATE-PART-LEN (WS-YEAR-PART) = 2
              IF WS-DATE-YEAR < 50
                 ADD 2000 TO WS-DATE-YEAR
              ELSE
                 ADD 1900 TO WS-DATE-YEAR
              END-IF
           END-IF.
           MOVE WS-MONTH-PART TO WS-DATE-PART-SUB.
           PERFORM 3420-DATE-PIECE
               THRU 3420-DATE-PIECE-EXIT.
           MOVE WS-DATE-PIECE-NUM TO WS-DATE-MONTH.
           MOVE WS-DAY-PART TO WS-DATE-PART-SUB.
           PERFORM 3420-DATE-PIECE
               THRU 3420-DATE-PIECE-EXIT.
           MOVE WS-DATE-PIECE-NUM TO WS-DATE-DAY.
           IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
              OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
              PERFORM 3490-BAD-DATE
                  THRU 3490-BAD-DATE-EXIT
              GO TO 3400-EDIT-DATE-EXIT
           END-IF.
           MOVE WS-DATE-MONTH TO WS-DATEX-MM WS-EFF-MM.
           MOVE WS-DATE-DAY   TO WS-DATEX-DD WS-EFF-DD.
           MOVE WS-DATE-YY    TO WS-DATEX-YY.
           MOVE WS-DATE-YEAR  TO WS-EFF-YYYY.
           SET WS-DATE-VALID TO TRUE.
       3400-EDIT-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3410-DATE-ONE-BYTE.
           MOVE WS-WORK-VALUE (WS-WORK-POS:1) TO WS-CHAR.
           EVALUATE TRUE
              WHEN WS-CHAR IS NUMERIC
                 IF WS-DATE-DIGIT-COUNT = 8
                    PERFORM 3490-BAD-DATE
                        THRU 3490-BAD-DATE-EXIT
                 ELSE
                    ADD 1 TO WS-DATE-DIGIT-COUNT
                    MOVE WS-CHAR
                      TO WS-DATE-DIGITS (WS-DATE-DIGIT-COUNT:1)
                    ADD 1 TO WS-DATE-PART-LEN (WS-DATE-PART-COUNT)
                 END-IF
              WHEN WS-CHAR = '/' OR '-' OR '.'
                 IF WS-DATE-PART-COUNT = 3
                    OR WS-DATE-PART-LEN (WS-DATE-PART-COUNT) = 0
                    PERFORM 3490-BAD-DATE
                        THRU 3490-BAD-DATE-EXIT
                 ELSE
                    ADD 1 TO WS-DATE-PART-COUNT
                 END-IF
              WHEN OTHER
                 PERFORM 3490-BAD-DATE
                     THRU 3490-BAD-DATE-EXIT
           END-EVALUATE.
       3410-DATE-ONE-BYTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3420-DATE-PIECE - date part WS-DATE-PART-SUB as a number     *
      *----------------------------------------------------------------*
       3420-DATE-PIECE.
           MOVE 1 TO WS-DATE-START.
           PERFORM 3430-SKIP-PART
               THRU 3430-SKIP-PART-EXIT
               VARYING WS-SKIP-SUB FROM 1 BY 1
               UNTIL WS-SKIP-SUB >= WS-DATE-PART-SUB.
           MOVE ZEROS TO WS-DATE-PIECE.
           MOVE WS-DATE-DIGITS (WS-DATE-START:
                                WS-DATE-PART-LEN (WS-DATE-PART-SUB))
             TO WS-DATE-PIECE (5 - WS-DATE-PART-LEN
                                   (WS-DATE-PART-SUB):
                               WS-DATE-PART-LEN (WS-DATE-PART-SUB)).
           MOVE WS-DATE-PIECE TO WS-DATE-PIECE-NUM.
       3420-DATE-PIECE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3430-SKIP-PART.
           ADD WS-DATE-PART-LEN (WS-SKIP-SUB) TO WS-DATE-START.
       3430-SKIP-PART-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3490-BAD-DATE.
           STRING WS-TARGET-NAME (WS-TARGET-SUB)
                                    DELIMITED BY SPACE
                  ' NOT A DATE'     DELIMITED BY SIZE
               INTO WS-REJECT-REASON.
       3490-BAD-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3500-EDIT-AMOUNT - dollars and cents as $9999.99: an optional  *
      * leading $, commas in the dollars, at most two places after the *
      * point (more are allowed only if they are zeros)                *
      *----------------------------------------------------------------*
       3500-EDIT-AMOUNT.
           IF WS-WORK-LEN = 0
              GO TO 3500-EDIT-AMOUNT-EXIT
           END-IF.
           SET WS-AMT-WHOLE TO TRUE.
           MOVE 0 TO WS-AMT-VALUE WS-AMT-DECIMALS WS-DIGIT-COUNT
                     WS-AMT-OUT-CENTS.
           PERFORM 3510-AMOUNT-ONE-BYTE
               THRU 3510-AMOUNT-ONE-BYTE-EXIT
               VARYING WS-WORK-POS FROM 1 BY 1
               UNTIL WS-WORK-POS > WS-WORK-LEN
                  OR WS-REJECT-REASON NOT = SPACES.
           IF WS-REJECT-REASON NOT = SPACES
              GO TO 3500-EDIT-AMOUNT-EXIT
           END-IF.
           IF WS-DIGIT-COUNT = 0
              MOVE 'AMOUNT NOT A NUMBER' TO WS-REJECT-REASON
              GO TO 3500-EDIT-AMOUNT-EXIT
           END-IF.
           MOVE WS-AMT-VALUE TO WS-AMT-OUT-DOLLARS.
           MOVE WS-AMOUNT-OUT TO CI-AMOUNT.
       3500-EDIT-AMOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3510-AMOUNT-ONE-BYTE.
           MOVE WS-WORK-VALUE (WS-WORK-POS:1) TO WS-CHAR.
           EVALUATE TRUE
              WHEN WS-CHAR IS NUMERIC
                 ADD 1 TO WS-DIGIT-COUNT
                 MOVE WS-CHAR TO WS-DIGIT
                 IF WS-AMT-WHOLE
                    COMPUTE WS-AMT-VALUE = WS-AMT-VALUE * 10 + WS-DIGIT
                    IF WS-AMT-VALUE > 9999
                       MOVE 'AMOUNT OVER $9999.99'
                                         TO WS-REJECT-REASON
                    END-IF
                 ELSE
                    ADD 1 TO WS-AMT-DECIMALS
                    EVALUATE TRUE
                       WHEN WS-AMT-DECIMALS = 1
                          COMPUTE WS-AMT-OUT-CENTS = WS-DIGIT * 10
                       WHEN WS-AMT-DECIMALS = 2
                          ADD WS-DIGIT TO WS-AMT-OUT-CENTS
                       WHEN WS-DIGIT NOT = 0
                          MOVE 'AMOUNT HAS PART CENTS'
                                         TO WS-REJECT-REASON
                    END-EVALUATE
                 END-IF
              WHEN WS-CHAR = '$' AND WS-WORK-POS = 1
                 CONTINUE
              WHEN WS-CHAR = ',' AND WS-AMT-WHOLE
                 CONTINUE
              WHEN WS-CHAR = '.' AND WS-AMT-WHOLE
                 SET WS-AMT-FRACTION TO TRUE
              WHEN OTHER
                 MOVE 'AMOUNT NOT A NUMBER' TO WS-REJECT-REASON
           END-EVALUATE.
       3510-AMOUNT-ONE-BYTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3600-EDIT-OPCODE - 1, 3, 4 or 5; empty takes the partner's     *
      * default                                                        *
      *----------------------------------------------------------------*
       3600-EDIT-OPCODE.
           IF WS-WORK-LEN = 0
              GO TO 3600-EDIT-OPCODE-EXIT
           END-IF.
           IF WS-WORK-LEN > 1
              OR NOT (WS-WORK-VALUE (1:1) = '1' OR '3' OR '4' OR '5')
              MOVE 'OPCODE NOT 1, 3, 4 OR 5' TO WS-REJECT-REASON
              GO TO 3600-EDIT-OPCODE-EXIT
           END-IF.
           MOVE WS-WORK-VALUE (1:1) TO CI-OPERATION-CODE.
       3600-EDIT-OPCODE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-FINALIZE - the trailer after a complete run only, the     *
      * rejection totals and the run summary                           *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           IF WS-FILES-OPEN
              IF WS-RUN-ERROR
                 DISPLAY 'POSTCSV: RUN ABORTED - NO TRAILER WRITTEN'
              ELSE
                 MOVE SPACES TO CUST-TRAILER-RECORD
                 MOVE 'TRL' TO CT-RECORD-TYPE
                 MOVE WS-COUNT-WRITTEN TO CT-DETAIL-COUNT
                 MOVE WS-AMOUNT-HASH   TO CT-AMOUNT-HASH
                 WRITE CUSTIN-RECORD FROM CUST-TRAILER-RECORD
                 IF NOT WS-CUSTOUT-OK
                    DISPLAY 'POSTCSV: TRAILER WRITE ERROR, STATUS = '
                             WS-CUSTOUT-STATUS
                    SET WS-RUN-ERROR TO TRUE
                 END-IF
              END-IF
              MOVE SPACES TO CSVREJ-LINE
              WRITE CSVREJ-LINE
              MOVE WS-COUNT-REJECTED TO WS-EDIT-COUNT
              STRING 'ROWS REJECTED . . . . . : ' DELIMITED BY SIZE
                     WS-EDIT-COUNT                DELIMITED BY SIZE
                  INTO CSVREJ-LINE
              WRITE CSVREJ-LINE
              IF WS-RUN-ERROR
                 MOVE '*** RUN ERROR - LOAD FILE HAS NO TRAILER ***'
                   TO CSVREJ-LINE
                 WRITE CSVREJ-LINE
              END-IF
              CLOSE CSVIN CUSTOUT CSVREJ
           END-IF.
           EVALUATE TRUE
              WHEN WS-RUN-ERROR
                 MOVE 8 TO WS-RETURN-CODE
              WHEN WS-COUNT-REJECTED > 0
                 MOVE 4 TO WS-RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO WS-RETURN-CODE
           END-EVALUATE.
           DISPLAY '===================================='.
           DISPLAY 'POSTCSV SUMMARY'.
           DISPLAY 'PARTNER  . . . . . . . : ' WS-PARM-PARTNER.
           DISPLAY 'FILE ID  . . . . . . . : ' CH-FILE-ID.
           DISPLAY 'DATA ROWS READ . . . . : ' WS-COUNT-ROWS.
           DISPLAY 'BLANK ROWS SKIPPED . . : ' WS-COUNT-BLANK.
           DISPLAY 'RECORDS WRITTEN  . . . : ' WS-COUNT-WRITTEN.
           DISPLAY 'ROWS REJECTED  . . . . : ' WS-COUNT-REJECTED.
           DISPLAY 'AMOUNT HASH  . . . . . : ' WS-AMOUNT-HASH.
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
