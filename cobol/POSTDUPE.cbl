      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = POSTDUPE                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   POSTDUPE.
       AUTHOR.       DATA LOAD GROUP.
       INSTALLATION. ZCEE WILDFIRE WORKSHOP.
       DATE-WRITTEN. 10/12/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *   DATE       INIT  DESCRIPTION                                 *
      *   10/12/2026  DLG  Initial version.  Duplicate-customer        *
      *                    matching over the FILEA extract.  Customers *
      *                    under different NUMBs are paired when they  *
      *                    share the same FILEA-NAME and FILEA-ADDRX   *
      *                    (case and spacing ignored), the same        *
      *                    NAME/ADDRX once punctuation and common      *
      *                    abbreviations and titles are stripped, or   *
      *                    the same FILEA-PHONE.  Each pair is scored  *
      *                    and printed on DUPERPT for the data team;   *
      *                    the high-confidence pairs are also written  *
      *                    to XREFDRFT, a draft XREFIN for POSTRNUM.   *
      *                    Pairs already linked on XREFHIST, and pairs *
      *                    marked not-a-duplicate on NODUPE, are never *
      *                    proposed again.  RC 0 clean; RC 4 a key     *
      *                    group too large to pair was skipped; RC 8   *
      *                    a run that could not complete.              *
      *   10/15/2026  DLG  Key, pair and draft writes now check their  *
      *                    file status; a failed write ends the run    *
      *                    RC 8.                                       *
      *----------------------------------------------------------------*
      * No input needs to be sorted first.  Every extract row gives up *
      * to three match keys, which are sorted here so that customers   *
      * sharing a key arrive together; every two NUMBs in a key group  *
      * make a candidate pair, and the pairs are sorted again so a     *
      * pair found on several keys is scored once:                     *
      *     NAME+ADDRX exactly (case and spacing ignored)   95         *
      *     NEAR NAME+ADDRX (punctuation, abbreviations)    85         *
      *     PHONE with the same near NAME                   80         *
      *     PHONE with the same near ADDRX                  70         *
      *     PHONE ONLY                                      50         *
      * A phone that also agrees lifts a NAME+ADDRX match by four.     *
      * Pairs scoring WS-DRAFT-SCORE or better are drafted.  The lower *
      * NUMB is kept and the higher merged into it; a NUMB already     *
      * drafted away is never drafted twice, and a keeper that was     *
      * itself drafted away hands its pair on to its own keeper, so    *
      * POSTRNUM is never asked to revive a deleted key.  XREFDRFT is  *
      * a draft: the data team reviews it against DUPERPT before it    *
      * goes to POSTRNUM as XREFIN.  NODUPE is kept by the data team,  *
      * one card per pair they have ruled out, either NUMB first.      *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEAEXT ASSIGN TO FILEAEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILEA-STATUS.
           SELECT XREFHIST ASSIGN TO XREFHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT NODUPE ASSIGN TO NODUPE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NODUPE-STATUS.
           SELECT KEYWORK ASSIGN TO KEYWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYWORK-STATUS.
           SELECT KEYSORT ASSIGN TO KEYSORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYSORT-STATUS.
           SELECT KEY-SORT-FILE ASSIGN TO SORTKEY.
           SELECT PAIRWORK ASSIGN TO PAIRWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIRWORK-STATUS.
           SELECT PAIRSORT ASSIGN TO PAIRSORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIRSORT-STATUS.
           SELECT PAIR-SORT-FILE ASSIGN TO SORTPAIR.
           SELECT DUPERPT ASSIGN TO DUPERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPERPT-STATUS.
           SELECT XREFDRFT ASSIGN TO XREFDRFT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAFT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEAEXT
           RECORDING MODE IS F.
           COPY FILEAREC.

       FD  XREFHIST
           RECORDING MODE IS F.
           COPY XREFREC.

      * One card per pair the data team has ruled out as duplicates
       FD  NODUPE
           RECORDING MODE IS F.
       01  NODUPE-RECORD.
           05 NDP-NUMB-1              PIC X(6).
           05 NDP-NUMB-2              PIC X(6).
           05 FILLER                  PIC X(01).
           05 NDP-MARKED-BY           PIC X(8).
           05 FILLER                  PIC X(01).
           05 NDP-MARKED-DATE         PIC X(8).

      * One record per match key an extract row gives up: N the plain
      * NAME+ADDRX, A the near NAME+ADDRX, P the PHONE
       FD  KEYWORK
           RECORDING MODE IS F.
       01  KWK-RECORD.
           05 KWK-RULE                PIC X(01).
           05 KWK-KEY                 PIC X(60).
           05 KWK-NUMB                PIC X(6).
           05 KWK-NAME                PIC X(20).
           05 KWK-ADDRX               PIC X(20).
           05 KWK-PHONE               PIC X(8).

      * The same records grouped by key, left behind by the sort
       FD  KEYSORT
           RECORDING MODE IS F.
       01  KSR-RECORD.
           05 KSR-RULE                PIC X(01).
           05 KSR-KEY                 PIC X(60).
           05 KSR-NUMB                PIC X(6).
           05 KSR-NAME                PIC X(20).
           05 KSR-ADDRX               PIC X(20).
           05 KSR-PHONE               PIC X(8).

       SD  KEY-SORT-FILE.
       01  KEY-SORT-RECORD.
           05 SKY-RULE                PIC X(01).
           05 SKY-KEY                 PIC X(60).
           05 SKY-NUMB                PIC X(6).
           05 FILLER                  PIC X(48).

      * One record per pair per key it was found on, lower NUMB first
       FD  PAIRWORK
           RECORDING MODE IS F.
       01  PWK-RECORD.
           05 PWK-NUMB-LO             PIC X(6).
           05 PWK-NUMB-HI             PIC X(6).
           05 PWK-RULE                PIC X(01).
           05 PWK-LO-NAME             PIC X(20).
           05 PWK-LO-ADDRX            PIC X(20).
           05 PWK-LO-PHONE            PIC X(8).
           05 PWK-HI-NAME             PIC X(20).
           05 PWK-HI-ADDRX            PIC X(20).
           05 PWK-HI-PHONE            PIC X(8).

      * The pairs in NUMB order, left behind by the sort
       FD  PAIRSORT
           RECORDING MODE IS F.
       01  PSR-RECORD.
           05 PSR-NUMB-LO             PIC X(6).
           05 PSR-NUMB-HI             PIC X(6).
           05 PSR-RULE                PIC X(01).
              88 PSR-ON-NAME-ADDRX        VALUE 'N'.
              88 PSR-ON-NEAR              VALUE 'A'.
              88 PSR-ON-PHONE             VALUE 'P'.
           05 PSR-LO-NAME             PIC X(20).
           05 PSR-LO-ADDRX            PIC X(20).
           05 PSR-LO-PHONE            PIC X(8).
           05 PSR-HI-NAME             PIC X(20).
           05 PSR-HI-ADDRX            PIC X(20).
           05 PSR-HI-PHONE            PIC X(8).

       SD  PAIR-SORT-FILE.
       01  PAIR-SORT-RECORD.
           05 SPR-NUMB-LO             PIC X(6).
           05 SPR-NUMB-HI             PIC X(6).
           05 SPR-RULE                PIC X(01).
           05 FILLER                  PIC X(96).

       FD  DUPERPT
           RECORDING MODE IS F.
       01  DUPERPT-LINE                PIC X(132).

      * Draft renumber/merge pairs in the layout POSTRNUM reads
       FD  XREFDRFT
           RECORDING MODE IS F.
       01  XREFDRFT-RECORD.
           05 DRF-OLD-NUMB            PIC X(6).
           05 DRF-NEW-NUMB            PIC X(6).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       77  WS-FILEA-STATUS             PIC X(02) VALUE SPACES.
           88 WS-FILEA-OK                  VALUE '00'.
           88 WS-FILEA-EOF                 VALUE '10'.
       77  WS-XREF-STATUS              PIC X(02) VALUE SPACES.
           88 WS-XREF-OK                   VALUE '00'.
           88 WS-XREF-EOF                  VALUE '10'.
           88 WS-XREF-NOT-FOUND            VALUE '35'.
       77  WS-NODUPE-STATUS            PIC X(02) VALUE SPACES.
           88 WS-NODUPE-OK                 VALUE '00'.
           88 WS-NODUPE-EOF                VALUE '10'.
           88 WS-NODUPE-NOT-FOUND          VALUE '35'.
       77  WS-KEYWORK-STATUS           PIC X(02) VALUE SPACES.
           88 WS-KEYWORK-OK                VALUE '00'.
       77  WS-KEYSORT-STATUS           PIC X(02) VALUE SPACES.
           88 WS-KEYSORT-OK                VALUE '00'.
           88 WS-KEYSORT-EOF               VALUE '10'.
       77  WS-PAIRWORK-STATUS          PIC X(02) VALUE SPACES.
           88 WS-PAIRWORK-OK               VALUE '00'.
       77  WS-PAIRSORT-STATUS          PIC X(02) VALUE SPACES.
           88 WS-PAIRSORT-OK               VALUE '00'.
           88 WS-PAIRSORT-EOF              VALUE '10'.
       77  WS-DUPERPT-STATUS           PIC X(02) VALUE SPACES.
           88 WS-DUPERPT-OK                VALUE '00'.
       77  WS-DRAFT-STATUS             PIC X(02) VALUE SPACES.
           88 WS-DRAFT-OK                  VALUE '00'.

       77  WS-INPUT-EOF-SW             PIC X(01) VALUE 'N'.
           88 WS-INPUT-EOF                 VALUE 'Y'.
       77  WS-XREF-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-XREF-LOAD-DONE            VALUE 'Y'.
       77  WS-NODUPE-EOF-SW            PIC X(01) VALUE 'N'.
           88 WS-NODUPE-LOAD-DONE          VALUE 'Y'.
       77  WS-RUN-ERROR-SW             PIC X(01) VALUE 'N'.
           88 WS-RUN-ERROR                 VALUE 'Y'.
       77  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.

       77  WS-COUNT-READ               PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-UNUSABLE           PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-KEYS               PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-PAIR-RECS          PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-OVERSIZE           PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-CANDIDATES         PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-LINKED             PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-SUPPRESSED         PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-REPORTED           PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-DRAFTED            PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-COVERED            PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-REVIEW             PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-NODUPE-BAD         PIC 9(09) COMP VALUE 0.

      * A pair must score this much to be drafted for POSTRNUM; below
      * it the pair is printed for review only
       77  WS-DRAFT-SCORE              PIC 9(03) COMP VALUE 80.

       01  WS-CURRENT-DATE             PIC X(21) VALUE SPACES.

      *----------------------------------------------------------------*
      * The cross-reference history, resolved to each pair's final     *
      * NUMB the way POSTSTMT does it.  Two NUMBs that end at the same *
      * final NUMB are already linked.                                 *
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

      * The not-a-duplicate rulings, lower NUMB first
       01  WS-NDP-TABLE.
           05 WS-NDP-MAX              PIC 9(05) COMP VALUE 5000.
           05 WS-NDP-COUNT            PIC 9(05) COMP VALUE 0.
           05 WS-NDP-ENTRY            OCCURS 0 TO 5000 TIMES
                                       DEPENDING ON WS-NDP-COUNT
                                       INDEXED BY WS-NDP-IDX.
              10 WS-NDP-LO            PIC X(06).
              10 WS-NDP-HI            PIC X(06).

      * NUMBs drafted away this run, each with the NUMB it goes to
       01  WS-RET-TABLE.
           05 WS-RET-MAX              PIC 9(05) COMP VALUE 5000.
           05 WS-RET-COUNT            PIC 9(05) COMP VALUE 0.
           05 WS-RET-ENTRY            OCCURS 0 TO 5000 TIMES
                                       DEPENDING ON WS-RET-COUNT
                                       INDEXED BY WS-RET-IDX.
              10 WS-RET-OLD           PIC X(06).
              10 WS-RET-SURVIVOR      PIC X(06).
       77  WS-RET-FOUND-SW             PIC X(01) VALUE 'N'.
           88 WS-RET-FOUND                 VALUE 'Y'.

      *----------------------------------------------------------------*
      * The key group in hand.  A key shared by more customers than    *
      * the table holds (a switchboard phone, a blank-ish address) is  *
      * not a duplicate signal; the group is reported and not paired.  *
      *----------------------------------------------------------------*
       01  WS-GROUP-RULE               PIC X(01) VALUE SPACES.
       01  WS-GROUP-KEY                PIC X(60) VALUE SPACES.
       77  WS-GROUP-MEMBERS            PIC 9(09) COMP VALUE 0.
       01  WS-GRP-TABLE.
           05 WS-GRP-MAX              PIC 9(03) COMP VALUE 50.
           05 WS-GRP-COUNT            PIC 9(03) COMP VALUE 0.
           05 WS-GRP-ENTRY            OCCURS 0 TO 50 TIMES
                                       DEPENDING ON WS-GRP-COUNT.
              10 WS-GRP-NUMB          PIC X(06).
              10 WS-GRP-NAME          PIC X(20).
              10 WS-GRP-ADDRX         PIC X(20).
              10 WS-GRP-PHONE         PIC X(08).
       77  WS-GRP-I                    PIC 9(03) COMP VALUE 0.
       77  WS-GRP-J                    PIC 9(03) COMP VALUE 0.
       77  WS-GRP-START                PIC 9(03) COMP VALUE 0.

      *----------------------------------------------------------------*
      * The candidate pair in hand, with the keys it was found on      *
      *----------------------------------------------------------------*
       01  WS-CAND.
           05 WS-CAND-LO              PIC X(06).
           05 WS-CAND-HI              PIC X(06).
           05 WS-CAND-LO-NAME         PIC X(20).
           05 WS-CAND-LO-ADDRX        PIC X(20).
           05 WS-CAND-LO-PHONE        PIC X(08).
           05 WS-CAND-HI-NAME         PIC X(20).
           05 WS-CAND-HI-ADDRX        PIC X(20).
           05 WS-CAND-HI-PHONE        PIC X(08).
       77  WS-ON-NAME-ADDRX-SW         PIC X(01) VALUE 'N'.
           88 WS-ON-NAME-ADDRX             VALUE 'Y'.
       77  WS-ON-NEAR-SW               PIC X(01) VALUE 'N'.
           88 WS-ON-NEAR                   VALUE 'Y'.
       77  WS-ON-PHONE-SW              PIC X(01) VALUE 'N'.
           88 WS-ON-PHONE                  VALUE 'Y'.
       77  WS-CAND-SKIP-SW             PIC X(01) VALUE 'N'.
           88 WS-CAND-SKIPPED              VALUE 'Y'.
       77  WS-SCORE                    PIC 9(03) COMP VALUE 0.
       01  WS-BASIS                    PIC X(24) VALUE SPACES.
       01  WS-BASIS-PHONE              PIC X(24) VALUE SPACES.
       01  WS-CAND-STATUS              PIC X(20) VALUE SPACES.
       01  WS-FINAL-LO                 PIC X(06) VALUE SPACES.
       01  WS-FINAL-HI                 PIC X(06) VALUE SPACES.
       01  WS-DRAFT-NEW                PIC X(06) VALUE SPACES.
       01  WS-NEAR-LO-NAME             PIC X(30) VALUE SPACES.
       01  WS-NEAR-HI-NAME             PIC X(30) VALUE SPACES.
       01  WS-NEAR-LO-ADDRX            PIC X(30) VALUE SPACES.
       01  WS-NEAR-HI-ADDRX            PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------*
      * Text normalisation.  Mode B (basic) upper-cases and closes up  *
      * the spacing.  Modes N (a name) and A (an address) also drop    *
      * full stops and apostrophes, break words at any other           *
      * punctuation, and put each word through the table below: a      *
      * word found there becomes its short form, or is dropped when    *
      * the short form is blank.  Scope N or A limits an entry to      *
      * names or addresses (DR is a title in a name but DRIVE in an    *
      * address); scope * applies to both.                             *
      *----------------------------------------------------------------*
       01  WS-NORM-MODE                PIC X(01) VALUE SPACES.
           88 WS-NORM-BASIC                VALUE 'B'.
       01  WS-NORM-IN                  PIC X(20) VALUE SPACES.
       01  WS-NORM-WORK                PIC X(20) VALUE SPACES.
       01  WS-NORM-OUT                 PIC X(30) VALUE SPACES.
       77  WS-NORM-PTR                 PIC 9(03) COMP VALUE 0.
       77  WS-CHAR-SUB                 PIC 9(03) COMP VALUE 0.
       01  WS-CHAR                     PIC X(01) VALUE SPACE.
           88 WS-CHAR-WORD                 VALUE 'A' THRU 'Z'
                                                 '0' THRU '9'.
           88 WS-CHAR-DROPPED              VALUE '.' QUOTE.
       01  WS-WORD                     PIC X(20) VALUE SPACES.
       77  WS-WORD-LEN                 PIC 9(03) COMP VALUE 0.
       01  WS-CANON                    PIC X(20) VALUE SPACES.
       01  WS-KEY-NAME                 PIC X(30) VALUE SPACES.
       01  WS-KEY-ADDRX                PIC X(30) VALUE SPACES.

       01  WS-ABBR-VALUES.
           05 FILLER PIC X(21) VALUE 'STREET      ST      A'.
           05 FILLER PIC X(21) VALUE 'STR         ST      A'.
           05 FILLER PIC X(21) VALUE 'ROAD        RD      A'.
           05 FILLER PIC X(21) VALUE 'AVENUE      AVE     A'.
           05 FILLER PIC X(21) VALUE 'AV          AVE     A'.
           05 FILLER PIC X(21) VALUE 'DRIVE       DR      A'.
           05 FILLER PIC X(21) VALUE 'LANE        LN      A'.
           05 FILLER PIC X(21) VALUE 'COURT       CT      A'.
           05 FILLER PIC X(21) VALUE 'PLACE       PL      A'.
           05 FILLER PIC X(21) VALUE 'BOULEVARD   BLVD    A'.
           05 FILLER PIC X(21) VALUE 'CRESCENT    CRES    A'.
           05 FILLER PIC X(21) VALUE 'TERRACE     TER     A'.
           05 FILLER PIC X(21) VALUE 'SQUARE      SQ      A'.
           05 FILLER PIC X(21) VALUE 'HIGHWAY     HWY     A'.
           05 FILLER PIC X(21) VALUE 'APARTMENT   APT     A'.
           05 FILLER PIC X(21) VALUE 'FLAT        APT     A'.
           05 FILLER PIC X(21) VALUE 'SUITE       STE     A'.
           05 FILLER PIC X(21) VALUE 'NORTH       N       A'.
           05 FILLER PIC X(21) VALUE 'SOUTH       S       A'.
           05 FILLER PIC X(21) VALUE 'EAST        E       A'.
           05 FILLER PIC X(21) VALUE 'WEST        W       A'.
           05 FILLER PIC X(21) VALUE 'MR                  N'.
           05 FILLER PIC X(21) VALUE 'MRS                 N'.
           05 FILLER PIC X(21) VALUE 'MS                  N'.
           05 FILLER PIC X(21) VALUE 'MISS                N'.
           05 FILLER PIC X(21) VALUE 'DR                  N'.
           05 FILLER PIC X(21) VALUE 'JR                  N'.
           05 FILLER PIC X(21) VALUE 'SR                  N'.
           05 FILLER PIC X(21) VALUE 'WM          WILLIAM N'.
           05 FILLER PIC X(21) VALUE 'CHAS        CHARLES N'.
           05 FILLER PIC X(21) VALUE 'JAS         JAMES   N'.
           05 FILLER PIC X(21) VALUE 'THOS        THOMAS  N'.
           05 FILLER PIC X(21) VALUE 'ROBT        ROBERT  N'.
           05 FILLER PIC X(21) VALUE 'COMPANY     CO      N'.
           05 FILLER PIC X(21) VALUE 'CORPORATION CORP    N'.
           05 FILLER PIC X(21) VALUE 'INCORPORATEDINC     N'.
           05 FILLER PIC X(21) VALUE 'LIMITED     LTD     N'.
           05 FILLER PIC X(21) VALUE 'THE                 *'.
           05 FILLER PIC X(21) VALUE 'AND                 *'.
           05 FILLER PIC X(21) VALUE 'OF                  *'.
       01  WS-ABBR-TABLE REDEFINES WS-ABBR-VALUES.
           05 WS-ABBR-ENTRY           OCCURS 40 TIMES
                                       INDEXED BY WS-ABBR-IDX.
              10 WS-ABBR-WORD         PIC X(12).
              10 WS-ABBR-CANON        PIC X(08).
              10 WS-ABBR-SCOPE        PIC X(01).

      * Report editing
       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-SCORE               PIC ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF NOT WS-RUN-ERROR
              PERFORM 2000-BUILD-MATCH-KEYS
                  THRU 2000-BUILD-MATCH-KEYS-EXIT
              PERFORM 3000-SORT-MATCH-KEYS
                  THRU 3000-SORT-MATCH-KEYS-EXIT
              PERFORM 4000-PAIR-KEY-GROUPS
                  THRU 4000-PAIR-KEY-GROUPS-EXIT
              PERFORM 5000-SORT-PAIRS
                  THRU 5000-SORT-PAIRS-EXIT
              PERFORM 6000-SCORE-CANDIDATES
                  THRU 6000-SCORE-CANDIDATES-EXIT
           END-IF.
           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT.
           PERFORM 9999-EXIT
               THRU 9999-EXIT-EXIT.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - the report, the draft pair file, the cross-  *
      * reference history and the not-a-duplicate rulings             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN OUTPUT DUPERPT.
           IF NOT WS-DUPERPT-OK
              DISPLAY 'POSTDUPE: UNABLE TO OPEN DUPERPT, STATUS = '
                       WS-DUPERPT-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT XREFDRFT.
           IF NOT WS-DRAFT-OK
              DISPLAY 'POSTDUPE: UNABLE TO OPEN XREFDRFT, STATUS = '
                       WS-DRAFT-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE SPACES TO DUPERPT-LINE.
           STRING 'POSTDUPE DUPLICATE CUSTOMER CANDIDATES - RUN '
                                       DELIMITED BY SIZE
                  WS-CURRENT-DATE (1:8) DELIMITED BY SIZE
               INTO DUPERPT-LINE.
           WRITE DUPERPT-LINE.
           MOVE SPACES TO DUPERPT-LINE.
           WRITE DUPERPT-LINE.
           PERFORM 1100-LOAD-XREFS
               THRU 1100-LOAD-XREFS-EXIT.
           IF WS-RUN-ERROR
              GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1200-LOAD-RULINGS
               THRU 1200-LOAD-RULINGS-EXIT.
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
              DISPLAY 'POSTDUPE: UNABLE TO OPEN XREFHIST, STATUS = '
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
                 DISPLAY 'POSTDUPE: XREFHIST READ ERROR, STATUS = '
                          WS-XREF-STATUS
                 SET WS-XREF-LOAD-DONE TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN WS-XREF-COUNT = WS-XREF-MAX
                 DISPLAY 'POSTDUPE: XREF TABLE FULL AT ' WS-XREF-MAX
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
                 DISPLAY 'POSTDUPE: XREFHIST CHAIN LOOPS AT NUMB '
                          WS-TRY-KEY ' - RUN REFUSED'
                 SET WS-RUN-ERROR TO TRUE
              END-IF
           END-IF.
       1130-FOLLOW-ONE-HOP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-LOAD-RULINGS - the data team's not-a-duplicate rulings.   *
      * No NODUPE file means nothing has been ruled out yet.  A card   *
      * without two numeric NUMBs cannot match a pair; it is listed    *
      * and ignored.                                                   *
      *----------------------------------------------------------------*
       1200-LOAD-RULINGS.
           OPEN INPUT NODUPE.
           IF WS-NODUPE-NOT-FOUND
              GO TO 1200-LOAD-RULINGS-EXIT
           END-IF.
           IF NOT WS-NODUPE-OK
              DISPLAY 'POSTDUPE: UNABLE TO OPEN NODUPE, STATUS = '
                       WS-NODUPE-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 1200-LOAD-RULINGS-EXIT
           END-IF.
           PERFORM 1210-LOAD-ONE-RULING
               THRU 1210-LOAD-ONE-RULING-EXIT
               UNTIL WS-NODUPE-LOAD-DONE.
           CLOSE NODUPE.
       1200-LOAD-RULINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1210-LOAD-ONE-RULING.
           READ NODUPE.
           EVALUATE TRUE
              WHEN WS-NODUPE-EOF
                 SET WS-NODUPE-LOAD-DONE TO TRUE
              WHEN NOT WS-NODUPE-OK
                 DISPLAY 'POSTDUPE: NODUPE READ ERROR, STATUS = '
                          WS-NODUPE-STATUS
                 SET WS-NODUPE-LOAD-DONE TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN NDP-NUMB-1 IS NOT NUMERIC
                OR NDP-NUMB-2 IS NOT NUMERIC
                 DISPLAY 'POSTDUPE: NODUPE CARD IGNORED - '
                          NODUPE-RECORD
                 ADD 1 TO WS-COUNT-NODUPE-BAD
              WHEN WS-NDP-COUNT = WS-NDP-MAX
                 DISPLAY 'POSTDUPE: NODUPE TABLE FULL AT ' WS-NDP-MAX
                         ' - RUN REFUSED'
                 SET WS-NODUPE-LOAD-DONE TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 ADD 1 TO WS-NDP-COUNT
                 IF NDP-NUMB-1 < NDP-NUMB-2
                    MOVE NDP-NUMB-1 TO WS-NDP-LO (WS-NDP-COUNT)
                    MOVE NDP-NUMB-2 TO WS-NDP-HI (WS-NDP-COUNT)
                 ELSE
                    MOVE NDP-NUMB-2 TO WS-NDP-LO (WS-NDP-COUNT)
                    MOVE NDP-NUMB-1 TO WS-NDP-HI (WS-NDP-COUNT)
                 END-IF
           END-EVALUATE.
       1210-LOAD-ONE-RULING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-BUILD-MATCH-KEYS - one pass down the extract writing each *
      * customer's match keys to the work file                         *
      *----------------------------------------------------------------*
       2000-BUILD-MATCH-KEYS.
           OPEN OUTPUT KEYWORK.
           IF NOT WS-KEYWORK-OK
              DISPLAY 'POSTDUPE: UNABLE TO OPEN KEYWORK, STATUS = '
                       WS-KEYWORK-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 2000-BUILD-MATCH-KEYS-EXIT
           END-IF.
           OPEN INPUT FILEAEXT.
           IF NOT WS-FILEA-OK
              DISPLAY 'POSTDUPE: UNABLE TO OPEN FILEAEXT, STATUS = '
                       WS-FILEA-STATUS
              SET WS-RUN-ERROR TO TRUE
              CLOSE KEYWORK
              GO TO 2000-BUILD-MATCH-KEYS-EXIT
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF-SW.
           PERFORM 2100-KEY-ONE-CUSTOMER
               THRU 2100-KEY-ONE-CUSTOMER-EXIT
               UNTIL WS-INPUT-EOF.
           CLOSE FILEAEXT KEYWORK.
       2000-BUILD-MATCH-KEYS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-KEY-ONE-CUSTOMER - the plain and near NAME+ADDRX keys     *
      * when there is a name to match on, and the PHONE key when the   *
      * phone is a real number.  A row without a numeric NUMB could    *
      * never be merged and is passed over.                            *
      *----------------------------------------------------------------*
       2100-KEY-ONE-CUSTOMER.
           READ FILEAEXT.
           IF WS-FILEA-EOF
              SET WS-INPUT-EOF TO TRUE
              GO TO 2100-KEY-ONE-CUSTOMER-EXIT
           END-IF.
           IF NOT WS-FILEA-OK
              DISPLAY 'POSTDUPE: FILEAEXT READ ERROR, STATUS = '
                       WS-FILEA-STATUS
              SET WS-RUN-ERROR TO TRUE
              SET WS-INPUT-EOF TO TRUE
              GO TO 2100-KEY-ONE-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-COUNT-READ.
           IF FILEA-NUMB IS NOT NUMERIC
              ADD 1 TO WS-COUNT-UNUSABLE
              GO TO 2100-KEY-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE FILEA-NUMB  TO KWK-NUMB.
           MOVE FILEA-NAME  TO KWK-NAME.
           MOVE FILEA-ADDRX TO KWK-ADDRX.
           MOVE FILEA-PHONE TO KWK-PHONE.

           IF FILEA-NAME NOT = SPACES
              MOVE 'B' TO WS-NORM-MODE
              MOVE FILEA-NAME TO WS-NORM-IN
              PERFORM 7000-NORMALISE-TEXT
                  THRU 7000-NORMALISE-TEXT-EXIT
              MOVE WS-NORM-OUT TO WS-KEY-NAME
              MOVE FILEA-ADDRX TO WS-NORM-IN
              PERFORM 7000-NORMALISE-TEXT
                  THRU 7000-NORMALISE-TEXT-EXIT
              MOVE WS-NORM-OUT TO WS-KEY-ADDRX
              MOVE 'N' TO KWK-RULE
              MOVE SPACES TO KWK-KEY
              MOVE WS-KEY-NAME (1:20)  TO KWK-KEY (1:20)
              MOVE WS-KEY-ADDRX (1:20) TO KWK-KEY (21:20)
              WRITE KWK-RECORD
              IF NOT WS-KEYWORK-OK
                 DISPLAY 'POSTDUPE: KEYWORK WRITE ERROR, STATUS = '
                          WS-KEYWORK-STATUS
                 SET WS-RUN-ERROR TO TRUE
                 SET WS-INPUT-EOF TO TRUE
                 GO TO 2100-KEY-ONE-CUSTOMER-EXIT
              END-IF
              ADD 1 TO WS-COUNT-KEYS

              MOVE 'N' TO WS-NORM-MODE
              MOVE FILEA-NAME TO WS-NORM-IN
              PERFORM 7000-NORMALISE-TEXT
                  THRU 7000-NORMALISE-TEXT-EXIT
              MOVE WS-NORM-OUT TO WS-KEY-NAME
              MOVE 'A' TO WS-NORM-MODE
              MOVE FILEA-ADDRX TO WS-NORM-IN
              PERFORM 7000-NORMALISE-TEXT
                  THRU 7000-NORMALISE-TEXT-EXIT
              MOVE WS-NORM-OUT TO WS-KEY-ADDRX
              IF WS-KEY-NAME NOT = SPACES
                 MOVE 'A' TO KWK-RULE
                 MOVE WS-KEY-NAME  TO KWK-KEY (1:30)
                 MOVE WS-KEY-ADDRX TO KWK-KEY (31:30)
                 WRITE KWK-RECORD
                 IF NOT WS-KEYWORK-OK
                    DISPLAY 'POSTDUPE: KEYWORK WRITE ERROR, STATUS = '
                             WS-KEYWORK-STATUS
                    SET WS-RUN-ERROR TO TRUE
                    SET WS-INPUT-EOF TO TRUE
                    GO TO 2100-KEY-ONE-CUSTOMER-EXIT
                 END-IF
                 ADD 1 TO WS-COUNT-KEYS
              END-IF
           END-IF.

           IF FILEA-PHONE IS NUMERIC
              AND FILEA-PHONE NOT = ZEROS
              MOVE 'P' TO KWK-RULE
              MOVE SPACES TO KWK-KEY
              MOVE FILEA-PHONE TO KWK-KEY (1:8)
              WRITE KWK-RECORD
              IF NOT WS-KEYWORK-OK
                 DISPLAY 'POSTDUPE: KEYWORK WRITE ERROR, STATUS = '
                          WS-KEYWORK-STATUS
                 SET WS-RUN-ERROR TO TRUE
                 SET WS-INPUT-EOF TO TRUE
                 GO TO 2100-KEY-ONE-CUSTOMER-EXIT
              END-IF
              ADD 1 TO WS-COUNT-KEYS
           END-IF.
       2100-KEY-ONE-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-SORT-MATCH-KEYS - rule, key, then NUMB, so each key group *
      * arrives together and in NUMB order                             *
      *----------------------------------------------------------------*
       3000-SORT-MATCH-KEYS.
           IF WS-RUN-ERROR OR WS-COUNT-KEYS = 0
              GO TO 3000-SORT-MATCH-KEYS-EXIT
           END-IF.
           SORT KEY-SORT-FILE
               ON ASCENDING KEY SKY-RULE
                                SKY-KEY
                                SKY-NUMB
               USING KEYWORK
               GIVING KEYSORT.
       3000-SORT-MATCH-KEYS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-PAIR-KEY-GROUPS - one pass down the sorted keys, pairing  *
      * every two NUMBs that share one                                 *
      *----------------------------------------------------------------*
       4000-PAIR-KEY-GROUPS.
           IF WS-RUN-ERROR OR WS-COUNT-KEYS = 0
              GO TO 4000-PAIR-KEY-GROUPS-EXIT
           END-IF.
           OPEN INPUT KEYSORT.
           IF NOT WS-KEYSORT-OK
              DISPLAY 'POSTDUPE: UNABLE TO OPEN KEYSORT, STATUS = '
                       WS-KEYSORT-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 4000-PAIR-KEY-GROUPS-EXIT
           END-IF.
           OPEN OUTPUT PAIRWORK.
           IF NOT WS-PAIRWORK-OK
              DISPLAY 'POSTDUPE: UNABLE TO OPEN PAIRWORK, STATUS = '
                       WS-PAIRWORK-STATUS
              SET WS-RUN-ERROR TO TRUE
              CLOSE KEYSORT
              GO TO 4000-PAIR-KEY-GROUPS-EXIT
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF-SW.
           PERFORM 4900-READ-KEYSORT
               THRU 4900-READ-KEYSORT-EXIT.
           PERFORM 4100-PAIR-ONE-GROUP
               THRU 4100-PAIR-ONE-GROUP-EXIT
               UNTIL WS-INPUT-EOF.
           CLOSE KEYSORT PAIRWORK.
       4000-PAIR-KEY-GROUPS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-PAIR-ONE-GROUP - gather the customers sharing the key in  *
      * hand, then pair each with every one after it                   *
      *----------------------------------------------------------------*
       4100-PAIR-ONE-GROUP.
           MOVE KSR-RULE TO WS-GROUP-RULE.
           MOVE KSR-KEY  TO WS-GROUP-KEY.
           MOVE 0 TO WS-GROUP-MEMBERS.
           MOVE 0 TO WS-GRP-COUNT.
           PERFORM 4200-ADD-GROUP-MEMBER
               THRU 4200-ADD-GROUP-MEMBER-EXIT
               UNTIL WS-INPUT-EOF
                  OR KSR-RULE NOT = WS-GROUP-RULE
                  OR KSR-KEY  NOT = WS-GROUP-KEY.
           IF WS-GROUP-MEMBERS > WS-GRP-MAX
              PERFORM 4400-REPORT-OVERSIZE
                  THRU 4400-REPORT-OVERSIZE-EXIT
              GO TO 4100-PAIR-ONE-GROUP-EXIT
           END-IF.
           IF WS-GRP-COUNT > 1
              PERFORM 4300-PAIR-FROM-MEMBER
                  THRU 4300-PAIR-FROM-MEMBER-EXIT
                  VARYING WS-GRP-I FROM 1 BY 1
                  UNTIL WS-GRP-I >= WS-GRP-COUNT
                     OR WS-RUN-ERROR
           END-IF.
       4100-PAIR-ONE-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4200-ADD-GROUP-MEMBER.
           ADD 1 TO WS-GROUP-MEMBERS.
           IF WS-GRP-COUNT < WS-GRP-MAX
              ADD 1 TO WS-GRP-COUNT
              MOVE KSR-NUMB  TO WS-GRP-NUMB (WS-GRP-COUNT)
              MOVE KSR-NAME  TO WS-GRP-NAME (WS-GRP-COUNT)
              MOVE KSR-ADDRX TO WS-GRP-ADDRX (WS-GRP-COUNT)
              MOVE KSR-PHONE TO WS-GRP-PHONE (WS-GRP-COUNT)
           END-IF.
           PERFORM 4900-READ-KEYSORT
               THRU 4900-READ-KEYSORT-EXIT.
       4200-ADD-GROUP-MEMBER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4300-PAIR-FROM-MEMBER.
           COMPUTE WS-GRP-START = WS-GRP-I + 1.
           PERFORM 4310-WRITE-PAIR
               THRU 4310-WRITE-PAIR-EXIT
               VARYING WS-GRP-J FROM WS-GRP-START BY 1
               UNTIL WS-GRP-J > WS-GRP-COUNT
                  OR WS-RUN-ERROR.
       4300-PAIR-FROM-MEMBER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4310-WRITE-PAIR - the group is in NUMB order, so member I is   *
      * the lower NUMB.  A NUMB on the extract twice is not a pair.    *
      *----------------------------------------------------------------*
       4310-WRITE-PAIR.
           IF WS-GRP-NUMB (WS-GRP-I) = WS-GRP-NUMB (WS-GRP-J)
              GO TO 4310-WRITE-PAIR-EXIT
           END-IF.
           MOVE WS-GRP-NUMB (WS-GRP-I)  TO PWK-NUMB-LO.
           MOVE WS-GRP-NUMB (WS-GRP-J)  TO PWK-NUMB-HI.
           MOVE WS-GROUP-RULE           TO PWK-RULE.
           MOVE WS-GRP-NAME (WS-GRP-I)  TO PWK-LO-NAME.
           MOVE WS-GRP-ADDRX (WS-GRP-I) TO PWK-LO-ADDRX.
           MOVE WS-GRP-PHONE (WS-GRP-I) TO PWK-LO-PHONE.
           MOVE WS-GRP-NAME (WS-GRP-J)  TO PWK-HI-NAME.
           MOVE WS-GRP-ADDRX (WS-GRP-J) TO PWK-HI-ADDRX.
           MOVE WS-GRP-PHONE (WS-GRP-J) TO PWK-HI-PHONE.
           WRITE PWK-RECORD.
           IF NOT WS-PAIRWORK-OK
              DISPLAY 'POSTDUPE: PAIRWORK WRITE ERROR, STATUS = '
                       WS-PAIRWORK-STATUS
              SET WS-RUN-ERROR TO TRUE
              SET WS-INPUT-EOF TO TRUE
              GO TO 4310-WRITE-PAIR-EXIT
           END-IF.
           ADD 1 TO WS-COUNT-PAIR-RECS.
       4310-WRITE-PAIR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4400-REPORT-OVERSIZE - too many customers share this key for   *
      * it to mean anything; say so on the report and move on          *
      *----------------------------------------------------------------*
       4400-REPORT-OVERSIZE.
           ADD 1 TO WS-COUNT-OVERSIZE.
           MOVE WS-GROUP-MEMBERS TO WS-EDIT-COUNT.
           MOVE SPACES TO DUPERPT-LINE.
           STRING '*** NOT PAIRED - '     DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
                  ' CUSTOMERS SHARE '      DELIMITED BY SIZE
                  WS-GROUP-RULE            DELIMITED BY SIZE
                  ' KEY '                  DELIMITED BY SIZE
                  WS-GROUP-KEY             DELIMITED BY SIZE
               INTO DUPERPT-LINE.
           WRITE DUPERPT-LINE.
       4400-REPORT-OVERSIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4900-READ-KEYSORT.
           READ KEYSORT.
           EVALUATE TRUE
              WHEN WS-KEYSORT-OK
                 CONTINUE
              WHEN WS-KEYSORT-EOF
                 SET WS-INPUT-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'POSTDUPE: KEYSORT READ ERROR, STATUS = '
                          WS-KEYSORT-STATUS
                 SET WS-RUN-ERROR TO TRUE
                 SET WS-INPUT-EOF TO TRUE
           END-EVALUATE.
       4900-READ-KEYSORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-SORT-PAIRS - lower NUMB, higher NUMB, so a pair found on  *
      * several keys arrives together and keepers come before the      *
      * NUMBs they absorb                                              *
      *----------------------------------------------------------------*
       5000-SORT-PAIRS.
           IF WS-RUN-ERROR OR WS-COUNT-PAIR-RECS = 0
              GO TO 5000-SORT-PAIRS-EXIT
           END-IF.
           SORT PAIR-SORT-FILE
               ON ASCENDING KEY SPR-NUMB-LO
                                SPR-NUMB-HI
                                SPR-RULE
               USING PAIRWORK
               GIVING PAIRSORT.
       5000-SORT-PAIRS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-SCORE-CANDIDATES - one pass down the sorted pairs, one    *
      * candidate per change of pair                                   *
      *----------------------------------------------------------------*
       6000-SCORE-CANDIDATES.
           IF WS-RUN-ERROR OR WS-COUNT-PAIR-RECS = 0
              GO TO 6000-SCORE-CANDIDATES-EXIT
           END-IF.
           OPEN INPUT PAIRSORT.
           IF NOT WS-PAIRSORT-OK
              DISPLAY 'POSTDUPE: UNABLE TO OPEN PAIRSORT, STATUS = '
                       WS-PAIRSORT-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 6000-SCORE-CANDIDATES-EXIT
           END-IF.
           MOVE SPACES TO DUPERPT-LINE.
           MOVE 'SCORE'         TO DUPERPT-LINE (1:5).
           MOVE 'NUMB'          TO DUPERPT-LINE (7:4).
           MOVE 'ROLE'          TO DUPERPT-LINE (14:4).
           MOVE 'NAME'          TO DUPERPT-LINE (20:4).
           MOVE 'ADDRX'         TO DUPERPT-LINE (42:5).
           MOVE 'PHONE'         TO DUPERPT-LINE (64:5).
           MOVE 'MATCHED ON'    TO DUPERPT-LINE (74:10).
           MOVE 'STATUS'        TO DUPERPT-LINE (100:6).
           WRITE DUPERPT-LINE.
           MOVE ALL '-' TO DUPERPT-LINE (1:119).
           WRITE DUPERPT-LINE.
           MOVE 'N' TO WS-INPUT-EOF-SW.
           PERFORM 6900-READ-PAIRSORT
               THRU 6900-READ-PAIRSORT-EXIT.
           PERFORM 6100-SCORE-ONE-CANDIDATE
               THRU 6100-SCORE-ONE-CANDIDATE-EXIT
               UNTIL WS-INPUT-EOF OR WS-RUN-ERROR.
           CLOSE PAIRSORT.
       6000-SCORE-CANDIDATES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6100-SCORE-ONE-CANDIDATE - collect the keys the pair was found *
      * on, drop it if it is already linked or ruled out, else score,  *
      * draft and print it                                             *
      *----------------------------------------------------------------*
       6100-SCORE-ONE-CANDIDATE.
           MOVE PSR-NUMB-LO  TO WS-CAND-LO.
           MOVE PSR-NUMB-HI  TO WS-CAND-HI.
           MOVE PSR-LO-NAME  TO WS-CAND-LO-NAME.
           MOVE PSR-LO-ADDRX TO WS-CAND-LO-ADDRX.
           MOVE PSR-LO-PHONE TO WS-CAND-LO-PHONE.
           MOVE PSR-HI-NAME  TO WS-CAND-HI-NAME.
           MOVE PSR-HI-ADDRX TO WS-CAND-HI-ADDRX.
           MOVE PSR-HI-PHONE TO WS-CAND-HI-PHONE.
           MOVE 'N' TO WS-ON-NAME-ADDRX-SW.
           MOVE 'N' TO WS-ON-NEAR-SW.
           MOVE 'N' TO WS-ON-PHONE-SW.
           PERFORM 6200-NOTE-ONE-KEY
               THRU 6200-NOTE-ONE-KEY-EXIT
               UNTIL WS-INPUT-EOF
                  OR PSR-NUMB-LO NOT = WS-CAND-LO
                  OR PSR-NUMB-HI NOT = WS-CAND-HI.
           ADD 1 TO WS-COUNT-CANDIDATES.
           PERFORM 6400-CHECK-LINKED
               THRU 6400-CHECK-LINKED-EXIT.
           IF WS-CAND-SKIPPED
              ADD 1 TO WS-COUNT-LINKED
              GO TO 6100-SCORE-ONE-CANDIDATE-EXIT
           END-IF.
           PERFORM 6500-CHECK-RULED-OUT
               THRU 6500-CHECK-RULED-OUT-EXIT.
           IF WS-CAND-SKIPPED
              ADD 1 TO WS-COUNT-SUPPRESSED
              GO TO 6100-SCORE-ONE-CANDIDATE-EXIT
           END-IF.
           PERFORM 6300-SCORE-PAIR
               THRU 6300-SCORE-PAIR-EXIT.
           IF WS-SCORE < WS-DRAFT-SCORE
              MOVE 'FOR REVIEW' TO WS-CAND-STATUS
              ADD 1 TO WS-COUNT-REVIEW
           ELSE
              PERFORM 6600-DRAFT-PAIR
                  THRU 6600-DRAFT-PAIR-EXIT
           END-IF.
           PERFORM 6700-PRINT-CANDIDATE
               THRU 6700-PRINT-CANDIDATE-EXIT.
       6100-SCORE-ONE-CANDIDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6200-NOTE-ONE-KEY.
           EVALUATE TRUE
              WHEN PSR-ON-NAME-ADDRX
                 SET WS-ON-NAME-ADDRX TO TRUE
              WHEN PSR-ON-NEAR
                 SET WS-ON-NEAR TO TRUE
              WHEN PSR-ON-PHONE
                 SET WS-ON-PHONE TO TRUE
           END-EVALUATE.
           PERFORM 6900-READ-PAIRSORT
               THRU 6900-READ-PAIRSORT-EXIT.
       6200-NOTE-ONE-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6300-SCORE-PAIR - the scale in the program banner.  A pair     *
      * found on the phone alone is scored on how far its near names   *
      * and addresses agree.                                           *
      *----------------------------------------------------------------*
       6300-SCORE-PAIR.
           MOVE SPACES TO WS-BASIS.
           EVALUATE TRUE
              WHEN WS-ON-NAME-ADDRX
                 MOVE 95 TO WS-SCORE
                 MOVE 'NAME+ADDRX' TO WS-BASIS
              WHEN WS-ON-NEAR
                 MOVE 85 TO WS-SCORE
                 MOVE 'NEAR NAME+ADDRX' TO WS-BASIS
              WHEN OTHER
                 PERFORM 6310-COMPARE-NEAR-TEXT
                     THRU 6310-COMPARE-NEAR-TEXT-EXIT
           END-EVALUATE.
           IF WS-ON-PHONE
              AND (WS-ON-NAME-ADDRX OR WS-ON-NEAR)
              ADD 4 TO WS-SCORE
              MOVE SPACES TO WS-BASIS-PHONE
              STRING WS-BASIS DELIMITED BY '  '
                     '+PHONE' DELIMITED BY SIZE
                  INTO WS-BASIS-PHONE
              END-STRING
              MOVE WS-BASIS-PHONE TO WS-BASIS
           END-IF.
       6300-SCORE-PAIR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6310-COMPARE-NEAR-TEXT.
           MOVE 'N' TO WS-NORM-MODE.
           MOVE WS-CAND-LO-NAME TO WS-NORM-IN.
           PERFORM 7000-NORMALISE-TEXT
               THRU 7000-NORMALISE-TEXT-EXIT.
           MOVE WS-NORM-OUT TO WS-NEAR-LO-NAME.
           MOVE WS-CAND-HI-NAME TO WS-NORM-IN.
           PERFORM 7000-NORMALISE-TEXT
               THRU 7000-NORMALISE-TEXT-EXIT.
           MOVE WS-NORM-OUT TO WS-NEAR-HI-NAME.
           MOVE 'A' TO WS-NORM-MODE.
           MOVE WS-CAND-LO-ADDRX TO WS-NORM-IN.
           PERFORM 7000-NORMALISE-TEXT
               THRU 7000-NORMALISE-TEXT-EXIT.
           MOVE WS-NORM-OUT TO WS-NEAR-LO-ADDRX.
           MOVE WS-CAND-HI-ADDRX TO WS-NORM-IN.
           PERFORM 7000-NORMALISE-TEXT
               THRU 7000-NORMALISE-TEXT-EXIT.
           MOVE WS-NORM-OUT TO WS-NEAR-HI-ADDRX.
           EVALUATE TRUE
              WHEN WS-NEAR-LO-NAME NOT = SPACES
               AND WS-NEAR-LO-NAME = WS-NEAR-HI-NAME
                 MOVE 80 TO WS-SCORE
                 MOVE 'PHONE+NEAR NAME' TO WS-BASIS
              WHEN WS-NEAR-LO-ADDRX NOT = SPACES
               AND WS-NEAR-LO-ADDRX = WS-NEAR-HI-ADDRX
                 MOVE 70 TO WS-SCORE
                 MOVE 'PHONE+NEAR ADDRX' TO WS-BASIS
              WHEN OTHER
                 MOVE 50 TO WS-SCORE
                 MOVE 'PHONE ONLY' TO WS-BASIS
           END-EVALUATE.
       6310-COMPARE-NEAR-TEXT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6400-CHECK-LINKED - the two NUMBs are already linked when the  *
      * cross-reference history takes them to the same final NUMB (one *
      * was merged into the other, or both into a third)               *
      *----------------------------------------------------------------*
       6400-CHECK-LINKED.
           MOVE 'N' TO WS-CAND-SKIP-SW.
           IF WS-XREF-COUNT = 0
              GO TO 6400-CHECK-LINKED-EXIT
           END-IF.
           MOVE WS-CAND-LO TO WS-TRY-KEY.
           PERFORM 6410-FIND-FINAL
               THRU 6410-FIND-FINAL-EXIT.
           MOVE WS-TRY-KEY TO WS-FINAL-LO.
           MOVE WS-CAND-HI TO WS-TRY-KEY.
           PERFORM 6410-FIND-FINAL
               THRU 6410-FIND-FINAL-EXIT.
           MOVE WS-TRY-KEY TO WS-FINAL-HI.
           IF WS-FINAL-LO = WS-FINAL-HI
              SET WS-CAND-SKIPPED TO TRUE
           END-IF.
       6400-CHECK-LINKED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6410-FIND-FINAL.
           SET WS-XREF-IDX TO 1.
           SEARCH WS-XREF-ENTRY
              AT END
                 CONTINUE
              WHEN WS-XREF-OLD (WS-XREF-IDX) = WS-TRY-KEY
                 MOVE WS-XREF-FINAL (WS-XREF-IDX) TO WS-TRY-KEY
           END-SEARCH.
       6410-FIND-FINAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6500-CHECK-RULED-OUT.
           MOVE 'N' TO WS-CAND-SKIP-SW.
           IF WS-NDP-COUNT = 0
              GO TO 6500-CHECK-RULED-OUT-EXIT
           END-IF.
           SET WS-NDP-IDX TO 1.
           SEARCH WS-NDP-ENTRY
              AT END
                 CONTINUE
              WHEN WS-NDP-LO (WS-NDP-IDX) = WS-CAND-LO
               AND WS-NDP-HI (WS-NDP-IDX) = WS-CAND-HI
                 SET WS-CAND-SKIPPED TO TRUE
           END-SEARCH.
       6500-CHECK-RULED-OUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6600-DRAFT-PAIR - merge the higher NUMB into the lower.  Pairs *
      * arrive lower NUMB first, so by the time a NUMB is a keeper     *
      * every pair that could draft it away has been seen.             *
      *----------------------------------------------------------------*
       6600-DRAFT-PAIR.
           MOVE WS-CAND-HI TO WS-TRY-KEY.
           PERFORM 6610-FIND-RETIRED
               THRU 6610-FIND-RETIRED-EXIT.
           IF WS-RET-FOUND
              MOVE 'ALREADY DRAFTED' TO WS-CAND-STATUS
              ADD 1 TO WS-COUNT-COVERED
              GO TO 6600-DRAFT-PAIR-EXIT
           END-IF.
           IF WS-RET-COUNT = WS-RET-MAX
              DISPLAY 'POSTDUPE: DRAFT TABLE FULL AT ' WS-RET-MAX
                      ' - RUN INCOMPLETE'
              SET WS-RUN-ERROR TO TRUE
              MOVE 'NOT DRAFTED' TO WS-CAND-STATUS
              GO TO 6600-DRAFT-PAIR-EXIT
           END-IF.
           MOVE WS-CAND-LO TO WS-TRY-KEY.
           PERFORM 6610-FIND-RETIRED
               THRU 6610-FIND-RETIRED-EXIT.
           MOVE WS-TRY-KEY TO WS-DRAFT-NEW.
           MOVE WS-CAND-HI   TO DRF-OLD-NUMB.
           MOVE WS-DRAFT-NEW TO DRF-NEW-NUMB.
           WRITE XREFDRFT-RECORD.
           IF NOT WS-DRAFT-OK
              DISPLAY 'POSTDUPE: XREFDRFT WRITE ERROR, STATUS = '
                       WS-DRAFT-STATUS
              SET WS-RUN-ERROR TO TRUE
              SET WS-INPUT-EOF TO TRUE
              MOVE 'NOT DRAFTED' TO WS-CAND-STATUS
              GO TO 6600-DRAFT-PAIR-EXIT
           END-IF.
           ADD 1 TO WS-RET-COUNT.
           MOVE WS-CAND-HI   TO WS-RET-OLD (WS-RET-COUNT).
           MOVE WS-DRAFT-NEW TO WS-RET-SURVIVOR (WS-RET-COUNT).
           ADD 1 TO WS-COUNT-DRAFTED.
           IF WS-DRAFT-NEW = WS-CAND-LO
              MOVE 'DRAFTED' TO WS-CAND-STATUS
           ELSE
              MOVE SPACES TO WS-CAND-STATUS
              STRING 'DRAFTED TO '  DELIMITED BY SIZE
                     WS-DRAFT-NEW   DELIMITED BY SIZE
                  INTO WS-CAND-STATUS
           END-IF.
       6600-DRAFT-PAIR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6610-FIND-RETIRED - when WS-TRY-KEY has been drafted away this *
      * run, return the NUMB it goes to                                *
      *----------------------------------------------------------------*
       6610-FIND-RETIRED.
           MOVE 'N' TO WS-RET-FOUND-SW.
           IF WS-RET-COUNT = 0
              GO TO 6610-FIND-RETIRED-EXIT
           END-IF.
           SET WS-RET-IDX TO 1.
           SEARCH WS-RET-ENTRY
              AT END
                 CONTINUE
              WHEN WS-RET-OLD (WS-RET-IDX) = WS-TRY-KEY
                 SET WS-RET-FOUND TO TRUE
                 MOVE WS-RET-SURVIVOR (WS-RET-IDX) TO WS-TRY-KEY
           END-SEARCH.
       6610-FIND-RETIRED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6700-PRINT-CANDIDATE - the keeper's line, then the line for    *
      * the NUMB that would be merged into it                          *
      *----------------------------------------------------------------*
       6700-PRINT-CANDIDATE.
           ADD 1 TO WS-COUNT-REPORTED.
           MOVE WS-SCORE TO WS-EDIT-SCORE.
           MOVE SPACES TO DUPERPT-LINE.
           MOVE WS-EDIT-SCORE    TO DUPERPT-LINE (3:3).
           MOVE WS-CAND-LO       TO DUPERPT-LINE (7:6).
           MOVE 'KEEP'           TO DUPERPT-LINE (14:4).
           MOVE WS-CAND-LO-NAME  TO DUPERPT-LINE (20:20).
           MOVE WS-CAND-LO-ADDRX TO DUPERPT-LINE (42:20).
           MOVE WS-CAND-LO-PHONE TO DUPERPT-LINE (64:8).
           MOVE WS-BASIS         TO DUPERPT-LINE (74:24).
           MOVE WS-CAND-STATUS   TO DUPERPT-LINE (100:20).
           WRITE DUPERPT-LINE.
           MOVE SPACES TO DUPERPT-LINE.
           MOVE WS-CAND-HI       TO DUPERPT-LINE (7:6).
           MOVE 'MERGE'          TO DUPERPT-LINE (14:5).
           MOVE WS-CAND-HI-NAME  TO DUPERPT-LINE (20:20).
           MOVE WS-CAND-HI-ADDRX TO DUPERPT-LINE (42:20).
           MOVE WS-CAND-HI-PHONE TO DUPERPT-LINE (64:8).
           WRITE DUPERPT-LINE.
           MOVE SPACES TO DUPERPT-LINE.
           WRITE DUPERPT-LINE.
       6700-PRINT-CANDIDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6900-READ-PAIRSORT.
           READ PAIRSORT.
           EVALUATE TRUE
              WHEN WS-PAIRSORT-OK
                 CONTINUE
              WHEN WS-PAIRSORT-EOF
                 SET WS-INPUT-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'POSTDUPE: PAIRSORT READ ERROR, STATUS = '
                          WS-PAIRSORT-STATUS
                 SET WS-RUN-ERROR TO TRUE
                 SET WS-INPUT-EOF TO TRUE
           END-EVALUATE.
       6900-READ-PAIRSORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-NORMALISE-TEXT - WS-NORM-IN to WS-NORM-OUT in the mode in *
      * WS-NORM-MODE, one word at a time, single spaced                *
      *----------------------------------------------------------------*
       7000-NORMALISE-TEXT.
           MOVE WS-NORM-IN TO WS-NORM-WORK.
           INSPECT WS-NORM-WORK
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-NORM-OUT.
           MOVE 1 TO WS-NORM-PTR.
           MOVE SPACES TO WS-WORD.
           MOVE 0 TO WS-WORD-LEN.
           PERFORM 7100-NORMALISE-ONE-CHAR
               THRU 7100-NORMALISE-ONE-CHAR-EXIT
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > 20.
           PERFORM 7200-FLUSH-WORD
               THRU 7200-FLUSH-WORD-EXIT.
       7000-NORMALISE-TEXT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7100-NORMALISE-ONE-CHAR.
           MOVE WS-NORM-WORK (WS-CHAR-SUB:1) TO WS-CHAR.
           EVALUATE TRUE
              WHEN WS-CHAR = SPACE
                 PERFORM 7200-FLUSH-WORD
                     THRU 7200-FLUSH-WORD-EXIT
              WHEN WS-NORM-BASIC OR WS-CHAR-WORD
                 ADD 1 TO WS-WORD-LEN
                 MOVE WS-CHAR TO WS-WORD (WS-WORD-LEN:1)
              WHEN WS-CHAR-DROPPED
                 CONTINUE
              WHEN OTHER
                 PERFORM 7200-FLUSH-WORD
                     THRU 7200-FLUSH-WORD-EXIT
           END-EVALUATE.
       7100-NORMALISE-ONE-CHAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7200-FLUSH-WORD - put the word in hand through the table (not  *
      * in basic mode) and add what is left of it to the output        *
      *----------------------------------------------------------------*
       7200-FLUSH-WORD.
           IF WS-WORD-LEN = 0
              GO TO 7200-FLUSH-WORD-EXIT
           END-IF.
           MOVE WS-WORD TO WS-CANON.
           IF NOT WS-NORM-BASIC
              SET WS-ABBR-IDX TO 1
              SEARCH WS-ABBR-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-ABBR-WORD (WS-ABBR-IDX) = WS-WORD
                  AND (WS-ABBR-SCOPE (WS-ABBR-IDX) = WS-NORM-MODE
                    OR WS-ABBR-SCOPE (WS-ABBR-IDX) = '*')
                    MOVE WS-ABBR-CANON (WS-ABBR-IDX) TO WS-CANON
              END-SEARCH
           END-IF.
           IF WS-CANON NOT = SPACES
              IF WS-NORM-PTR > 1
                 STRING ' ' DELIMITED BY SIZE
                     INTO WS-NORM-OUT WITH POINTER WS-NORM-PTR
                     ON OVERFLOW CONTINUE
                 END-STRING
              END-IF
              STRING WS-CANON DELIMITED BY SPACE
                  INTO WS-NORM-OUT WITH POINTER WS-NORM-PTR
                  ON OVERFLOW CONTINUE
              END-STRING
           END-IF.
           MOVE SPACES TO WS-WORD.
           MOVE 0 TO WS-WORD-LEN.
       7200-FLUSH-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-FINALIZE - report totals, close the outputs and print the *
      * run summary                                                    *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           EVALUATE TRUE
              WHEN WS-RUN-ERROR
                 MOVE 8 TO WS-RETURN-CODE
              WHEN WS-COUNT-OVERSIZE > 0
                 MOVE 4 TO WS-RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO WS-RETURN-CODE
           END-EVALUATE.
           IF WS-DUPERPT-OK
              PERFORM 8100-REPORT-TOTALS
                  THRU 8100-REPORT-TOTALS-EXIT
              CLOSE DUPERPT
           END-IF.
           IF WS-DRAFT-OK
              CLOSE XREFDRFT
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'POSTDUPE SUMMARY'.
           DISPLAY 'EXTRACT ROWS READ  . . : ' WS-COUNT-READ.
           DISPLAY 'UNUSABLE NUMB  . . . . : ' WS-COUNT-UNUSABLE.
           DISPLAY 'MATCH KEYS BUILT . . . : ' WS-COUNT-KEYS.
           DISPLAY 'KEY GROUPS NOT PAIRED  : ' WS-COUNT-OVERSIZE.
           DISPLAY 'CANDIDATE PAIRS  . . . : ' WS-COUNT-CANDIDATES.
           DISPLAY 'LINKED ON XREFHIST . . : ' WS-COUNT-LINKED.
           DISPLAY 'RULED OUT ON NODUPE  . : ' WS-COUNT-SUPPRESSED.
           DISPLAY 'NODUPE CARDS IGNORED . : ' WS-COUNT-NODUPE-BAD.
           DISPLAY 'PAIRS REPORTED . . . . : ' WS-COUNT-REPORTED.
           DISPLAY 'PAIRS DRAFTED  . . . . : ' WS-COUNT-DRAFTED.
           DISPLAY 'ALREADY DRAFTED  . . . : ' WS-COUNT-COVERED.
           DISPLAY 'FOR REVIEW ONLY  . . . : ' WS-COUNT-REVIEW.
           DISPLAY 'RETURN CODE  . . . . . : ' WS-RETURN-CODE.
           DISPLAY '===================================='.
       8000-FINALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8100-REPORT-TOTALS.
           MOVE SPACES TO DUPERPT-LINE.
           WRITE DUPERPT-LINE.
           IF WS-RUN-ERROR
              MOVE '*** RUN ERROR - CANDIDATE LIST AND DRAFT INCOMPLETE'
                    TO DUPERPT-LINE
              WRITE DUPERPT-LINE
           END-IF.
           MOVE WS-COUNT-REPORTED TO WS-EDIT-COUNT.
           MOVE SPACES TO DUPERPT-LINE.
           STRING 'PAIRS REPORTED . . . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO DUPERPT-LINE.
           WRITE DUPERPT-LINE.
           MOVE WS-COUNT-DRAFTED TO WS-EDIT-COUNT.
           MOVE SPACES TO DUPERPT-LINE.
           STRING 'DRAFTED TO XREFDRFT  . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO DUPERPT-LINE.
           WRITE DUPERPT-LINE.
           MOVE WS-COUNT-REVIEW TO WS-EDIT-COUNT.
           MOVE SPACES TO DUPERPT-LINE.
           STRING 'FOR REVIEW ONLY  . . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO DUPERPT-LINE.
           WRITE DUPERPT-LINE.
           MOVE WS-COUNT-LINKED TO WS-EDIT-COUNT.
           MOVE SPACES TO DUPERPT-LINE.
           STRING 'ALREADY LINKED (XREF)  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO DUPERPT-LINE.
           WRITE DUPERPT-LINE.
           MOVE WS-COUNT-SUPPRESSED TO WS-EDIT-COUNT.
           MOVE SPACES TO DUPERPT-LINE.
           STRING 'RULED OUT (NODUPE) . . : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO DUPERPT-LINE.
           WRITE DUPERPT-LINE.
       8100-REPORT-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9999-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       9999-EXIT-EXIT.
           EXIT.
