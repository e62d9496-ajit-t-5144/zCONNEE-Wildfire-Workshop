      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = POSTMASK                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   POSTMASK.
       AUTHOR.       DATA LOAD GROUP.
       INSTALLATION. ZCEE WILDFIRE WORKSHOP.
       DATE-WRITTEN. 10/14/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *   DATE       INIT  DESCRIPTION                                 *
      *   10/14/2026  DLG  Initial version.  Masks production copies   *
      *                    for the test region: a FILEA extract, a     *
      *                    CUSTIN file and an AUDITLOG cut are written *
      *                    to FILEAMSK, CUSTMSK and AUDITMSK with every*
      *                    NUMB replaced by its masked NUMB and every  *
      *                    NAME, ADDRX and PHONE by a made-up one.     *
      *                    The NUMB map is kept on MASKKEY, is added   *
      *                    to as new NUMBs turn up and is written out  *
      *                    whole to MASKKNEW - never to the masked     *
      *                    files or the job log.  DATEX and AMOUNT     *
      *                    pass unchanged, and HDR/TRL records are     *
      *                    rebuilt with counts and penny hashes        *
      *                    recomputed.  RC 0 clean; RC 4 an input      *
      *                    trailer that did not balance; RC 8 a run    *
      *                    that could not complete (no trailers are    *
      *                    then written).                              *
      *   10/15/2026  DLG  FILEAMSK details are sorted into masked     *
      *                    NUMB order before they are written, so the  *
      *                    masked extract is in key order like the     *
      *                    real one.                                   *
      *----------------------------------------------------------------*
      * Every NUMB on the three inputs is gathered with the map and    *
      * sorted, so the map is settled before any file is masked and a  *
      * customer has one masked NUMB in every file - POSTEDIT's FILEA  *
      * lookup, POSTRECN's match and POSTINQ's history still join up.  *
      * The masked NUMBs do not keep the real NUMBs' order, so the     *
      * FILEAMSK details are sorted on the masked NUMB before they are *
      * written: POSTEDIT and POSTRECN need the extract in key order.  *
      * CUSTMSK and AUDITMSK keep the order they arrived in.           *
      * A NUMB new to the map takes the next sequence number and its   *
      * masked NUMB is drawn from that sequence scrambled over         *
      * 000002-999999, so the masked NUMBs never collide and say       *
      * nothing about the order of the real ones.  A NUMB that is not  *
      * six digits is left as it is, so the edits still catch it.      *
      *                                                                *
      * The made-up NAME, ADDRX and PHONE are chosen by a hash of the  *
      * real value, not of the NUMB: the same real name gives the same *
      * made-up name wherever it appears, so an update that changes a  *
      * name still changes it, and customers who shared an address     *
      * still share one.  A blank field (a partial update that did not *
      * send it) stays blank.  The made-up values follow the house     *
      * format: initials and surname, house number and street, and a   *
      * 555 number of eight digits.                                    *
      *                                                                *
      * MASKKEY/MASKKNEW hold the only way back to the real customers. *
      * The JCL allocates them to the restricted map dataset, swaps    *
      * MASKKNEW in over MASKKEY after a good run (the POSTFRZ FRZNEW  *
      * convention), and never copies them to the test region.  An     *
      * empty or missing MASKKEY starts a new map.                     *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEAEXT ASSIGN TO FILEAEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILEA-STATUS.
           SELECT CUSTIN ASSIGN TO CUSTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTIN-STATUS.
           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT MASKKEY ASSIGN TO MASKKEY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKKEY-STATUS.
           SELECT KEYWORK ASSIGN TO KEYWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYWORK-STATUS.
           SELECT KEYSORT ASSIGN TO KEYSORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYSORT-STATUS.
           SELECT KEY-SORT-FILE ASSIGN TO SORTKEY.
           SELECT MSKWORK ASSIGN TO MSKWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSKWORK-STATUS.
           SELECT MSKSORT ASSIGN TO MSKSORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSKSORT-STATUS.
           SELECT MSK-SORT-FILE ASSIGN TO SORTMSK.
           SELECT MASKKNEW ASSIGN TO MASKKNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKKNEW-STATUS.
           SELECT FILEAMSK ASSIGN TO FILEAMSK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILEAMSK-STATUS.
           SELECT CUSTMSK ASSIGN TO CUSTMSK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMSK-STATUS.
           SELECT AUDITMSK ASSIGN TO AUDITMSK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITMSK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEAEXT
           RECORDING MODE IS F.
           COPY FILEAREC.

       FD  CUSTIN
           RECORDING MODE IS F.
           COPY CUSTREC.

       FD  AUDITLOG
           RECORDING MODE IS F.
           COPY AUDITREC.

      * The NUMB map: one record per real NUMB ever masked, in real
      * NUMB order, with the sequence number its masked NUMB came from
       FD  MASKKEY
           RECORDING MODE IS F.
       01  MASKKEY-RECORD.
           05 MKY-REAL-NUMB           PIC X(6).
           05 MKY-MASK-NUMB           PIC X(6).
           05 MKY-SEQUENCE            PIC 9(06).
           05 MKY-ASSIGNED-DATE       PIC X(08).

      * One record per map entry (class 0) and per NUMB on an input
      * (class 1), so the sort lands each NUMB's map entry first
       FD  KEYWORK
           RECORDING MODE IS F.
       01  KWK-RECORD.
           05 KWK-NUMB                PIC X(6).
           05 KWK-CLASS               PIC X(01).
           05 KWK-MASK-NUMB           PIC X(6).
           05 KWK-SEQUENCE            PIC 9(06).
           05 KWK-ASSIGNED-DATE       PIC X(08).

      * The same records in NUMB order, left behind by the sort
       FD  KEYSORT
           RECORDING MODE IS F.
       01  KSR-RECORD.
           05 KSR-NUMB                PIC X(6).
           05 KSR-CLASS               PIC X(01).
              88 KSR-MAPPED               VALUE '0'.
           05 KSR-MASK-NUMB           PIC X(6).
           05 KSR-SEQUENCE            PIC 9(06).
           05 KSR-ASSIGNED-DATE       PIC X(08).

       SD  KEY-SORT-FILE.
       01  KEY-SORT-RECORD.
           05 SKY-NUMB                PIC X(6).
           05 SKY-CLASS               PIC X(01).
           05 FILLER                  PIC X(20).

      * The masked extract details, in the extract's order, then in
      * masked NUMB order, left behind by the sort
       FD  MSKWORK
           RECORDING MODE IS F.
       01  MSKWORK-RECORD              PIC X(79).

       FD  MSKSORT
           RECORDING MODE IS F.
       01  MSKSORT-RECORD              PIC X(79).

       SD  MSK-SORT-FILE.
       01  MSK-SORT-RECORD.
           05 SMK-NUMB                PIC X(6).
           05 FILLER                  PIC X(73).

       FD  MASKKNEW
           RECORDING MODE IS F.
       01  MASKKNEW-RECORD             PIC X(26).

       FD  FILEAMSK
           RECORDING MODE IS F.
       01  FILEAMSK-RECORD             PIC X(79).

       FD  CUSTMSK
           RECORDING MODE IS F.
       01  CUSTMSK-RECORD              PIC X(79).

       FD  AUDITMSK
           RECORDING MODE IS F.
       01  AUDITMSK-RECORD             PIC X(265).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       77  WS-FILEA-STATUS             PIC X(02) VALUE SPACES.
           88 WS-FILEA-OK                  VALUE '00'.
           88 WS-FILEA-AT-EOF              VALUE '10'.
           88 WS-FILEA-NOT-FOUND           VALUE '35'.
       77  WS-CUSTIN-STATUS            PIC X(02) VALUE SPACES.
           88 WS-CUSTIN-OK                 VALUE '00'.
           88 WS-CUSTIN-EOF                VALUE '10'.
           88 WS-CUSTIN-NOT-FOUND          VALUE '35'.
       77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
           88 WS-AUDIT-OK                  VALUE '00'.
           88 WS-AUDIT-EOF                 VALUE '10'.
           88 WS-AUDIT-NOT-FOUND           VALUE '35'.
       77  WS-MASKKEY-STATUS           PIC X(02) VALUE SPACES.
           88 WS-MASKKEY-OK                VALUE '00'.
           88 WS-MASKKEY-EOF               VALUE '10'.
           88 WS-MASKKEY-NOT-FOUND         VALUE '35'.
       77  WS-KEYWORK-STATUS           PIC X(02) VALUE SPACES.
           88 WS-KEYWORK-OK                VALUE '00'.
       77  WS-KEYSORT-STATUS           PIC X(02) VALUE SPACES.
           88 WS-KEYSORT-OK                VALUE '00'.
           88 WS-KEYSORT-EOF               VALUE '10'.
       77  WS-MSKWORK-STATUS           PIC X(02) VALUE SPACES.
           88 WS-MSKWORK-OK                VALUE '00'.
       77  WS-MSKSORT-STATUS           PIC X(02) VALUE SPACES.
           88 WS-MSKSORT-OK                VALUE '00'.
           88 WS-MSKSORT-EOF               VALUE '10'.
       77  WS-MASKKNEW-STATUS          PIC X(02) VALUE SPACES.
           88 WS-MASKKNEW-OK               VALUE '00'.
       77  WS-FILEAMSK-STATUS          PIC X(02) VALUE SPACES.
           88 WS-FILEAMSK-OK               VALUE '00'.
       77  WS-CUSTMSK-STATUS           PIC X(02) VALUE SPACES.
           88 WS-CUSTMSK-OK                VALUE '00'.
       77  WS-AUDITMSK-STATUS          PIC X(02) VALUE SPACES.
           88 WS-AUDITMSK-OK               VALUE '00'.

       77  WS-INPUT-EOF-SW             PIC X(01) VALUE 'N'.
           88 WS-INPUT-EOF                 VALUE 'Y'.
       77  WS-RUN-ERROR-SW             PIC X(01) VALUE 'N'.
           88 WS-RUN-ERROR                 VALUE 'Y'.
       77  WS-OUT-OF-BALANCE-SW        PIC X(01) VALUE 'N'.
           88 WS-OUT-OF-BALANCE            VALUE 'Y'.
       77  WS-HDR-SEEN-SW              PIC X(01) VALUE 'N'.
           88 WS-HDR-SEEN                  VALUE 'Y'.
       77  WS-TRL-SEEN-SW              PIC X(01) VALUE 'N'.
           88 WS-TRL-SEEN                  VALUE 'Y'.
       77  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.

       77  WS-COUNT-MAP-READ           PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-MAP-WRITTEN        PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-MAP-NEW            PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-FILEA-IN           PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-FILEA-OUT          PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-CUSTIN-IN          PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-CUSTIN-OUT         PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-AUDIT-IN           PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-AUDIT-OUT          PIC 9(09) COMP VALUE 0.
       77  WS-COUNT-NUMB-KEPT          PIC 9(09) COMP VALUE 0.

       01  WS-CURRENT-DATE             PIC X(21) VALUE SPACES.

      *----------------------------------------------------------------*
      * The NUMB map, loaded in real NUMB order for a binary search.   *
      * A masked NUMB is (sequence x 524287) mod 999999, plus one;     *
      * 524287 shares no factor with 999999, so every sequence number  *
      * gives a different masked NUMB.                                 *
      *----------------------------------------------------------------*
       01  WS-MAP-TABLE.
           05 WS-MAP-MAX              PIC 9(05) COMP VALUE 50000.
           05 WS-MAP-COUNT            PIC 9(05) COMP VALUE 0.
           05 WS-MAP-ENTRY            OCCURS 0 TO 50000 TIMES
                                       DEPENDING ON WS-MAP-COUNT
                                       ASCENDING KEY WS-MAP-REAL
                                       INDEXED BY WS-MAP-IDX.
              10 WS-MAP-REAL          PIC X(06).
              10 WS-MAP-MASK          PIC X(06).
       77  WS-LAST-SEQUENCE            PIC 9(07) COMP VALUE 0.
       77  WS-SEQUENCE-LIMIT           PIC 9(07) COMP VALUE 999998.
       77  WS-SCRAMBLE-FACTOR          PIC 9(07) COMP VALUE 524287.
       77  WS-SCRAMBLE-WORK            PIC 9(15) COMP VALUE 0.
       77  WS-SCRAMBLE-QUOT            PIC 9(15) COMP VALUE 0.
       01  WS-SCRAMBLE-NUMB            PIC 9(06) VALUE 0.
       01  WS-NEW-MAP-RECORD.
           05 WS-NEW-REAL-NUMB        PIC X(6).
           05 WS-NEW-MASK-NUMB        PIC X(6).
           05 WS-NEW-SEQUENCE         PIC 9(06).
           05 WS-NEW-ASSIGNED-DATE    PIC X(08).
       77  WS-GROUP-NUMB               PIC X(06) VALUE SPACES.

      * The NUMB in hand, before and after
       77  WS-REAL-NUMB                PIC X(06) VALUE SPACES.
       77  WS-MASK-NUMB                PIC X(06) VALUE SPACES.

      *----------------------------------------------------------------*
      * The made-up values are put together from these lists          *
      *----------------------------------------------------------------*
       01  WS-INITIAL-LIST             PIC X(20)
                                       VALUE 'ABCDEGHJKLMNPRSTVWAJ'.
       01  WS-SURNAME-VALUES.
           05 FILLER PIC X(10) VALUE 'ABERNATHY'.
           05 FILLER PIC X(10) VALUE 'BALDWIN'.
           05 FILLER PIC X(10) VALUE 'CARMICHAEL'.
           05 FILLER PIC X(10) VALUE 'DONOVAN'.
           05 FILLER PIC X(10) VALUE 'ELLINGTON'.
           05 FILLER PIC X(10) VALUE 'FAIRBANKS'.
           05 FILLER PIC X(10) VALUE 'GALLAGHER'.
           05 FILLER PIC X(10) VALUE 'HARRINGTON'.
           05 FILLER PIC X(10) VALUE 'IVERSON'.
           05 FILLER PIC X(10) VALUE 'JEFFERSON'.
           05 FILLER PIC X(10) VALUE 'KOWALSKI'.
           05 FILLER PIC X(10) VALUE 'LINDQVIST'.
           05 FILLER PIC X(10) VALUE 'MACKENZIE'.
           05 FILLER PIC X(10) VALUE 'NAKAMURA'.
           05 FILLER PIC X(10) VALUE 'OSULLIVAN'.
           05 FILLER PIC X(10) VALUE 'PETERSEN'.
           05 FILLER PIC X(10) VALUE 'QUINLAN'.
           05 FILLER PIC X(10) VALUE 'ROSSITER'.
           05 FILLER PIC X(10) VALUE 'SANDOVAL'.
           05 FILLER PIC X(10) VALUE 'THORNTON'.
           05 FILLER PIC X(10) VALUE 'UNDERWOOD'.
           05 FILLER PIC X(10) VALUE 'VASQUEZ'.
           05 FILLER PIC X(10) VALUE 'WHITFIELD'.
           05 FILLER PIC X(10) VALUE 'YARBROUGH'.
           05 FILLER PIC X(10) VALUE 'ZIMMERMAN'.
           05 FILLER PIC X(10) VALUE 'BRENNAN'.
           05 FILLER PIC X(10) VALUE 'CALDWELL'.
           05 FILLER PIC X(10) VALUE 'DELGADO'.
           05 FILLER PIC X(10) VALUE 'FITZGERALD'.
           05 FILLER PIC X(10) VALUE 'HOLLOWAY'.
           05 FILLER PIC X(10) VALUE 'MORRISON'.
           05 FILLER PIC X(10) VALUE 'STEWART'.
       01  WS-SURNAMES REDEFINES WS-SURNAME-VALUES.
           05 WS-SURNAME              PIC X(10) OCCURS 32 TIMES.
       01  WS-STREET-VALUES.
           05 FILLER PIC X(10) VALUE 'ASH'.
           05 FILLER PIC X(10) VALUE 'BIRCH'.
           05 FILLER PIC X(10) VALUE 'CEDAR'.
           05 FILLER PIC X(10) VALUE 'CHESTNUT'.
           05 FILLER PIC X(10) VALUE 'CHURCH'.
           05 FILLER PIC X(10) VALUE 'ELM'.
           05 FILLER PIC X(10) VALUE 'FRANKLIN'.
           05 FILLER PIC X(10) VALUE 'GROVE'.
           05 FILLER PIC X(10) VALUE 'HIGHLAND'.
           05 FILLER PIC X(10) VALUE 'HILLSIDE'.
           05 FILLER PIC X(10) VALUE 'JACKSON'.
           05 FILLER PIC X(10) VALUE 'LAKEVIEW'.
           05 FILLER PIC X(10) VALUE 'LINCOLN'.
           05 FILLER PIC X(10) VALUE 'MADISON'.
           05 FILLER PIC X(10) VALUE 'MAPLE'.
           05 FILLER PIC X(10) VALUE 'MEADOW'.
           05 FILLER PIC X(10) VALUE 'MILL'.
           05 FILLER PIC X(10) VALUE 'OAK'.
           05 FILLER PIC X(10) VALUE 'ORCHARD'.
           05 FILLER PIC X(10) VALUE 'PARK'.
           05 FILLER PIC X(10) VALUE 'PINE'.
           05 FILLER PIC X(10) VALUE 'PROSPECT'.
           05 FILLER PIC X(10) VALUE 'RIDGE'.
           05 FILLER PIC X(10) VALUE 'RIVER'.
           05 FILLER PIC X(10) VALUE 'SPRING'.
           05 FILLER PIC X(10) VALUE 'SPRUCE'.
           05 FILLER PIC X(10) VALUE 'SUNSET'.
           05 FILLER PIC X(10) VALUE 'VALLEY'.
           05 FILLER PIC X(10) VALUE 'WALNUT'.
           05 FILLER PIC X(10) VALUE 'WASHINGTON'.
           05 FILLER PIC X(10) VALUE 'WILLOW'.
           05 FILLER PIC X(10) VALUE 'WOODLAND'.
       01  WS-STREETS REDEFINES WS-STREET-VALUES.
           05 WS-STREET               PIC X(10) OCCURS 32 TIMES.
       01  WS-STREET-TYPE-VALUES       PIC X(16)
                                       VALUE 'ST  AVE RD  LN  '.
       01  WS-STREET-TYPES REDEFINES WS-STREET-TYPE-VALUES.
           05 WS-STREET-TYPE          PIC X(04) OCCURS 4 TIMES.

      *----------------------------------------------------------------*
      * The hash of a real value: each character's code is folded in   *
      * as hash x 31 + code, kept under the prime 999983.  The code is *
      * the character's byte read through a halfword.                  *
      *----------------------------------------------------------------*
       01  WS-HASH-TEXT                PIC X(20) VALUE SPACES.
       77  WS-HASH-LENGTH              PIC 9(04) COMP VALUE 0.
       77  WS-HASH-SUB                 PIC 9(04) COMP VALUE 0.
       77  WS-HASH                     PIC 9(09) COMP VALUE 0.
       77  WS-HASH-WORK                PIC 9(15) COMP VALUE 0.
       77  WS-HASH-QUOT                PIC 9(15) COMP VALUE 0.
       01  WS-CHAR-WORK.
           05 FILLER                  PIC X(01) VALUE LOW-VALUE.
           05 WS-CHAR-BYTE            PIC X(01).
       01  WS-CHAR-CODE REDEFINES WS-CHAR-WORK
                                       PIC 9(04) COMP.
       77  WS-PICK                     PIC 9(04) COMP VALUE 0.
       77  WS-PICK-2                   PIC 9(04) COMP VALUE 0.
       77  WS-PICK-3                   PIC 9(04) COMP VALUE 0.
       01  WS-HOUSE-NUMBER             PIC 9(04) VALUE 0.
       01  WS-HOUSE-EDIT               PIC Z(03)9.
       01  WS-PHONE-DIGITS             PIC 9(05) VALUE 0.
       01  WS-FAKE-VALUE               PIC X(20) VALUE SPACES.

      * The three customer fields being masked, whichever file
       01  WS-MASK-FIELDS.
           05 WS-MASK-NAME            PIC X(20).
           05 WS-MASK-ADDRX           PIC X(20).
           05 WS-MASK-PHONE           PIC X(8).

      * Trailer arithmetic, the $9999.99 penny-hash convention
       01  WS-HASH-AMOUNT              PIC X(08) VALUE SPACES.
       77  WS-AMOUNT-PENNIES           PIC 9(09) COMP VALUE 0.
       01  WS-AMOUNT-DOLLARS           PIC 9(04) VALUE 0.
       01  WS-AMOUNT-CENTS             PIC 9(02) VALUE 0.
       77  WS-DETAIL-COUNT             PIC 9(09) COMP VALUE 0.
       77  WS-AMOUNT-HASH              PIC 9(15) COMP VALUE 0.
       77  WS-TRL-COUNT-IN             PIC 9(09) COMP VALUE 0.
       77  WS-TRL-HASH-IN              PIC 9(15) COMP VALUE 0.
       77  WS-TRL-NUMERIC-SW           PIC X(01) VALUE 'N'.
           88 WS-TRL-NUMERIC               VALUE 'Y'.

      * Header and trailer images of the extract (the POSTXTRT layout)
       01  WS-EXTR-HEADER.
           05 FILLER                  PIC X(03) VALUE 'HDR'.
           05 WS-HDR-DATE             PIC X(08).
           05 FILLER                  PIC X(68) VALUE SPACES.
       01  WS-EXTR-TRAILER.
           05 FILLER                  PIC X(03) VALUE 'TRL'.
           05 WS-TRL-COUNT            PIC 9(09).
           05 WS-TRL-HASH             PIC 9(15).
           05 FILLER                  PIC X(52) VALUE SPACES.

      * Header and trailer images of the CUSTIN control records
           COPY CUSTHDT.

       01  WS-AUD-WORK.
           05 WSA-TIMESTAMP           PIC X(26).
           05 WSA-OPERATION-CODE      PIC X(01).
           05 WSA-NUMB                PIC X(6).
           05 WSA-NAME                PIC X(20).
           05 WSA-ADDRX               PIC X(20).
           05 WSA-PHONE               PIC X(8).
           05 FILLER                  PIC X(184).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-GATHER-NUMBS
               THRU 2000-GATHER-NUMBS-EXIT.
           IF NOT WS-RUN-ERROR
              PERFORM 3000-SETTLE-MAP
                  THRU 3000-SETTLE-MAP-EXIT
           END-IF.
           IF NOT WS-RUN-ERROR
              PERFORM 4000-MASK-FILEA
                  THRU 4000-MASK-FILEA-EXIT
           END-IF.
           IF NOT WS-RUN-ERROR
              PERFORM 5000-MASK-CUSTIN
                  THRU 5000-MASK-CUSTIN-EXIT
           END-IF.
           IF NOT WS-RUN-ERROR
              PERFORM 6000-MASK-AUDIT
                  THRU 6000-MASK-AUDIT-EXIT
           END-IF.
           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT.
           PERFORM 9999-EXIT
               THRU 9999-EXIT-EXIT.

      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-GATHER-NUMBS - the map entries and every NUMB on the      *
      * three inputs to KEYWORK, then into NUMB order.  A missing      *
      * input just has nothing to mask.                                *
      *----------------------------------------------------------------*
       2000-GATHER-NUMBS.
           OPEN OUTPUT KEYWORK.
           IF NOT WS-KEYWORK-OK
              DISPLAY 'POSTMASK: UNABLE TO OPEN KEYWORK, STATUS = '
                       WS-KEYWORK-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 2000-GATHER-NUMBS-EXIT
           END-IF.
           OPEN INPUT MASKKEY.
           EVALUATE TRUE
              WHEN WS-MASKKEY-NOT-FOUND
                 DISPLAY 'POSTMASK: NO MASKKEY - STARTING A NEW MAP'
              WHEN NOT WS-MASKKEY-OK
                 DISPLAY 'POSTMASK: UNABLE TO OPEN MASKKEY, STATUS = '
                          WS-MASKKEY-STATUS
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 MOVE 'N' TO WS-INPUT-EOF-SW
                 PERFORM 2100-GATHER-MAP-ENTRY
                     THRU 2100-GATHER-MAP-ENTRY-EXIT
                     UNTIL WS-INPUT-EOF
                 CLOSE MASKKEY
           END-EVALUATE.
           OPEN INPUT FILEAEXT.
           EVALUATE TRUE
              WHEN WS-FILEA-NOT-FOUND
                 DISPLAY 'POSTMASK: NO FILEA EXTRACT'
              WHEN NOT WS-FILEA-OK
                 DISPLAY 'POSTMASK: UNABLE TO OPEN FILEAEXT, STATUS = '
                          WS-FILEA-STATUS
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 MOVE 'N' TO WS-INPUT-EOF-SW
                 PERFORM 2200-GATHER-FILEA
                     THRU 2200-GATHER-FILEA-EXIT
                     UNTIL WS-INPUT-EOF
                 CLOSE FILEAEXT
           END-EVALUATE.
           OPEN INPUT CUSTIN.
           EVALUATE TRUE
              WHEN WS-CUSTIN-NOT-FOUND
                 DISPLAY 'POSTMASK: NO CUSTIN FILE'
              WHEN NOT WS-CUSTIN-OK
                 DISPLAY 'POSTMASK: UNABLE TO OPEN CUSTIN, STATUS = '
                          WS-CUSTIN-STATUS
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 MOVE 'N' TO WS-INPUT-EOF-SW
                 PERFORM 2300-GATHER-CUSTIN
                     THRU 2300-GATHER-CUSTIN-EXIT
                     UNTIL WS-INPUT-EOF
                 CLOSE CUSTIN
           END-EVALUATE.
           OPEN INPUT AUDITLOG.
           EVALUATE TRUE
              WHEN WS-AUDIT-NOT-FOUND
                 DISPLAY 'POSTMASK: NO AUDITLOG CUT'
              WHEN NOT WS-AUDIT-OK
                 DISPLAY 'POSTMASK: UNABLE TO OPEN AUDITLOG, STATUS = '
                          WS-AUDIT-STATUS
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 MOVE 'N' TO WS-INPUT-EOF-SW
                 PERFORM 2400-GATHER-AUDIT
                     THRU 2400-GATHER-AUDIT-EXIT
                     UNTIL WS-INPUT-EOF
                 CLOSE AUDITLOG
           END-EVALUATE.
           CLOSE KEYWORK.
           IF WS-RUN-ERROR
              GO TO 2000-GATHER-NUMBS-EXIT
           END-IF.
           SORT KEY-SORT-FILE
               ON ASCENDING KEY SKY-NUMB
                                SKY-CLASS
               USING KEYWORK
               GIVING KEYSORT.
       2000-GATHER-NUMBS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-GATHER-MAP-ENTRY - an existing map entry keeps its masked *
      * NUMB; the highest sequence seen is where new ones carry on     *
      *----------------------------------------------------------------*
       2100-GATHER-MAP-ENTRY.
           READ MASKKEY.
           EVALUATE TRUE
              WHEN WS-MASKKEY-EOF
                 SET WS-INPUT-EOF TO TRUE
              WHEN NOT WS-MASKKEY-OK
                 DISPLAY 'POSTMASK: MASKKEY READ ERROR, STATUS = '
                          WS-MASKKEY-STATUS
                 SET WS-INPUT-EOF TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN MKY-SEQUENCE IS NOT NUMERIC
                 DISPLAY 'POSTMASK: MASKKEY DAMAGED AFTER '
                          WS-COUNT-MAP-READ
                         ' GOOD ENTRIES - RUN REFUSED'
                 SET WS-INPUT-EOF TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 ADD 1 TO WS-COUNT-MAP-READ
                 IF MKY-SEQUENCE > WS-LAST-SEQUENCE
                    MOVE MKY-SEQUENCE TO WS-LAST-SEQUENCE
                 END-IF
                 MOVE MKY-REAL-NUMB     TO KWK-NUMB
                 MOVE '0'               TO KWK-CLASS
                 MOVE MKY-MASK-NUMB     TO KWK-MASK-NUMB
                 MOVE MKY-SEQUENCE      TO KWK-SEQUENCE
                 MOVE MKY-ASSIGNED-DATE TO KWK-ASSIGNED-DATE
                 PERFORM 2900-WRITE-KEY
                     THRU 2900-WRITE-KEY-EXIT
           END-EVALUATE.
       2100-GATHER-MAP-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-GATHER-FILEA.
           READ FILEAEXT.
           EVALUATE TRUE
              WHEN WS-FILEA-AT-EOF
                 SET WS-INPUT-EOF TO TRUE
              WHEN NOT WS-FILEA-OK
                 DISPLAY 'POSTMASK: FILEAEXT READ ERROR, STATUS = '
                          WS-FILEA-STATUS
                 SET WS-INPUT-EOF TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN FILEA-RECORD (1:3) = 'HDR'
                   OR FILEA-RECORD (1:3) = 'TRL'
                 CONTINUE
              WHEN OTHER
                 MOVE FILEA-NUMB TO WS-REAL-NUMB
                 PERFORM 2800-GATHER-NUMB
                     THRU 2800-GATHER-NUMB-EXIT
           END-EVALUATE.
       2200-GATHER-FILEA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2300-GATHER-CUSTIN.
           READ CUSTIN.
           EVALUATE TRUE
              WHEN WS-CUSTIN-EOF
                 SET WS-INPUT-EOF TO TRUE
              WHEN NOT WS-CUSTIN-OK
                 DISPLAY 'POSTMASK: CUSTIN READ ERROR, STATUS = '
                          WS-CUSTIN-STATUS
                 SET WS-INPUT-EOF TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN CUSTIN-RECORD (1:3) = 'HDR'
                   OR CUSTIN-RECORD (1:3) = 'TRL'
                 CONTINUE
              WHEN OTHER
                 MOVE CI-NUMB TO WS-REAL-NUMB
                 PERFORM 2800-GATHER-NUMB
                     THRU 2800-GATHER-NUMB-EXIT
           END-EVALUATE.
       2300-GATHER-CUSTIN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2400-GATHER-AUDIT.
           READ AUDITLOG.
           EVALUATE TRUE
              WHEN WS-AUDIT-EOF
                 SET WS-INPUT-EOF TO TRUE
              WHEN NOT WS-AUDIT-OK
                 DISPLAY 'POSTMASK: AUDITLOG READ ERROR, STATUS = '
                          WS-AUDIT-STATUS
                 SET WS-INPUT-EOF TO TRUE
                 SET WS-RUN-ERROR TO TRUE
              WHEN OTHER
                 MOVE AUD-NUMB TO WS-REAL-NUMB
                 PERFORM 2800-GATHER-NUMB
                     THRU 2800-GATHER-NUMB-EXIT
           END-EVALUATE.
       2400-GATHER-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-GATHER-NUMB - only a six-digit NUMB is masked             *
      *----------------------------------------------------------------*
       2800-GATHER-NUMB.
           IF WS-REAL-NUMB IS NOT NUMERIC
              GO TO 2800-GATHER-NUMB-EXIT
           END-IF.
           MOVE WS-REAL-NUMB TO KWK-NUMB.
           MOVE '1'          TO KWK-CLASS.
           MOVE SPACES       TO KWK-MASK-NUMB.
           MOVE 0            TO KWK-SEQUENCE.
           MOVE SPACES       TO KWK-ASSIGNED-DATE.
           PERFORM 2900-WRITE-KEY
               THRU 2900-WRITE-KEY-EXIT.
       2800-GATHER-NUMB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-WRITE-KEY.
           WRITE KWK-RECORD.
           IF NOT WS-KEYWORK-OK
              DISPLAY 'POSTMASK: KEYWORK WRITE ERROR, STATUS = '
                       WS-KEYWORK-STATUS
              SET WS-RUN-ERROR TO TRUE
              SET WS-INPUT-EOF TO TRUE
           END-IF.
       2900-WRITE-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-SETTLE-MAP - one pass down the sorted NUMBs: each takes   *
      * its existing map entry, or a new one, and goes to MASKKNEW and *
      * the lookup table.  Entries for NUMBs not on this run's inputs  *
      * are kept, so later cuts mask the same way.                     *
      *----------------------------------------------------------------*
       3000-SETTLE-MAP.
           OPEN INPUT KEYSORT.
           IF NOT WS-KEYSORT-OK
              DISPLAY 'POSTMASK: UNABLE TO OPEN KEYSORT, STATUS = '
                       WS-KEYSORT-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 3000-SETTLE-MAP-EXIT
           END-IF.
           OPEN OUTPUT MASKKNEW.
           IF NOT WS-MASKKNEW-OK
              DISPLAY 'POSTMASK: UNABLE TO OPEN MASKKNEW, STATUS = '
                       WS-MASKKNEW-STATUS
              SET WS-RUN-ERROR TO TRUE
              CLOSE KEYSORT
              GO TO 3000-SETTLE-MAP-EXIT
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF-SW.
           PERFORM 3900-READ-KEYSORT
               THRU 3900-READ-KEYSORT-EXIT.
           PERFORM 3100-SETTLE-ONE-NUMB
               THRU 3100-SETTLE-ONE-NUMB-EXIT
               UNTIL WS-INPUT-EOF OR WS-RUN-ERROR.
           CLOSE KEYSORT MASKKNEW.
       3000-SETTLE-MAP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-SETTLE-ONE-NUMB.
           MOVE KSR-NUMB TO WS-GROUP-NUMB.
           IF KSR-MAPPED
              MOVE KSR-NUMB          TO WS-NEW-REAL-NUMB
              MOVE KSR-MASK-NUMB     TO WS-NEW-MASK-NUMB
              MOVE KSR-SEQUENCE      TO WS-NEW-SEQUENCE
              MOVE KSR-ASSIGNED-DATE TO WS-NEW-ASSIGNED-DATE
           ELSE
              IF WS-LAST-SEQUENCE = WS-SEQUENCE-LIMIT
                 DISPLAY 'POSTMASK: NUMB MAP FULL AT SEQUENCE '
                          WS-LAST-SEQUENCE ' - RUN REFUSED'
                 SET WS-RUN-ERROR TO TRUE
                 GO TO 3100-SETTLE-ONE-NUMB-EXIT
              END-IF
              ADD 1 TO WS-LAST-SEQUENCE
              ADD 1 TO WS-COUNT-MAP-NEW
              COMPUTE WS-SCRAMBLE-WORK =
                      WS-LAST-SEQUENCE * WS-SCRAMBLE-FACTOR
              DIVIDE WS-SCRAMBLE-WORK BY 999999
                  GIVING WS-SCRAMBLE-QUOT
                  REMAINDER WS-SCRAMBLE-NUMB
              ADD 1 TO WS-SCRAMBLE-NUMB
              MOVE KSR-NUMB              TO WS-NEW-REAL-NUMB
              MOVE WS-SCRAMBLE-NUMB      TO WS-NEW-MASK-NUMB
              MOVE WS-LAST-SEQUENCE      TO WS-NEW-SEQUENCE
              MOVE WS-CURRENT-DATE (1:8) TO WS-NEW-ASSIGNED-DATE
           END-IF.
           IF WS-MAP-COUNT = WS-MAP-MAX
              DISPLAY 'POSTMASK: NUMB MAP TABLE FULL AT ' WS-MAP-MAX
                      ' - RUN REFUSED'
              SET WS-RUN-ERROR TO TRUE
              GO TO 3100-SETTLE-ONE-NUMB-EXIT
           END-IF.
           ADD 1 TO WS-MAP-COUNT.
           MOVE WS-NEW-REAL-NUMB TO WS-MAP-REAL (WS-MAP-COUNT).
           MOVE WS-NEW-MASK-NUMB TO WS-MAP-MASK (WS-MAP-COUNT).
           WRITE MASKKNEW-RECORD FROM WS-NEW-MAP-RECORD.
           IF NOT WS-MASKKNEW-OK
              DISPLAY 'POSTMASK: MASKKNEW WRITE ERROR, STATUS = '
                       WS-MASKKNEW-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 3100-SETTLE-ONE-NUMB-EXIT
           END-IF.
           ADD 1 TO WS-COUNT-MAP-WRITTEN.
      * The rest of the group is the same NUMB seen again
           PERFORM 3900-READ-KEYSORT
               THRU 3900-READ-KEYSORT-EXIT
               UNTIL WS-INPUT-EOF
                  OR KSR-NUMB NOT = WS-GROUP-NUMB.
       3100-SETTLE-ONE-NUMB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3900-READ-KEYSORT.
           READ KEYSORT.
           EVALUATE TRUE
              WHEN WS-KEYSORT-OK
                 CONTINUE
              WHEN WS-KEYSORT-EOF
                 SET WS-INPUT-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'POSTMASK: KEYSORT READ ERROR, STATUS = '
                          WS-KEYSORT-STATUS
                 SET WS-RUN-ERROR TO TRUE
                 SET WS-INPUT-EOF TO TRUE
           END-EVALUATE.
       3900-READ-KEYSORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-MASK-FILEA - the extract, HDR passed with its date, the   *
      * details sorted into masked NUMB order, and the TRL rebuilt     *
      * from what was written                                          *
      *----------------------------------------------------------------*
       4000-MASK-FILEA.
           OPEN OUTPUT FILEAMSK.
           IF NOT WS-FILEAMSK-OK
              DISPLAY 'POSTMASK: UNABLE TO OPEN FILEAMSK, STATUS = '
                       WS-FILEAMSK-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 4000-MASK-FILEA-EXIT
           END-IF.
           OPEN INPUT FILEAEXT.
           IF WS-FILEA-NOT-FOUND
              CLOSE FILEAMSK
              GO TO 4000-MASK-FILEA-EXIT
           END-IF.
           IF NOT WS-FILEA-OK
              DISPLAY 'POSTMASK: UNABLE TO OPEN FILEAEXT, STATUS = '
                       WS-FILEA-STATUS
              SET WS-RUN-ERROR TO TRUE
              CLOSE FILEAMSK
              GO TO 4000-MASK-FILEA-EXIT
           END-IF.
           OPEN OUTPUT MSKWORK.
           IF NOT WS-MSKWORK-OK
              DISPLAY 'POSTMASK: UNABLE TO OPEN MSKWORK, STATUS = '
                       WS-MSKWORK-STATUS
              SET WS-RUN-ERROR TO TRUE
              CLOSE FILEAEXT FILEAMSK
              GO TO 4000-MASK-FILEA-EXIT
           END-IF.
           PERFORM 7800-RESET-TOTALS
               THRU 7800-RESET-TOTALS-EXIT.
           MOVE 'N' TO WS-INPUT-EOF-SW.
           PERFORM 4100-MASK-ONE-FILEA
               THRU 4100-MASK-ONE-FILEA-EXIT
               UNTIL WS-INPUT-EOF.
           CLOSE FILEAEXT MSKWORK.
           IF WS-COUNT-FILEA-OUT > 0 AND NOT WS-RUN-ERROR
              SORT MSK-SORT-FILE
                  ON ASCENDING KEY SMK-NUMB
                  USING MSKWORK
                  GIVING MSKSORT
              PERFORM 4200-COPY-SORTED
                  THRU 4200-COPY-SORTED-EXIT
           END-IF.
           IF WS-TRL-SEEN AND NOT WS-RUN-ERROR
              PERFORM 7900-CHECK-INPUT-BALANCE
                  THRU 7900-CHECK-INPUT-BALANCE-EXIT
              MOVE WS-DETAIL-COUNT TO WS-TRL-COUNT
              MOVE WS-AMOUNT-HASH  TO WS-TRL-HASH
              WRITE FILEAMSK-RECORD FROM WS-EXTR-TRAILER
              IF NOT WS-FILEAMSK-OK
                 DISPLAY 'POSTMASK: FILEAMSK TRAILER WRITE ERROR,'
                         ' STATUS = ' WS-FILEAMSK-STATUS
                 SET WS-RUN-ERROR TO TRUE
              END-IF
           END-IF.
           CLOSE FILEAMSK.
       4000-MASK-FILEA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4100-MASK-ONE-FILEA.
           READ FILEAEXT.
           EVALUATE TRUE
              WHEN WS-FILEA-AT-EOF
                 SET WS-INPUT-EOF TO TRUE
                 GO TO 4100-MASK-ONE-FILEA-EXIT
              WHEN NOT WS-FILEA-OK
                 DISPLAY 'POSTMASK: FILEAEXT READ ERROR, STATUS = '
                          WS-FILEA-STATUS
                 SET WS-INPUT-EOF TO TRUE
                 SET WS-RUN-ERROR TO TRUE
                 GO TO 4100-MASK-ONE-FILEA-EXIT
              WHEN FILEA-RECORD (1:3) = 'HDR'
                 SET WS-HDR-SEEN TO TRUE
                 MOVE FILEA-RECORD (4:8) TO WS-HDR-DATE
                 WRITE FILEAMSK-RECORD FROM WS-EXTR-HEADER
                 IF NOT WS-FILEAMSK-OK
                    DISPLAY 'POSTMASK: FILEAMSK WRITE ERROR, STATUS = '
                             WS-FILEAMSK-STATUS
                    SET WS-RUN-ERROR TO TRUE
                    SET WS-INPUT-EOF TO TRUE
                 END-IF
                 GO TO 4100-MASK-ONE-FILEA-EXIT
              WHEN FILEA-RECORD (1:3) = 'TRL'
                 SET WS-TRL-SEEN TO TRUE
                 MOVE FILEA-RECORD TO WS-EXTR-TRAILER
                 IF WS-TRL-COUNT IS NUMERIC
                    AND WS-TRL-HASH IS NUMERIC
                    SET WS-TRL-NUMERIC TO TRUE
                    MOVE WS-TRL-COUNT TO WS-TRL-COUNT-IN
                    MOVE WS-TRL-HASH  TO WS-TRL-HASH-IN
                 END-IF
                 GO TO 4100-MASK-ONE-FILEA-EXIT
              WHEN OTHER
                 ADD 1 TO WS-COUNT-FILEA-IN
                 MOVE FILEA-NUMB TO WS-REAL-NUMB
                 PERFORM 7000-MAP-NUMB
                     THRU 7000-MAP-NUMB-EXIT
                 MOVE WS-MASK-NUMB TO FILEA-NUMB
                 MOVE FILEA-NAME   TO WS-MASK-NAME
                 MOVE FILEA-ADDRX  TO WS-MASK-ADDRX
                 MOVE FILEA-PHONE  TO WS-MASK-PHONE
                 PERFORM 7100-MASK-FIELDS
                     THRU 7100-MASK-FIELDS-EXIT
                 MOVE WS-MASK-NAME  TO FILEA-NAME
                 MOVE WS-MASK-ADDRX TO FILEA-ADDRX
                 MOVE WS-MASK-PHONE TO FILEA-PHONE
                 MOVE FILEA-AMOUNT  TO WS-HASH-AMOUNT
                 PERFORM 7700-ADD-TO-TOTALS
                     THRU 7700-ADD-TO-TOTALS-EXIT
                 MOVE FILEA-RECORD TO MSKWORK-RECORD
                 ADD 1 TO WS-COUNT-FILEA-OUT
           END-EVALUATE.
           WRITE MSKWORK-RECORD.
           IF NOT WS-MSKWORK-OK
              DISPLAY 'POSTMASK: MSKWORK WRITE ERROR, STATUS = '
                       WS-MSKWORK-STATUS
              SET WS-RUN-ERROR TO TRUE
              SET WS-INPUT-EOF TO TRUE
           END-IF.
       4100-MASK-ONE-FILEA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-COPY-SORTED - the masked details, now in masked NUMB      *
      * order, onto FILEAMSK after its HDR                             *
      *----------------------------------------------------------------*
       4200-COPY-SORTED.
           OPEN INPUT MSKSORT.
           IF NOT WS-MSKSORT-OK
              DISPLAY 'POSTMASK: UNABLE TO OPEN MSKSORT, STATUS = '
                       WS-MSKSORT-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 4200-COPY-SORTED-EXIT
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF-SW.
           PERFORM 4210-COPY-ONE-SORTED
               THRU 4210-COPY-ONE-SORTED-EXIT
               UNTIL WS-INPUT-EOF.
           CLOSE MSKSORT.
       4200-COPY-SORTED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4210-COPY-ONE-SORTED.
           READ MSKSORT.
           EVALUATE TRUE
              WHEN WS-MSKSORT-EOF
                 SET WS-INPUT-EOF TO TRUE
                 GO TO 4210-COPY-ONE-SORTED-EXIT
              WHEN NOT WS-MSKSORT-OK
                 DISPLAY 'POSTMASK: MSKSORT READ ERROR, STATUS = '
                          WS-MSKSORT-STATUS
                 SET WS-RUN-ERROR TO TRUE
                 SET WS-INPUT-EOF TO TRUE
                 GO TO 4210-COPY-ONE-SORTED-EXIT
           END-EVALUATE.
           WRITE FILEAMSK-RECORD FROM MSKSORT-RECORD.
           IF NOT WS-FILEAMSK-OK
              DISPLAY 'POSTMASK: FILEAMSK WRITE ERROR, STATUS = '
                       WS-FILEAMSK-STATUS
              SET WS-RUN-ERROR TO TRUE
              SET WS-INPUT-EOF TO TRUE
           END-IF.
       4210-COPY-ONE-SORTED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-MASK-CUSTIN - the load file, HDR passed with its file ID  *
      * and create date, TRL rebuilt from what was written             *
      *----------------------------------------------------------------*
       5000-MASK-CUSTIN.
           OPEN OUTPUT CUSTMSK.
           IF NOT WS-CUSTMSK-OK
              DISPLAY 'POSTMASK: UNABLE TO OPEN CUSTMSK, STATUS = '
                       WS-CUSTMSK-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 5000-MASK-CUSTIN-EXIT
           END-IF.
           OPEN INPUT CUSTIN.
           IF WS-CUSTIN-NOT-FOUND
              CLOSE CUSTMSK
              GO TO 5000-MASK-CUSTIN-EXIT
           END-IF.
           IF NOT WS-CUSTIN-OK
              DISPLAY 'POSTMASK: UNABLE TO OPEN CUSTIN, STATUS = '
                       WS-CUSTIN-STATUS
              SET WS-RUN-ERROR TO TRUE
              CLOSE CUSTMSK
              GO TO 5000-MASK-CUSTIN-EXIT
           END-IF.
           PERFORM 7800-RESET-TOTALS
               THRU 7800-RESET-TOTALS-EXIT.
           MOVE 'N' TO WS-INPUT-EOF-SW.
           PERFORM 5100-MASK-ONE-CUSTIN
               THRU 5100-MASK-ONE-CUSTIN-EXIT
               UNTIL WS-INPUT-EOF.
           CLOSE CUSTIN.
           IF WS-TRL-SEEN AND NOT WS-RUN-ERROR
              PERFORM 7900-CHECK-INPUT-BALANCE
                  THRU 7900-CHECK-INPUT-BALANCE-EXIT
              MOVE SPACES TO CUST-TRAILER-RECORD
              MOVE 'TRL' TO CT-RECORD-TYPE
              MOVE WS-DETAIL-COUNT TO CT-DETAIL-COUNT
              MOVE WS-AMOUNT-HASH  TO CT-AMOUNT-HASH
              WRITE CUSTMSK-RECORD FROM CUST-TRAILER-RECORD
              IF NOT WS-CUSTMSK-OK
                 DISPLAY 'POSTMASK: CUSTMSK TRAILER WRITE ERROR,'
                         ' STATUS = ' WS-CUSTMSK-STATUS
                 SET WS-RUN-ERROR TO TRUE
              END-IF
           END-IF.
           CLOSE CUSTMSK.
       5000-MASK-CUSTIN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5100-MASK-ONE-CUSTIN.
           READ CUSTIN.
           EVALUATE TRUE
              WHEN WS-CUSTIN-EOF
                 SET WS-INPUT-EOF TO TRUE
                 GO TO 5100-MASK-ONE-CUSTIN-EXIT
              WHEN NOT WS-CUSTIN-OK
                 DISPLAY 'POSTMASK: CUSTIN READ ERROR, STATUS = '
                          WS-CUSTIN-STATUS
                 SET WS-INPUT-EOF TO TRUE
                 SET WS-RUN-ERROR TO TRUE
                 GO TO 5100-MASK-ONE-CUSTIN-EXIT
              WHEN CUSTIN-RECORD (1:3) = 'HDR'
                 SET WS-HDR-SEEN TO TRUE
                 MOVE CUSTIN-RECORD TO CUST-HEADER-RECORD
                 MOVE CUST-HEADER-RECORD TO CUSTMSK-RECORD
              WHEN CUSTIN-RECORD (1:3) = 'TRL'
                 SET WS-TRL-SEEN TO TRUE
                 MOVE CUSTIN-RECORD TO CUST-TRAILER-RECORD
                 IF CT-DETAIL-COUNT IS NUMERIC
                    AND CT-AMOUNT-HASH IS NUMERIC
                    SET WS-TRL-NUMERIC TO TRUE
                    MOVE CT-DETAIL-COUNT TO WS-TRL-COUNT-IN
                    MOVE CT-AMOUNT-HASH  TO WS-TRL-HASH-IN
                 END-IF
                 GO TO 5100-MASK-ONE-CUSTIN-EXIT
              WHEN OTHER
                 ADD 1 TO WS-COUNT-CUSTIN-IN
                 MOVE CI-NUMB TO WS-REAL-NUMB
                 PERFORM 7000-MAP-NUMB
                     THRU 7000-MAP-NUMB-EXIT
                 MOVE WS-MASK-NUMB TO CI-NUMB
                 MOVE CI-NAME      TO WS-MASK-NAME
                 MOVE CI-ADDRX     TO WS-MASK-ADDRX
                 MOVE CI-PHONE     TO WS-MASK-PHONE
                 PERFORM 7100-MASK-FIELDS
                     THRU 7100-MASK-FIELDS-EXIT
                 MOVE WS-MASK-NAME  TO CI-NAME
                 MOVE WS-MASK-ADDRX TO CI-ADDRX
                 MOVE WS-MASK-PHONE TO CI-PHONE
                 MOVE CI-AMOUNT     TO WS-HASH-AMOUNT
                 PERFORM 7700-ADD-TO-TOTALS
                     THRU 7700-ADD-TO-TOTALS-EXIT
                 MOVE CUSTIN-RECORD TO CUSTMSK-RECORD
                 ADD 1 TO WS-COUNT-CUSTIN-OUT
           END-EVALUATE.
           WRITE CUSTMSK-RECORD.
           IF NOT WS-CUSTMSK-OK
              DISPLAY 'POSTMASK: CUSTMSK WRITE ERROR, STATUS = '
                       WS-CUSTMSK-STATUS
              SET WS-RUN-ERROR TO TRUE
              SET WS-INPUT-EOF TO TRUE
           END-IF.
       5100-MASK-ONE-CUSTIN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-MASK-AUDIT - the audit cut carries no HDR/TRL; every      *
      * record keeps its timestamp, result and error detail            *
      *----------------------------------------------------------------*
       6000-MASK-AUDIT.
           OPEN OUTPUT AUDITMSK.
           IF NOT WS-AUDITMSK-OK
              DISPLAY 'POSTMASK: UNABLE TO OPEN AUDITMSK, STATUS = '
                       WS-AUDITMSK-STATUS
              SET WS-RUN-ERROR TO TRUE
              GO TO 6000-MASK-AUDIT-EXIT
           END-IF.
           OPEN INPUT AUDITLOG.
           IF WS-AUDIT-NOT-FOUND
              CLOSE AUDITMSK
              GO TO 6000-MASK-AUDIT-EXIT
           END-IF.
           IF NOT WS-AUDIT-OK
              DISPLAY 'POSTMASK: UNABLE TO OPEN AUDITLOG, STATUS = '
                       WS-AUDIT-STATUS
              SET WS-RUN-ERROR TO TRUE
              CLOSE AUDITMSK
              GO TO 6000-MASK-AUDIT-EXIT
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF-SW.
           PERFORM 6100-MASK-ONE-AUDIT
               THRU 6100-MASK-ONE-AUDIT-EXIT
               UNTIL WS-INPUT-EOF.
           CLOSE AUDITLOG AUDITMSK.
       6000-MASK-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6100-MASK-ONE-AUDIT.
           READ AUDITLOG.
           EVALUATE TRUE
              WHEN WS-AUDIT-EOF
                 SET WS-INPUT-EOF TO TRUE
                 GO TO 6100-MASK-ONE-AUDIT-EXIT
              WHEN NOT WS-AUDIT-OK
                 DISPLAY 'POSTMASK: AUDITLOG READ ERROR, STATUS = '
                          WS-AUDIT-STATUS
                 SET WS-INPUT-EOF TO TRUE
                 SET WS-RUN-ERROR TO TRUE
                 GO TO 6100-MASK-ONE-AUDIT-EXIT
           END-EVALUATE.
           ADD 1 TO WS-COUNT-AUDIT-IN.
           MOVE AUDIT-RECORD TO WS-AUD-WORK.
           MOVE WSA-NUMB TO WS-REAL-NUMB.
           PERFORM 7000-MAP-NUMB
               THRU 7000-MAP-NUMB-EXIT.
           MOVE WS-MASK-NUMB TO WSA-NUMB.
           MOVE WSA-NAME     TO WS-MASK-NAME.
           MOVE WSA-ADDRX    TO WS-MASK-ADDRX.
           MOVE WSA-PHONE    TO WS-MASK-PHONE.
           PERFORM 7100-MASK-FIELDS
               THRU 7100-MASK-FIELDS-EXIT.
           MOVE WS-MASK-NAME  TO WSA-NAME.
           MOVE WS-MASK-ADDRX TO WSA-ADDRX.
           MOVE WS-MASK-PHONE TO WSA-PHONE.
           WRITE AUDITMSK-RECORD FROM WS-AUD-WORK.
           IF NOT WS-AUDITMSK-OK
              DISPLAY 'POSTMASK: AUDITMSK WRITE ERROR, STATUS = '
                       WS-AUDITMSK-STATUS
              SET WS-RUN-ERROR TO TRUE
              SET WS-INPUT-EOF TO TRUE
           ELSE
              ADD 1 TO WS-COUNT-AUDIT-OUT
           END-IF.
       6100-MASK-ONE-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-MAP-NUMB - WS-REAL-NUMB to WS-MASK-NUMB.  Every six-digit *
      * NUMB was put on the map in 3000; anything else is left as is.  *
      *----------------------------------------------------------------*
       7000-MAP-NUMB.
           MOVE WS-REAL-NUMB TO WS-MASK-NUMB.
           IF WS-REAL-NUMB IS NOT NUMERIC OR WS-MAP-COUNT = 0
              ADD 1 TO WS-COUNT-NUMB-KEPT
              GO TO 7000-MAP-NUMB-EXIT
           END-IF.
           SEARCH ALL WS-MAP-ENTRY
              AT END
                 ADD 1 TO WS-COUNT-NUMB-KEPT
              WHEN WS-MAP-REAL (WS-MAP-IDX) = WS-REAL-NUMB
                 MOVE WS-MAP-MASK (WS-MAP-IDX) TO WS-MASK-NUMB
           END-SEARCH.
       7000-MAP-NUMB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7100-MASK-FIELDS - a made-up NAME, ADDRX and PHONE for each    *
      * one that is not blank                                          *
      *----------------------------------------------------------------*
       7100-MASK-FIELDS.
           IF WS-MASK-NAME NOT = SPACES
              MOVE WS-MASK-NAME TO WS-HASH-TEXT
              MOVE 20 TO WS-HASH-LENGTH
              PERFORM 7500-HASH-TEXT
                  THRU 7500-HASH-TEXT-EXIT
              PERFORM 7200-MAKE-NAME
                  THRU 7200-MAKE-NAME-EXIT
              MOVE WS-FAKE-VALUE TO WS-MASK-NAME
           END-IF.
           IF WS-MASK-ADDRX NOT = SPACES
              MOVE WS-MASK-ADDRX TO WS-HASH-TEXT
              MOVE 20 TO WS-HASH-LENGTH
              PERFORM 7500-HASH-TEXT
                  THRU 7500-HASH-TEXT-EXIT
              PERFORM 7300-MAKE-ADDRX
                  THRU 7300-MAKE-ADDRX-EXIT
              MOVE WS-FAKE-VALUE TO WS-MASK-ADDRX
           END-IF.
           IF WS-MASK-PHONE NOT = SPACES
              MOVE WS-MASK-PHONE TO WS-HASH-TEXT
              MOVE 8 TO WS-HASH-LENGTH
              PERFORM 7500-HASH-TEXT
                  THRU 7500-HASH-TEXT-EXIT
              PERFORM 7400-MAKE-PHONE
                  THRU 7400-MAKE-PHONE-EXIT
              MOVE WS-FAKE-VALUE TO WS-MASK-PHONE
           END-IF.
       7100-MASK-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7200-MAKE-NAME - two initials and a surname: A. B. SURNAME     *
      *----------------------------------------------------------------*
       7200-MAKE-NAME.
           DIVIDE WS-HASH BY 32 GIVING WS-HASH-QUOT
               REMAINDER WS-PICK.
           DIVIDE WS-HASH-QUOT BY 20 GIVING WS-HASH-QUOT
               REMAINDER WS-PICK-2.
           DIVIDE WS-HASH-QUOT BY 20 GIVING WS-HASH-QUOT
               REMAINDER WS-PICK-3.
           ADD 1 TO WS-PICK WS-PICK-2 WS-PICK-3.
           MOVE SPACES TO WS-FAKE-VALUE.
           STRING WS-INITIAL-LIST (WS-PICK-2:1) DELIMITED BY SIZE
                  '. '                          DELIMITED BY SIZE
                  WS-INITIAL-LIST (WS-PICK-3:1) DELIMITED BY SIZE
                  '. '                          DELIMITED BY SIZE
                  WS-SURNAME (WS-PICK)          DELIMITED BY SPACE
               INTO WS-FAKE-VALUE.
       7200-MAKE-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7300-MAKE-ADDRX - house number, street and street type         *
      *----------------------------------------------------------------*
       7300-MAKE-ADDRX.
           DIVIDE WS-HASH BY 32 GIVING WS-HASH-QUOT
               REMAINDER WS-PICK.
           DIVIDE WS-HASH-QUOT BY 4 GIVING WS-HASH-QUOT
               REMAINDER WS-PICK-2.
           ADD 1 TO WS-PICK WS-PICK-2.
           DIVIDE WS-HASH-QUOT BY 9999 GIVING WS-HASH-QUOT
               REMAINDER WS-HOUSE-NUMBER.
           ADD 1 TO WS-HOUSE-NUMBER.
           MOVE WS-HOUSE-NUMBER TO WS-HOUSE-EDIT.
           MOVE SPACES TO WS-FAKE-VALUE.
           STRING WS-HOUSE-EDIT              DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-STREET (WS-PICK)        DELIMITED BY SPACE
                  ' '                        DELIMITED BY SIZE
                  WS-STREET-TYPE (WS-PICK-2) DELIMITED BY SPACE
               INTO WS-FAKE-VALUE.
      * The edited house number is right-justified; close it up
           PERFORM 7310-TRIM-LEADING-SPACE
               THRU 7310-TRIM-LEADING-SPACE-EXIT
               UNTIL WS-FAKE-VALUE (1:1) NOT = SPACE.
       7300-MAKE-ADDRX-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7310-TRIM-LEADING-SPACE.
           MOVE WS-FAKE-VALUE (2:19) TO WS-HASH-TEXT.
           MOVE WS-HASH-TEXT TO WS-FAKE-VALUE.
       7310-TRIM-LEADING-SPACE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7400-MAKE-PHONE - 555 and five digits, all eight numeric so    *
      * the PHONE edit passes                                          *
      *----------------------------------------------------------------*
       7400-MAKE-PHONE.
           DIVIDE WS-HASH BY 100000 GIVING WS-HASH-QUOT
               REMAINDER WS-PHONE-DIGITS.
           MOVE SPACES TO WS-FAKE-VALUE.
           STRING '555'           DELIMITED BY SIZE
                  WS-PHONE-DIGITS DELIMITED BY SIZE
               INTO WS-FAKE-VALUE.
       7400-MAKE-PHONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7500-HASH-TEXT - WS-HASH over the first WS-HASH-LENGTH bytes   *
      * of WS-HASH-TEXT                                                *
      *----------------------------------------------------------------*
       7500-HASH-TEXT.
           MOVE 7 TO WS-HASH.
           PERFORM 7510-HASH-ONE-CHAR
               THRU 7510-HASH-ONE-CHAR-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > WS-HASH-LENGTH.
       7500-HASH-TEXT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7510-HASH-ONE-CHAR.
           MOVE WS-HASH-TEXT (WS-HASH-SUB:1) TO WS-CHAR-BYTE.
           COMPUTE WS-HASH-WORK = (WS-HASH * 31) + WS-CHAR-CODE.
           DIVIDE WS-HASH-WORK BY 999983 GIVING WS-HASH-QUOT
               REMAINDER WS-HASH.
       7510-HASH-ONE-CHAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7700-ADD-TO-TOTALS - count the detail and add its AMOUNT in    *
      * pennies, zero when not in the $9999.99 picture                 *
      *----------------------------------------------------------------*
       7700-ADD-TO-TOTALS.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE 0 TO WS-AMOUNT-PENNIES.
           IF WS-HASH-AMOUNT (1:1) = '$'
              AND WS-HASH-AMOUNT (2:4) IS NUMERIC
              AND WS-HASH-AMOUNT (6:1) = '.'
              AND WS-HASH-AMOUNT (7:2) IS NUMERIC
              MOVE WS-HASH-AMOUNT (2:4) TO WS-AMOUNT-DOLLARS
              MOVE WS-HASH-AMOUNT (7:2) TO WS-AMOUNT-CENTS
              COMPUTE WS-AMOUNT-PENNIES =
                      (WS-AMOUNT-DOLLARS * 100) + WS-AMOUNT-CENTS
           END-IF.
           ADD WS-AMOUNT-PENNIES TO WS-AMOUNT-HASH.
       7700-ADD-TO-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7800-RESET-TOTALS.
           MOVE 0 TO WS-DETAIL-COUNT WS-AMOUNT-HASH.
           MOVE 0 TO WS-TRL-COUNT-IN WS-TRL-HASH-IN.
           MOVE 'N' TO WS-HDR-SEEN-SW WS-TRL-SEEN-SW.
           MOVE 'N' TO WS-TRL-NUMERIC-SW.
       7800-RESET-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7900-CHECK-INPUT-BALANCE - the rebuilt trailer always balances;*
      * when the production trailer did not, the masked file is no     *
      * longer a faithful copy of it, and the run says so (RC 4)       *
      *----------------------------------------------------------------*
       7900-CHECK-INPUT-BALANCE.
           IF WS-TRL-NUMERIC
              AND WS-TRL-COUNT-IN = WS-DETAIL-COUNT
              AND WS-TRL-HASH-IN = WS-AMOUNT-HASH
              GO TO 7900-CHECK-INPUT-BALANCE-EXIT
           END-IF.
           SET WS-OUT-OF-BALANCE TO TRUE.
           IF WS-TRL-NUMERIC
              DISPLAY 'POSTMASK: INPUT TRAILER OUT OF BALANCE - COUNT '
                       WS-TRL-COUNT-IN ' HASH ' WS-TRL-HASH-IN
              DISPLAY 'POSTMASK:   RECOMPUTED                 COUNT '
                       WS-DETAIL-COUNT ' HASH ' WS-AMOUNT-HASH
           ELSE
              DISPLAY 'POSTMASK: INPUT TRAILER TOTALS NOT NUMERIC'
           END-IF.
       7900-CHECK-INPUT-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-FINALIZE - the run summary.  Counts only: no NUMB, real   *
      * or masked, is ever displayed.                                  *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           EVALUATE TRUE
              WHEN WS-RUN-ERROR
                 MOVE 8 TO WS-RETURN-CODE
              WHEN WS-OUT-OF-BALANCE
                 MOVE 4 TO WS-RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO WS-RETURN-CODE
           END-EVALUATE.
           DISPLAY '===================================='.
           DISPLAY 'POSTMASK SUMMARY'.
           DISPLAY 'MAP ENTRIES READ . . . : ' WS-COUNT-MAP-READ.
           DISPLAY 'NEW NUMBS MAPPED . . . : ' WS-COUNT-MAP-NEW.
           DISPLAY 'MAP ENTRIES WRITTEN  . : ' WS-COUNT-MAP-WRITTEN.
           DISPLAY 'FILEA ROWS MASKED  . . : ' WS-COUNT-FILEA-OUT
                   ' OF ' WS-COUNT-FILEA-IN.
           DISPLAY 'CUSTIN ROWS MASKED . . : ' WS-COUNT-CUSTIN-OUT
                   ' OF ' WS-COUNT-CUSTIN-IN.
           DISPLAY 'AUDIT ROWS MASKED  . . : ' WS-COUNT-AUDIT-OUT
                   ' OF ' WS-COUNT-AUDIT-IN.
           DISPLAY 'NUMBS NOT SIX DIGITS . : ' WS-COUNT-NUMB-KEPT.
           IF WS-RUN-ERROR
              DISPLAY 'RUN STATUS . . . . . . : ABORTED -'
                      ' MASKED FILES INCOMPLETE'
           ELSE
              DISPLAY 'RUN STATUS . . . . . . : COMPLETE'
           END-IF.
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
