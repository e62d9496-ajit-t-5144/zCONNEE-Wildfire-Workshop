      *----------------------------------------------------------------*
      * GLJREC                                                         *
      * Record layouts of the GLJRNL general-ledger journal feed       *
      * POSTGLJ builds from posted customer activity.  Every AMOUNT    *
      * movement is one journal entry of two legs - a debit and a      *
      * credit line under the same entry number for the same pennies - *
      * so the file balances entry by entry.  The feed opens with a    *
      * header (file ID GL + run date, creation date and the period    *
      * covered) and closes with a trailer carrying the detail line    *
      * count, a hash total of GLJ-PENNIES over every line, and the    *
      * debit and credit totals, the same balancing discipline the     *
      * CUSTIN (CUSTHDT) and EXTRFILE feeds use.  A detail entry       *
      * number is numeric, so the HDR/TRL record types can never       *
      * collide with a journal line.                                   *
      *----------------------------------------------------------------*
       01 GL-JOURNAL-RECORD.
           05 GLJ-ENTRY-NO            PIC 9(09).
           05 GLJ-POST-DATE           PIC X(08).
           05 GLJ-ACCOUNT             PIC X(08).
           05 GLJ-DR-CR               PIC X(01).
              88 GLJ-DEBIT                VALUE 'D'.
              88 GLJ-CREDIT               VALUE 'C'.
           05 GLJ-PENNIES             PIC 9(09).
           05 GLJ-NUMB                PIC X(6).
           05 GLJ-MOVE-TYPE           PIC X(01).
              88 GLJ-MOVE-CREATE          VALUE 'C'.
              88 GLJ-MOVE-UPDATE          VALUE 'U'.
              88 GLJ-MOVE-DELETE          VALUE 'D'.
              88 GLJ-MOVE-ADJUST          VALUE 'A'.
           05 GLJ-REFERENCE           PIC X(26).
           05 FILLER                  PIC X(12).
       01 GL-HEADER-RECORD.
           05 GLH-RECORD-TYPE         PIC X(03).
              88 GLH-IS-HEADER            VALUE 'HDR'.
           05 GLH-FILE-ID             PIC X(08).
           05 GLH-CREATE-DATE         PIC X(08).
           05 GLH-PERIOD-FROM         PIC X(08).
           05 GLH-PERIOD-TO           PIC X(08).
           05 FILLER                  PIC X(45).
       01 GL-TRAILER-RECORD.
           05 GLT-RECORD-TYPE         PIC X(03).
              88 GLT-IS-TRAILER           VALUE 'TRL'.
           05 GLT-DETAIL-COUNT        PIC 9(09).
           05 GLT-PENNY-HASH          PIC 9(15).
           05 GLT-DEBIT-TOTAL         PIC 9(15).
           05 GLT-CREDIT-TOTAL        PIC 9(15).
           05 FILLER                  PIC X(23).
