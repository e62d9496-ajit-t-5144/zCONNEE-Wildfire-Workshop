      *----------------------------------------------------------------*
      * FRZXREC                                                        *
      * One record per item a posting path stopped because its NUMB    *
      * is on the freeze list, appended to the FRZEXC freeze-          *
      * exception file at the time it was stopped: the program that    *
      * stopped it, when, the frozen NUMB and the freeze reason code,  *
      * the kind of item ('C' = a CUSTIN load record from POSTBAT,     *
      * POSTDREL or POSTHOLD's release, 'A' = an ADJIN adjustment      *
      * card, 'X' = an XREFIN renumber pair) and the original input    *
      * record image, so the item can be re-presented as it stood      *
      * once the freeze is lifted.  A frozen item is not an error:     *
      * it never goes to REJECTS and nothing re-drives it              *
      * automatically.  POSTMORN counts what was stopped overnight.    *
      *----------------------------------------------------------------*
       01 FREEZE-EXCEPTION-RECORD.
           05 FZX-SOURCE              PIC X(08).
           05 FZX-STOP-DATE           PIC X(08).
           05 FZX-STOP-TIME           PIC X(06).
           05 FZX-NUMB                PIC X(6).
           05 FZX-REASON-CODE         PIC X(04).
           05 FZX-ITEM-TYPE           PIC X(01).
              88 FZX-ITEM-CUSTIN          VALUE 'C'.
              88 FZX-ITEM-ADJUST          VALUE 'A'.
              88 FZX-ITEM-XREF            VALUE 'X'.
           05 FZX-DETAIL              PIC X(79).
