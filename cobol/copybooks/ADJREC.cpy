      *----------------------------------------------------------------*
      * ADJREC                                                         *
      * One record per adjustment POSTADJ actually posted, appended    *
      * to the ADJDATA file alongside the ADJLOG print line: the       *
      * NUMB, when it posted, the old AMOUNT the arithmetic started    *
      * from, the signed delta (sign then 9999.99, the approval        *
      * convention), the new AMOUNT sent to POSTAPI, and how the       *
      * confirming re-read came out.  The audit trail only carries     *
      * the after-value of the update POSTADJ drives, so the GL        *
      * journal (POSTGLJ) takes the movement for an adjustment from    *
      * here rather than parsing ADJLOG.  Adjustments that never       *
      * posted (rejected, pending approval) are not written.           *
      *----------------------------------------------------------------*
       01 ADJUSTMENT-DATA-RECORD.
           05 ADR-NUMB                PIC X(6).
           05 ADR-POST-DATE           PIC X(08).
           05 ADR-POST-TIME           PIC X(06).
           05 ADR-OLD-AMOUNT          PIC X(08).
           05 ADR-SIGN                PIC X(01).
           05 ADR-DELTA               PIC X(07).
           05 ADR-NEW-AMOUNT          PIC X(08).
           05 ADR-OUTCOME             PIC X(01).
              88 ADR-APPLIED              VALUE 'A'.
              88 ADR-UNCONFIRMED          VALUE 'U'.
              88 ADR-CONFLICT             VALUE 'C'.
