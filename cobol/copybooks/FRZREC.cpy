      *----------------------------------------------------------------*
      * FRZREC                                                         *
      * One record per customer NUMB that legal or fraud has ordered   *
      * stopped, on the FRZFILE freeze list POSTFRZ maintains from     *
      * control cards: the reason code, who placed the freeze, the     *
      * date it was placed and an optional lift date (YYYYMMDD;        *
      * spaces means frozen until lifted by card).  A freeze is in     *
      * force while the lift date is blank or still in the future, so  *
      * a dated lift takes effect on the day without a further card.   *
      * Every posting path (POSTBAT, POSTADJ, POSTRNUM, POSTDREL and   *
      * POSTHOLD's release) loads the freezes in force and diverts     *
      * items for a frozen NUMB to the FRZEXC freeze-exception file    *
      * instead of posting them.  POSTFRZ keeps the file in NUMB       *
      * order, one record per NUMB.                                    *
      *----------------------------------------------------------------*
       01 FREEZE-RECORD.
           05 FRZ-NUMB                PIC X(6).
           05 FRZ-REASON-CODE         PIC X(04).
           05 FRZ-PLACED-BY           PIC X(08).
           05 FRZ-PLACED-DATE         PIC X(08).
           05 FRZ-LIFT-DATE           PIC X(08).
              88 FRZ-NO-LIFT-DATE         VALUE SPACES.
