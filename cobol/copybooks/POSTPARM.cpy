      * drives it (the online caller, or the POSTBAT batch driver).    *
      * PARM-OPERATION-CODE selects which service operation POSTAPI   *
      * dispatches to (1=create, 3=update, 4=delete - 2=inquiry is     *
      * GETAPI's alone; 5=partial update goes out as an update that    *
      * sends only the non-blank fields, so FILEA keeps the value of   *
      * every field left blank).  PARM-STATUS/PARM-SEVERITY are        *
      * filled in by POSTAPI before GOBACK so the caller can tally     *
      * success against the three BAQ error classes, and knows what    *
      * action a failure calls for, without having to see BAQRINFO or  *
      * SEVTAB itself.                                                 *
      *----------------------------------------------------------------*
       01 PARM-BUFFER.
           05 PARM-LENGTH        PIC S9(4) COMP.
                 88 PARM-OP-CREATE            VALUE '1'.
                 88 PARM-OP-UPDATE            VALUE '3'.
                 88 PARM-OP-DELETE            VALUE '4'.
                 88 PARM-OP-PARTIAL           VALUE '5'.
              10 numb                     PIC X(6).
              10 name2                    PIC X(20).
              10 addrx2                   PIC X(20).
