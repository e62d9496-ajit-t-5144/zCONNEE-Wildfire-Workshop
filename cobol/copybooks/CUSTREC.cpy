      * Record layout of the CUSTIN customer load file: one customer   *
      * per record in FILEA field order, plus the operation code that  *
      * tells POSTAPI what to do with it (1=create, 3=update,          *
      * 4=delete, 5=partial update; space defaults to create) and an   *
      * optional effective date (YYYYMMDD; spaces means effective      *
      * now).  A partial update changes only the fields it supplies:   *
      * any of CI-NAME thru CI-AMOUNT left blank is not sent, and      *
      * FILEA keeps its current value for that field.                  *
      * POSTEDIT validates the date and diverts records whose date     *
      * has not arrived to the PENDDATE file, where POSTDREL releases  *
      * them on the day; POSTBAT itself never sees a future-dated      *
      * record.  Shared by the batch programs that read or build a     *
      * load file (POSTBAT, POSTEDIT; POSTDORM for DORMDEL, POSTCSV    *
      * for CUSTOUT, POSTMASK for CUSTIN and CUSTMSK).                 *
      *----------------------------------------------------------------*
       01 CUSTIN-RECORD.
           05 CI-NUMB                 PIC X(6).
