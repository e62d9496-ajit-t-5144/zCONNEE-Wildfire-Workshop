      * AUDITREC                                                       *
      * One record per POSTAPI attempt (success or failure), written   *
      * to the audit trail file for compliance review and customer     *
      * discrepancy tracing.  AUD-FIELDS-SENT says which of the five   *
      * data fields the attempt actually sent: 'N' marks a field a     *
      * partial update (operation 5) left out, so FILEA kept whatever  *
      * it held and the blank AUD- field is not a value.  Every other  *
      * operation sends all five and writes 'Y'; records written       *
      * before the flags existed carry spaces there, which also means  *
      * sent.                                                          *
      *----------------------------------------------------------------*
       01 AUDIT-RECORD.
           05 AUD-TIMESTAMP           PIC X(26).
           05 AUD-RESULT              PIC X(01).
              88 AUD-RESULT-SUCCESS       VALUE 'S'.
              88 AUD-RESULT-FAILURE       VALUE 'F'.
           05 AUD-FIELDS-SENT.
              10 AUD-NAME-SENT        PIC X(01).
                 88 AUD-NAME-OMITTED      VALUE 'N'.
              10 AUD-ADDRX-SENT       PIC X(01).
                 88 AUD-ADDRX-OMITTED     VALUE 'N'.
              10 AUD-PHONE-SENT       PIC X(01).
                 88 AUD-PHONE-OMITTED     VALUE 'N'.
              10 AUD-DATEX-SENT       PIC X(01).
                 88 AUD-DATEX-OMITTED     VALUE 'N'.
              10 AUD-AMOUNT-SENT      PIC X(01).
                 88 AUD-AMOUNT-OMITTED    VALUE 'N'.
