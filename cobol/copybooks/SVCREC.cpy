      *----------------------------------------------------------------*
      * SVCREC                                                         *
      * The one-card SVCCTL service control file read at start-up by   *
      * every job that drives the z/OS Connect service (POSTBAT,       *
      * POSTADJ, POSTRNUM and POSTXTRT).  SVC-SENTINEL-NUMB is a       *
      * customer kept on FILEA for the purpose: each job makes one     *
      * GETAPI inquiry against it before touching its input and        *
      * refuses to start if the service does not answer.               *
      * SVC-BREAKER-LIMIT is the number of consecutive ZCEE/STUB       *
      * failures that trips the job's circuit breaker mid-run - it     *
      * stops calling, checkpoints and ends RC 12 (service             *
      * unavailable) so the scheduler can wait and restart it.  A      *
      * missing card, a non-numeric sentinel or a zero limit refuses   *
      * the run: the protection must never silently switch off.       *
      *----------------------------------------------------------------*
       01 SERVICE-CONTROL-RECORD.
           05 SVC-SENTINEL-NUMB       PIC X(6).
           05 FILLER                  PIC X(01).
           05 SVC-BREAKER-LIMIT       PIC X(03).
