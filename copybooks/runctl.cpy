      ******************************************************************
      * RUNCTL - shared runctl.dat record layout, used by
      * NIGHT-CYCLE (the run-control board that writes it),
      * PRICE-EXTRACT (which refuses to run off an unfinished
      * cycle), FILE-BACKUP (which files its generation under the
      * cycle's business date) and FILE-RESTORE (which refuses to
      * restore underneath a cycle in progress) so all agree on
      * the same fields.
      *
      * One record - the current cycle. Step slots run in the order
      * the night runs: 1=FILE-BACKUP, 2=PRICE-GEN, 3=PRICE-RECON,
      * 4=PRICE-ACTIVATE, 5=PRICE-EXTRACT. Status P means the step
      * has not finished, C complete, F forced past by a
      * supervisor; a forced slot carries the supervisor's
      * initials.
      ******************************************************************
       01 RUNCTL-REC.
           05 RUNCTL-BUS-DATE                  PIC 9(8).
           05 RUNCTL-STEP-SLOT OCCURS 5 TIMES.
               10 RUNCTL-STEP-STATUS           PIC X(1).
               10 RUNCTL-STEP-BY               PIC X(3).
