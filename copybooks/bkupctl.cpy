      ******************************************************************
      * BKUPCTL - shared bkupctl.dat record layout, used by
      * FILE-BACKUP (writer), FILE-RESTORE (which checks a
      * generation against it before putting anything back) and
      * NIGHT-CYCLE (which will not mark the backup step complete
      * without it) so all three agree on the same fields.
      *
      * Every backup generation writes, in order:
      *   one STRT record as the run begins - it claims the
      *     generation number, so a run that abends partway can
      *     never have its half-written copies reused by the next;
      *   one record per file copied (INV, PRIC, VEND, MARG, PEND,
      *     STAG) with the record count and hash total taken as
      *     the file was read;
      *   one END record carrying the grand totals. A generation
      *     without its END record never finished and is not
      *     offered for restore.
      *
      * BC-FILE-FOUND is 'N' when the file was not there at all
      * when the backup ran (pending and staged prices are often
      * absent between runs) - restoring that generation puts the
      * file back empty, the way it was.
      *
      * The hash total is the straight sum of each record's key
      * number plus its money and quantity fields - the kind of
      * number PRICE-EXTRACT's trailer carries, meaningless in
      * itself but one the copy has to add back up to.
      ******************************************************************
       01 BKUP-CTL-REC.
           05 BC-GEN-NUM                       PIC 9(4).
           05 BC-FILE-ID                       PIC X(4).
           05 BC-FILE-NAME                     PIC X(20).
           05 BC-FILE-FOUND                    PIC X(1).
           05 BC-REC-COUNT                     PIC 9(7).
           05 BC-HASH-TOTAL                    PIC 9(12).
           05 BC-BUS-DATE                      PIC 9(8).
           05 BC-TAKEN-STAMP                   PIC X(14).
           05 BC-TAKEN-BY                      PIC X(3).
