      *-----------------------------------------------------------------*
      * FILE-CONTROL entry for the certified snapshot history.
      * esqlOCClose appends every PTSCERT01 snapshot it certifies
      * (HDR, STD lines, TRL - line for line the same as PTSCERT01)
      * so each closed period's final standings survive the next
      * close-out overwriting PTSCERT01; esqlOCSeason reads it to
      * build season standings.  A period closed again after a reopen
      * appends a new generation - the last one for a period is the
      * one that stands.  A PTSCERT01 saved from a close-out before
      * the history was kept can be appended to it as it stands.
      * Appended to across runs (EXTEND) and never rolled - it is
      * the certified record.
      *-----------------------------------------------------------------*
           SELECT CERT-HIST-FILE ASSIGN TO 'CERTHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHST-STATUS.
