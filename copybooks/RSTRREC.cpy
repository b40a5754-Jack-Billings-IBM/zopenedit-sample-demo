      ******************************************************************
      * RSTRREC                                                        *
      *                                                                *
      * Batch restart control record - one record per job on the       *
      * RSTCTL KSDS, keyed by job name. The AUDTARCH archive and the   *
      * UOWPURGE purge write it when a run starts (status I, in        *
      * flight) and rewrite it at every checkpoint with the last key   *
      * completed and the running counts, then mark it C when the run  *
      * ends normally. A run that abends leaves it at I: the rerun     *
      * with the RESTART PARM resumes after RST-LAST-KEY with the      *
      * failed run's cutoff date, generation and counts, and a normal  *
      * run refuses to start over it. The counts are cumulative over   *
      * the failed and resumed runs - RST-REMOVED is records archived  *
      * (AUDTARCH) or purged (UOWPURGE); the counts by event type and  *
      * the event date-time range are kept by AUDTARCH only. The item  *
      * count was added from the filler after the others, so a record  *
      * checkpointed before it holds spaces there.                     *
      ******************************************************************
          05 RST-JOB-NAME                PIC X(8).
          05 RST-RUN-STATUS              PIC X(1).
             88 RST-RUN-IN-FLIGHT             VALUE 'I'.
             88 RST-RUN-COMPLETE              VALUE 'C'.
          05 RST-STARTED-DATE-TIME       PIC X(19).
          05 RST-CHECKPOINT-DATE-TIME    PIC X(19).
          05 RST-CUTOFF-DATE             PIC X(10).
          05 RST-RETENTION-DAYS          PIC 9(3).
          05 RST-GENERATION              PIC X(8).
          05 RST-CHECKPOINT-INTERVAL     PIC 9(4).
          05 RST-CHECKPOINTS-TAKEN       PIC 9(7) COMP-3.
          05 RST-RESTART-COUNT           PIC 9(3) COMP-3.
          05 RST-LAST-KEY                PIC X(54).
          05 RST-RECORDS-READ            PIC 9(9) COMP-3.
          05 RST-RECORDS-REMOVED         PIC 9(9) COMP-3.
          05 RST-RECORDS-RETAINED        PIC 9(9) COMP-3.
          05 RST-STOCK-REMOVED           PIC 9(9) COMP-3.
          05 RST-PRICE-REMOVED           PIC 9(9) COMP-3.
          05 RST-SUPPLIER-REMOVED        PIC 9(9) COMP-3.
          05 RST-OTHER-REMOVED           PIC 9(9) COMP-3.
          05 RST-EARLIEST-DATE-TIME      PIC X(29).
          05 RST-LATEST-DATE-TIME        PIC X(29).
          05 RST-ITEM-REMOVED            PIC 9(9) COMP-3.
          05 FILLER                      PIC X(15).
