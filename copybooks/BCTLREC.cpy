      ******************************************************************
      * BCTLREC                                                        *
      *                                                                *
      * Overnight batch run-control record - the BATCHCTL KSDS, keyed  *
      * by job name. One control record, key $BUSDATE, carries the     *
      * business date the night's batch is working on and whether      *
      * the online day for it has closed; BATCHDAY maintains it (INIT, *
      * CLOSE after the region comes down, OPEN to roll the date on).  *
      * Every other record is one overnight job's entry: the business  *
      * date of its latest run and how that run stands - S started     *
      * (still running, or abended before it could end), C complete,   *
      * F ended with a failing return code - and the last business     *
      * date it completed for. Each job reads its date from here,      *
      * refuses to run before the online day has closed, before the    *
      * jobs it depends on have completed for the date, or a second    *
      * time for a completed date unless given the RERUN PARM, and     *
      * records its own start and end. KBAT (KAFKBAT) displays the     *
      * file for the morning shift.                                    *
      ******************************************************************
          05 BCT-KEY                     PIC X(8).
             88 BCT-CONTROL-KEY               VALUE '$BUSDATE'.
          05 BCT-JOB-ENTRY.
             10 BCT-JOB-STATUS           PIC X(1).
                88 BCT-JOB-STARTED            VALUE 'S'.
                88 BCT-JOB-COMPLETE           VALUE 'C'.
                88 BCT-JOB-FAILED             VALUE 'F'.
                88 BCT-JOB-NEVER-RUN          VALUE SPACE.
             10 BCT-RUN-DATE             PIC X(10).
             10 BCT-LAST-COMPLETED-DATE  PIC X(10).
             10 BCT-STARTED-DATE-TIME    PIC X(19).
             10 BCT-ENDED-DATE-TIME      PIC X(19).
             10 BCT-RETURN-CODE          PIC 9(4).
             10 BCT-FORCED-RERUN         PIC X(1).
                88 BCT-RUN-WAS-FORCED         VALUE 'Y'.
             10 BCT-RUN-COUNT            PIC 9(3) COMP-3.
             10 FILLER                   PIC X(30).
          05 BCT-CONTROL-ENTRY REDEFINES BCT-JOB-ENTRY.
             10 BCT-BUSINESS-DATE        PIC X(10).
             10 BCT-ONLINE-STATUS        PIC X(1).
                88 BCT-ONLINE-OPEN            VALUE 'O'.
                88 BCT-ONLINE-CLOSED          VALUE 'C'.
             10 BCT-CLOSED-DATE-TIME     PIC X(19).
             10 BCT-PRIOR-BUSINESS-DATE  PIC X(10).
             10 BCT-OPENED-DATE-TIME     PIC X(19).
             10 FILLER                   PIC X(37).
