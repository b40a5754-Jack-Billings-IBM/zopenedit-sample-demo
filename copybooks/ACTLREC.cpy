      * Operator action log record - written to the OPACTLOG KSDS     *
      * for every release, reject, purge, resubmit, replay, discard,  *
      * pause, activate and topic change an operator keys on the      *
      * hold-queue screens, and every scheduled price change keyed or *
      * cancelled on KAFKPSCH, and every orphaned item a buyer moves  *
      * to a new supplier on KAFKORPH, so audit has a durable trail   *
      * instead of whatever the screens happened to DISPLAY to the    *
      * system log.                                                   *
      * The key is the action's date-time stamp plus the operator;    *
      * the stamp carries the ABSTIME milliseconds behind the         *
      * seconds so two actions by one operator in the same second     *
             88 OPL-ACTION-PAUSE             VALUE 'PAUSE'.
             88 OPL-ACTION-ACTIVATE          VALUE 'ACTIVATE'.
             88 OPL-ACTION-SETTOPIC          VALUE 'SETTOPIC'.
             88 OPL-ACTION-SCHEDULE          VALUE 'SCHEDULE'.
             88 OPL-ACTION-CANCEL            VALUE 'CANCEL'.
             88 OPL-ACTION-REASSIGN          VALUE 'REASSIGN'.
          05 OPL-RECORD-KEY              PIC X(54).
