      *> $title "NUMGPCLREC - CLOSED ACCOUNTING PERIODS FROM NUMGPCTL"
      *>
      *>************************************************************
      *>
      *>  The accounting periods NUMGPCLS has closed, as loaded from
      *>  the NUMGPCTL period-control file by Numgpcld. A period is
      *>  a calendar month, yyyymm, and a master record belongs to
      *>  the period its Numgmst-Run-Stamp falls in - the month the
      *>  run that last wrote it took place.
      *>
      *>  Once finance has been told a month is final, nothing may
      *>  change it: NUMGBATCH refuses to REWRITE (or reverse) a
      *>  master record of a closed period and lists the change as
      *>  a closed-period exception instead, and NUMGARCH will not
      *>  purge a record whose period has NOT been closed - the
      *>  archive is the period's final state, never a draft of it.
      *>
      *>************************************************************
      01  Numgpcl-Table.
          02  Numgpcl-Count            Pic 9(04) Comp.
          02  Numgpcl-Entry Occurs 240 Times.
              03  Numgpcl-Period         Pic X(06).
              03  Numgpcl-Close-Stamp    Pic X(14).
