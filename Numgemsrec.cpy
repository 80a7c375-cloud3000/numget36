      *>         converted the field cleanly.
      *>    "W"  Written off - an operator decided in NUMGFIX that
      *>         the exception will never be corrected, with the
      *>         reason and the signed-on operator's id kept on the
      *>         record.
      *>
      *>  An exception that recurs after closing or write-off is
      *>  reopened, its close stamp and write-off details cleared -
      *>  the ledger reflects what is true NOW, the journal of how
      *>  it got there is NUMGLOG and the run listings.
      *>
      *>  Copied under the FD of every program that touches the
      *>  ledger (NUMGBATCH, NUMGFIX, NUMGAGE, NUMGORPT, NUMGECV),
      *>  the same single-definition discipline Numgmstrec applies
      *>  to the master.
      *>
      *>************************************************************
      01  Numgems-Record.
          02  Numgems-Rule-Message      Pic X(40).
          02  Numgems-Close-Stamp       Pic X(14).
          02  Numgems-Writeoff-Reason   Pic X(40).
          02  Numgems-Writeoff-Operator Pic X(08).
          *> The NUMGUSR operator id that wrote the entry off. A
          *> ledger built before it was carried converts through
          *> NUMGECV.
