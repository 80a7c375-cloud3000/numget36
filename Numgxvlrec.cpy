      *> $title "NUMGXVLREC - ONE TRANSACTION'S AMOUNTS FOR NUMGXCHK"
      *>
      *>************************************************************
      *>
      *>  The scaled amounts of one transaction, one entry per
      *>  Numgfld-Table position, handed to Numgxchk to test the
      *>  NUMGXRUL cross-field rules against. An amount is usable
      *>  only when it converted (Editerror not negative) - from
      *>  the record in hand, or from the NUMGMST master when the
      *>  record does not carry that field. A rule any of whose
      *>  fields is not usable is not judged: the missing or
      *>  rejected amount is already an exception of its own.
      *>
      *>************************************************************
      01  Numgxvl-Table.
          02  Numgxvl-Entry Occurs 10 Times.
              03  Numgxvl-Usable-Sw      Pic X(01).
                  88  Numgxvl-Usable       Value "Y".
              03  Numgxvl-Value          Pic S9(15)V9(04) Comp-3.
