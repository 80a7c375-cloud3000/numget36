      *>  value history and to reconstruct what the master looked
      *>  like as of any past run.
      *>
      *>  Numgjrn-Operator-Id is the NUMGUSR operator whose action
      *>  caused the REWRITE: for a NUMGFIX correction, the operator
      *>  carried from the header of the resubmission bracket; for a
      *>  NUMGREVL revaluation, the operator named on its NUMGRVP
      *>  parameter record, the before-image then being the home
      *>  value converted at the rate being corrected. It is spaces
      *>  when the new value came from a sender's own feed. Journal
      *>  records written before it was carried read back with it
      *>  spaces too.
      *>
      *>  Numgjrn-Replaced-Source says which of those two the
      *>  operator's action was - "C" for a NUMGFIX correction, "V"
      *>  for a NUMGREVL revaluation - so the reports can tell them
      *>  apart. It is a space when the operator id is. Journal
      *>  records written before it was carried read back with it
      *>  a space; the reports take any of those that carries an
      *>  operator id to be a correction.
      *>
      *>  Numgjrn-Run-Stamp is the stamp the before-image itself
      *>  carried (the run that wrote that value); Numgjrn-Replaced-
      *>  By is the stamp of the run doing the REWRITE. A value was
      *>  including, its Replaced-By stamp.
      *>
      *>  Copied under the FD of every program that reads or writes
      *>  the journal (NUMGBATCH, NUMGJRPT, NUMGORPT, NUMGREVL), the
      *>  same single-definition discipline Numgmstrec applies to the
      *>  master.
      *>
      *>************************************************************
      01  Numgjrn-Record.
          02  Numgjrn-Home-Value        Pic S9(15)V9(04).
          02  Filler                    Pic X(01) Value Space.
          02  Numgjrn-Run-Stamp         Pic X(14).
          02  Filler                    Pic X(01) Value Space.
          02  Numgjrn-Operator-Id       Pic X(08).
          02  Filler                    Pic X(01) Value Space.
          02  Numgjrn-Replaced-Source   Pic X(01).
              88  Numgjrn-Corrected       Value "C".
              88  Numgjrn-Revalued        Value "V".
