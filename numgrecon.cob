     *> are stated per group across the whole night, so the
     *> reconciliation sums over feeds; per-feed figures are
     *> NUMGBATCH's own end-of-run totals.
     02  Filler                    Pic X(01).
     02  Numgout-Entry-Type        Pic X(01).
         88  Numgout-Reversal-Entry  Value "R".
     *> "R" marks a reversal row - a cancelled earlier night's
     *> amount, not part of tonight's conversions, so it is kept
     *> out of the totals reconciled against NUMGTOT.

 FD  Numgtot-File.
 01  Numgtot-Record.
           Or Trim(Numgout-Field-Name) = Trim(Group-Name(Group-Ix)).

     Add 1 To Numgout-Read-Count.
     If Group-Ix <= Group-Count And Not Numgout-Reversal-Entry
        Add Numgout-Home-Value To Actual-Total(Group-Ix)
        Perform Accumulate-Currency-Total
     End-If.
