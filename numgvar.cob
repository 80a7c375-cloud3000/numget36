     02  Numgout-Home-Value        Pic S9(15)V9(04).
     02  Filler                    Pic X(01).
     02  Numgout-Feed-Id           Pic X(08).
     02  Filler                    Pic X(01).
     02  Numgout-Entry-Type        Pic X(01).
         88  Numgout-Reversal-Entry  Value "R".
     *> "R" marks a reversal row - a cancelled earlier night's
     *> amount, not tonight's volume, so it is not counted here.

 FD  Numghst-File.
 01  Numghst-Record.
     Add 1 To Numgout-Read-Count.
     Move Numgout-Field-Name    To Lookup-Field-Name.
     Move Numgout-Currency-Code To Lookup-Currency-Code.
     Move 0 To Var-Ix.
     If Not Numgout-Reversal-Entry
        Perform Find-Variance-Entry
     End-If.
     If Var-Ix > 0
        Add 1 To Var-Tonight-Rows(Var-Ix)
        Add Numgout-Scaled-Value To Var-Tonight-Raw(Var-Ix)
