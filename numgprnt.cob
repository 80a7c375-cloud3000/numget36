*>            home subtotal and per-currency raw subtotals tie
*>            line for line to the group figures on Numgrecon's
*>            NUMGRPT report - and grand totals at the end.
*>            A reversal row (a sender's cancellation of an
*>            earlier night's transaction) is listed under its
*>            field marked REVERSED and totalled on its own
*>            REVERSED line - never in the live subtotals, which
*>            must still tie to NUMGRPT.
*>
*>  Uses NUMGWRK as the SORT work file. Start and end are
*>  stamped onto the NUMGLOG run history like every other step
 Data Division.
 File Section.
 FD  Numgout-File.
 01  Numgout-Record                Pic X(146).

 SD  Sort-File.
 01  Sort-Record.
     02  Sort-Home-Value           Pic S9(15)V9(04).
     02  Filler                    Pic X(01).
     02  Sort-Feed-Id              Pic X(08).
     02  Filler                    Pic X(01).
     02  Sort-Entry-Type           Pic X(01).
         88  Sort-Reversal-Entry     Value "R".

 FD  Numgreg-File.
 01  Numgreg-Record                Pic X(132).

 01  Grand-Home-Total           Pic S9(15)V9(04) Comp-3 Value 0.

*>
*> Reversed amounts, kept apart from the live totals above.
*>
 01  Field-Reversed-Subtotal    Pic S9(15)V9(04) Comp-3 Value 0.
 01  Field-Reversed-Count       Pic 9(09) Comp Value 0.
 01  Grand-Reversed-Total       Pic S9(15)V9(04) Comp-3 Value 0.
 01  Grand-Reversed-Count       Pic 9(09) Comp Value 0.

 01  Amount-Edit                Pic -(12)9.9999.

*>

     Perform Write-Detail-Line.
     Add 1 To Detail-Line-Count.
     If Sort-Reversal-Entry
        Add Sort-Home-Value To Field-Reversed-Subtotal
                               Grand-Reversed-Total
        Add 1 To Field-Reversed-Count Grand-Reversed-Count
     Else
        Add Sort-Home-Value To Field-Home-Subtotal Grand-Home-Total
        Perform Accumulate-Currency-Subtotal
     End-If.

     Perform Return-Sort-Record.

            " "                   Delimited By Size
            Amount-Edit           Delimited By Size
            Into Report-Line.
     If Sort-Reversal-Entry
        Move "  REVERSED" To Report-Line(97:10)
     End-If.
     Perform Write-Report-Line.

*>-----------------------------------------------------------------
            Amount-Edit          Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.
     If Field-Reversed-Count > 0
        Move Field-Reversed-Subtotal To Amount-Edit
        Move Spaces To Report-Line
        String "  "                 Delimited By Size
               Current-Field-Name   Delimited By Size
               " REVERSED (HOME)      " Delimited By Size
               Amount-Edit          Delimited By Size
               Into Report-Line
        Perform Write-Report-Line
     End-If.
     Move Spaces To Report-Line.
     Perform Write-Report-Line.

     Move 0 To Field-Home-Subtotal Currency-Slot-Count
               Field-Reversed-Subtotal Field-Reversed-Count.

*>-----------------------------------------------------------------
 Write-Currency-Subtotal.
     *> The figure above is the sum of the group ACTUAL (HOME)
     *> totals on Numgrecon's NUMGRPT report - the two documents
     *> must tie to the penny.
     If Grand-Reversed-Count > 0
        Move Grand-Reversed-Total To Amount-Edit
        Move Spaces To Report-Line
        String "GRAND TOTAL REVERSED (HOME)   " Delimited By Size
               Amount-Edit Delimited By Size
               Into Report-Line
        Perform Write-Report-Line
     End-If.

*>-----------------------------------------------------------------
 Write-Page-Heading.
