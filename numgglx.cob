*>  posts DR, negative posts CR, the amount itself carried
*>  unsigned on the line).
*>
*>  Reversal rows (a sender's cancellation of an earlier night's
*>  transaction, tagged "R" on NUMGOUT) are summarized apart from
*>  the conversions into their own reversing line per field and
*>  currency: the cancelled amounts in home currency, posted with
*>  the opposite sign to the original posting (an original DR
*>  comes back CR), so the pair nets to zero in the ledger.
*>
*>  Produces one output:
*>
*>  NUMGGL    The posting file: a batch header carrying the
*>            business date (from NUMGPRM, the same expected
*>            date the batch verified) and this run's stamp,
*>            the posting lines ("P"), the reversing lines
*>            ("R"), and a batch trailer carrying
*>            the line count and the signed net total - the
*>            figures the ledger's own balancing check proves
*>            the file whole against.
     02  Numgout-Home-Value        Pic S9(15)V9(04).
     02  Filler                    Pic X(01).
     02  Numgout-Feed-Id           Pic X(08).
     02  Filler                    Pic X(01).
     02  Numgout-Entry-Type        Pic X(01).
         88  Numgout-Reversal-Entry  Value "R".

 FD  Numgprm-File.
 01  Numgprm-Record.
 01  Unposted-Count             Pic 9(09) Comp Value 0.
 01  Net-Posting-Total          Pic S9(15)V9(04) Comp-3 Value 0.
 01  Posting-Amount             Pic S9(15)V9(04) Comp-3 Value 0.
 01  Posting-Rec-Type           Pic X(01) Value Space.

*>
*> One entry per amount field defined for the run, each broken out
             04  Slot-Currency-Code    Pic X(03).
             04  Slot-Home-Total       Pic S9(15)V9(04) Comp-3 Value 0.
             04  Slot-Row-Count        Pic 9(09) Comp Value 0.
             04  Slot-Reversal-Total   Pic S9(15)V9(04) Comp-3 Value 0.
             04  Slot-Reversal-Count   Pic 9(09) Comp Value 0.

 01  Group-Ix                   Pic 9(04) Comp Value 0.
 01  Slot-Ix                    Pic 9(04) Comp Value 0.
                To Slot-Currency-Code(Group-Ix, Slot-Ix)
           Move 0 To Slot-Home-Total(Group-Ix, Slot-Ix)
                     Slot-Row-Count(Group-Ix, Slot-Ix)
                     Slot-Reversal-Total(Group-Ix, Slot-Ix)
                     Slot-Reversal-Count(Group-Ix, Slot-Ix)
        Else
           Add 1 To Unposted-Count
           Display "NUMGGLX - WARNING: More than 6 currencies in "
     End-If.

     If Slot-Ix > 0
        If Numgout-Reversal-Entry
           Add Numgout-Home-Value
              To Slot-Reversal-Total(Group-Ix, Slot-Ix)
           Add 1 To Slot-Reversal-Count(Group-Ix, Slot-Ix)
        Else
           Add Numgout-Home-Value
              To Slot-Home-Total(Group-Ix, Slot-Ix)
           Add 1 To Slot-Row-Count(Group-Ix, Slot-Ix)
        End-If
     End-If.

*>-----------------------------------------------------------------

*>-----------------------------------------------------------------
 Write-One-Posting.
     *> A slot only reversals landed in has no conversion to post.
     If Slot-Row-Count(Group-Ix, Slot-Ix) > 0
        Move Slot-Home-Total(Group-Ix, Slot-Ix) To Posting-Amount
        Move "P" To Posting-Rec-Type
        Perform Write-Posting-Line
     End-If.

     *> The reversing entry: the cancelled amounts with the sign
     *> turned round, so the original posting nets to zero.
     If Slot-Reversal-Count(Group-Ix, Slot-Ix) > 0
        Compute Posting-Amount =
                Slot-Reversal-Total(Group-Ix, Slot-Ix) * -1
        Move "R" To Posting-Rec-Type
        Perform Write-Posting-Line
     End-If.

*>-----------------------------------------------------------------
 Write-Posting-Line.
     Move Spaces                        To Numggl-Record.
     Move Posting-Rec-Type              To Numggl-Rec-Type.
     Move Posting-Group-Name(Group-Ix)  To Numggl-Field-Name.
     Move Slot-Currency-Code(Group-Ix, Slot-Ix)
          To Numggl-Currency-Code.
