*> $title "NUMGXCHK - CROSS-FIELD RULE CHECK OF ONE TRANSACTION"
*> $control Rlfile,list,dynamic,bounds,optfeatures=linkaligned
 Identification Division.
 Program-Id. Numgxchk.
 Author.     Michael Anderson.
 Date-Compiled.

*>************************************************************
*>
*>  Applies one NUMGXRUL cross-field rule (see Numgxrlrec.cpy
*>  and the NUMGXRUL layout in Numgxrld) to the amounts of one
*>  transaction. Numgrule says whether each amount is sensible
*>  for its own field; this routine says whether the amounts
*>  agree with each other - a record whose GROSS less DISCOUNT
*>  plus TAX does not come to its NET passes every per-field
*>  rule and is still wrong.
*>
*>  CALLed by NUMGBATCH once per rule after all of a record's
*>  fields have converted, and by NUMGFIX before accepting a
*>  correction to any field a rule involves, so a correction
*>  can never leave a transaction out of balance.
*>
*>  Parameters:
*>
*>  Numgxrl-Table  The run's cross-field rules (Numgxrlrec.cpy).
*>
*>  Xchk-Rule-Ix   9(4) Comp index of the rule to apply.
*>
*>  Numgxvl-Table  The transaction's amounts by field-table
*>                 position, each marked usable or not
*>                 (Numgxvlrec.cpy).
*>
*>  Xchk-Judged-Sw X(01) Returned To The Caller: "Y" when the
*>                 rule was applied, "N" when one of its fields
*>                 had no usable amount - an unjudged rule has
*>                 neither passed nor failed.
*>
*>  Xchk-Difference  S9(15)V9(04) Comp-3 Returned To The Caller:
*>                 the sum of the terms less the result field -
*>                 how far out the transaction is.
*>
*>  Xchk-Message   X(40) Returned To The Caller: the rule broken,
*>                 in English and by name, or spaces when it
*>                 passes or was not judged.
*>
*>  Xchk-Code      X(04) Returned To The Caller: a stable code
*>                 for Xchk-Message, spaces when it passes - the
*>                 code NUMGACK returns to the sender:
*>
*>                   XR00  rule index not in the rule table
*>                   XR01  sum does not equal the result field
*>                   XR02  sum exceeds the result field
*>
*>************************************************************

 Environment Division.
 Configuration Section.
 Source-Computer. Hp3000.
 Object-Computer. Hp3000.
 Data Division.
 Working-Storage Section.
 01  Term-Ix                Pic 9(04) Comp Value 0.
 01  Value-Ix               Pic 9(04) Comp Value 0.
 01  Term-Sum               Pic S9(16)V9(04) Comp-3 Value 0.
 01  Distance               Pic S9(16)V9(04) Comp-3 Value 0.

 Linkage Section.

     Copy Numgxrlrec.
 01  Xchk-Rule-Ix          Pic 9(04) Comp.
     Copy Numgxvlrec.
 01  Xchk-Judged-Sw        Pic X(01).
 01  Xchk-Difference       Pic S9(15)V9(04) Comp-3.
 01  Xchk-Message          Pic X(40).
 01  Xchk-Code             Pic X(04).

 Procedure Division Using Numgxrl-Table Xchk-Rule-Ix
                           Numgxvl-Table Xchk-Judged-Sw
                           Xchk-Difference
                           Xchk-Message Xchk-Code.
*>-----------------------------------------------------------------
 Begin-0000.
     Move Spaces To Xchk-Message Xchk-Code.
     Move "N"    To Xchk-Judged-Sw.
     Move 0      To Xchk-Difference.

     If Xchk-Rule-Ix < 1 Or Xchk-Rule-Ix > Numgxrl-Count
        Move "Rule index not in the rule table" To Xchk-Message
        Move "XR00" To Xchk-Code
        Go To Normal-End.

     Move Numgxrl-Result-Ix(Xchk-Rule-Ix) To Value-Ix.
     If Not Numgxvl-Usable(Value-Ix)
        Go To Normal-End.

     Move 0   To Term-Sum.
     Move "Y" To Xchk-Judged-Sw.
     Perform Add-One-Term
        Varying Term-Ix From 1 By 1
        Until Term-Ix > Numgxrl-Term-Count(Xchk-Rule-Ix).
     If Xchk-Judged-Sw Not = "Y"
        Go To Normal-End.

     Move Numgxrl-Result-Ix(Xchk-Rule-Ix) To Value-Ix.
     Compute Distance = Term-Sum - Numgxvl-Value(Value-Ix).
     Compute Xchk-Difference = Distance
        On Size Error
           Move 0 To Xchk-Difference
     End-Compute.

     If Numgxrl-Type(Xchk-Rule-Ix) = "L"
        If Distance > Numgxrl-Tolerance(Xchk-Rule-Ix)
           String "Rule "                     Delimited By Size
                  Numgxrl-Name(Xchk-Rule-Ix)  Delimited By Space
                  " limit exceeded"           Delimited By Size
                  Into Xchk-Message
           Move "XR02" To Xchk-Code
        End-If
        Go To Normal-End.

     If Distance < 0
        Compute Distance = Distance * -1
     End-If.
     If Distance > Numgxrl-Tolerance(Xchk-Rule-Ix)
        String "Rule "                     Delimited By Size
               Numgxrl-Name(Xchk-Rule-Ix)  Delimited By Space
               " out of balance"           Delimited By Size
               Into Xchk-Message
        Move "XR01" To Xchk-Code
     End-If.
     Go To Normal-End.

*>-----------------------------------------------------------------
 Add-One-Term.
     Move Numgxrl-Term-Ix(Xchk-Rule-Ix Term-Ix) To Value-Ix.
     If Not Numgxvl-Usable(Value-Ix)
        Move "N" To Xchk-Judged-Sw
     Else
        If Numgxrl-Term-Sign(Xchk-Rule-Ix Term-Ix) = "-"
           Subtract Numgxvl-Value(Value-Ix) From Term-Sum
        Else
           Add Numgxvl-Value(Value-Ix) To Term-Sum
        End-If
     End-If.

*>-----------------------------------------------------------------
 Normal-End.
     Goback.

 End Program Numgxchk.
