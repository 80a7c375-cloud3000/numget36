*>                 when every rule passes. Checked in the order
*>                 sign, decimals, zero, minimum, maximum.
*>
*>  Rule-Code      X(04) Returned To The Caller: a stable code
*>                 for the rule Rule-Message words, spaces when
*>                 every rule passes - what goes back to a sender
*>                 on the NUMGACK acknowledgement, where wording
*>                 may change but the code may not:
*>
*>                   BR00  field index not in the table
*>                   BR01  negative not allowed
*>                   BR02  positive not allowed
*>                   BR03  too many decimal places
*>                   BR04  zero not allowed
*>                   BR05  below the field minimum
*>                   BR06  above the field maximum
*>
*>************************************************************

 Environment Division.
 01  Rule-Scaled-Value     Pic S9(15)V9(04) Comp-3.
 01  Rule-Decptr           Pic 9(04) Comp.
 01  Rule-Message          Pic X(40).
 01  Rule-Code             Pic X(04).

 Procedure Division Using Numgfld-Table Rule-Ix
                           Rule-Scaled-Value Rule-Decptr
                           Rule-Message Rule-Code.
*>-----------------------------------------------------------------
 Begin-0000.
     Move Spaces To Rule-Message Rule-Code.

     If Rule-Ix < 1 Or Rule-Ix > Numgfld-Count
        Move "Field index not in the field table" To Rule-Message
        Move "BR00" To Rule-Code
        Go To Normal-End.

     If Numgfld-Sign-Rule(Rule-Ix) = "P"
        And Rule-Scaled-Value < 0
        Move "Negative value not allowed for field"
             To Rule-Message
        Move "BR01" To Rule-Code
        Go To Normal-End.

     If Numgfld-Sign-Rule(Rule-Ix) = "N"
        And Rule-Scaled-Value > 0
        Move "Positive value not allowed for field"
             To Rule-Message
        Move "BR02" To Rule-Code
        Go To Normal-End.

     If Numgfld-Max-Dec-Sw(Rule-Ix) = "Y"
        And Rule-Decptr > Numgfld-Max-Decimals(Rule-Ix)
        Move "Too many decimal places for field"
             To Rule-Message
        Move "BR03" To Rule-Code
        Go To Normal-End.

     If Numgfld-Zero-Ok(Rule-Ix) = "N"
        And Rule-Scaled-Value = 0
        Move "Zero value not allowed for field"
             To Rule-Message
        Move "BR04" To Rule-Code
        Go To Normal-End.

     If Numgfld-Min-Sw(Rule-Ix) = "Y"
        And Rule-Scaled-Value < Numgfld-Min-Value(Rule-Ix)
        Move "Value is below the field minimum"
             To Rule-Message
        Move "BR05" To Rule-Code
        Go To Normal-End.

     If Numgfld-Max-Sw(Rule-Ix) = "Y"
        And Rule-Scaled-Value > Numgfld-Max-Value(Rule-Ix)
        Move "Value exceeds the field maximum"
             To Rule-Message
        Move "BR06" To Rule-Code
        Go To Normal-End.

*>-----------------------------------------------------------------
