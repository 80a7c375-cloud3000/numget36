      *> $title "NUMGXRLREC - CROSS-FIELD RULE DEFINITIONS FROM NUMGXRUL"
      *>
      *>************************************************************
      *>
      *>  The cross-field rules a NUMGIN transaction must satisfy,
      *>  as loaded from the NUMGXRUL control file by Numgxrld. The
      *>  per-field rules on Numgfld-Table judge each amount on its
      *>  own; these judge the amounts on one transaction against
      *>  each other - GROSS less DISCOUNT plus TAX must come to
      *>  NET, a DISCOUNT may not exceed its GROSS.
      *>
      *>  Each rule adds up its signed terms and compares the sum
      *>  with its result field:
      *>
      *>    "E"  the sum must equal the result field, give or take
      *>         the tolerance
      *>    "L"  the sum must not exceed the result field by more
      *>         than the tolerance
      *>
      *>  Field names are resolved against Numgfld-Table at load
      *>  time, so the entries carry field-table indexes - the
      *>  same positions Numgxvlrec's values are held at. The
      *>  checks themselves live in Numgxchk, which NUMGBATCH and
      *>  NUMGFIX both CALL so a correction can never pass a rule
      *>  the batch would fail.
      *>
      *>************************************************************
      01  Numgxrl-Table.
          02  Numgxrl-Count            Pic 9(04) Comp.
          02  Numgxrl-Entry Occurs 20 Times.
              03  Numgxrl-Name           Pic X(10).
              *> Names the rule on NUMGEXC and keys its NUMGEMS
              *> ledger entry in the field-name position - never
              *> the same as a field name.
              03  Numgxrl-Type           Pic X(01).
              03  Numgxrl-Result-Ix      Pic 9(04) Comp.
              03  Numgxrl-Tolerance      Pic S9(15)V9(04) Comp-3.
              03  Numgxrl-Term-Count     Pic 9(04) Comp.
              03  Numgxrl-Term Occurs 4 Times.
                  04  Numgxrl-Term-Sign    Pic X(01).
                  *> "+" adds the field into the sum, "-"
                  *> subtracts it.
                  04  Numgxrl-Term-Ix      Pic 9(04) Comp.
