*> $title "NUMGXRLD - LOAD THE NUMGXRUL CROSS-FIELD RULE CONTROL FILE"
*> $control Rlfile,list,dynamic,bounds,optfeatures=linkaligned
 Identification Division.
 Program-Id. Numgxrld.
 Author.     Michael Anderson.
 Date-Compiled.

*>************************************************************
*>
*>  Loads the NUMGXRUL control file - the named cross-field
*>  rules the amounts on one NUMGIN transaction must satisfy
*>  between themselves - into the Numgxrl-Table NUMGBATCH and
*>  NUMGFIX share through the Numgxrlrec copybook, resolving
*>  every field name against the Numgfld-Table Numgfldld has
*>  already loaded.
*>
*>  Each NUMGXRUL record defines one rule:
*>
*>    Cols  1-10  Rule name (named on NUMGEXC and the NUMGEMS
*>                ledger; may not repeat a field name)
*>    Col  11     (space)
*>    Col  12     Rule type: "E" = the sum of the terms equals
*>                the result field within the tolerance; "L" =
*>                the sum of the terms does not exceed the result
*>                field by more than the tolerance
*>    Col  13     (space)
*>    Cols 14-23  Result field name
*>    Col  24     (space)
*>    Cols 25-44  Tolerance, a non-negative amount (spaces = 0)
*>    Col  45     (space)
*>    Cols 46-93  Up to four terms, 12 columns each: a sign
*>                ("+", "-", or space for "+"), the field name
*>                in the next 10 columns, then a space
*>
*>  So "NETCHK     E NET        0.01                 +GROSS
*>  -DISCOUNT   +TAX" says GROSS less DISCOUNT plus TAX must
*>  come to NET within a cent, and "DISCLIM    L GROSS ...
*>  +DISCOUNT" says DISCOUNT may not exceed GROSS.
*>
*>  Parameters:
*>
*>  Numgfld-Table     The run's field definitions, already
*>                    loaded (Numgfldrec.cpy).
*>
*>  Numgxrl-Table     The rule table to be filled in, per the
*>                    Numgxrlrec copybook.
*>
*>  Numgxrld-Status   X(02) Returned To The Caller:
*>                    "00"  Loaded from NUMGXRUL.
*>                    "10"  No NUMGXRUL - no cross-field rules.
*>                    "99"  NUMGXRUL is unusable (unknown field,
*>                          bad type or tolerance, blank or
*>                          duplicate rule name, no terms, too
*>                          many rules) - the table must not be
*>                          trusted and the run should stop.
*>
*>************************************************************

 Environment Division.
 Configuration Section.
 Source-Computer. Hp3000.
 Object-Computer. Hp3000.

 Input-Output Section.
 File-Control.
     Select Numgxrul-File Assign To "NUMGXRUL"
                           Organization Is Line Sequential
                           File Status Is Numgxrul-Status.

 Data Division.
 File Section.
 FD  Numgxrul-File.
 01  Numgxrul-Record.
     02  Numgxrul-Rule-Name        Pic X(10).
     02  Filler                    Pic X(01).
     02  Numgxrul-Type             Pic X(01).
     02  Filler                    Pic X(01).
     02  Numgxrul-Result-Field     Pic X(10).
     02  Filler                    Pic X(01).
     02  Numgxrul-Tolerance-X      Pic X(20).
     02  Filler                    Pic X(01).
     02  Numgxrul-Term Occurs 4 Times.
         03  Numgxrul-Term-Sign      Pic X(01).
         03  Numgxrul-Term-Field     Pic X(10).
         03  Filler                  Pic X(01).

 Working-Storage Section.
 01  Numgxrul-Status            Pic X(02) Value "00".
     88  Numgxrul-Not-Found      Values "35" "05".

 01  Numgxrul-Eof-Sw            Pic X Value "N".
     88  Numgxrul-Eof            Value "Y".

 01  Entry-Ix                   Pic 9(04) Comp Value 0.
 01  Check-Ix                   Pic 9(04) Comp Value 0.
 01  Term-Ix                    Pic 9(04) Comp Value 0.
 01  Field-Ix                   Pic 9(04) Comp Value 0.
 01  Lookup-Field-Name          Pic X(10) Value Spaces.

 Linkage Section.

     Copy Numgfldrec.
     Copy Numgxrlrec.
 01  Numgxrld-Status            Pic X(02).

 Procedure Division Using Numgfld-Table Numgxrl-Table
                          Numgxrld-Status.
*>-----------------------------------------------------------------
 Begin-0000.
     Move "00" To Numgxrld-Status.
     Move 0    To Numgxrl-Count.

     Open Input Numgxrul-File.
     If Numgxrul-Not-Found
        Move "10" To Numgxrld-Status
     Else
        If Numgxrul-Status Not = "00"
           Display "NUMGXRLD - ERROR: Unable To Open Numgxrul-File, "
                   "Status " Numgxrul-Status
           Move "99" To Numgxrld-Status
        Else
           Move "N" To Numgxrul-Eof-Sw
           Perform Read-Numgxrul-Record
           Perform Load-One-Rule
              Until Numgxrul-Eof Or Numgxrld-Status = "99"
           Close Numgxrul-File
        End-If
     End-If.

     Goback.

*>-----------------------------------------------------------------
 Load-One-Rule.
     If Numgxrul-Rule-Name = Spaces
        Display "NUMGXRLD - ERROR: NUMGXRUL record with a blank "
                "rule name."
        Move "99" To Numgxrld-Status
     Else
        Perform Check-Duplicate-Rule
        Move Numgxrul-Rule-Name To Lookup-Field-Name
        Perform Find-Field
        If Field-Ix <= Numgfld-Count
           *> The rule name keys its ledger entry where a field
           *> name would - a rule called TAX would share the TAX
           *> field's entry and each would close the other's.
           Display "NUMGXRLD - ERROR: Rule name "
                   Numgxrul-Rule-Name " is also a field name."
           Move "99" To Numgxrld-Status
        End-If
        If Numgxrld-Status Not = "99"
           If Numgxrl-Count >= 20
              Display "NUMGXRLD - ERROR: NUMGXRUL defines more than "
                      "20 rules."
              Move "99" To Numgxrld-Status
           Else
              Add 1 To Numgxrl-Count
              Move Numgxrl-Count To Entry-Ix
              Perform Store-One-Rule
              If Numgxrld-Status = "99"
                 Subtract 1 From Numgxrl-Count
              End-If
           End-If
        End-If
     End-If.

     Perform Read-Numgxrul-Record.

*>-----------------------------------------------------------------
 Store-One-Rule.
     Move Numgxrul-Rule-Name To Numgxrl-Name(Entry-Ix).

     If Numgxrul-Type Not = "E" And "L"
        Display "NUMGXRLD - ERROR: Rule type '" Numgxrul-Type
                "' for rule " Numgxrul-Rule-Name
                " is not E or L."
        Move "99" To Numgxrld-Status
     End-If.
     Move Numgxrul-Type To Numgxrl-Type(Entry-Ix).

     Move Numgxrul-Result-Field To Lookup-Field-Name.
     Perform Find-Field.
     If Field-Ix > Numgfld-Count
        Display "NUMGXRLD - ERROR: Result field "
                Numgxrul-Result-Field " of rule "
                Numgxrul-Rule-Name " is not defined on NUMGFLDS."
        Move "99" To Numgxrld-Status
     Else
        Move Field-Ix To Numgxrl-Result-Ix(Entry-Ix)
     End-If.

     Move 0 To Numgxrl-Tolerance(Entry-Ix).
     If Numgxrul-Tolerance-X Not = Spaces
        If Test-Numval(Numgxrul-Tolerance-X) Not = 0
           Display "NUMGXRLD - ERROR: Tolerance for rule "
                   Numgxrul-Rule-Name " is not a valid number."
           Move "99" To Numgxrld-Status
        Else
           If Numval(Numgxrul-Tolerance-X) < 0
              Display "NUMGXRLD - ERROR: Tolerance for rule "
                      Numgxrul-Rule-Name " is negative."
              Move "99" To Numgxrld-Status
           Else
              Move Numval(Numgxrul-Tolerance-X)
                   To Numgxrl-Tolerance(Entry-Ix)
           End-If
        End-If
     End-If.

     Move 0 To Numgxrl-Term-Count(Entry-Ix).
     Perform Store-One-Term
        Varying Term-Ix From 1 By 1 Until Term-Ix > 4.
     If Numgxrl-Term-Count(Entry-Ix) = 0
        Display "NUMGXRLD - ERROR: Rule " Numgxrul-Rule-Name
                " has no terms."
        Move "99" To Numgxrld-Status
     End-If.

*>-----------------------------------------------------------------
 Store-One-Term.
     If Numgxrul-Term-Field(Term-Ix) Not = Spaces
        If Numgxrul-Term-Sign(Term-Ix) Not = Space And "+" And "-"
           Display "NUMGXRLD - ERROR: Term sign '"
                   Numgxrul-Term-Sign(Term-Ix) "' in rule "
                   Numgxrul-Rule-Name " is not +, - or space."
           Move "99" To Numgxrld-Status
        End-If
        Move Numgxrul-Term-Field(Term-Ix) To Lookup-Field-Name
        Perform Find-Field
        If Field-Ix > Numgfld-Count
           Display "NUMGXRLD - ERROR: Term field "
                   Numgxrul-Term-Field(Term-Ix) " of rule "
                   Numgxrul-Rule-Name " is not defined on NUMGFLDS."
           Move "99" To Numgxrld-Status
        Else
           Add 1 To Numgxrl-Term-Count(Entry-Ix)
           Move Numgxrl-Term-Count(Entry-Ix) To Check-Ix
           If Numgxrul-Term-Sign(Term-Ix) = "-"
              Move "-" To Numgxrl-Term-Sign(Entry-Ix Check-Ix)
           Else
              Move "+" To Numgxrl-Term-Sign(Entry-Ix Check-Ix)
           End-If
           Move Field-Ix To Numgxrl-Term-Ix(Entry-Ix Check-Ix)
        End-If
     End-If.

*>-----------------------------------------------------------------
 Find-Field.
     *>
     *> Leaves Field-Ix on the Numgfld-Table entry named
     *> Lookup-Field-Name, or at Numgfld-Count + 1 when there is
     *> none.
     *>
     Perform Find-Field-Entry Varying Field-Ix From 1 By 1
        Until Field-Ix > Numgfld-Count
           Or Lookup-Field-Name = Numgfld-Name(Field-Ix).

*>-----------------------------------------------------------------
 Find-Field-Entry.
     Continue.

*>-----------------------------------------------------------------
 Check-Duplicate-Rule.
     Perform Check-One-Rule-Name
        Varying Check-Ix From 1 By 1
        Until Check-Ix > Numgxrl-Count Or Numgxrld-Status = "99".

*>-----------------------------------------------------------------
 Check-One-Rule-Name.
     If Numgxrl-Name(Check-Ix) = Numgxrul-Rule-Name
        Display "NUMGXRLD - ERROR: Rule name "
                Numgxrul-Rule-Name " defined twice."
        Move "99" To Numgxrld-Status
     End-If.

*>-----------------------------------------------------------------
 Read-Numgxrul-Record.
     Read Numgxrul-File
        At End
           Set Numgxrul-Eof To True
     End-Read.

 End Program Numgxrld.
