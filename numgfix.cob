*>  to the operator before moving on, the same distinction the
*>  batch run itself draws between negative and positive codes.
*>
*>  A correction must also leave its transaction in balance:
*>  before one is accepted, every NUMGXRUL cross-field rule the
*>  field takes part in is re-checked through Numgxchk, with the
*>  transaction's other amounts read from the NUMGMST master as
*>  they stand - so a fix to TAX cannot leave GROSS less
*>  DISCOUNT plus TAX short of NET. An exception for a broken
*>  cross-field rule names the rule, not a field; the operator
*>  says which of the rule's fields is wrong and keys its value,
*>  and the resubmission carries that field alone.
*>
*>  The session opens with an operator sign-on against NUMGUSR
*>  (through Numgsign), and offers only what the operator's
*>  roles allow: keying corrections needs the correct role,
*>  writing a ledger entry off the write-off role, and an
*>  operator holding neither is turned away. The operator id
*>  goes on every NUMGEMS write-off and on the header of every
*>  NUMGRES bracket, from where NUMGBATCH stamps it on the
*>  NUMGJRN before-images the corrections replace.
*>
*>************************************************************

 Environment Division.
                          Record Key Is Numgems-Key
                          File Status Is Numgems-Status.

     Select Numgmst-File Assign To "NUMGMST"
                          Organization Is Indexed
                          Access Mode Is Random
                          Record Key Is Numgmst-Key
                          Alternate Record Key Is Numgmst-Amount-Key
                             With Duplicates
                          Alternate Record Key Is Numgmst-Run-Stamp
                             With Duplicates
                          File Status Is Numgmst-Status.

 Data Division.
 File Section.
 FD  Numgexc-File.
     02  Numgexc-Rule-Message      Pic X(40).
     02  Filler                    Pic X(01).
     02  Numgexc-Feed-Id           Pic X(08).
     02  Filler                    Pic X(01).
     02  Numgexc-Reason-Code       Pic X(04).

 FD  Numgprm-File.
 01  Numgprm-Record.
     02  Filler                            Pic X(01).
     02  Numgres-Feed-Id                   Pic X(08).
     02  Numgres-Business-Date             Pic X(08).
     02  Filler                            Pic X(01).
     02  Numgres-Operator-Id               Pic X(08).
 01  Numgres-Trailer-Layout.
     02  Filler                            Pic X(01).
     02  Numgres-Trailer-Count             Pic 9(09).
     *> NUMGBATCH and NUMGAGE through the Numgemsrec copybook.
     Copy Numgemsrec.

 FD  Numgmst-File.
     *> The converted-results master, read only - the amounts a
     *> correction is balanced against. Layout shared through the
     *> Numgmstrec copybook.
     Copy Numgmstrec.

 Working-Storage Section.
 01  Numgexc-Status             Pic X(02) Value "00".
     88  Numgexc-Not-Found       Values "35" "05".
     88  Numgems-File-Missing    Values "35" "05".
     88  Numgems-Key-Not-Found    Value "23".

 01  Numgmst-Status             Pic X(02) Value "00".
     88  Numgmst-Key-Not-Found    Value "23".

 01  Ledger-Usable-Sw           Pic X Value "Y".
     88  Ledger-Usable           Value "Y", False "N".
 01  Master-Usable-Sw           Pic X Value "N".
     88  Master-Usable           Value "Y", False "N".

 01  Writeoff-Count             Pic 9(09) Comp Value 0.
 01  Writeoff-Reason            Pic X(40) Value Spaces.
 01  Field-Ix                    Pic 9(04) Comp Value 0.
 01  Found-Field-Ix              Pic 9(04) Comp Value 0.

*>
*> The field a correction is for - the exception's own field, or
*> for a broken cross-field rule, whichever of the rule's fields
*> the operator names.
*>
 01  Correction-Field-Name       Pic X(10) Value Spaces.
 01  Cross-Rule-Exception-Sw     Pic X Value "N".
     88  Cross-Rule-Exception     Value "Y".

*>
*> The cross-field rules, loaded from NUMGXRUL by Numgxrld, and the
*> transaction's amounts a correction is balanced against. See
*> Numgxrlrec.cpy and Numgxvlrec.cpy.
*>
 Copy Numgxrlrec.

 Copy Numgxvlrec.

 01  Numgxrld-Status             Pic X(02) Value Spaces.
 01  Xrule-Ix                    Pic 9(04) Comp Value 0.
 01  Term-Ix                     Pic 9(04) Comp Value 0.
 01  Master-Feed-Id              Pic X(08) Value Spaces.
 01  Rule-Involves-Sw            Pic X Value "N".
     88  Rule-Involves-Field      Value "Y".

*>
*> Scaled value of a validated correction, derived from Num36 and
*> Decptr the same two-step way NUMGBATCH's Process-One-Field does
*> Linkage-shaped working storage used to CALL Numgrule with.
*>
 01  Call-Rule-Message           Pic X(40) Value Spaces.
 01  Call-Rule-Code              Pic X(04) Value Spaces.

*>
*> Linkage-shaped working storage used to CALL Numgxchk with.
*>
 01  Call-Xrule-Judged-Sw        Pic X(01) Value Space.
     88  Call-Xrule-Judged        Value "Y".
 01  Call-Xrule-Difference       Pic S9(15)V9(04) Comp-3 Value 0.
 01  Call-Xrule-Message          Pic X(40) Value Spaces.
 01  Call-Xrule-Code             Pic X(04) Value Spaces.

*>
*> Linkage-shaped working storage used to CALL Numglog with, to
*>
 Copy Numglogrec.

*>
*> Linkage-shaped working storage used to CALL Numgsign with, to
*> sign the operator on and learn what they may do this session.
*>
 Copy Numgsgnrec.

*>
*> Linkage-shaped working storage used to CALL Numget36 with.
*>
 Initialization.
     Perform Log-Run-Start.

     Perform Sign-On-Operator.

     Call "Numgfldld" Using Numgfld-Table Numgfldld-Status.
     If Numgfldld-Status = "99"
        Display "NUMGFIX - ERROR: NUMGFLDS control file is "
        Perform Abort-Run
     End-If.

     Call "Numgxrld" Using Numgfld-Table Numgxrl-Table
                           Numgxrld-Status.
     If Numgxrld-Status = "99"
        Display "NUMGFIX - ERROR: NUMGXRUL control file is "
                "unusable - run abandoned."
        Perform Abort-Run
     End-If.
     If Numgxrl-Count > 0
        Perform Open-Master-File
     End-If.

     *> The ledger is opened whether or not tonight produced a
     *> NUMGEXC - direct write-offs by key work off the NUMGAGE
     *> aging report, not the nightly listing.
        Perform Read-Numgexc-Record
     End-If.

*>-----------------------------------------------------------------
 Sign-On-Operator.
     Move "NUMGFIX" To Numgsign-Program.
     Move "I"       To Numgsign-Mode.
     Call "Numgsign" Using Numgsign-Request.
     If Not Numgsign-Signed-On
        Display "NUMGFIX - Session refused - no operator signed on."
        Move 8 To Return-Code
        Perform Abort-Run
     End-If.
     If Not Numgsign-May-Correct And Not Numgsign-May-Write-Off
        Display "NUMGFIX - Operator " Numgsign-Operator-Id
                " holds neither the correct nor the write-off "
                "role - session refused."
        Move 8 To Return-Code
        Perform Abort-Run
     End-If.
     Display "NUMGFIX - Signed on: " Numgsign-Operator-Id " "
             Numgsign-Operator-Name.

*>-----------------------------------------------------------------
 Open-Exception-Ledger.
     *>
                "unavailable this session."
     End-If.

*>-----------------------------------------------------------------
 Open-Master-File.
     *>
     *> Read only, and only for the cross-field re-check. Without
     *> it the corrections still validate field by field, and the
     *> resubmission run will judge the balance - but the operator
     *> is told the check cannot be made here.
     *>
     Open Input Numgmst-File.
     If Numgmst-Status = "00"
        Set Master-Usable To True
     Else
        Display "NUMGFIX - WARNING: Unable To Open Numgmst-File, "
                "Status " Numgmst-Status " - cross-field rules "
                "cannot be re-checked this session."
     End-If.

*>-----------------------------------------------------------------
 Read-Resubmit-Date.
     *>
     Move "H"                    To Numgres-Rec-Type.
     Move Current-Res-Feed-Id    To Numgres-Feed-Id.
     Move Resubmit-Business-Date To Numgres-Business-Date.
     Move Numgsign-Operator-Id   To Numgres-Operator-Id.
     Perform Write-Numgres-Record.
     Move 0 To Bracket-Count Resubmit-Hash-Total.
     Set Bracket-Open To True.
     *> NUMGOUT row already exists, so resubmitting a "correction"
     *> of it would convert the same amount twice. Those rows are
     *> shown and passed by without prompting.
     Move Numgexc-Field-Name To Correction-Field-Name.
     Move "N" To Cross-Rule-Exception-Sw.
     If Numgexc-Reason-Code(1:2) = "XR"
        Set Cross-Rule-Exception To True
        Display "NUMGFIX -   Out by:    " Numgexc-Numeric-String
     End-If.

     Move Numval(Numgexc-Editerror) To Exception-Editerror.
     Evaluate True
        When Numgexc-Reason-Code = "PC01"
           *> The master record is in a closed period and keeps its
           *> value whatever is resubmitted - a correction here
           *> would only be refused again. The change is made as an
           *> adjustment in the current period, and the ledger
           *> entry written off by key below once it has been.
           Display "NUMGFIX - Closed period - nothing to resubmit. "
                   "Adjust in the current period and write the "
                   "ledger entry off by key."
           Add 1 To Informational-Count
        When Exception-Editerror < 0
         Or Numgexc-Rule-Message Not = Spaces
           Set Correction-Open To True
           Perform Prompt-For-Correction Until Not Correction-Open
           Evaluate True
              When Correction-Accepted
                 Perform Write-Resubmission-Record
              When Correction-Written-Off
                 Add 1 To Writeoff-Count
              When Other
                 Add 1 To Skipped-Count
           End-Evaluate
        When Other
           Display "NUMGFIX - Informational only - value already "
                   "converted, nothing to correct."
           Add 1 To Informational-Count
     End-Evaluate.

     Perform Read-Numgexc-Record.

*>-----------------------------------------------------------------
 Prompt-For-Correction.
     If Cross-Rule-Exception
        Display "NUMGFIX - Enter the field to correct (S to skip, "
                "W to write off):"
     Else
        Display "NUMGFIX - Enter corrected value (S to skip, W to "
                "write off):"
     End-If.
     Move Spaces To Operator-Reply.
     Accept Operator-Reply From Console.

     Evaluate True
        When Skip-Requested
           Set Correction-Skipped To True
        When Writeoff-Requested And Not Numgsign-May-Write-Off
           Display "NUMGFIX - Operator " Numgsign-Operator-Id
                   " does not hold the write-off role - S skips "
                   "instead."
        When Writeoff-Requested
           Perform Write-Off-Exception
        When Not Numgsign-May-Correct
           Display "NUMGFIX - Operator " Numgsign-Operator-Id
                   " does not hold the correct role - W writes "
                   "off, S skips."
        When Cross-Rule-Exception
           Perform Prompt-For-Rule-Field
        When Other
           Move Operator-Reply To Corrected-Value
           Perform Validate-Correction
     End-Evaluate.

*>-----------------------------------------------------------------
 Prompt-For-Rule-Field.
     *>
     *> The rule names no one field - the operator says which of
     *> its fields the sender got wrong, and keys that field's
     *> value. A field outside the rule cannot put it right.
     *>
     Move Operator-Reply To Correction-Field-Name.
     Move 0 To Found-Field-Ix.
     Perform Find-Field-Parse-Mode
        Varying Field-Ix From 1 By 1 Until Field-Ix > Numgfld-Count.
     Perform Find-Rule-Entry
        Varying Xrule-Ix From 1 By 1
        Until Xrule-Ix > Numgxrl-Count
           Or Numgxrl-Name(Xrule-Ix) = Numgexc-Field-Name.
     If Found-Field-Ix > 0 And Xrule-Ix <= Numgxrl-Count
        Perform Check-Rule-Involvement
     Else
        Move "N" To Rule-Involves-Sw
     End-If.

     If Not Rule-Involves-Field
        Display "NUMGFIX - " Correction-Field-Name " is not a field "
                "of rule " Numgexc-Field-Name " - try again."
     Else
        Display "NUMGFIX - Enter corrected value for "
                Correction-Field-Name ":"
        Move Spaces To Operator-Reply
        Accept Operator-Reply From Console
        Move Operator-Reply To Corrected-Value
        Perform Validate-Correction
     End-If.

*>-----------------------------------------------------------------
 Find-Rule-Entry.
     Continue.

*>-----------------------------------------------------------------
 Write-Off-Exception.
     *>

        Move "W"             To Numgems-Status-Code
        Move Writeoff-Reason To Numgems-Writeoff-Reason
        Move Numgsign-Operator-Id To Numgems-Writeoff-Operator
        Move Current-Date(1:14) To Writeoff-Stamp
        Move Writeoff-Stamp  To Numgems-Close-Stamp
        Rewrite Numgems-Record
     *> by key - which is exactly how the NUMGAGE aging report
     *> presents it.
     *>
     If Ledger-Usable And Numgsign-May-Write-Off
        Display " "
        Display "NUMGFIX - Write off a ledger entry by key (Y/N)?"
        Move Space To Direct-Writeoff-Reply
        End-If
        Call "Numgrule" Using Numgfld-Table Found-Field-Ix
                              Fix-Scaled-Value Call-Decptr
                              Call-Rule-Message Call-Rule-Code
        If Call-Rule-Message = Spaces And Numgxrl-Count > 0
           Perform Check-Correction-Cross-Rules
        End-If
     End-If.

*>-----------------------------------------------------------------
 Check-Correction-Cross-Rules.
     *>
     *> The transaction as it will stand once the correction lands:
     *> the corrected amount in its own place, every other amount
     *> as the master holds it - the same picture NUMGBATCH checks
     *> when the resubmission comes through. The first rule broken
     *> is reported the way a broken field rule is.
     *>
     Move Numgexc-Feed-Id To Master-Feed-Id.
     If Master-Feed-Id = Spaces
        Move "NUMGFIX" To Master-Feed-Id
     End-If.
     Perform Load-Master-Amount
        Varying Field-Ix From 1 By 1 Until Field-Ix > Numgfld-Count.
     Move "Y"              To Numgxvl-Usable-Sw(Found-Field-Ix).
     Move Fix-Scaled-Value To Numgxvl-Value(Found-Field-Ix).

     Perform Check-One-Correction-Rule
        Varying Xrule-Ix From 1 By 1
        Until Xrule-Ix > Numgxrl-Count
           Or Call-Rule-Message Not = Spaces.

*>-----------------------------------------------------------------
 Load-Master-Amount.
     Move "N" To Numgxvl-Usable-Sw(Field-Ix).
     Move 0   To Numgxvl-Value(Field-Ix).
     If Master-Usable
        Move Numgexc-Tran-Id        To Numgmst-Tran-Id
        Move Master-Feed-Id         To Numgmst-Feed-Id
        Move Numgfld-Name(Field-Ix) To Numgmst-Field-Name
        Read Numgmst-File
        If Numgmst-Status = "00"
           If Numgmst-Editerror >= 0 And Not Numgmst-Reversed
              Move "Y"                  To Numgxvl-Usable-Sw(Field-Ix)
              Move Numgmst-Scaled-Value To Numgxvl-Value(Field-Ix)
           End-If
        Else
           If Not Numgmst-Key-Not-Found
              Display "NUMGFIX - ERROR: Read Of Numgmst-File "
                      "Failed, Status " Numgmst-Status
              Perform Abort-Run
           End-If
        End-If
     End-If.

*>-----------------------------------------------------------------
 Check-One-Correction-Rule.
     Perform Check-Rule-Involvement.
     If Rule-Involves-Field
        Call "Numgxchk" Using Numgxrl-Table Xrule-Ix Numgxvl-Table
                              Call-Xrule-Judged-Sw
                              Call-Xrule-Difference
                              Call-Xrule-Message Call-Xrule-Code
        If Call-Xrule-Message Not = Spaces
           Move Call-Xrule-Message To Call-Rule-Message
           Move Call-Xrule-Code    To Call-Rule-Code
        Else
           If Not Call-Xrule-Judged
              Display "NUMGFIX - Note: rule " Numgxrl-Name(Xrule-Ix)
                      " not checked - the transaction's other "
                      "amounts are not all on the master."
           End-If
        End-If
     End-If.

*>-----------------------------------------------------------------
 Check-Rule-Involvement.
     *>
     *> Sets Rule-Involves-Field when the field at Found-Field-Ix
     *> is the result or one of the terms of rule Xrule-Ix.
     *>
     Move "N" To Rule-Involves-Sw.
     If Numgxrl-Result-Ix(Xrule-Ix) = Found-Field-Ix
        Set Rule-Involves-Field To True
     End-If.
     Perform Check-One-Term-Involvement
        Varying Term-Ix From 1 By 1
        Until Term-Ix > Numgxrl-Term-Count(Xrule-Ix).

*>-----------------------------------------------------------------
 Check-One-Term-Involvement.
     If Numgxrl-Term-Ix(Xrule-Ix Term-Ix) = Found-Field-Ix
        Set Rule-Involves-Field To True
     End-If.

*>-----------------------------------------------------------------
 Find-Field-Parse-Mode.
     If Trim(Correction-Field-Name) = Trim(Numgfld-Name(Field-Ix))
        Move Numgfld-Parse-Mode(Field-Ix) To Call-Parse-Mode
        Move Field-Ix                     To Found-Field-Ix
     End-If.
        Perform Write-Numgres-Record
     Else
        Display "NUMGFIX - WARNING: Field name "
                Correction-Field-Name " is not defined in the field "
                "table - exception skipped."
        Add 1 To Skipped-Count
     End-If.
     *> records to zero, undoing the very results the correction
     *> is being resubmitted to fix.
     *>
     If Trim(Correction-Field-Name) = Trim(Numgfld-Name(Field-Ix))
        Move Corrected-Value
             To Numgres-Record(Numgfld-Offset(Field-Ix):36)
        Set Value-Placed To True
     If Ledger-Usable
        Close Numgems-File
     End-If.
     If Master-Usable
        Close Numgmst-File
     End-If.
     Display " ".
     Display "NUMGFIX - Exceptions Presented:  " Exception-Read-Count.
     Display "NUMGFIX - Corrections Written:   " Correction-Write-Count.
