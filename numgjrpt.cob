*>  gives the live master. An inquiry writes no NUMGLOG history
*>  of its own, the same reasoning as NUMGLIST.
*>
*>  A value replaced by a NUMGFIX correction shows the operator
*>  who keyed it; one replaced by a NUMGREVL revaluation shows
*>  the operator who authorized the rate fix. The session opens
*>  with an operator sign-on against NUMGUSR (through Numgsign);
*>  only an operator holding the inquiry role gets past it.
*>
*>************************************************************

 Environment Division.
                          Organization Is Indexed
                          Access Mode Is Dynamic
                          Record Key Is Numgmst-Key
                          Alternate Record Key Is Numgmst-Amount-Key
                             With Duplicates
                          Alternate Record Key Is Numgmst-Run-Stamp
                             With Duplicates
                          File Status Is Numgmst-Status.

 Data Division.
         03  Hist-Home-Value       Pic S9(15)V9(04).
         03  Hist-Run-Stamp        Pic X(14).
         03  Hist-Replaced-By      Pic X(14).
         03  Hist-Operator-Id      Pic X(08).
         03  Hist-Replaced-Source  Pic X(01).
             88  Hist-Revalued       Value "V".

 01  History-Overflow-Count     Pic 9(09) Comp Value 0.
 01  Hist-Ix                    Pic 9(04) Comp Value 0.
     02  Put-Comma-Switch       Pic X.
     02  Put-Sign-Switch        Pic X.

*>
*> Linkage-shaped working storage used to CALL Numgsign with, to
*> sign the operator on.
*>
 Copy Numgsgnrec.

 Procedure Division.
*>-----------------------------------------------------------------
 Begin-0000.

*>-----------------------------------------------------------------
 Initialization.
     Perform Sign-On-Operator.

     Move "Y" To Put-Comma-Switch.
     Move "N" To Put-Sign-Switch.

        Perform Prompt-For-Tran-Id
     End-If.

*>-----------------------------------------------------------------
 Sign-On-Operator.
     Move "NUMGJRPT" To Numgsign-Program.
     Move "I"        To Numgsign-Mode.
     Call "Numgsign" Using Numgsign-Request.
     If Not Numgsign-Signed-On
        Display "NUMGJRPT - Inquiry refused - no operator signed on."
        Move 8 To Return-Code
        Stop Run
     End-If.
     If Not Numgsign-May-Inquire
        Display "NUMGJRPT - Operator " Numgsign-Operator-Id
                " does not hold the inquiry role - inquiry refused."
        Move 8 To Return-Code
        Stop Run
     End-If.

*>-----------------------------------------------------------------
 Open-Master-File.
     *>
           Move Numgjrn-Home-Value  To Hist-Home-Value(History-Count)
           Move Numgjrn-Run-Stamp   To Hist-Run-Stamp(History-Count)
           Move Numgjrn-Replaced-By To Hist-Replaced-By(History-Count)
           Move Numgjrn-Operator-Id To Hist-Operator-Id(History-Count)
           Move Numgjrn-Replaced-Source
                To Hist-Replaced-Source(History-Count)
           Perform Note-Field-Name
        Else
           Add 1 To History-Overflow-Count
     Display "NUMGJRPT -     written by run "
             Hist-Run-Stamp(Hist-Ix)
             ", replaced by run " Hist-Replaced-By(Hist-Ix) ".".
     Evaluate True
        When Hist-Operator-Id(Hist-Ix) = Spaces
           Continue
        When Hist-Revalued(Hist-Ix)
           Display "NUMGJRPT -     replaced by a revaluation run "
                   "by operator " Hist-Operator-Id(Hist-Ix) "."
        When Other
           Display "NUMGJRPT -     replaced by a correction keyed "
                   "by operator " Hist-Operator-Id(Hist-Ix) "."
     End-Evaluate.

*>-----------------------------------------------------------------
 Show-Current-Values.
             " " Numgmst-Currency-Code
             " Home " Home-Value-Edit
             " written by run " Numgmst-Run-Stamp ".".
     If Numgmst-Reversed
        Display "NUMGJRPT -     REVERSED by run "
                Numgmst-Reversal-Stamp " - cancelled, not live."
     End-If.

*>-----------------------------------------------------------------
 Reconstruct-As-Of.
