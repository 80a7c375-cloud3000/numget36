*> $title "NUMGSIGN - OPERATOR SIGN-ON AGAINST THE NUMGUSR FILE"
*> $control Rlfile,list,dynamic,bounds,optfeatures=linkaligned
 Identification Division.
 Program-Id. Numgsign.
 Author.     Michael Anderson.
 Date-Compiled.

*>************************************************************
*>
*>  Signs an operator on for the calling program: checks the
*>  operator id (and, at a terminal, the password) against the
*>  NUMGUSR operator file and hands back the operator's name
*>  and roles in the Numgsgnrec request block.
*>
*>  Each NUMGUSR record, one per operator:
*>
*>    Cols  1-8   Operator id
*>    Col   9     (space)
*>    Cols 10-17  Password
*>    Col  18     (space)
*>    Cols 19-22  Roles, one column each, blank where not held:
*>                "I" inquiry, "C" correct, "W" write-off,
*>                "P" purge - "ICWP" holds all four, "I   "
*>                inquiry only
*>    Col  23     (space)
*>    Col  24     "A" active; anything else (normally "S") is
*>                suspended and cannot sign on
*>    Col  25     (space)
*>    Cols 26-55  Operator name
*>
*>  NUMGUSR holds passwords and must be readable by the suite
*>  and its security administrator only.
*>
*>  Parameters:
*>
*>  Numgsign-Request  Per the Numgsgnrec copybook. The caller
*>                    sets the program name and the mode (and
*>                    for mode "B" the operator id); the rest
*>                    comes back filled in.
*>
*>  A refused sign-on is displayed with the id tried - never
*>  the password - so the console log shows who was turned
*>  away and from which program.
*>
*>************************************************************

 Environment Division.
 Configuration Section.
 Source-Computer. Hp3000.
 Object-Computer. Hp3000.

 Input-Output Section.
 File-Control.
     Select Numgusr-File Assign To "NUMGUSR"
                          Organization Is Line Sequential
                          File Status Is Numgusr-Status.

 Data Division.
 File Section.
 FD  Numgusr-File.
 01  Numgusr-Record.
     02  Numgusr-Operator-Id       Pic X(08).
     02  Filler                    Pic X(01).
     02  Numgusr-Password          Pic X(08).
     02  Filler                    Pic X(01).
     02  Numgusr-Roles.
         03  Numgusr-Inquiry-Role    Pic X(01).
         03  Numgusr-Correct-Role    Pic X(01).
         03  Numgusr-Writeoff-Role   Pic X(01).
         03  Numgusr-Purge-Role      Pic X(01).
     02  Filler                    Pic X(01).
     02  Numgusr-Status-Code       Pic X(01).
         88  Numgusr-Active          Value "A".
     02  Filler                    Pic X(01).
     02  Numgusr-Operator-Name     Pic X(30).

 Working-Storage Section.
 01  Numgusr-Status             Pic X(02) Value "00".
     88  Numgusr-Not-Found       Values "35" "05".

 01  Numgusr-Eof-Sw             Pic X Value "N".
     88  Numgusr-Eof             Value "Y".

 01  Signon-Attempt             Pic 9(04) Comp Value 0.
 01  Signon-Id                  Pic X(08) Value Spaces.
 01  Signon-Password            Pic X(08) Value Spaces.
 01  Operator-Found-Sw          Pic X Value "N".
     88  Operator-Found          Value "Y".

 Linkage Section.

     Copy Numgsgnrec.

 Procedure Division Using Numgsign-Request.
*>-----------------------------------------------------------------
 Begin-0000.
     Move "10"   To Numgsign-Status.
     Move Spaces To Numgsign-Operator-Name Numgsign-Roles.

     If Numgsign-Batch
        Move Numgsign-Operator-Id To Signon-Id
        Move Spaces               To Signon-Password
        Perform Check-Operator
     Else
        Move Spaces To Numgsign-Operator-Id
        Move 0 To Signon-Attempt
        Perform Prompt-For-Signon
           Until Numgsign-Status Not = "10"
              Or Signon-Attempt >= 3
     End-If.

     If Numgsign-Status = "10"
        Display Trim(Numgsign-Program)
                " - SIGN-ON REFUSED for operator '" Signon-Id "'."
     End-If.

     Goback.

*>-----------------------------------------------------------------
 Prompt-For-Signon.
     Add 1 To Signon-Attempt.
     Display Trim(Numgsign-Program) " - Operator id:".
     Move Spaces To Signon-Id.
     Accept Signon-Id From Console.
     Display Trim(Numgsign-Program) " - Password:".
     Move Spaces To Signon-Password.
     Accept Signon-Password From Console.
     Perform Check-Operator.
     If Numgsign-Status = "10" And Signon-Attempt < 3
        Display Trim(Numgsign-Program)
                " - Operator id or password not recognized - "
                "try again."
     End-If.

*>-----------------------------------------------------------------
 Check-Operator.
     *>
     *> NUMGUSR is read afresh for each try, so a security
     *> administrator's change takes effect at the next sign-on
     *> without anything being reloaded.
     *>
     Move "N" To Operator-Found-Sw Numgusr-Eof-Sw.
     Open Input Numgusr-File.
     If Numgusr-Not-Found
        Display Trim(Numgsign-Program)
                " - ERROR: No NUMGUSR operator file - no operator "
                "can be signed on."
        Move "99" To Numgsign-Status
     Else
        If Numgusr-Status Not = "00"
           Display Trim(Numgsign-Program)
                   " - ERROR: Unable To Open Numgusr-File, Status "
                   Numgusr-Status
           Move "99" To Numgsign-Status
        Else
           Perform Read-Numgusr-Record
           Perform Find-Operator
              Until Numgusr-Eof Or Operator-Found
           Close Numgusr-File
        End-If
     End-If.

     If Operator-Found
        If Numgusr-Active
           And (Numgsign-Batch Or Numgusr-Password = Signon-Password)
           And Signon-Id Not = Spaces
           Move Numgusr-Operator-Id    To Numgsign-Operator-Id
           Move Numgusr-Operator-Name  To Numgsign-Operator-Name
           Move Numgusr-Roles          To Numgsign-Roles
           Move "00"                   To Numgsign-Status
        End-If
     End-If.

*>-----------------------------------------------------------------
 Find-Operator.
     If Numgusr-Operator-Id = Signon-Id
        Set Operator-Found To True
     Else
        Perform Read-Numgusr-Record
     End-If.

*>-----------------------------------------------------------------
 Read-Numgusr-Record.
     Read Numgusr-File
        At End
           Set Numgusr-Eof To True
     End-Read.

 End Program Numgsign.
