*> $title "NUMGPCLD - LOAD THE NUMGPCTL CLOSED-PERIOD CONTROL FILE"
*> $control Rlfile,list,dynamic,bounds,optfeatures=linkaligned
 Identification Division.
 Program-Id. Numgpcld.
 Author.     Michael Anderson.
 Date-Compiled.

*>************************************************************
*>
*>  Loads the NUMGPCTL period-control file - one record per
*>  accounting period NUMGPCLS has closed - into the Numgpcl-
*>  Table NUMGBATCH, NUMGARCH and NUMGPCLS share through the
*>  Numgpclrec copybook.
*>
*>  Each NUMGPCTL record, as NUMGPCLS appends it:
*>
*>    Cols  1-6   Period closed, yyyymm
*>    Col   7     (space)
*>    Cols  8-21  Close stamp - when NUMGPCLS closed it
*>    Col  22     (space)
*>    Cols 23-31  Master records summarized for the period
*>    Col  32     (space)
*>    Cols 33-51  The period's home-currency total,
*>                S9(15)V9(04)
*>
*>  Parameters:
*>
*>  Numgpcl-Table     The closed-period table to be filled in,
*>                    per the Numgpclrec copybook.
*>
*>  Numgpcld-Status   X(02) Returned To The Caller:
*>                    "00"  Loaded from NUMGPCTL.
*>                    "10"  No NUMGPCTL - no period has ever been
*>                          closed.
*>                    "99"  NUMGPCTL is unusable (a period that is
*>                          not a valid yyyymm, a period closed
*>                          twice, too many periods) - the table
*>                          must not be trusted and the run should
*>                          stop.
*>
*>************************************************************

 Environment Division.
 Configuration Section.
 Source-Computer. Hp3000.
 Object-Computer. Hp3000.

 Input-Output Section.
 File-Control.
     Select Numgpctl-File Assign To "NUMGPCTL"
                          Organization Is Line Sequential
                          File Status Is Numgpctl-Status.

 Data Division.
 File Section.
 FD  Numgpctl-File.
 01  Numgpctl-Record.
     02  Numgpctl-Period           Pic X(06).
     02  Numgpctl-Period-Parts Redefines Numgpctl-Period.
         03  Numgpctl-Year           Pic X(04).
         03  Numgpctl-Month          Pic X(02).
     02  Filler                    Pic X(01).
     02  Numgpctl-Close-Stamp      Pic X(14).
     02  Filler                    Pic X(01).
     02  Numgpctl-Record-Count     Pic 9(09).
     02  Filler                    Pic X(01).
     02  Numgpctl-Home-Total       Pic S9(15)V9(04).

 Working-Storage Section.
 01  Numgpctl-Status            Pic X(02) Value "00".
     88  Numgpctl-Not-Found      Values "35" "05".

 01  Numgpctl-Eof-Sw            Pic X Value "N".
     88  Numgpctl-Eof            Value "Y".

 01  Check-Ix                   Pic 9(04) Comp Value 0.

 Linkage Section.

     Copy Numgpclrec.
 01  Numgpcld-Status            Pic X(02).

 Procedure Division Using Numgpcl-Table Numgpcld-Status.
*>-----------------------------------------------------------------
 Begin-0000.
     Move "00" To Numgpcld-Status.
     Move 0    To Numgpcl-Count.

     Open Input Numgpctl-File.
     If Numgpctl-Not-Found
        Move "10" To Numgpcld-Status
     Else
        If Numgpctl-Status Not = "00"
           Display "NUMGPCLD - ERROR: Unable To Open Numgpctl-File, "
                   "Status " Numgpctl-Status
           Move "99" To Numgpcld-Status
        Else
           Move "N" To Numgpctl-Eof-Sw
           Perform Read-Numgpctl-Record
           Perform Load-One-Period
              Until Numgpctl-Eof Or Numgpcld-Status = "99"
           Close Numgpctl-File
        End-If
     End-If.

     Goback.

*>-----------------------------------------------------------------
 Load-One-Period.
     If Numgpctl-Year Not Numeric
        Or Numgpctl-Month Not Numeric
        Or Numgpctl-Month < "01" Or Numgpctl-Month > "12"
        Display "NUMGPCLD - ERROR: NUMGPCTL period '"
                Numgpctl-Period "' is not a valid yyyymm."
        Move "99" To Numgpcld-Status
     Else
        Perform Check-One-Period
           Varying Check-Ix From 1 By 1
           Until Check-Ix > Numgpcl-Count Or Numgpcld-Status = "99"
        If Numgpcld-Status Not = "99"
           If Numgpcl-Count >= 240
              Display "NUMGPCLD - ERROR: NUMGPCTL holds more than "
                      "240 closed periods."
              Move "99" To Numgpcld-Status
           Else
              Add 1 To Numgpcl-Count
              Move Numgpctl-Period
                   To Numgpcl-Period(Numgpcl-Count)
              Move Numgpctl-Close-Stamp
                   To Numgpcl-Close-Stamp(Numgpcl-Count)
           End-If
        End-If
     End-If.

     Perform Read-Numgpctl-Record.

*>-----------------------------------------------------------------
 Check-One-Period.
     *> NUMGPCLS refuses to close a period twice, so a repeat can
     *> only be a hand edit - which the file is not to have.
     If Numgpcl-Period(Check-Ix) = Numgpctl-Period
        Display "NUMGPCLD - ERROR: Period " Numgpctl-Period
                " is closed twice on NUMGPCTL."
        Move "99" To Numgpcld-Status
     End-If.

*>-----------------------------------------------------------------
 Read-Numgpctl-Record.
     Read Numgpctl-File
        At End
           Set Numgpctl-Eof To True
     End-Read.

 End Program Numgpcld.
