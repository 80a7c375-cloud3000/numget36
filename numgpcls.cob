*> $title "NUMGPCLS - ACCOUNTING PERIOD CLOSE FROM NUMGMST"
*> $control Rlfile,list,dynamic,bounds,optfeatures=linkaligned
 Identification Division.
 Program-Id. Numgpcls.
 Author.     Michael Anderson.
 Date-Compiled.

*>************************************************************
*>
*>  Closes one accounting period - a calendar month, named
*>  yyyymm on the NUMGPRM parameter record - the way month-end
*>  used to be closed by hand from a pile of NUMGRPT and NUMGVRP
*>  printouts. Every NUMGMST master record whose run stamp falls
*>  in the period is totalled by field name, currency code and
*>  feed id; the totals go to a period summary file and a
*>  printed report; and the period is then recorded as closed on
*>  the NUMGPCTL period-control file. From then on the period is
*>  final: NUMGBATCH refuses to change a master record of a
*>  closed period (the change becomes a closed-period exception
*>  for the current period to absorb), and NUMGARCH purges only
*>  records of closed periods.
*>
*>  Reversed master records are no longer live amounts - they
*>  are counted in their group but left out of its totals, the
*>  same line NUMGPRNT and NUMGRECON draw.
*>
*>  Produces three outputs:
*>
*>  NUMGPSyyyymm  The period summary, one record per field
*>            name, currency code and feed id, named for the
*>            period it closes - the figures finance is told
*>            are final.
*>
*>  NUMGPCR   The formatted period-close report: the same
*>            groups with a subtotal per field name and the
*>            period's grand total.
*>
*>  NUMGPCTL  One record appended per period closed (layout in
*>            Numgpcld), created on first use.
*>
*>  The close refuses to run - and closes nothing - when NUMGPRM
*>  names no period or an invalid one, when the period is this
*>  month or later (it is still taking runs), or when NUMGPCTL
*>  shows it closed already. The period is recorded as closed
*>  only after the summary and report are written, so a close
*>  that dies part way leaves the period open to be closed
*>  again. A master record whose run stamp is not a usable date
*>  cannot be placed in any period; it is counted and flagged.
*>
*>************************************************************

 Environment Division.
 Configuration Section.
 Source-Computer. Hp3000.
 Object-Computer. Hp3000.

 Input-Output Section.
 File-Control.
     Select Numgmst-File Assign To "NUMGMST"
                          Organization Is Indexed
                          Access Mode Is Dynamic
                          Record Key Is Numgmst-Key
                          Alternate Record Key Is Numgmst-Amount-Key
                             With Duplicates
                          Alternate Record Key Is Numgmst-Run-Stamp
                             With Duplicates
                          File Status Is Numgmst-Status.

     Select Numgprm-File Assign To "NUMGPRM"
                          Organization Is Line Sequential
                          File Status Is Numgprm-Status.

     Select Numgpctl-File Assign To "NUMGPCTL"
                          Organization Is Line Sequential
                          File Status Is Numgpctl-Status.

     Select Numgpsm-File Assign To Dynamic Summary-File-Name
                          Organization Is Line Sequential
                          File Status Is Numgpsm-Status.

     Select Numgpcr-File Assign To "NUMGPCR"
                          Organization Is Line Sequential
                          File Status Is Numgpcr-Status.

 Data Division.
 File Section.
 FD  Numgmst-File.
     Copy Numgmstrec.

 FD  Numgprm-File.
 01  Numgprm-Record.
     02  Numgprm-Business-Date     Pic X(08).
     02  Filler                    Pic X(24).
     02  Numgprm-Close-Period      Pic X(06).
     *> The accounting period to close, yyyymm - read by this
     *> program only. Named on the parameter record rather than
     *> worked out from the date, because closing the wrong month
     *> cannot be undone by rerunning.
     02  Numgprm-Close-Parts Redefines Numgprm-Close-Period.
         03  Numgprm-Close-Year      Pic X(04).
         03  Numgprm-Close-Month     Pic X(02).

 FD  Numgpctl-File.
 01  Numgpctl-Record.
     02  Numgpctl-Period           Pic X(06).
     02  Filler                    Pic X(01) Value Space.
     02  Numgpctl-Close-Stamp      Pic X(14).
     02  Filler                    Pic X(01) Value Space.
     02  Numgpctl-Record-Count     Pic 9(09).
     02  Filler                    Pic X(01) Value Space.
     02  Numgpctl-Home-Total       Pic S9(15)V9(04).

 FD  Numgpsm-File.
 01  Numgpsm-Record.
     02  Numgpsm-Period            Pic X(06).
     02  Filler                    Pic X(01) Value Space.
     02  Numgpsm-Field-Name        Pic X(10).
     02  Filler                    Pic X(01) Value Space.
     02  Numgpsm-Currency-Code     Pic X(03).
     02  Filler                    Pic X(01) Value Space.
     02  Numgpsm-Feed-Id           Pic X(08).
     02  Filler                    Pic X(01) Value Space.
     02  Numgpsm-Record-Count      Pic 9(09).
     *> Live master records in the group - the ones totalled.
     02  Filler                    Pic X(01) Value Space.
     02  Numgpsm-Reversed-Count    Pic 9(09).
     *> Reversed records in the group, counted but not totalled.
     02  Filler                    Pic X(01) Value Space.
     02  Numgpsm-Scaled-Total      Pic S9(15)V9(04).
     *> In the group's own currency - one currency per group, so
     *> this sum means something.
     02  Filler                    Pic X(01) Value Space.
     02  Numgpsm-Home-Total        Pic S9(15)V9(04).

 FD  Numgpcr-File.
 01  Numgpcr-Record             Pic X(132).

 Working-Storage Section.
 01  Numgmst-Status             Pic X(02) Value "00".
     88  Numgmst-File-Missing    Values "35" "05".
 01  Numgprm-Status             Pic X(02) Value "00".
     88  Numgprm-Not-Found       Values "35" "05".
 01  Numgpctl-Status            Pic X(02) Value "00".
     88  Numgpctl-Not-Found      Values "35" "05".
 01  Numgpsm-Status             Pic X(02) Value "00".
 01  Numgpcr-Status             Pic X(02) Value "00".

 01  Numgmst-Eof-Sw             Pic X Value "N".
     88  Numgmst-Eof             Value "Y".

 01  Summary-File-Name          Pic X(20) Value Spaces.
 01  Run-Stamp                  Pic X(14) Value Spaces.
 01  Current-Period             Pic X(06) Value Spaces.
 01  Close-Period               Pic X(06) Value Spaces.

*>
*> The periods already closed, as loaded from NUMGPCTL by Numgpcld.
*> See Numgpclrec.cpy.
*>
 Copy Numgpclrec.

 01  Numgpcld-Status            Pic X(02) Value Spaces.
 01  Period-Ix                  Pic 9(04) Comp Value 0.

 01  Read-Count                 Pic 9(09) Comp Value 0.
 01  Period-Record-Count        Pic 9(09) Comp Value 0.
 01  Period-Reversed-Count      Pic 9(09) Comp Value 0.
 01  Period-Home-Total          Pic S9(15)V9(04) Comp-3 Value 0.
 01  Bad-Stamp-Count            Pic 9(09) Comp Value 0.
 01  Report-Line-Count          Pic 9(09) Comp Value 0.

*>
*> One entry per field name, currency code and feed id the period
*> holds, kept in that key order by insertion as the master walk
*> (which is transaction-id order) delivers them - the report wants
*> each field's groups together under its subtotal. Unlike an aging
*> listing, a period summary cut short would be a wrong summary, so
*> running out of slots stops the close rather than truncating it.
*>
 01  Group-Table.
     02  Group-Count             Pic 9(04) Comp Value 0.
     02  Group-Entry Occurs 500 Times.
         03  Grp-Key.
             04  Grp-Field-Name      Pic X(10).
             04  Grp-Currency-Code   Pic X(03).
             04  Grp-Feed-Id         Pic X(08).
         03  Grp-Record-Count      Pic 9(09) Comp.
         03  Grp-Reversed-Count    Pic 9(09) Comp.
         03  Grp-Scaled-Total      Pic S9(15)V9(04) Comp-3.
         03  Grp-Home-Total        Pic S9(15)V9(04) Comp-3.

 01  Search-Key.
     02  Search-Field-Name       Pic X(10).
     02  Search-Currency-Code    Pic X(03).
     02  Search-Feed-Id          Pic X(08).

 01  Group-Ix                   Pic 9(04) Comp Value 0.
 01  Shift-Ix                   Pic 9(04) Comp Value 0.

 01  Subtotal-Field-Name        Pic X(10) Value Spaces.
 01  Subtotal-Record-Count      Pic 9(09) Comp Value 0.
 01  Subtotal-Home-Total        Pic S9(15)V9(04) Comp-3 Value 0.

 01  Tally-Edit                 Pic Z(08)9.
 01  Amount-Edit                Pic -(15)9.9999.

 01  Report-Line                Pic X(132) Value Spaces.

*>
*> Linkage-shaped working storage used to CALL Numglog with, to
*> stamp this run's start and end onto the common run history.
*>
 Copy Numglogrec.

 Procedure Division.
*>-----------------------------------------------------------------
 Begin-0000.
     Perform Initialization.
     Perform Summarize-Master-Record Until Numgmst-Eof.
     Perform Write-Period-Summary.
     Perform Write-Period-Report.
     Perform Record-Period-Closed.
     Perform Termination.
     Stop Run.

*>-----------------------------------------------------------------
 Initialization.
     Perform Log-Run-Start.

     Move Current-Date(1:14) To Run-Stamp.
     Move Run-Stamp(1:6)     To Current-Period.

     Perform Read-Numgprm-Period.
     If Close-Period = Spaces
        Display "NUMGPCLS - ERROR: No period to close on the "
                "NUMGPRM parameter record - the close refuses "
                "to guess. Run abandoned."
        Perform Abort-Run
     End-If.
     If Close-Period Not < Current-Period
        Display "NUMGPCLS - REFUSED: Period " Close-Period
                " is still taking runs - only a month before "
                Current-Period " can be closed."
        Move 8 To Return-Code
        Perform Abort-Run
     End-If.

     Call "Numgpcld" Using Numgpcl-Table Numgpcld-Status.
     If Numgpcld-Status = "99"
        Display "NUMGPCLS - ERROR: NUMGPCTL period-control file "
                "is unusable - run abandoned."
        Perform Abort-Run
     End-If.
     Perform Find-Period-Entry
        Varying Period-Ix From 1 By 1
        Until Period-Ix > Numgpcl-Count
           Or Numgpcl-Period(Period-Ix) = Close-Period.
     If Period-Ix <= Numgpcl-Count
        Display "NUMGPCLS - REFUSED: Period " Close-Period
                " was closed at " Numgpcl-Close-Stamp(Period-Ix)
                " - its totals are already final."
        Move 8 To Return-Code
        Perform Abort-Run
     End-If.

     Open Input Numgmst-File.
     If Numgmst-File-Missing
        Display "NUMGPCLS - WARNING: No NUMGMST master file - the "
                "period closes with no records."
        Move "99" To Numgmst-Status
        Set Numgmst-Eof To True
     Else
        If Numgmst-Status Not = "00"
           Display "NUMGPCLS - ERROR: Unable To Open Numgmst-File, "
                   "Status " Numgmst-Status
           Perform Abort-Run
        End-If
        Move Low-Values To Numgmst-Key
        Start Numgmst-File Key Not < Numgmst-Key
           Invalid Key
              Set Numgmst-Eof To True
        End-Start
        If Not Numgmst-Eof
           Perform Read-Next-Master
        End-If
     End-If.

     String "NUMGPS"     Delimited By Size
            Close-Period Delimited By Size
            Into Summary-File-Name.
     Open Output Numgpsm-File.
     If Numgpsm-Status Not = "00"
        Display "NUMGPCLS - ERROR: Unable To Open Summary File "
                Summary-File-Name ", Status " Numgpsm-Status
        Perform Abort-Run
     End-If.
     Open Output Numgpcr-File.
     If Numgpcr-Status Not = "00"
        Display "NUMGPCLS - ERROR: Unable To Open Numgpcr-File, "
                "Status " Numgpcr-Status
        Perform Abort-Run
     End-If.
     Display "NUMGPCLS - Closing period " Close-Period
             ", summary to " Summary-File-Name ".".

*>-----------------------------------------------------------------
 Read-Numgprm-Period.
     Open Input Numgprm-File.
     If Numgprm-Not-Found
        Continue
     Else
        If Numgprm-Status Not = "00"
           Display "NUMGPCLS - ERROR: Unable To Open Numgprm-File, "
                   "Status " Numgprm-Status
           Perform Abort-Run
        End-If
        Read Numgprm-File
           At End
              Continue
           Not At End
              If Numgprm-Close-Period Not = Spaces
                 If Numgprm-Close-Year Is Numeric
                    And Numgprm-Close-Month Is Numeric
                    And Numgprm-Close-Month >= "01"
                    And Numgprm-Close-Month <= "12"
                    Move Numgprm-Close-Period To Close-Period
                 Else
                    Display "NUMGPCLS - ERROR: Close period '"
                            Numgprm-Close-Period "' on NUMGPRM "
                            "is not a valid yyyymm."
                 End-If
              End-If
        End-Read
        Close Numgprm-File
     End-If.

*>-----------------------------------------------------------------
 Find-Period-Entry.
     Continue.

*>-----------------------------------------------------------------
 Log-Run-Start.
     Move Spaces     To Numglog-Request.
     Move "NUMGPCLS" To Numglog-Req-Program.
     Move "S"        To Numglog-Req-Event.
     Move 0          To Numglog-Req-Read
                        Numglog-Req-Written
                        Numglog-Req-Exceptions
                        Numglog-Req-Return-Code.
     Call "Numglog" Using Numglog-Request.

*>-----------------------------------------------------------------
 Log-Run-End.
     Move Spaces     To Numglog-Request.
     Move "NUMGPCLS" To Numglog-Req-Program.
     Move "E"        To Numglog-Req-Event.
     Move Read-Count      To Numglog-Req-Read.
     Move Group-Count     To Numglog-Req-Written.
     Move Bad-Stamp-Count To Numglog-Req-Exceptions.
     Move Return-Code     To Numglog-Req-Return-Code.
     Call "Numglog" Using Numglog-Request.
     *> A CALL leaves the callee's RETURN-CODE (zero) in the
     *> register - put the step's own code back so STOP RUN
     *> still hands the scheduler the value just logged.
     Move Numglog-Req-Return-Code To Return-Code.

*>-----------------------------------------------------------------
 Abort-Run.
     *>
     *> Common exit for every unrecoverable error: make sure the
     *> step ends with a non-zero return code the scheduler can
     *> see, and stamp the end of run onto NUMGLOG before dying.
     *>
     If Return-Code = 0
        Move 12 To Return-Code
     End-If.
     Perform Log-Run-End.
     Stop Run.

*>-----------------------------------------------------------------
 Summarize-Master-Record.
     Add 1 To Read-Count.
     If Numgmst-Run-Stamp(1:6) Not Numeric
        Add 1 To Bad-Stamp-Count
        Display "NUMGPCLS - WARNING: Record " Numgmst-Key
                " has an unusable run stamp '" Numgmst-Run-Stamp
                "' - it belongs to no period."
     Else
        If Numgmst-Run-Stamp(1:6) = Close-Period
           Perform Tally-Group
        End-If
     End-If.
     Perform Read-Next-Master.

*>-----------------------------------------------------------------
 Tally-Group.
     Move Numgmst-Field-Name    To Search-Field-Name.
     Move Numgmst-Currency-Code To Search-Currency-Code.
     Move Numgmst-Feed-Id       To Search-Feed-Id.
     Perform Find-Group-Slot Varying Group-Ix From 1 By 1
        Until Group-Ix > Group-Count
           Or Grp-Key(Group-Ix) Not < Search-Key.

     If Group-Ix > Group-Count Or Grp-Key(Group-Ix) Not = Search-Key
        If Group-Count >= 500
           Display "NUMGPCLS - ERROR: More than 500 field/currency/"
                   "feed groups in period " Close-Period
                   " - the summary would be incomplete. Period "
                   "not closed."
           Perform Abort-Run
        End-If
        Perform Shift-Group-Entry
           Varying Shift-Ix From Group-Count By -1
           Until Shift-Ix < Group-Ix
        Add 1 To Group-Count
        Move Search-Key To Grp-Key(Group-Ix)
        Move 0 To Grp-Record-Count(Group-Ix)
                  Grp-Reversed-Count(Group-Ix)
                  Grp-Scaled-Total(Group-Ix)
                  Grp-Home-Total(Group-Ix)
     End-If.

     If Numgmst-Reversed
        Add 1 To Grp-Reversed-Count(Group-Ix)
        Add 1 To Period-Reversed-Count
     Else
        Add 1 To Grp-Record-Count(Group-Ix)
        Add Numgmst-Scaled-Value To Grp-Scaled-Total(Group-Ix)
        Add Numgmst-Home-Value   To Grp-Home-Total(Group-Ix)
        Add 1 To Period-Record-Count
        Add Numgmst-Home-Value   To Period-Home-Total
     End-If.

*>-----------------------------------------------------------------
 Find-Group-Slot.
     Continue.

*>-----------------------------------------------------------------
 Shift-Group-Entry.
     Move Group-Entry(Shift-Ix) To Group-Entry(Shift-Ix + 1).

*>-----------------------------------------------------------------
 Read-Next-Master.
     Read Numgmst-File Next
        At End
           Set Numgmst-Eof To True
     End-Read.
     If Not Numgmst-Eof And Numgmst-Status Not = "00"
        *> Never an end of file - a period summary cut short would
        *> be a wrong summary, locked in for good by the close.
        Display "NUMGPCLS - ERROR: Read Of Numgmst-File Failed, "
                "Status " Numgmst-Status
        Perform Abort-Run
     End-If.

*>-----------------------------------------------------------------
 Write-Period-Summary.
     Perform Write-One-Summary-Record
        Varying Group-Ix From 1 By 1 Until Group-Ix > Group-Count.

*>-----------------------------------------------------------------
 Write-One-Summary-Record.
     Move Spaces                       To Numgpsm-Record.
     Move Close-Period                 To Numgpsm-Period.
     Move Grp-Field-Name(Group-Ix)     To Numgpsm-Field-Name.
     Move Grp-Currency-Code(Group-Ix)  To Numgpsm-Currency-Code.
     Move Grp-Feed-Id(Group-Ix)        To Numgpsm-Feed-Id.
     Move Grp-Record-Count(Group-Ix)   To Numgpsm-Record-Count.
     Move Grp-Reversed-Count(Group-Ix) To Numgpsm-Reversed-Count.
     Move Grp-Scaled-Total(Group-Ix)   To Numgpsm-Scaled-Total.
     Move Grp-Home-Total(Group-Ix)     To Numgpsm-Home-Total.
     Write Numgpsm-Record.
     If Numgpsm-Status Not = "00"
        Display "NUMGPCLS - ERROR: Write To Summary File Failed, "
                "Status " Numgpsm-Status
        Perform Abort-Run
     End-If.

*>-----------------------------------------------------------------
 Write-Period-Report.
     Move Spaces To Report-Line.
     String "NUMGPCLS  PERIOD CLOSE REPORT        PERIOD "
            Delimited By Size
            Close-Period Delimited By Size
            "   CLOSED " Delimited By Size
            Run-Stamp Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.
     Move Spaces To Report-Line.
     Perform Write-Report-Line.

     If Group-Count = 0
        Move "NO MASTER RECORDS IN THE PERIOD" To Report-Line
        Perform Write-Report-Line
     Else
        Move Spaces         To Report-Line
        Move "FIELD"        To Report-Line(1:5)
        Move "CCY"          To Report-Line(12:3)
        Move "FEED"         To Report-Line(16:4)
        Move "RECORDS"      To Report-Line(27:7)
        Move "REVERSED"     To Report-Line(36:8)
        Move "SCALED TOTAL" To Report-Line(55:12)
        Move "HOME TOTAL"   To Report-Line(78:10)
        Perform Write-Report-Line
        Move Grp-Field-Name(1) To Subtotal-Field-Name
        Move 0 To Subtotal-Record-Count Subtotal-Home-Total
        Perform Write-One-Group-Line
           Varying Group-Ix From 1 By 1 Until Group-Ix > Group-Count
        Perform Write-Field-Subtotal
     End-If.

     Move Spaces To Report-Line.
     Perform Write-Report-Line.
     Move Spaces To Report-Line.
     Move "PERIOD TOTAL" To Report-Line(1:12).
     Move Period-Record-Count To Tally-Edit.
     Move Tally-Edit To Report-Line(25:9).
     Move Period-Reversed-Count To Tally-Edit.
     Move Tally-Edit To Report-Line(35:9).
     Move Period-Home-Total To Amount-Edit.
     Move Amount-Edit To Report-Line(67:21).
     Perform Write-Report-Line.

     If Bad-Stamp-Count > 0
        Move Bad-Stamp-Count To Tally-Edit
        Move Spaces To Report-Line
        String Tally-Edit Delimited By Size
               " MASTER RECORDS WITH UNUSABLE RUN STAMPS BELONG TO "
               Delimited By Size
               "NO PERIOD AND ARE NOT IN THESE TOTALS"
               Delimited By Size
               Into Report-Line
        Perform Write-Report-Line
     End-If.

*>-----------------------------------------------------------------
 Write-One-Group-Line.
     If Grp-Field-Name(Group-Ix) Not = Subtotal-Field-Name
        Perform Write-Field-Subtotal
        Move Grp-Field-Name(Group-Ix) To Subtotal-Field-Name
        Move 0 To Subtotal-Record-Count Subtotal-Home-Total
     End-If.
     Add Grp-Record-Count(Group-Ix) To Subtotal-Record-Count.
     Add Grp-Home-Total(Group-Ix)   To Subtotal-Home-Total.

     Move Spaces To Report-Line.
     Move Grp-Field-Name(Group-Ix)    To Report-Line(1:10).
     Move Grp-Currency-Code(Group-Ix) To Report-Line(12:3).
     Move Grp-Feed-Id(Group-Ix)       To Report-Line(16:8).
     Move Grp-Record-Count(Group-Ix)  To Tally-Edit.
     Move Tally-Edit                  To Report-Line(25:9).
     Move Grp-Reversed-Count(Group-Ix) To Tally-Edit.
     Move Tally-Edit                  To Report-Line(35:9).
     Move Grp-Scaled-Total(Group-Ix)  To Amount-Edit.
     Move Amount-Edit                 To Report-Line(46:21).
     Move Grp-Home-Total(Group-Ix)    To Amount-Edit.
     Move Amount-Edit                 To Report-Line(67:21).
     Perform Write-Report-Line.

*>-----------------------------------------------------------------
 Write-Field-Subtotal.
     *> Home currency only - the field's groups can be in several
     *> currencies, and their own-currency totals do not add.
     Move Spaces To Report-Line.
     String "  TOTAL " Delimited By Size
            Subtotal-Field-Name Delimited By Size
            Into Report-Line.
     Move Subtotal-Record-Count To Tally-Edit.
     Move Tally-Edit To Report-Line(25:9).
     Move Subtotal-Home-Total To Amount-Edit.
     Move Amount-Edit To Report-Line(67:21).
     Perform Write-Report-Line.
     Move Spaces To Report-Line.
     Perform Write-Report-Line.

*>-----------------------------------------------------------------
 Write-Report-Line.
     Write Numgpcr-Record From Report-Line.
     Add 1 To Report-Line-Count.
     If Numgpcr-Status Not = "00"
        Display "NUMGPCLS - ERROR: Write To Numgpcr-File Failed, "
                "Status " Numgpcr-Status
        Perform Abort-Run
     End-If.

*>-----------------------------------------------------------------
 Record-Period-Closed.
     *>
     *> Last of all, once the figures are safely out: this record
     *> is what locks the period against NUMGBATCH and releases it
     *> to NUMGARCH. Appended across runs and created on first use,
     *> the same Extend-then-Output idiom as the NUMGJRN journal.
     *>
     Open Extend Numgpctl-File.
     If Numgpctl-Not-Found
        Open Output Numgpctl-File
     End-If.
     If Numgpctl-Status Not = "00"
        Display "NUMGPCLS - ERROR: Unable To Open Numgpctl-File, "
                "Status " Numgpctl-Status " - period " Close-Period
                " NOT closed."
        Perform Abort-Run
     End-If.
     Move Spaces              To Numgpctl-Record.
     Move Close-Period        To Numgpctl-Period.
     Move Run-Stamp           To Numgpctl-Close-Stamp.
     Move Period-Record-Count To Numgpctl-Record-Count.
     Move Period-Home-Total   To Numgpctl-Home-Total.
     Write Numgpctl-Record.
     If Numgpctl-Status Not = "00"
        Display "NUMGPCLS - ERROR: Write To Numgpctl-File Failed, "
                "Status " Numgpctl-Status " - period " Close-Period
                " NOT closed."
        Perform Abort-Run
     End-If.
     Close Numgpctl-File.

*>-----------------------------------------------------------------
 Termination.
     If Numgmst-Status Not = "99"
        Close Numgmst-File
     End-If.
     Close Numgpsm-File Numgpcr-File.

     Move Period-Home-Total To Amount-Edit.
     Display "NUMGPCLS - Period " Close-Period " CLOSED.".
     Display "NUMGPCLS - Master Records Read:  " Read-Count.
     Display "NUMGPCLS - In The Period (Live): " Period-Record-Count.
     Display "NUMGPCLS - In The Period (Rev.): " Period-Reversed-Count.
     Display "NUMGPCLS - Period Home Total:    " Amount-Edit.
     Display "NUMGPCLS - Unusable Run Stamps:  " Bad-Stamp-Count.

     If Bad-Stamp-Count > 0
        *> Records no period accounts for - the same needs-a-human
        *> signal NUMGARCH raises for them.
        Move 4 To Return-Code
     End-If.

     Perform Log-Run-End.

 End Program Numgpcls.
