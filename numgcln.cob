*>  The header's business date comes from NUMGPRM like every
*>  other step, or today's date when no parameter file exists.
*>
*>  The operator may also name a run date, to regenerate only
*>  what the runs of that day wrote - the night a bad feed was
*>  corrected, say. Those records are found through the
*>  master's run-stamp alternate key rather than a pass over
*>  the whole master, then SORTed back into master key order
*>  so each transaction's amounts still come together into one
*>  detail record. Uses NUMGWRK as the SORT work file.
*>
*>  Produces two outputs:
*>
*>  NUMGCLO   The regenerated, certified-clean NUMGIN-format
                          Organization Is Indexed
                          Access Mode Is Dynamic
                          Record Key Is Numgmst-Key
                          Alternate Record Key Is Numgmst-Amount-Key
                             With Duplicates
                          Alternate Record Key Is Numgmst-Run-Stamp
                             With Duplicates
                          File Status Is Numgmst-Status.

     Select Numgclo-File Assign To "NUMGCLO"
                          Organization Is Line Sequential
                          File Status Is Numgprm-Status.

     Select Sort-File    Assign To "NUMGWRK".

 Data Division.
 File Section.
 FD  Numgmst-File.
 01  Numgprm-Record.
     02  Numgprm-Business-Date     Pic X(08).

 SD  Sort-File.
 01  Sort-Record.
     *> A whole Numgmst-Record, sorted on the master key.
     02  Sort-Key                  Pic X(30).
     02  Sort-Body                 Pic X(182).

 Working-Storage Section.
 01  Numgmst-Status             Pic X(02) Value "00".
     88  Numgmst-File-Missing    Values "35" "05".
     88  Numgmst-Io-Ok           Values "00" "02".
     *> "02" is a good READ with more records under the same
     *> alternate key - the normal case when a run-date selection
     *> reads the run-stamp key, not an end of file.
 01  Numgclo-Status             Pic X(02) Value "00".
 01  Numgclr-Status             Pic X(02) Value "00".
 01  Numgprm-Status             Pic X(02) Value "00".
 01  Numgmst-Eof-Sw             Pic X Value "N".
     88  Numgmst-Eof             Value "Y".

 01  Sort-Input-Sw              Pic X Value "N".
     88  Reading-Sort-File       Value "Y".

 01  Feed-Filter                Pic X(08) Value Spaces.
 01  Run-Date-Filter            Pic X(08) Value Spaces.
 01  Output-Feed-Id             Pic X(08) Value Spaces.
 01  Business-Date              Pic X(08) Value Spaces.

*>-----------------------------------------------------------------
 Begin-0000.
     Perform Initialization.
     If Run-Date-Filter = Spaces Or Numgmst-Eof
        Perform Process-Master-Records Until Numgmst-Eof
     Else
        Sort Sort-File On Ascending Key Sort-Key
             Input Procedure Is Select-Run-Date-Records
             Output Procedure Is Process-Sorted-Records
     End-If.
     Perform Termination.
     Stop Run.

        Move Feed-Filter To Output-Feed-Id
     End-If.

     Display "NUMGCLN - Enter run date yyyymmdd to regenerate "
             "(spaces for every date):".
     Move Spaces To Run-Date-Filter.
     Accept Run-Date-Filter From Console.
     If Run-Date-Filter Not = Spaces
        And Run-Date-Filter Not Numeric
        Display "NUMGCLN - REFUSED: Run date '" Run-Date-Filter
                "' is not a date yyyymmdd."
        Move 8 To Return-Code
        Perform Abort-Run
     End-If.

     *> Comma-free, sign-trailing-nowhere editing: the cleanest
     *> string that still reads back through Numget36 to exactly
     *> the master's Num36/Decptr.
                   "Status " Numgmst-Status
           Perform Abort-Run
        End-If
        If Run-Date-Filter = Spaces
           Move Low-Values To Numgmst-Key
           Start Numgmst-File Key Not < Numgmst-Key
              Invalid Key
                 Set Numgmst-Eof To True
           End-Start
        Else
           *> Straight to the first record stamped on the date.
           Move Low-Values      To Numgmst-Run-Stamp
           Move Run-Date-Filter To Numgmst-Run-Stamp(1:8)
           Start Numgmst-File Key Not < Numgmst-Run-Stamp
              Invalid Key
                 Set Numgmst-Eof To True
           End-Start
        End-If
        If Not Numgmst-Eof
           Perform Read-Next-Master
        End-If
     Perform Log-Run-End.
     Stop Run.

*>-----------------------------------------------------------------
 Select-Run-Date-Records.
     Perform Release-Master-Record Until Numgmst-Eof.

*>-----------------------------------------------------------------
 Release-Master-Record.
     Release Sort-Record From Numgmst-Record.
     Perform Read-Next-Master.

*>-----------------------------------------------------------------
 Process-Sorted-Records.
     Move "N" To Numgmst-Eof-Sw.
     Set Reading-Sort-File To True.
     Perform Read-Next-Master.
     Perform Process-Master-Records Until Numgmst-Eof.

*>-----------------------------------------------------------------
 Process-Master-Records.
     Add 1 To Master-Read-Count.
*>-----------------------------------------------------------------
 Place-Master-Value.
     Move Numgmst-Editerror To Master-Editerror.
     Evaluate True
        When Numgmst-Reversed
           *> The sender withdrew the transaction - the master
           *> keeps it for the record, but it is not a live amount.
           Move "Reversed by the sender - not a live amount"
                To Call-Error-Message
           Perform Write-Exclusion-Line
        When Master-Editerror < 0
           *> Still a hard rejection on the master - never
           *> corrected.  Only certified values leave the shop.
           Call "Numerrmsg" Using Master-Editerror
                                  Call-Error-Message
           Perform Write-Exclusion-Line
        When Other
           Move 0 To Found-Field-Ix
           Perform Find-Field-Entry
              Varying Field-Ix From 1 By 1
              Until Field-Ix > Numgfld-Count
           If Found-Field-Ix = 0
              Move "Field name not in the NUMGFLDS table - nowhere to place it"
                   To Call-Error-Message
              Perform Write-Exclusion-Line
           Else
              Perform Edit-Master-Amount
              If Put-Editerror Not = 0
                 Move "Numput36 could not edit the converted value"
                      To Call-Error-Message
                 Perform Write-Exclusion-Line
              Else
                 Move Put-Edited-String
                      To Numgclo-Record
                         (Numgfld-Offset(Found-Field-Ix):36)
                 Set Value-Placed To True
                 Add 1 To Placed-Count
              End-If
           End-If
     End-Evaluate.

*>-----------------------------------------------------------------
 Find-Field-Entry.

*>-----------------------------------------------------------------
 Read-Next-Master.
     If Reading-Sort-File
        Return Sort-File Into Numgmst-Record
           At End
              Set Numgmst-Eof To True
        End-Return
     Else
        Read Numgmst-File Next
           At End
              Set Numgmst-Eof To True
        End-Read
        If Not Numgmst-Eof And Not Numgmst-Io-Ok
           Set Numgmst-Eof To True
        End-If
        *> A run-date selection reads the run-stamp key - the first
        *> stamp of a later date ends it.
        If Not Numgmst-Eof And Run-Date-Filter Not = Spaces
           And Numgmst-Run-Stamp(1:8) Not = Run-Date-Filter
           Set Numgmst-Eof To True
        End-If
     End-If.

*>-----------------------------------------------------------------
