*> $title "NUMGORPT - CORRECTIONS, REVALUATIONS, WRITE-OFFS BY OPERATOR"
*> $control Rlfile,list,dynamic,bounds,optfeatures=linkaligned
 Identification Division.
 Program-Id. Numgorpt.
 Author.     Michael Anderson.
 Date-Compiled.

*>************************************************************
*>
*>  The auditors' question - who changed what, and when - for a
*>  range of dates keyed at the console. Lists, operator by
*>  operator, every correction, revaluation and write-off the
*>  suite has stamped with a NUMGUSR operator id in that range:
*>
*>    Corrections  NUMGJRN before-images whose replacing REWRITE
*>                 came from an operator's NUMGFIX correction,
*>                 dated by the replacing run (Replaced-By). A
*>                 correction keyed but not yet resubmitted through
*>                 NUMGBATCH has changed nothing yet, and is not
*>                 listed until it has.
*>    Revaluations NUMGJRN before-images whose replacing REWRITE
*>                 came from a NUMGREVL rate fix the operator
*>                 authorized, dated by the NUMGREVL run. One run
*>                 can revalue every record in a currency, so each
*>                 run is listed once per currency with the number
*>                 of records it revalued, not record by record.
*>    Write-offs   NUMGEMS entries in status "W", dated by the
*>                 write-off (the close stamp). An entry written off
*>                 and since reopened is no longer a write-off and
*>                 is not listed.
*>
*>  Journal records with no operator id are a sender's own feed
*>  replacing a value and are not listed. A journal record from
*>  before NUMGREVL marked its own is taken for a correction.
*>  Write-offs made before operators were stamped are counted on
*>  the summary, not listed, so the report says how much of the
*>  range it cannot attribute.
*>
*>  Produces one output:
*>
*>  NUMGOPR   The formatted operator-activity report.
*>
*>  Signs the operator on first (Numgsign); running the report
*>  needs the inquiry role. Like the other inquiries it leaves no
*>  NUMGLOG entry.
*>
*>************************************************************

 Environment Division.
 Configuration Section.
 Source-Computer. Hp3000.
 Object-Computer. Hp3000.

 Input-Output Section.
 File-Control.
     Select Numgjrn-File Assign To "NUMGJRN"
                          Organization Is Line Sequential
                          File Status Is Numgjrn-Status.

     Select Numgems-File Assign To "NUMGEMS"
                          Organization Is Indexed
                          Access Mode Is Dynamic
                          Record Key Is Numgems-Key
                          File Status Is Numgems-Status.

     Select Numgopr-File Assign To "NUMGOPR"
                          Organization Is Line Sequential
                          File Status Is Numgopr-Status.

 Data Division.
 File Section.
 FD  Numgjrn-File.
     Copy Numgjrnrec.

 FD  Numgems-File.
     Copy Numgemsrec.

 FD  Numgopr-File.
 01  Numgopr-Record             Pic X(132).

 Working-Storage Section.
 01  Numgjrn-Status             Pic X(02) Value "00".
     88  Numgjrn-Not-Found       Values "35" "05".
 01  Numgems-Status             Pic X(02) Value "00".
     88  Numgems-File-Missing    Values "35" "05".
 01  Numgopr-Status             Pic X(02) Value "00".

 01  Numgjrn-Eof-Sw             Pic X Value "N".
     88  Numgjrn-Eof             Value "Y".
 01  Numgems-Eof-Sw             Pic X Value "N".
     88  Numgems-Eof             Value "Y".

 01  Range-Reply                Pic X(08) Value Spaces.
 01  Range-From                 Pic X(08) Value Spaces.
 01  Range-To                   Pic X(08) Value Spaces.
 01  Range-Ok-Sw                Pic X Value "N".
     88  Range-Ok                Value "Y".
     88  Range-Quit              Value "Q".

*>
*> Every listed item is collected here in operator, then date
*> order - the journal and the ledger are each in their own order,
*> and neither is the operator's. A range that would overflow the
*> table is listed as far as it goes and the report says so.
*>
 01  Activity-Table.
     02  Activity-Count         Pic 9(04) Comp Value 0.
     02  Activity-Entry         Occurs 3000.
         03  Act-Operator-Id    Pic X(08).
         03  Act-Stamp          Pic X(14).
         03  Act-Kind           Pic X(01).
             88  Act-Correction   Value "C".
             88  Act-Revaluation  Value "V".
             88  Act-Writeoff     Value "W".
         03  Act-Tran-Id        Pic X(12).
         03  Act-Feed-Id        Pic X(08).
         03  Act-Field-Name     Pic X(10).
         03  Act-Detail         Pic X(40).
         03  Act-Revalue-Detail Redefines Act-Detail.
             04  Act-Revalue-Currency Pic X(03).
             04  Act-Revalue-Count    Pic 9(09).
             04  Filler               Pic X(28).
 01  New-Activity               Pic X(93) Value Spaces.
 01  New-Activity-Parts Redefines New-Activity.
     02  New-Operator-Id        Pic X(08).
     02  New-Stamp              Pic X(14).
     02  New-Kind               Pic X(01).
     02  New-Tran-Id            Pic X(12).
     02  New-Feed-Id            Pic X(08).
     02  New-Field-Name         Pic X(10).
     02  New-Detail             Pic X(40).
     02  New-Revalue-Detail Redefines New-Detail.
         03  New-Revalue-Currency Pic X(03).
         03  New-Revalue-Count    Pic 9(09).
         03  Filler               Pic X(28).
 01  Insert-Ix                  Pic 9(04) Comp Value 0.
 01  Shift-Ix                   Pic 9(04) Comp Value 0.
 01  Act-Ix                     Pic 9(04) Comp Value 0.
 01  Table-Full-Sw              Pic X Value "N".
     88  Table-Full              Value "Y".
 01  Dropped-Count              Pic 9(09) Comp Value 0.

 01  Report-Operator-Id         Pic X(08) Value Spaces.
 01  Operator-Open-Sw           Pic X Value "N".
     88  Operator-Open           Value "Y".
 01  Operator-Correct-Count     Pic 9(09) Comp Value 0.
 01  Operator-Revalue-Count     Pic 9(09) Comp Value 0.
 01  Operator-Writeoff-Count    Pic 9(09) Comp Value 0.

 01  Journal-Read-Count         Pic 9(09) Comp Value 0.
 01  Ledger-Read-Count          Pic 9(09) Comp Value 0.
 01  Operator-Count             Pic 9(09) Comp Value 0.
 01  Correction-Total           Pic 9(09) Comp Value 0.
 01  Revaluation-Total          Pic 9(09) Comp Value 0.
 01  Writeoff-Total             Pic 9(09) Comp Value 0.
 01  Unstamped-Writeoff-Count   Pic 9(09) Comp Value 0.
 01  Report-Line-Count          Pic 9(09) Comp Value 0.

 01  Tally-Edit                 Pic Z(08)9.

 01  Report-Line                Pic X(132) Value Spaces.

*>
*> Linkage-shaped working storage used to CALL Numgsign with, to
*> sign the operator running the report on.
*>
 Copy Numgsgnrec.

 Procedure Division.
*>-----------------------------------------------------------------
 Begin-0000.
     Perform Initialization.
     Perform Collect-Corrections.
     Perform Collect-Writeoffs.
     Perform List-One-Activity
        Varying Act-Ix From 1 By 1
        Until Act-Ix > Activity-Count.
     If Operator-Open
        Perform Close-Operator-Section
     End-If.
     Perform Write-Report-Summary.
     Perform Termination.
     Stop Run.

*>-----------------------------------------------------------------
 Initialization.
     Perform Sign-On-Operator.

     Perform Prompt-For-Range Until Range-Ok Or Range-Quit.
     If Range-Quit
        Display "NUMGORPT - No dates entered - no report written."
        Stop Run
     End-If.

     Open Output Numgopr-File.
     If Numgopr-Status Not = "00"
        Display "NUMGORPT - ERROR: Unable To Open Numgopr-File, "
                "Status " Numgopr-Status
        Move 12 To Return-Code
        Stop Run
     End-If.

     Move Spaces To Report-Line.
     String "NUMGORPT  CORRECTIONS, REVALUATIONS AND WRITE-OFFS "
            Delimited By Size
            "BY OPERATOR   " Delimited By Size
            "FROM " Delimited By Size
            Range-From Delimited By Size
            " TO " Delimited By Size
            Range-To Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.
     Move Spaces To Report-Line.
     String "          REQUESTED BY " Delimited By Size
            Numgsign-Operator-Id Delimited By Size
            " " Delimited By Size
            Numgsign-Operator-Name Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.

*>-----------------------------------------------------------------
 Sign-On-Operator.
     Move "NUMGORPT" To Numgsign-Program.
     Move "I"        To Numgsign-Mode.
     Call "Numgsign" Using Numgsign-Request.
     If Not Numgsign-Signed-On
        Display "NUMGORPT - Report refused - no operator signed on."
        Move 8 To Return-Code
        Stop Run
     End-If.
     If Not Numgsign-May-Inquire
        Display "NUMGORPT - Operator " Numgsign-Operator-Id
                " does not hold the inquiry role - report refused."
        Move 8 To Return-Code
        Stop Run
     End-If.

*>-----------------------------------------------------------------
 Prompt-For-Range.
     Display " ".
     Display "NUMGORPT - Enter first date, yyyymmdd "
             "(spaces to quit):".
     Move Spaces To Range-Reply.
     Accept Range-Reply From Console.
     If Range-Reply = Spaces
        Set Range-Quit To True
     Else
        Perform Prompt-For-Range-End
     End-If.

*>-----------------------------------------------------------------
 Prompt-For-Range-End.
     Move Range-Reply To Range-From.
     Display "NUMGORPT - Enter last date, yyyymmdd "
             "(spaces for the same day):".
     Move Spaces To Range-Reply.
     Accept Range-Reply From Console.
     If Range-Reply = Spaces
        Move Range-From  To Range-To
     Else
        Move Range-Reply To Range-To
     End-If.

     If Range-From Not Numeric Or Range-To Not Numeric
        Display "NUMGORPT - Dates must be eight digits, yyyymmdd."
     Else
        If Range-From > Range-To
           Display "NUMGORPT - First date is after the last date."
        Else
           Set Range-Ok To True
        End-If
     End-If.

*>-----------------------------------------------------------------
 Collect-Corrections.
     Open Input Numgjrn-File.
     If Numgjrn-Not-Found
        Display "NUMGORPT - No NUMGJRN journal file - no "
                "correction or revaluation has been applied to "
                "the master."
        Move Spaces To Report-Line
        Move "NO NUMGJRN JOURNAL - NO CORRECTIONS OR REVALUATIONS"
             To Report-Line(11:51)
        Perform Write-Report-Line
     Else
        If Numgjrn-Status Not = "00"
           Display "NUMGORPT - ERROR: Unable To Open Numgjrn-File, "
                   "Status " Numgjrn-Status
           Move 12 To Return-Code
           Stop Run
        End-If
        Move "N" To Numgjrn-Eof-Sw
        Perform Read-Next-Journal
        Perform Check-One-Journal-Record Until Numgjrn-Eof
        Close Numgjrn-File
     End-If.

*>-----------------------------------------------------------------
 Check-One-Journal-Record.
     Add 1 To Journal-Read-Count.
     If Numgjrn-Operator-Id Not = Spaces
        And Numgjrn-Replaced-By(1:8) Not < Range-From
        And Numgjrn-Replaced-By(1:8) Not > Range-To
        Move Spaces                 To New-Activity
        Move Numgjrn-Operator-Id    To New-Operator-Id
        Move Numgjrn-Replaced-By    To New-Stamp
        If Numgjrn-Revalued
           Move "V"                    To New-Kind
           Move Numgjrn-Currency-Code  To New-Revalue-Currency
           Perform Count-Revaluation
        Else
           Move "C"                    To New-Kind
           Move Numgjrn-Tran-Id        To New-Tran-Id
           Move Numgjrn-Feed-Id        To New-Feed-Id
           Move Numgjrn-Field-Name     To New-Field-Name
           Move Numgjrn-Numeric-String To New-Detail
           Perform Add-Activity
        End-If
     End-If.
     Perform Read-Next-Journal.

*>-----------------------------------------------------------------
 Count-Revaluation.
     *>
     *> Each revaluation run is one line per currency - add the
     *> record to the run's line if it is already in the table,
     *> otherwise start the line at a count of one.
     *>
     Perform Find-Insert-Point
        Varying Act-Ix From 1 By 1
        Until Act-Ix > Activity-Count
           Or (Act-Revaluation(Act-Ix)
               And Act-Operator-Id(Act-Ix) = New-Operator-Id
               And Act-Stamp(Act-Ix) = New-Stamp
               And Act-Revalue-Currency(Act-Ix)
                   = New-Revalue-Currency).
     If Act-Ix > Activity-Count
        Move 1 To New-Revalue-Count
        Perform Add-Activity
     Else
        Add 1 To Act-Revalue-Count(Act-Ix)
     End-If.

*>-----------------------------------------------------------------
 Read-Next-Journal.
     Read Numgjrn-File
        At End
           Set Numgjrn-Eof To True
     End-Read.

*>-----------------------------------------------------------------
 Collect-Writeoffs.
     Open Input Numgems-File.
     If Numgems-File-Missing
        Display "NUMGORPT - No NUMGEMS exception ledger - nothing "
                "has been written off."
        Move Spaces To Report-Line
        Move "NO NUMGEMS LEDGER - NO WRITE-OFFS TO LIST"
             To Report-Line(11:41)
        Perform Write-Report-Line
     Else
        If Numgems-Status = "39"
           *> The ledger is still in the layout from before the
           *> write-off operator was carried - the corrections
           *> half of the report still stands.
           Display "NUMGORPT - WARNING: NUMGEMS is in the old "
                   "layout - run NUMGECV. Write-offs not listed."
           Move Spaces To Report-Line
           Move "NUMGEMS NOT CONVERTED - WRITE-OFFS NOT LISTED"
                To Report-Line(11:45)
           Perform Write-Report-Line
           Move 4 To Return-Code
        Else
           If Numgems-Status Not = "00"
              Display "NUMGORPT - ERROR: Unable To Open "
                      "Numgems-File, Status " Numgems-Status
              Move 12 To Return-Code
              Stop Run
           End-If
           Move "N" To Numgems-Eof-Sw
           Move Low-Values To Numgems-Key
           Start Numgems-File Key Not < Numgems-Key
              Invalid Key
                 Set Numgems-Eof To True
           End-Start
           If Not Numgems-Eof
              Perform Read-Next-Ledger
           End-If
           Perform Check-One-Ledger-Entry Until Numgems-Eof
           Close Numgems-File
        End-If
     End-If.

*>-----------------------------------------------------------------
 Check-One-Ledger-Entry.
     Add 1 To Ledger-Read-Count.
     If Numgems-Written-Off
        And Numgems-Close-Stamp(1:8) Not < Range-From
        And Numgems-Close-Stamp(1:8) Not > Range-To
        If Numgems-Writeoff-Operator = Spaces
           Add 1 To Unstamped-Writeoff-Count
        Else
           Move Spaces                    To New-Activity
           Move Numgems-Writeoff-Operator To New-Operator-Id
           Move Numgems-Close-Stamp       To New-Stamp
           Move "W"                       To New-Kind
           Move Numgems-Tran-Id           To New-Tran-Id
           Move Numgems-Feed-Id           To New-Feed-Id
           Move Numgems-Field-Name        To New-Field-Name
           Move Numgems-Writeoff-Reason   To New-Detail
           Perform Add-Activity
        End-If
     End-If.
     Perform Read-Next-Ledger.

*>-----------------------------------------------------------------
 Read-Next-Ledger.
     Read Numgems-File Next
        At End
           Set Numgems-Eof To True
     End-Read.
     If Not Numgems-Eof And Numgems-Status Not = "00"
        Set Numgems-Eof To True
     End-If.

*>-----------------------------------------------------------------
 Add-Activity.
     *>
     *> Insert New-Activity ahead of the first entry that sorts
     *> after it on operator id, then stamp - equal keys keep the
     *> order they were read in.
     *>
     If Activity-Count >= 3000
        Set Table-Full To True
        Add 1 To Dropped-Count
     Else
        Perform Find-Insert-Point
           Varying Insert-Ix From 1 By 1
           Until Insert-Ix > Activity-Count
              Or Act-Operator-Id(Insert-Ix) > New-Operator-Id
              Or (Act-Operator-Id(Insert-Ix) = New-Operator-Id
                  And Act-Stamp(Insert-Ix) > New-Stamp)
        Perform Shift-One-Activity
           Varying Shift-Ix From Activity-Count By -1
           Until Shift-Ix < Insert-Ix
        Add 1 To Activity-Count
        Move New-Activity To Activity-Entry(Insert-Ix)
     End-If.

*>-----------------------------------------------------------------
 Find-Insert-Point.
     Continue.

*>-----------------------------------------------------------------
 Shift-One-Activity.
     Move Activity-Entry(Shift-Ix) To Activity-Entry(Shift-Ix + 1).

*>-----------------------------------------------------------------
 List-One-Activity.
     If Not Operator-Open
        Or Act-Operator-Id(Act-Ix) Not = Report-Operator-Id
        If Operator-Open
           Perform Close-Operator-Section
        End-If
        Perform Open-Operator-Section
     End-If.

     Move Spaces                 To Report-Line.
     Move Act-Stamp(Act-Ix)      To Report-Line(3:14).
     Move Act-Tran-Id(Act-Ix)    To Report-Line(32:12).
     Move Act-Feed-Id(Act-Ix)    To Report-Line(46:8).
     Move Act-Field-Name(Act-Ix) To Report-Line(56:10).
     Evaluate True
        When Act-Correction(Act-Ix)
           Move "CORRECTED"         To Report-Line(19:10)
           Move Act-Detail(Act-Ix)  To Report-Line(68:40)
           Add 1 To Operator-Correct-Count
        When Act-Revaluation(Act-Ix)
           Move "REVALUED"          To Report-Line(19:8)
           Move Act-Revalue-Count(Act-Ix) To Tally-Edit
           String Tally-Edit Delimited By Size
                  " RECORDS IN " Delimited By Size
                  Act-Revalue-Currency(Act-Ix) Delimited By Size
                  Into Report-Line(68:40)
           Add Act-Revalue-Count(Act-Ix) To Operator-Revalue-Count
        When Other
           Move "WRITTEN OFF"       To Report-Line(19:11)
           Move Act-Detail(Act-Ix)  To Report-Line(68:40)
           Add 1 To Operator-Writeoff-Count
     End-Evaluate.
     Perform Write-Report-Line.

*>-----------------------------------------------------------------
 Open-Operator-Section.
     Move Act-Operator-Id(Act-Ix) To Report-Operator-Id.
     Set Operator-Open To True.
     Move 0 To Operator-Correct-Count Operator-Revalue-Count
               Operator-Writeoff-Count.
     Add 1 To Operator-Count.

     Move Spaces To Report-Line.
     Perform Write-Report-Line.
     Move Spaces To Report-Line.
     String "OPERATOR " Delimited By Size
            Report-Operator-Id Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.
     Move Spaces          To Report-Line.
     Move "STAMP"         To Report-Line(3:5).
     Move "ACTION"        To Report-Line(19:6).
     Move "TRAN ID"       To Report-Line(32:7).
     Move "FEED"          To Report-Line(46:4).
     Move "FIELD"         To Report-Line(56:5).
     Move "VALUE REPLACED / RECORDS REVALUED / WRITE-OFF REASON"
                          To Report-Line(68:52).
     Perform Write-Report-Line.

*>-----------------------------------------------------------------
 Close-Operator-Section.
     Move Spaces To Report-Line.
     Move Operator-Correct-Count To Tally-Edit.
     Move Tally-Edit To Report-Line(3:9).
     Move "CORRECTIONS" To Report-Line(13:11).
     Move Operator-Revalue-Count To Tally-Edit.
     Move Tally-Edit To Report-Line(25:9).
     Move "RECORDS REVALUED" To Report-Line(35:16).
     Move Operator-Writeoff-Count To Tally-Edit.
     Move Tally-Edit To Report-Line(53:9).
     Move "WRITE-OFFS" To Report-Line(63:10).
     Perform Write-Report-Line.

     Add Operator-Correct-Count  To Correction-Total.
     Add Operator-Revalue-Count  To Revaluation-Total.
     Add Operator-Writeoff-Count To Writeoff-Total.
     Move "N" To Operator-Open-Sw.

*>-----------------------------------------------------------------
 Write-Report-Summary.
     Move Spaces To Report-Line.
     Perform Write-Report-Line.

     If Operator-Count = 0
        Move "NO OPERATOR CORRECTIONS, REVALUATIONS OR WRITE-OFFS IN "
             To Report-Line
        Move "THE RANGE" To Report-Line(56:9)
        Perform Write-Report-Line
     End-If.

     Move Operator-Count To Tally-Edit.
     Move Spaces To Report-Line.
     String "RANGE:    " Delimited By Size
            Tally-Edit Delimited By Size
            " OPERATORS" Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.
     Move Correction-Total To Tally-Edit.
     Move Spaces To Report-Line.
     String "          " Delimited By Size
            Tally-Edit Delimited By Size
            " CORRECTIONS" Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.
     Move Revaluation-Total To Tally-Edit.
     Move Spaces To Report-Line.
     String "          " Delimited By Size
            Tally-Edit Delimited By Size
            " RECORDS REVALUED" Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.
     Move Writeoff-Total To Tally-Edit.
     Move Spaces To Report-Line.
     String "          " Delimited By Size
            Tally-Edit Delimited By Size
            " WRITE-OFFS" Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.
     Move Unstamped-Writeoff-Count To Tally-Edit.
     Move Spaces To Report-Line.
     String "          " Delimited By Size
            Tally-Edit Delimited By Size
            " WRITE-OFFS WITH NO OPERATOR RECORDED (NOT LISTED)"
            Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.

     If Table-Full
        Move Dropped-Count To Tally-Edit
        Move Spaces To Report-Line
        String "          " Delimited By Size
               Tally-Edit Delimited By Size
               " MORE ITEMS NOT LISTED - OVER 3000 IN THE RANGE, "
               Delimited By Size
               "NARROW THE DATES" Delimited By Size
               Into Report-Line
        Perform Write-Report-Line
        Display "NUMGORPT - WARNING: More than 3000 items in the "
                "range - report incomplete."
        Move 4 To Return-Code
     End-If.

*>-----------------------------------------------------------------
 Write-Report-Line.
     Write Numgopr-Record From Report-Line.
     Add 1 To Report-Line-Count.
     If Numgopr-Status Not = "00"
        Display "NUMGORPT - ERROR: Write To Numgopr-File Failed, "
                "Status " Numgopr-Status
        Move 12 To Return-Code
        Stop Run
     End-If.

*>-----------------------------------------------------------------
 Termination.
     Close Numgopr-File.
     Display "NUMGORPT - Journal Records Read: " Journal-Read-Count.
     Display "NUMGORPT - Ledger Entries Read:  " Ledger-Read-Count.
     Display "NUMGORPT - Corrections Listed:   " Correction-Total.
     Display "NUMGORPT - Records Revalued:     " Revaluation-Total.
     Display "NUMGORPT - Write-Offs Listed:    " Writeoff-Total.
     Display "NUMGORPT - Report Written To NUMGOPR.".

 End Program Numgorpt.
