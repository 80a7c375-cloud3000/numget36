*> $title "NUMGFRPT - FEED REGISTRY LISTING FROM NUMGFREG"
*> $control Rlfile,list,dynamic,bounds,optfeatures=linkaligned
 Identification Division.
 Program-Id. Numgfrpt.
 Author.     Michael Anderson.
 Date-Compiled.

*>************************************************************
*>
*>  Lists the NUMGFREG feed registry feed by feed: every
*>  business date each sender's feed has arrived for, with the
*>  trailer count and hash it was processed under, whether it
*>  was processed clean or out of integrity, and how often it
*>  has been sent again since - refused as a replay, or
*>  processed again under a NUMGPRM replay authorization. The
*>  weekdays BETWEEN a feed's arrivals, and from its last
*>  arrival through the NUMGPRM business date, are listed as
*>  missing, so a sender that skipped a day is caught the
*>  morning after rather than at month-end. Weekends are not
*>  expected and are not reported missing; a feed that does
*>  send on one is listed like any other arrival.
*>
*>  Produces one output:
*>
*>  NUMGFRR   The formatted registry listing.
*>
*>  The registry is read in key order - feed id, then business
*>  date - which is exactly the order the listing wants. Start
*>  and end are stamped onto the NUMGLOG run history like every
*>  other step of the schedule.
*>
*>************************************************************

 Environment Division.
 Configuration Section.
 Source-Computer. Hp3000.
 Object-Computer. Hp3000.

 Input-Output Section.
 File-Control.
     Select Numgfreg-File Assign To "NUMGFREG"
                          Organization Is Indexed
                          Access Mode Is Dynamic
                          Record Key Is Numgfreg-Key
                          File Status Is Numgfreg-Status.

     Select Numgprm-File Assign To "NUMGPRM"
                          Organization Is Line Sequential
                          File Status Is Numgprm-Status.

     Select Numgfrr-File Assign To "NUMGFRR"
                          Organization Is Line Sequential
                          File Status Is Numgfrr-Status.

 Data Division.
 File Section.
 FD  Numgfreg-File.
     Copy Numgfregrec.

 FD  Numgprm-File.
 01  Numgprm-Record.
     02  Numgprm-Business-Date     Pic X(08).

 FD  Numgfrr-File.
 01  Numgfrr-Record             Pic X(132).

 Working-Storage Section.
 01  Numgfreg-Status            Pic X(02) Value "00".
     88  Numgfreg-File-Missing   Values "35" "05".
 01  Numgprm-Status             Pic X(02) Value "00".
     88  Numgprm-Not-Found       Values "35" "05".
 01  Numgfrr-Status             Pic X(02) Value "00".

 01  Numgfreg-Eof-Sw            Pic X Value "N".
     88  Numgfreg-Eof            Value "Y".

*>
*> The date the listing runs up to - the NUMGPRM business date,
*> the night every feed was due - as a day number, so missing
*> days are counted by Integer-Of-Date arithmetic the way NUMGAGE
*> ages its entries. Day number 1 (1 January 1601) was a Monday,
*> which is what Weekday-Ix is worked out from: 0 is Monday, 5
*> and 6 are the weekend.
*>
 01  Through-Date               Pic X(08) Value Spaces.
 01  Through-Integer            Pic S9(09) Comp Value 0.
 01  Arrival-Date-9             Pic 9(08) Value 0.
 01  Arrival-Integer            Pic S9(09) Comp Value 0.
 01  Last-Arrival-Integer       Pic S9(09) Comp Value 0.
 01  Last-Arrival-Known-Sw      Pic X Value "N".
     88  Last-Arrival-Known      Value "Y".
 01  Gap-From-Integer           Pic S9(09) Comp Value 0.
 01  Gap-To-Integer             Pic S9(09) Comp Value 0.
 01  Day-Integer                Pic S9(09) Comp Value 0.
 01  Missing-Date-9             Pic 9(08) Value 0.
 01  Weekday-Ix                 Pic 9(04) Comp Value 0.
 01  Day-Names                  Pic X(21)
                                Value "MONTUEWEDTHUFRISATSUN".
 01  Day-Name                   Pic X(03) Value Spaces.

*>
*> One gap can run for months when a sender has stopped
*> altogether - the first 20 missing weekdays of a gap are
*> listed by date, the rest only counted.
*>
 01  Gap-Listed-Count           Pic 9(09) Comp Value 0.
 01  Gap-Unlisted-Count         Pic 9(09) Comp Value 0.

 01  Report-Feed-Id             Pic X(08) Value Spaces.
 01  Feed-Open-Sw               Pic X Value "N".
     88  Feed-Open               Value "Y".

 01  Feed-Arrived-Count         Pic 9(09) Comp Value 0.
 01  Feed-Missing-Count         Pic 9(09) Comp Value 0.
 01  Feed-Replayed-Count        Pic 9(09) Comp Value 0.
 01  Feed-Integrity-Count       Pic 9(09) Comp Value 0.

 01  Read-Count                 Pic 9(09) Comp Value 0.
 01  Feed-Count                 Pic 9(09) Comp Value 0.
 01  Missing-Total              Pic 9(09) Comp Value 0.
 01  Replayed-Total             Pic 9(09) Comp Value 0.
 01  Refused-Total              Pic 9(09) Comp Value 0.
 01  Integrity-Total            Pic 9(09) Comp Value 0.
 01  Report-Line-Count          Pic 9(09) Comp Value 0.

 01  Count-Edit                 Pic Z(08)9.
 01  Hash-Edit                  Pic Z(17)9.
 01  Replay-Edit                Pic Z(03)9.
 01  Tally-Edit                 Pic Z(08)9.

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
     Perform List-Registry-Entry Until Numgfreg-Eof.
     If Feed-Open
        Perform Close-Feed-Section
     End-If.
     Perform Write-Report-Summary.
     Perform Termination.
     Stop Run.

*>-----------------------------------------------------------------
 Initialization.
     Perform Log-Run-Start.
     Perform Read-Business-Date.

     Open Output Numgfrr-File.
     If Numgfrr-Status Not = "00"
        Display "NUMGFRPT - ERROR: Unable To Open Numgfrr-File, "
                "Status " Numgfrr-Status
        Perform Abort-Run
     End-If.

     Move Spaces To Report-Line.
     String "NUMGFRPT  FEED REGISTRY LISTING        "
            Delimited By Size
            "MISSING WEEKDAYS RECKONED THROUGH " Delimited By Size
            Through-Date Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.

     Open Input Numgfreg-File.
     If Numgfreg-File-Missing
        Display "NUMGFRPT - No NUMGFREG feed registry - no feed "
                "has been processed since it was introduced."
        Move "99" To Numgfreg-Status
        Set Numgfreg-Eof To True
     Else
        If Numgfreg-Status Not = "00"
           Display "NUMGFRPT - ERROR: Unable To Open Numgfreg-File, "
                   "Status " Numgfreg-Status
           Perform Abort-Run
        End-If
        Move Low-Values To Numgfreg-Key
        Start Numgfreg-File Key Not < Numgfreg-Key
           Invalid Key
              Set Numgfreg-Eof To True
        End-Start
        If Not Numgfreg-Eof
           Perform Read-Next-Registry
        End-If
     End-If.

*>-----------------------------------------------------------------
 Read-Business-Date.
     Move Current-Date(1:8) To Through-Date.
     Open Input Numgprm-File.
     If Numgprm-Not-Found
        Display "NUMGFRPT - WARNING: No NUMGPRM parameter file - "
                "missing days reckoned through today's date."
     Else
        Read Numgprm-File
           At End
              Continue
           Not At End
              If Numgprm-Business-Date Not = Spaces
                 Move Numgprm-Business-Date To Through-Date
              End-If
        End-Read
        Close Numgprm-File
     End-If.

     If Through-Date Not Numeric
        Display "NUMGFRPT - WARNING: NUMGPRM business date "
                Through-Date " is not a date - missing days "
                "reckoned through today's date."
        Move Current-Date(1:8) To Through-Date
     End-If.
     Move Through-Date To Arrival-Date-9.
     Compute Through-Integer = Integer-Of-Date(Arrival-Date-9).

*>-----------------------------------------------------------------
 Log-Run-Start.
     Move Spaces     To Numglog-Request.
     Move "NUMGFRPT" To Numglog-Req-Program.
     Move "S"        To Numglog-Req-Event.
     Move 0          To Numglog-Req-Read
                        Numglog-Req-Written
                        Numglog-Req-Exceptions
                        Numglog-Req-Return-Code.
     Call "Numglog" Using Numglog-Request.

*>-----------------------------------------------------------------
 Log-Run-End.
     Move Spaces     To Numglog-Request.
     Move "NUMGFRPT" To Numglog-Req-Program.
     Move "E"        To Numglog-Req-Event.
     Move Read-Count        To Numglog-Req-Read.
     Move Report-Line-Count To Numglog-Req-Written.
     Move Missing-Total     To Numglog-Req-Exceptions.
     Move Return-Code       To Numglog-Req-Return-Code.
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
 List-Registry-Entry.
     Add 1 To Read-Count.
     If Not Feed-Open Or Numgfreg-Feed-Id Not = Report-Feed-Id
        If Feed-Open
           Perform Close-Feed-Section
        End-If
        Perform Open-Feed-Section
     End-If.

     If Numgfreg-Business-Date Numeric
        Move Numgfreg-Business-Date To Arrival-Date-9
        Compute Arrival-Integer = Integer-Of-Date(Arrival-Date-9)
        If Last-Arrival-Known
           Compute Gap-From-Integer = Last-Arrival-Integer + 1
           Compute Gap-To-Integer   = Arrival-Integer - 1
           Perform List-Missing-Weekdays
        End-If
        Compute Weekday-Ix = Mod(Arrival-Integer - 1, 7)
        Move Day-Names(Weekday-Ix * 3 + 1:3) To Day-Name
        Move Arrival-Integer To Last-Arrival-Integer
        Set Last-Arrival-Known To True
     Else
        *> An undatable key is still an arrival - it is listed,
        *> but cannot bound a gap either side of it.
        Move "???" To Day-Name
     End-If.

     Perform Write-Arrival-Line.
     Perform Read-Next-Registry.

*>-----------------------------------------------------------------
 Open-Feed-Section.
     Move Numgfreg-Feed-Id To Report-Feed-Id.
     Set Feed-Open To True.
     Move "N" To Last-Arrival-Known-Sw.
     Move 0   To Feed-Arrived-Count Feed-Missing-Count
                 Feed-Replayed-Count Feed-Integrity-Count.
     Add 1 To Feed-Count.

     Move Spaces To Report-Line.
     Perform Write-Report-Line.
     Move Spaces To Report-Line.
     String "FEED " Delimited By Size
            Report-Feed-Id Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.
     Move Spaces        To Report-Line.
     Move "BUS DATE"    To Report-Line(3:8).
     Move "DAY"         To Report-Line(12:3).
     Move "STATUS"      To Report-Line(17:6).
     Move "COUNT"       To Report-Line(29:5).
     Move "HASH TOTAL"  To Report-Line(43:10).
     Move "OUTCOME"     To Report-Line(55:7).
     Move "VERDICT"     To Report-Line(64:7).
     Move "RUN STAMP"   To Report-Line(72:9).
     Move "REPLAYS"     To Report-Line(87:7).
     Move "LAST REPLAY" To Report-Line(95:11).
     Perform Write-Report-Line.

*>-----------------------------------------------------------------
 Close-Feed-Section.
     *>
     *> A feed is due every weekday through the business date, so
     *> the days after its last arrival are as missing as any gap
     *> between two arrivals.
     *>
     If Last-Arrival-Known
        Compute Gap-From-Integer = Last-Arrival-Integer + 1
        Move Through-Integer To Gap-To-Integer
        Perform List-Missing-Weekdays
     End-If.

     Move Spaces To Report-Line.
     Move Feed-Arrived-Count To Tally-Edit.
     Move Tally-Edit To Report-Line(3:9).
     Move "ARRIVED" To Report-Line(13:7).
     Move Feed-Missing-Count To Tally-Edit.
     Move Tally-Edit To Report-Line(21:9).
     Move "MISSING" To Report-Line(31:7).
     Move Feed-Replayed-Count To Tally-Edit.
     Move Tally-Edit To Report-Line(39:9).
     Move "SENT AGAIN" To Report-Line(49:10).
     Move Feed-Integrity-Count To Tally-Edit.
     Move Tally-Edit To Report-Line(60:9).
     Move "OUT OF INTEGRITY" To Report-Line(70:16).
     Perform Write-Report-Line.

     Add Feed-Missing-Count   To Missing-Total.
     Add Feed-Replayed-Count  To Replayed-Total.
     Add Feed-Integrity-Count To Integrity-Total.
     Move "N" To Feed-Open-Sw.

*>-----------------------------------------------------------------
 List-Missing-Weekdays.
     Move 0 To Gap-Listed-Count Gap-Unlisted-Count.
     Perform Check-One-Gap-Day
        Varying Day-Integer From Gap-From-Integer By 1
        Until Day-Integer > Gap-To-Integer.
     If Gap-Unlisted-Count > 0
        Move Gap-Unlisted-Count To Tally-Edit
        Move Spaces To Report-Line
        String "           ... " Delimited By Size
               Tally-Edit Delimited By Size
               " MORE WEEKDAYS MISSING IN THIS GAP"
               Delimited By Size
               Into Report-Line
        Perform Write-Report-Line
     End-If.

*>-----------------------------------------------------------------
 Check-One-Gap-Day.
     Compute Weekday-Ix = Mod(Day-Integer - 1, 7).
     If Weekday-Ix < 5
        Add 1 To Feed-Missing-Count
        If Gap-Listed-Count < 20
           Add 1 To Gap-Listed-Count
           Move Date-Of-Integer(Day-Integer) To Missing-Date-9
           Move Spaces To Report-Line
           Move Missing-Date-9 To Report-Line(3:8)
           Move Day-Names(Weekday-Ix * 3 + 1:3) To Report-Line(12:3)
           Move "MISSING" To Report-Line(17:7)
           Perform Write-Report-Line
        Else
           Add 1 To Gap-Unlisted-Count
        End-If
     End-If.

*>-----------------------------------------------------------------
 Write-Arrival-Line.
     Add 1 To Feed-Arrived-Count.
     Move Spaces To Report-Line.
     Move Numgfreg-Business-Date To Report-Line(3:8).
     Move Day-Name               To Report-Line(12:3).
     Move "ARRIVED"              To Report-Line(17:7).
     Move Numgfreg-Trailer-Count To Count-Edit.
     Move Count-Edit             To Report-Line(25:9).
     Move Numgfreg-Trailer-Hash  To Hash-Edit.
     Move Hash-Edit              To Report-Line(35:18).
     If Numgfreg-Agreed
        Move "CLEAN"             To Report-Line(55:8)
     Else
        Move "INTEGRTY"          To Report-Line(55:8)
        Add 1 To Feed-Integrity-Count
     End-If.
     Move Numgfreg-Verdict       To Report-Line(64:1).
     Move Numgfreg-Run-Stamp     To Report-Line(72:14).

     If Numgfreg-Replay-Count > 0
        Add 1 To Feed-Replayed-Count
        Move Numgfreg-Replay-Count To Replay-Edit
        Move Replay-Edit           To Report-Line(90:4)
        If Numgfreg-Replay-Refused
           Move "REFUSED"          To Report-Line(95:8)
           Add 1 To Refused-Total
        Else
           Move "REPLAYED"         To Report-Line(95:8)
        End-If
        Move Numgfreg-Replay-Stamp To Report-Line(104:14)
     End-If.
     Perform Write-Report-Line.

*>-----------------------------------------------------------------
 Write-Report-Summary.
     Move Spaces To Report-Line.
     Perform Write-Report-Line.

     If Feed-Count = 0
        Move "NO FEEDS ON THE REGISTRY" To Report-Line
        Perform Write-Report-Line
     End-If.

     Move Feed-Count To Tally-Edit.
     Move Spaces To Report-Line.
     String "REGISTRY: " Delimited By Size
            Tally-Edit Delimited By Size
            " FEEDS" Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.
     Move Read-Count To Tally-Edit.
     Move Spaces To Report-Line.
     String "          " Delimited By Size
            Tally-Edit Delimited By Size
            " BUSINESS DATES ARRIVED" Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.
     Move Missing-Total To Tally-Edit.
     Move Spaces To Report-Line.
     String "          " Delimited By Size
            Tally-Edit Delimited By Size
            " WEEKDAYS MISSING" Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.
     Move Replayed-Total To Tally-Edit.
     Move Spaces To Report-Line.
     String "          " Delimited By Size
            Tally-Edit Delimited By Size
            " DATES SENT AGAIN AFTER PROCESSING" Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.
     Move Refused-Total To Tally-Edit.
     Move Spaces To Report-Line.
     String "          " Delimited By Size
            Tally-Edit Delimited By Size
            " OF THEM LAST REFUSED AS A REPLAY" Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.
     Move Integrity-Total To Tally-Edit.
     Move Spaces To Report-Line.
     String "          " Delimited By Size
            Tally-Edit Delimited By Size
            " DATES LAST PROCESSED OUT OF INTEGRITY"
            Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.

*>-----------------------------------------------------------------
 Write-Report-Line.
     Write Numgfrr-Record From Report-Line.
     Add 1 To Report-Line-Count.
     If Numgfrr-Status Not = "00"
        Display "NUMGFRPT - ERROR: Write To Numgfrr-File Failed, "
                "Status " Numgfrr-Status
        Perform Abort-Run
     End-If.

*>-----------------------------------------------------------------
 Read-Next-Registry.
     Read Numgfreg-File Next
        At End
           Set Numgfreg-Eof To True
     End-Read.
     If Not Numgfreg-Eof And Numgfreg-Status Not = "00"
        Set Numgfreg-Eof To True
     End-If.

*>-----------------------------------------------------------------
 Termination.
     If Numgfreg-Status Not = "99"
        Close Numgfreg-File
     End-If.
     Close Numgfrr-File.
     Display "NUMGFRPT - Registry Dates Read: " Read-Count.
     Display "NUMGFRPT - Weekdays Missing:    " Missing-Total.
     Display "NUMGFRPT - Dates Sent Again:    " Replayed-Total.
     Display "NUMGFRPT - Report Written To NUMGFRR.".
     Perform Log-Run-End.

 End Program Numgfrpt.
