*> $title "NUMGJOB - NIGHTLY JOB-STREAM CONTROLLER WITH STEP RESTART"
*> $control Rlfile,list,dynamic,bounds,optfeatures=linkaligned
 Identification Division.
 Program-Id. Numgjob.
 Author.     Michael Anderson.
 Date-Compiled.

*>************************************************************
*>
*>  Runs the night's steps - NUMGBATCH, NUMGACK, NUMGRECON,
*>  NUMGVAR, NUMGPRNT, NUMGGLX, NUMGAGE, NUMGFRPT, NUMGARCH as
*>  shipped - one after another, and decides from each step's
*>  own NUMGLOG end record whether the steps that depend on it
*>  may run. Before this,
*>  whether a step should run was decided by whoever read
*>  NUMGLIST in the morning, and only NUMGGLX checked its
*>  predecessor's return code for itself.
*>
*>  The night is defined on the NUMGSTEP control file, one
*>  record per step in the order they are to run:
*>
*>    Cols  1-9   Program name, exactly as the step stamps it
*>                on NUMGLOG (NUMGBATCH, NUMGRECON, ...)
*>    Col  10     (space)
*>    Cols 11-12  Highest return code this step accepts from
*>                the steps it depends on (spaces = 0)
*>    Col  13     (space)
*>    Cols 14-53  Up to four program names this step depends
*>                on, 9 columns each with a space between;
*>                every one must be an EARLIER step
*>    Cols 54-113 Command that runs the step (spaces = the
*>                program name itself)
*>
*>  A record with an asterisk in column 1 is a comment. When no
*>  NUMGSTEP exists the standard night is used, the same way
*>  Numgfldld falls back to the historical field layout.
*>
*>  A step whose dependency did not finish, or finished with a
*>  return code above what the step accepts, is HELD - not run -
*>  and everything depending on it is held in turn; steps that
*>  do not depend on it still run. A step "finished" when it
*>  stamped its end record on NUMGLOG after NUMGJOB started it;
*>  the return code on that record is the one judged, the same
*>  code NUMGLIST shows and NUMGGLX checks. A step that leaves
*>  no end record abended and counts as FAILED.
*>
*>  Produces two outputs:
*>
*>  NUMGJST   The job status: one job-level record (business
*>            date, job start and end stamps, state, return
*>            code, the step the night stopped at) and one
*>            record per step, rewritten at every step start
*>            and end, so it always says how far the night got.
*>
*>  NUMGJRP   The job report - which step stopped and why, on
*>            one page, instead of piecing it together from the
*>            NUMGLOG "S"/"E" rows.
*>
*>  Restart: when NUMGJST shows an unfinished night for the
*>  NUMGPRM business date and the NUMGPRM resume switch is "Y"
*>  - the same switch NUMGBATCH resumes its checkpoint on - the
*>  night resumes at the first step that did not finish. A step
*>  held because an earlier step ended with too high a return
*>  code resumes at that earlier step instead, since rerunning
*>  only the held step would hold it again. Steps already
*>  complete before the resume point are not rerun; a later
*>  step already complete is rerun only when something it
*>  depends on is.
*>
*>  Return code: the highest return code any step ended with,
*>  and at least 8 when any step was held or failed.
*>
*>************************************************************

 Environment Division.
 Configuration Section.
 Source-Computer. Hp3000.
 Object-Computer. Hp3000.

 Input-Output Section.
 File-Control.
     Select Numgstep-File Assign To "NUMGSTEP"
                          Organization Is Line Sequential
                          File Status Is Numgstep-Status.

     Select Numgjst-File  Assign To "NUMGJST"
                          Organization Is Line Sequential
                          File Status Is Numgjst-Status.

     Select Numglog-File  Assign To "NUMGLOG"
                          Organization Is Line Sequential
                          File Status Is Numglog-Status.

     Select Numgprm-File  Assign To "NUMGPRM"
                          Organization Is Line Sequential
                          File Status Is Numgprm-Status.

     Select Numgjrp-File  Assign To "NUMGJRP"
                          Organization Is Line Sequential
                          File Status Is Numgjrp-Status.

 Data Division.
 File Section.
 FD  Numgstep-File.
 01  Numgstep-Record.
     02  Numgstep-Program          Pic X(09).
     02  Filler                    Pic X(01).
     02  Numgstep-Max-Rc-X         Pic X(02).
     02  Filler                    Pic X(01).
     02  Numgstep-Depends Occurs 4 Times.
         03  Numgstep-Depend-Program Pic X(09).
         03  Filler                  Pic X(01).
     02  Numgstep-Command          Pic X(60).

 FD  Numgjst-File.
 01  Numgjst-Record.
     02  Numgjst-Rec-Type          Pic X(01).
         88  Numgjst-Job-Rec         Value "J".
         88  Numgjst-Step-Rec        Value "S".
     02  Filler                    Pic X(01).
     02  Numgjst-Business-Date     Pic X(08).
     02  Filler                    Pic X(01).
     02  Numgjst-Job-Stamp         Pic X(14).
     02  Filler                    Pic X(01).
     02  Numgjst-Job-End-Stamp     Pic X(14).
     02  Filler                    Pic X(01).
     02  Numgjst-Job-State         Pic X(01).
     *> "R" running (or abended mid-step), "C" every step
     *> complete, "F" one or more steps held or failed.
     02  Filler                    Pic X(01).
     02  Numgjst-Job-Rc            Pic 9(04).
     02  Filler                    Pic X(01).
     02  Numgjst-Stopped-At        Pic X(09).
     *> The first step that did not finish - blank on a clean
     *> night.
     02  Filler                    Pic X(01).
     02  Numgjst-Restart-Count     Pic 9(04).
 01  Numgjst-Step-Layout.
     02  Filler                    Pic X(01).
     02  Filler                    Pic X(01).
     02  Numgjst-Step-Seq          Pic 9(02).
     02  Filler                    Pic X(01).
     02  Numgjst-Step-Program      Pic X(09).
     02  Filler                    Pic X(01).
     02  Numgjst-Step-State        Pic X(01).
     *> "P" pending, "R" running, "C" complete, "H" held,
     *> "F" failed (no NUMGLOG end record).
     02  Filler                    Pic X(01).
     02  Numgjst-Step-Rc           Pic 9(04).
     02  Filler                    Pic X(01).
     02  Numgjst-Step-Start-Stamp  Pic X(14).
     02  Filler                    Pic X(01).
     02  Numgjst-Step-End-Stamp    Pic X(14).
     02  Filler                    Pic X(01).
     02  Numgjst-Step-Hold-By      Pic 9(02).
     02  Filler                    Pic X(01).
     02  Numgjst-Step-Reason       Pic X(40).

 FD  Numglog-File.
 01  Numglog-Record.
     *> One run-history record as Numglog stamps it - read here to
     *> find how each step just run ended.
     02  Numglog-Program           Pic X(09).
     02  Filler                    Pic X(01).
     02  Numglog-Event             Pic X(01).
     02  Filler                    Pic X(01).
     02  Numglog-Stamp             Pic X(14).
     02  Filler                    Pic X(01).
     02  Numglog-Read-Count        Pic 9(09).
     02  Filler                    Pic X(01).
     02  Numglog-Write-Count       Pic 9(09).
     02  Filler                    Pic X(01).
     02  Numglog-Exception-Count   Pic 9(09).
     02  Filler                    Pic X(01).
     02  Numglog-Return-Code       Pic 9(04).

 FD  Numgprm-File.
 01  Numgprm-Record.
     02  Numgprm-Business-Date     Pic X(08).
     02  Filler                    Pic X(01).
     02  Numgprm-Resume-Switch     Pic X(01).

 FD  Numgjrp-File.
 01  Numgjrp-Record                Pic X(132).

 Working-Storage Section.
 01  Numgstep-Status            Pic X(02) Value "00".
     88  Numgstep-Not-Found      Values "35" "05".
 01  Numgjst-Status             Pic X(02) Value "00".
     88  Numgjst-Not-Found       Values "35" "05".
 01  Numglog-Status             Pic X(02) Value "00".
     88  Numglog-Not-Found       Values "35" "05".
 01  Numgprm-Status             Pic X(02) Value "00".
     88  Numgprm-Not-Found       Values "35" "05".
 01  Numgjrp-Status             Pic X(02) Value "00".

 01  Numgstep-Eof-Sw            Pic X Value "N".
     88  Numgstep-Eof            Value "Y".
 01  Numgjst-Eof-Sw             Pic X Value "N".
     88  Numgjst-Eof             Value "Y".
 01  Numglog-Eof-Sw             Pic X Value "N".
     88  Numglog-Eof             Value "Y".

 01  Business-Date              Pic X(08) Value Spaces.
 01  Job-Stamp                  Pic X(14) Value Spaces.
 01  Job-End-Stamp              Pic X(14) Value Spaces.
 01  Job-State                  Pic X(01) Value "R".
 01  Job-Return-Code            Pic 9(04) Comp Value 0.
 01  Stopped-At-Program         Pic X(09) Value Spaces.
 01  Restart-Count              Pic 9(04) Comp Value 0.

 01  Param-Resume-Switch        Pic X(01) Value Space.
     88  Resume-Requested        Values "Y" "y".

 01  Job-Resumed-Sw             Pic X Value "N".
     88  Job-Resumed             Value "Y".
 01  Prior-Job-Found-Sw         Pic X Value "N".
     88  Prior-Job-Found         Value "Y".
 01  Prior-Job-State            Pic X(01) Value Space.
 01  Prior-Business-Date        Pic X(08) Value Spaces.
 01  Prior-Job-Stamp            Pic X(14) Value Spaces.
 01  Prior-Restart-Count        Pic 9(04) Comp Value 0.
 01  Resume-Seq                 Pic 9(04) Comp Value 1.

*>
*> One entry per step, in running order, as defined on NUMGSTEP.
*> Step-Depend-Ix resolves each dependency to the earlier entry it
*> names, once, at load time. The state fields are what NUMGJST
*> carries from one attempt at the night to the next.
*>
 01  Step-Table.
     02  Step-Count               Pic 9(04) Comp Value 0.
     02  Step-Entry Occurs 12 Times.
         03  Step-Program           Pic X(09).
         03  Step-Max-Rc            Pic 9(04) Comp.
         03  Step-Depend-Count      Pic 9(04) Comp.
         03  Step-Depend-Program    Pic X(09) Occurs 4 Times.
         03  Step-Depend-Ix         Pic 9(04) Comp Occurs 4 Times.
         03  Step-Command           Pic X(60).
         03  Step-State             Pic X(01).
             88  Step-Pending         Value "P".
             88  Step-Running         Value "R".
             88  Step-Complete        Value "C".
             88  Step-Held            Value "H".
             88  Step-Failed          Value "F".
         03  Step-Rc                Pic 9(04) Comp.
         03  Step-Hold-By           Pic 9(04) Comp.
         03  Step-Start-Stamp       Pic X(14).
         03  Step-End-Stamp         Pic X(14).
         03  Step-Reason            Pic X(40).
         03  Step-Rerun-Sw          Pic X(01).
             88  Step-Rerun           Value "Y".

 01  Step-Ix                    Pic 9(04) Comp Value 0.
 01  Dep-Ix                     Pic 9(04) Comp Value 0.
 01  Dep-Step-Ix                Pic 9(04) Comp Value 0.
 01  Check-Ix                   Pic 9(04) Comp Value 0.
 01  Load-Error-Sw              Pic X Value "N".
     88  Load-Error              Value "Y".

 01  Dependency-Rerun-Sw        Pic X Value "N".
     88  Dependency-Rerun        Value "Y".
 01  Step-Held-Sw               Pic X Value "N".
     88  Step-Is-Held            Value "Y".

 01  Step-End-Found-Sw          Pic X Value "N".
     88  Step-End-Found          Value "Y".
 01  Step-End-Rc                Pic 9(04) Comp Value 0.
 01  Step-End-Log-Stamp         Pic X(14) Value Spaces.
 01  System-Return-Code         Pic S9(09) Comp Value 0.

 01  Default-Program            Pic X(09) Value Spaces.
 01  Default-Max-Rc             Pic 9(04) Comp Value 0.
 01  Default-Depend-1           Pic X(09) Value Spaces.
 01  Default-Depend-2           Pic X(09) Value Spaces.

 01  Steps-Run-Count            Pic 9(09) Comp Value 0.
 01  Steps-Complete-Count       Pic 9(09) Comp Value 0.
 01  Steps-Held-Count           Pic 9(09) Comp Value 0.
 01  Steps-Failed-Count         Pic 9(09) Comp Value 0.
 01  Report-Line-Count          Pic 9(09) Comp Value 0.

 01  Seq-Edit                   Pic Z9.
 01  Rc-Edit                    Pic Z(03)9.
 01  State-Text                 Pic X(12) Value Spaces.
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
     Perform Run-One-Step
        Varying Step-Ix From 1 By 1 Until Step-Ix > Step-Count.
     Perform Termination.
     Stop Run.

*>-----------------------------------------------------------------
 Initialization.
     Perform Log-Run-Start.

     Move Current-Date(1:14) To Job-Stamp.
     Perform Read-Numgprm-Parameters.
     Perform Load-Step-Definitions.
     Perform Check-For-Job-Restart.

     Open Output Numgjrp-File.
     If Numgjrp-Status Not = "00"
        Display "NUMGJOB - ERROR: Unable To Open Numgjrp-File, "
                "Status " Numgjrp-Status
        Perform Abort-Run
     End-If.

     Perform Write-Report-Heading.

     *> The status file is written before the first step starts, so
     *> a night that dies in its very first step still leaves a
     *> NUMGJST a restart can resume from.
     Move "R" To Job-State.
     Perform Write-Job-Status.

*>-----------------------------------------------------------------
 Read-Numgprm-Parameters.
     Move Current-Date(1:8) To Business-Date.
     Open Input Numgprm-File.
     If Numgprm-Not-Found
        Display "NUMGJOB - WARNING: No NUMGPRM parameter file - "
                "today's date taken as the business date and the "
                "night started from the first step."
     Else
        Read Numgprm-File
           At End
              Continue
           Not At End
              If Numgprm-Business-Date Not = Spaces
                 Move Numgprm-Business-Date To Business-Date
              End-If
              Move Numgprm-Resume-Switch To Param-Resume-Switch
        End-Read
        Close Numgprm-File
     End-If.

*>-----------------------------------------------------------------
 Log-Run-Start.
     Move Spaces    To Numglog-Request.
     Move "NUMGJOB" To Numglog-Req-Program.
     Move "S"       To Numglog-Req-Event.
     Move 0         To Numglog-Req-Read
                       Numglog-Req-Written
                       Numglog-Req-Exceptions
                       Numglog-Req-Return-Code.
     Call "Numglog" Using Numglog-Request.

*>-----------------------------------------------------------------
 Log-Run-End.
     Move Spaces    To Numglog-Request.
     Move "NUMGJOB" To Numglog-Req-Program.
     Move "E"       To Numglog-Req-Event.
     Move Step-Count           To Numglog-Req-Read.
     Move Steps-Run-Count      To Numglog-Req-Written.
     Compute Numglog-Req-Exceptions =
             Steps-Held-Count + Steps-Failed-Count.
     Move Return-Code          To Numglog-Req-Return-Code.
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
 Load-Step-Definitions.
     Open Input Numgstep-File.
     If Numgstep-Not-Found
        Display "NUMGJOB - WARNING: No NUMGSTEP control file - "
                "the standard night is run."
        Perform Load-Default-Steps
     Else
        If Numgstep-Status Not = "00"
           Display "NUMGJOB - ERROR: Unable To Open Numgstep-File, "
                   "Status " Numgstep-Status
           Perform Abort-Run
        End-If
        Perform Read-Numgstep-Record
        Perform Load-One-Step Until Numgstep-Eof Or Load-Error
        Close Numgstep-File
     End-If.

     If Load-Error
        Display "NUMGJOB - ERROR: NUMGSTEP control file is "
                "unusable - night not started."
        Perform Abort-Run
     End-If.
     If Step-Count = 0
        Display "NUMGJOB - ERROR: NUMGSTEP exists but defines no "
                "steps - night not started."
        Perform Abort-Run
     End-If.

     Perform Resolve-Step-Dependencies
        Varying Step-Ix From 1 By 1
        Until Step-Ix > Step-Count Or Load-Error.
     If Load-Error
        Display "NUMGJOB - ERROR: NUMGSTEP control file is "
                "unusable - night not started."
        Perform Abort-Run
     End-If.

*>-----------------------------------------------------------------
 Load-Default-Steps.
     *>
     *> The night as it has always been run by hand. Everything
     *> downstream needs a NUMGBATCH that ended; NUMGGLX posts only
     *> behind a clean batch AND a balanced reconciliation; the
     *> archive runs only once the day has posted. The senders are
     *> acknowledged even when their trailers refused the batch -
     *> that is when they most need to hear - and the feed registry
     *> is listed on the same terms, since a night out of integrity
     *> is when a missing or resent feed is likeliest.
     *>
     Move "NUMGBATCH" To Default-Program.
     Move 0           To Default-Max-Rc.
     Move Spaces      To Default-Depend-1 Default-Depend-2.
     Perform Add-Default-Step.
     Move "NUMGACK"   To Default-Program.
     Move 8           To Default-Max-Rc.
     Move "NUMGBATCH" To Default-Depend-1.
     Perform Add-Default-Step.
     Move "NUMGRECON" To Default-Program.
     Move 4           To Default-Max-Rc.
     Move "NUMGBATCH" To Default-Depend-1.
     Perform Add-Default-Step.
     Move "NUMGVAR"   To Default-Program.
     Perform Add-Default-Step.
     Move "NUMGPRNT"  To Default-Program.
     Perform Add-Default-Step.
     Move "NUMGGLX"   To Default-Program.
     Move 0           To Default-Max-Rc.
     Move "NUMGRECON" To Default-Depend-2.
     Perform Add-Default-Step.
     Move "NUMGAGE"   To Default-Program.
     Move 4           To Default-Max-Rc.
     Move Spaces      To Default-Depend-2.
     Perform Add-Default-Step.
     Move "NUMGFRPT"  To Default-Program.
     Move 8           To Default-Max-Rc.
     Perform Add-Default-Step.
     Move "NUMGARCH"  To Default-Program.
     Move 4           To Default-Max-Rc.
     Move "NUMGGLX"   To Default-Depend-1.
     Perform Add-Default-Step.

*>-----------------------------------------------------------------
 Add-Default-Step.
     Add 1 To Step-Count.
     Move Step-Count To Step-Ix.
     Perform Clear-Step-Entry.
     Move Default-Program To Step-Program(Step-Ix)
                             Step-Command(Step-Ix).
     Move Default-Max-Rc  To Step-Max-Rc(Step-Ix).
     If Default-Depend-1 Not = Spaces
        Add 1 To Step-Depend-Count(Step-Ix)
        Move Default-Depend-1
             To Step-Depend-Program(Step-Ix, Step-Depend-Count(Step-Ix))
     End-If.
     If Default-Depend-2 Not = Spaces
        Add 1 To Step-Depend-Count(Step-Ix)
        Move Default-Depend-2
             To Step-Depend-Program(Step-Ix, Step-Depend-Count(Step-Ix))
     End-If.

*>-----------------------------------------------------------------
 Clear-Step-Entry.
     Move Spaces To Step-Program(Step-Ix)
                    Step-Command(Step-Ix)
                    Step-Start-Stamp(Step-Ix)
                    Step-End-Stamp(Step-Ix)
                    Step-Reason(Step-Ix).
     Move 0      To Step-Max-Rc(Step-Ix)
                    Step-Depend-Count(Step-Ix)
                    Step-Rc(Step-Ix)
                    Step-Hold-By(Step-Ix).
     Move "P"    To Step-State(Step-Ix).
     Move "N"    To Step-Rerun-Sw(Step-Ix).
     Perform Clear-One-Dependency
        Varying Dep-Ix From 1 By 1 Until Dep-Ix > 4.

*>-----------------------------------------------------------------
 Clear-One-Dependency.
     Move Spaces To Step-Depend-Program(Step-Ix, Dep-Ix).
     Move 0      To Step-Depend-Ix(Step-Ix, Dep-Ix).

*>-----------------------------------------------------------------
 Load-One-Step.
     Evaluate True
        When Numgstep-Record = Spaces
         Or Numgstep-Record(1:1) = "*"
           Continue
        When Numgstep-Program = Spaces
           Display "NUMGJOB - ERROR: NUMGSTEP record with a blank "
                   "program name."
           Set Load-Error To True
        When Numgstep-Max-Rc-X Not = Spaces
         And Numgstep-Max-Rc-X Not Numeric
           Display "NUMGJOB - ERROR: Accepted return code for step "
                   Numgstep-Program " is not numeric."
           Set Load-Error To True
        When Step-Count >= 12
           Display "NUMGJOB - ERROR: NUMGSTEP defines more than 12 "
                   "steps."
           Set Load-Error To True
        When Other
           Perform Check-Duplicate-Step
           If Not Load-Error
              Add 1 To Step-Count
              Move Step-Count To Step-Ix
              Perform Clear-Step-Entry
              Move Numgstep-Program To Step-Program(Step-Ix)
              If Numgstep-Max-Rc-X Not = Spaces
                 Move Numval(Numgstep-Max-Rc-X)
                      To Step-Max-Rc(Step-Ix)
              End-If
              If Numgstep-Command = Spaces
                 Move Numgstep-Program To Step-Command(Step-Ix)
              Else
                 Move Numgstep-Command To Step-Command(Step-Ix)
              End-If
              Perform Store-One-Dependency
                 Varying Dep-Ix From 1 By 1 Until Dep-Ix > 4
           End-If
     End-Evaluate.

     Perform Read-Numgstep-Record.

*>-----------------------------------------------------------------
 Check-Duplicate-Step.
     Perform Check-One-Step-Name
        Varying Check-Ix From 1 By 1
        Until Check-Ix > Step-Count Or Load-Error.

*>-----------------------------------------------------------------
 Check-One-Step-Name.
     If Step-Program(Check-Ix) = Numgstep-Program
        Display "NUMGJOB - ERROR: Step " Numgstep-Program
                " defined twice on NUMGSTEP."
        Set Load-Error To True
     End-If.

*>-----------------------------------------------------------------
 Store-One-Dependency.
     If Numgstep-Depend-Program(Dep-Ix) Not = Spaces
        Add 1 To Step-Depend-Count(Step-Ix)
        Move Numgstep-Depend-Program(Dep-Ix)
             To Step-Depend-Program(Step-Ix, Step-Depend-Count(Step-Ix))
     End-If.

*>-----------------------------------------------------------------
 Resolve-Step-Dependencies.
     Perform Resolve-One-Dependency
        Varying Dep-Ix From 1 By 1
        Until Dep-Ix > Step-Depend-Count(Step-Ix) Or Load-Error.

*>-----------------------------------------------------------------
 Resolve-One-Dependency.
     *>
     *> A dependency must name a step that runs EARLIER - the night
     *> runs strictly in order, so a step cannot wait on one that
     *> has not had its turn yet.
     *>
     Perform Find-Step-Entry
        Varying Check-Ix From 1 By 1
        Until Check-Ix >= Step-Ix
           Or Step-Program(Check-Ix)
              = Step-Depend-Program(Step-Ix, Dep-Ix).
     If Check-Ix >= Step-Ix
        Display "NUMGJOB - ERROR: Step " Step-Program(Step-Ix)
                " depends on " Step-Depend-Program(Step-Ix, Dep-Ix)
                ", which is not an earlier step."
        Set Load-Error To True
     Else
        Move Check-Ix To Step-Depend-Ix(Step-Ix, Dep-Ix)
     End-If.

*>-----------------------------------------------------------------
 Find-Step-Entry.
     Continue.

*>-----------------------------------------------------------------
 Check-For-Job-Restart.
     *>
     *> NUMGJST from the last attempt at a night. Only an unfinished
     *> night for the same business date can be resumed, and only
     *> on the operator's say-so through the NUMGPRM resume switch;
     *> otherwise the night starts from the first step.
     *>
     Open Input Numgjst-File.
     If Numgjst-Not-Found
        Continue
     Else
        If Numgjst-Status Not = "00"
           Display "NUMGJOB - ERROR: Unable To Open Numgjst-File, "
                   "Status " Numgjst-Status
           Perform Abort-Run
        End-If
        Perform Read-Numgjst-Record
        Perform Load-One-Status-Record Until Numgjst-Eof
        Close Numgjst-File
     End-If.

     If Prior-Job-Found
        And Prior-Business-Date = Business-Date
        And Prior-Job-State Not = "C"
        If Resume-Requested
           Perform Find-Resume-Point
           Set Job-Resumed To True
           Move Prior-Job-Stamp To Job-Stamp
           Compute Restart-Count = Prior-Restart-Count + 1
           If Resume-Seq > Step-Count
              Display "NUMGJOB - Every step of the night of "
                      Business-Date " already completed - nothing "
                      "to resume."
           Else
              Display "NUMGJOB - Resuming the night of "
                      Business-Date " at step "
                      Step-Program(Resume-Seq) "."
           End-If
        Else
           Display "NUMGJOB - WARNING: The night of " Business-Date
                   " did not finish, but NUMGPRM does not say "
                   "resume - starting from the first step."
           Perform Reset-Step-State
              Varying Step-Ix From 1 By 1 Until Step-Ix > Step-Count
        End-If
     Else
        Perform Reset-Step-State
           Varying Step-Ix From 1 By 1 Until Step-Ix > Step-Count
     End-If.

*>-----------------------------------------------------------------
 Load-One-Status-Record.
     Evaluate True
        When Numgjst-Job-Rec
           Set Prior-Job-Found To True
           Move Numgjst-Business-Date To Prior-Business-Date
           Move Numgjst-Job-Stamp     To Prior-Job-Stamp
           Move Numgjst-Job-State     To Prior-Job-State
           If Numgjst-Restart-Count Is Numeric
              Move Numgjst-Restart-Count To Prior-Restart-Count
           End-If
        When Numgjst-Step-Rec And Prior-Business-Date = Business-Date
           Perform Load-Prior-Step-State
        When Other
           Continue
     End-Evaluate.
     Perform Read-Numgjst-Record.

*>-----------------------------------------------------------------
 Load-Prior-Step-State.
     *>
     *> A step is only carried over when it sits at the same place
     *> on tonight's NUMGSTEP - a step list edited between the
     *> failed attempt and the restart cannot be resumed safely.
     *>
     If Numgjst-Step-Seq Is Numeric
        Move Numgjst-Step-Seq To Step-Ix
        If Step-Ix < 1 Or Step-Ix > Step-Count
           Or Step-Program(Step-Ix) Not = Numgjst-Step-Program
           Move "C" To Prior-Job-State
           Display "NUMGJOB - WARNING: NUMGSTEP has changed since "
                   "the last attempt at the night - it cannot be "
                   "resumed."
        Else
           Move Numgjst-Step-State       To Step-State(Step-Ix)
           Move Numgjst-Step-Rc          To Step-Rc(Step-Ix)
           Move Numgjst-Step-Hold-By     To Step-Hold-By(Step-Ix)
           Move Numgjst-Step-Start-Stamp To Step-Start-Stamp(Step-Ix)
           Move Numgjst-Step-End-Stamp   To Step-End-Stamp(Step-Ix)
           Move Numgjst-Step-Reason      To Step-Reason(Step-Ix)
        End-If
     End-If.

*>-----------------------------------------------------------------
 Reset-Step-State.
     Move "P"    To Step-State(Step-Ix).
     Move 0      To Step-Rc(Step-Ix) Step-Hold-By(Step-Ix).
     Move Spaces To Step-Start-Stamp(Step-Ix)
                    Step-End-Stamp(Step-Ix)
                    Step-Reason(Step-Ix).

*>-----------------------------------------------------------------
 Find-Resume-Point.
     *>
     *> The earliest step that did not complete - or, for a step
     *> held behind a completed step whose return code was too high,
     *> that completed step.
     *>
     Move Step-Count To Resume-Seq.
     Add 1 To Resume-Seq.
     Perform Judge-Resume-Step
        Varying Step-Ix From 1 By 1 Until Step-Ix > Step-Count.

*>-----------------------------------------------------------------
 Judge-Resume-Step.
     If Not Step-Complete(Step-Ix)
        If Step-Held(Step-Ix) And Step-Hold-By(Step-Ix) > 0
           If Step-Hold-By(Step-Ix) < Resume-Seq
              Move Step-Hold-By(Step-Ix) To Resume-Seq
           End-If
        Else
           If Step-Ix < Resume-Seq
              Move Step-Ix To Resume-Seq
           End-If
        End-If
     End-If.

*>-----------------------------------------------------------------
 Run-One-Step.
     Move "N" To Dependency-Rerun-Sw.
     Perform Check-Dependency-Rerun
        Varying Dep-Ix From 1 By 1
        Until Dep-Ix > Step-Depend-Count(Step-Ix).

     If Step-Complete(Step-Ix)
        And (Step-Ix < Resume-Seq
             Or (Step-Ix > Resume-Seq And Not Dependency-Rerun))
        *> Finished on an earlier attempt at this night, and
        *> nothing it depends on is being run again.
        Display "NUMGJOB - Step " Step-Program(Step-Ix)
                " completed on the earlier attempt - not rerun."
        Add 1 To Steps-Complete-Count
     Else
        Move "Y" To Step-Rerun-Sw(Step-Ix)
        Move 0   To Step-Hold-By(Step-Ix)
        Move Spaces To Step-Reason(Step-Ix)
        Move "N" To Step-Held-Sw
        Perform Check-One-Dependency
           Varying Dep-Ix From 1 By 1
           Until Dep-Ix > Step-Depend-Count(Step-Ix)
        If Step-Is-Held
           Move "H" To Step-State(Step-Ix)
           Move 0   To Step-Rc(Step-Ix)
           Move Spaces To Step-Start-Stamp(Step-Ix)
                          Step-End-Stamp(Step-Ix)
           Add 1 To Steps-Held-Count
           Display "NUMGJOB - Step " Step-Program(Step-Ix) " "
                   Step-Reason(Step-Ix)
           Perform Write-Job-Status
        Else
           Perform Launch-Step
        End-If
     End-If.

     If (Step-Held(Step-Ix) Or Step-Failed(Step-Ix))
        And Stopped-At-Program = Spaces
        Move Step-Program(Step-Ix) To Stopped-At-Program
     End-If.

     Perform Write-Step-Report-Line.

*>-----------------------------------------------------------------
 Check-Dependency-Rerun.
     Move Step-Depend-Ix(Step-Ix, Dep-Ix) To Dep-Step-Ix.
     If Step-Rerun(Dep-Step-Ix)
        Set Dependency-Rerun To True
     End-If.

*>-----------------------------------------------------------------
 Check-One-Dependency.
     *>
     *> Only the first unsatisfied dependency is recorded - it is
     *> the one a restart has to get past.
     *>
     Move Step-Depend-Ix(Step-Ix, Dep-Ix) To Dep-Step-Ix.
     If Not Step-Is-Held
        If Not Step-Complete(Dep-Step-Ix)
           Set Step-Is-Held To True
           String "HELD - " Delimited By Size
                  Step-Program(Dep-Step-Ix) Delimited By Space
                  " DID NOT FINISH" Delimited By Size
                  Into Step-Reason(Step-Ix)
        Else
           If Step-Rc(Dep-Step-Ix) > Step-Max-Rc(Step-Ix)
              Set Step-Is-Held To True
              Move Dep-Step-Ix To Step-Hold-By(Step-Ix)
              Move Step-Rc(Dep-Step-Ix) To Rc-Edit
              String "HELD - " Delimited By Size
                     Step-Program(Dep-Step-Ix) Delimited By Space
                     " ENDED RC " Delimited By Size
                     Rc-Edit Delimited By Size
                     Into Step-Reason(Step-Ix)
           End-If
        End-If
     End-If.

*>-----------------------------------------------------------------
 Launch-Step.
     *>
     *> The step is marked running on NUMGJST before it starts, so
     *> a night that dies inside it is resumed right here.
     *>
     Move "R" To Step-State(Step-Ix).
     Move 0   To Step-Rc(Step-Ix).
     Move Current-Date(1:14) To Step-Start-Stamp(Step-Ix).
     Move Spaces To Step-End-Stamp(Step-Ix).
     Perform Write-Job-Status.

     Display "NUMGJOB - Starting step " Step-Program(Step-Ix)
             " at " Step-Start-Stamp(Step-Ix) ".".
     Add 1 To Steps-Run-Count.
     Move 0 To Return-Code.
     Call "SYSTEM" Using Step-Command(Step-Ix).
     Move Return-Code To System-Return-Code.
     Move 0 To Return-Code.

     Perform Find-Step-End-Record.
     If Step-End-Found
        Move "C"                To Step-State(Step-Ix)
        Move Step-End-Rc        To Step-Rc(Step-Ix)
        Move Step-End-Log-Stamp To Step-End-Stamp(Step-Ix)
        Add 1 To Steps-Complete-Count
        Move Step-Rc(Step-Ix) To Rc-Edit
        Display "NUMGJOB - Step " Step-Program(Step-Ix)
                " ended return code " Rc-Edit "."
     Else
        *> No end record: the step abended, or never started at
        *> all. It is given the suite's abort code; the command's
        *> own completion status goes to the console for whoever
        *> has to find out why.
        Move "F" To Step-State(Step-Ix)
        Move 12  To Step-Rc(Step-Ix)
        Move Current-Date(1:14) To Step-End-Stamp(Step-Ix)
        Move "FAILED - NO NUMGLOG END RECORD" To Step-Reason(Step-Ix)
        Add 1 To Steps-Failed-Count
        Display "NUMGJOB - Step " Step-Program(Step-Ix)
                " did not finish - no end record on NUMGLOG, "
                "command status " System-Return-Code "."
     End-If.
     Perform Write-Job-Status.

*>-----------------------------------------------------------------
 Find-Step-End-Record.
     *>
     *> The LAST end record the step stamped since NUMGJOB started
     *> it. NUMGBATCH's validate-only trial pass ends with event
     *> "V" - still a finished step, judged by its return code.
     *>
     Move "N" To Step-End-Found-Sw.
     Move "N" To Numglog-Eof-Sw.
     Open Input Numglog-File.
     If Numglog-Status = "00"
        Perform Read-Numglog-Record
        Perform Scan-One-Log-Record Until Numglog-Eof
        Close Numglog-File
     Else
        Display "NUMGJOB - WARNING: Unable To Open Numglog-File, "
                "Status " Numglog-Status
     End-If.

*>-----------------------------------------------------------------
 Scan-One-Log-Record.
     If Numglog-Program = Step-Program(Step-Ix)
        And (Numglog-Event = "E" Or "V")
        And Numglog-Stamp >= Step-Start-Stamp(Step-Ix)
        Set Step-End-Found To True
        Move Numglog-Return-Code To Step-End-Rc
        Move Numglog-Stamp       To Step-End-Log-Stamp
     End-If.
     Perform Read-Numglog-Record.

*>-----------------------------------------------------------------
 Write-Job-Status.
     Open Output Numgjst-File.
     If Numgjst-Status Not = "00"
        *> A night that cannot record how far it got cannot be
        *> resumed safely - stop rather than run blind.
        Display "NUMGJOB - ERROR: Unable To Open Numgjst-File, "
                "Status " Numgjst-Status
        Perform Abort-Run
     End-If.
     Move Spaces           To Numgjst-Record.
     Move "J"              To Numgjst-Rec-Type.
     Move Business-Date    To Numgjst-Business-Date.
     Move Job-Stamp        To Numgjst-Job-Stamp.
     Move Job-End-Stamp    To Numgjst-Job-End-Stamp.
     Move Job-State        To Numgjst-Job-State.
     Move Job-Return-Code  To Numgjst-Job-Rc.
     Move Stopped-At-Program To Numgjst-Stopped-At.
     Move Restart-Count    To Numgjst-Restart-Count.
     Write Numgjst-Record.
     Perform Check-Numgjst-Write.
     Perform Write-One-Step-Status
        Varying Check-Ix From 1 By 1 Until Check-Ix > Step-Count.
     Close Numgjst-File.

*>-----------------------------------------------------------------
 Write-One-Step-Status.
     Move Spaces                     To Numgjst-Record.
     Move "S"                        To Numgjst-Rec-Type.
     Move Check-Ix                   To Numgjst-Step-Seq.
     Move Step-Program(Check-Ix)     To Numgjst-Step-Program.
     Move Step-State(Check-Ix)       To Numgjst-Step-State.
     Move Step-Rc(Check-Ix)          To Numgjst-Step-Rc.
     Move Step-Start-Stamp(Check-Ix) To Numgjst-Step-Start-Stamp.
     Move Step-End-Stamp(Check-Ix)   To Numgjst-Step-End-Stamp.
     Move Step-Hold-By(Check-Ix)     To Numgjst-Step-Hold-By.
     Move Step-Reason(Check-Ix)      To Numgjst-Step-Reason.
     Write Numgjst-Record.
     Perform Check-Numgjst-Write.

*>-----------------------------------------------------------------
 Check-Numgjst-Write.
     If Numgjst-Status Not = "00"
        Display "NUMGJOB - ERROR: Write To Numgjst-File Failed, "
                "Status " Numgjst-Status
        Perform Abort-Run
     End-If.

*>-----------------------------------------------------------------
 Write-Report-Heading.
     Move Spaces To Report-Line.
     String "NUMGJOB  NIGHTLY JOB REPORT       " Delimited By Size
            "BUSINESS DATE " Delimited By Size
            Business-Date    Delimited By Size
            "   JOB STARTED " Delimited By Size
            Job-Stamp        Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.
     If Job-Resumed And Resume-Seq <= Step-Count
        Move Restart-Count To Rc-Edit
        Move Spaces To Report-Line
        String "RESTART " Delimited By Size
               Rc-Edit    Delimited By Size
               " - RESUMED AT STEP " Delimited By Size
               Step-Program(Resume-Seq) Delimited By Size
               Into Report-Line
        Perform Write-Report-Line
     End-If.
     Move Spaces To Report-Line.
     Perform Write-Report-Line.
     Move "SQ PROGRAM   STATE          RC STARTED        ENDED          REASON"
          To Report-Line.
     Perform Write-Report-Line.

*>-----------------------------------------------------------------
 Write-Step-Report-Line.
     Evaluate True
        When Step-Complete(Step-Ix) And Not Step-Rerun(Step-Ix)
           Move "COMPLETE-PRV" To State-Text
        When Step-Complete(Step-Ix)
           Move "COMPLETE"     To State-Text
        When Step-Held(Step-Ix)
           Move "HELD"         To State-Text
        When Step-Failed(Step-Ix)
           Move "FAILED"       To State-Text
        When Other
           Move "NOT RUN"      To State-Text
     End-Evaluate.
     Move Step-Ix          To Seq-Edit.
     Move Step-Rc(Step-Ix) To Rc-Edit.
     Move Spaces To Report-Line.
     String Seq-Edit                 Delimited By Size
            " "                      Delimited By Size
            Step-Program(Step-Ix)    Delimited By Size
            "  "                     Delimited By Size
            State-Text               Delimited By Size
            " "                      Delimited By Size
            Rc-Edit                  Delimited By Size
            " "                      Delimited By Size
            Step-Start-Stamp(Step-Ix) Delimited By Size
            " "                      Delimited By Size
            Step-End-Stamp(Step-Ix)  Delimited By Size
            " "                      Delimited By Size
            Step-Reason(Step-Ix)     Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.

*>-----------------------------------------------------------------
 Write-Report-Line.
     Write Numgjrp-Record From Report-Line.
     Add 1 To Report-Line-Count.
     If Numgjrp-Status Not = "00"
        Display "NUMGJOB - ERROR: Write To Numgjrp-File Failed, "
                "Status " Numgjrp-Status
        Perform Abort-Run
     End-If.

*>-----------------------------------------------------------------
 Read-Numgstep-Record.
     Read Numgstep-File
        At End
           Set Numgstep-Eof To True
     End-Read.

*>-----------------------------------------------------------------
 Read-Numgjst-Record.
     Read Numgjst-File
        At End
           Set Numgjst-Eof To True
     End-Read.

*>-----------------------------------------------------------------
 Read-Numglog-Record.
     Read Numglog-File
        At End
           Set Numglog-Eof To True
     End-Read.

*>-----------------------------------------------------------------
 Termination.
     Perform Judge-Job-Return-Code
        Varying Step-Ix From 1 By 1 Until Step-Ix > Step-Count.
     If Steps-Held-Count > 0 Or Steps-Failed-Count > 0
        Move "F" To Job-State
        If Job-Return-Code < 8
           Move 8 To Job-Return-Code
        End-If
     Else
        Move "C" To Job-State
     End-If.
     Move Current-Date(1:14) To Job-End-Stamp.
     Perform Write-Job-Status.

     Move Spaces To Report-Line.
     Perform Write-Report-Line.
     Move Job-Return-Code To Rc-Edit.
     Move Spaces To Report-Line.
     If Job-State = "C"
        String "JOB COMPLETE - EVERY STEP FINISHED, HIGHEST RETURN "
               "CODE " Delimited By Size
               Rc-Edit Delimited By Size
               Into Report-Line
     Else
        String "JOB STOPPED AT STEP " Delimited By Size
               Stopped-At-Program     Delimited By Size
               " - JOB RETURN CODE "  Delimited By Size
               Rc-Edit                Delimited By Size
               " - RESTART WITH THE NUMGPRM RESUME SWITCH SET TO Y"
               Delimited By Size
               Into Report-Line
     End-If.
     Perform Write-Report-Line.
     Close Numgjrp-File.

     Display "NUMGJOB - Steps Defined:  " Step-Count.
     Display "NUMGJOB - Steps Run:      " Steps-Run-Count.
     Display "NUMGJOB - Steps Complete: " Steps-Complete-Count.
     Display "NUMGJOB - Steps Held:     " Steps-Held-Count.
     Display "NUMGJOB - Steps Failed:   " Steps-Failed-Count.
     If Job-State = "C"
        Display "NUMGJOB - Night complete."
     Else
        Display "NUMGJOB - *** NIGHT STOPPED AT " Stopped-At-Program
                " *** - see NUMGJRP."
     End-If.

     Move Job-Return-Code To Return-Code.
     Perform Log-Run-End.

*>-----------------------------------------------------------------
 Judge-Job-Return-Code.
     If Step-Rc(Step-Ix) > Job-Return-Code
        Move Step-Rc(Step-Ix) To Job-Return-Code
     End-If.

 End Program Numgjob.
