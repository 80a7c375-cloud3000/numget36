*> $title "NUMGECV - ONE-TIME NUMGEMS CONVERSION TO THE CURRENT LAYOUT"
*> $control Rlfile,list,dynamic,bounds,optfeatures=linkaligned
 Identification Division.
 Program-Id. Numgecv.
 Author.     Michael Anderson.
 Date-Compiled.

*>************************************************************
*>
*>  One-time conversion of a NUMGEMS exception ledger built
*>  before the write-off operator id was carried on the record
*>  (257-byte record) into today's layout (265 bytes, per the
*>  Numgemsrec copybook). Without this step the first post-
*>  deploy Open I-O in NUMGBATCH gets a fixed-file-attribute
*>  conflict (status 39) and the schedule aborts every night -
*>  NUMGBATCH's open detects exactly that and points here, the
*>  way it points at NUMGMCV for the master.
*>
*>  Procedure: rename the existing ledger to NUMGEMSO, run this
*>  program once, and rerun the schedule. Every entry is copied
*>  across as it stands - status, stamps, recurrence count and
*>  write-off reason intact - with the write-off operator left
*>  spaces: those write-offs predate operator sign-on, and the
*>  ledger says so rather than guess who made them.
*>
*>  Refuses to run when a NUMGEMS already exists - a conversion
*>  must never overwrite a live ledger - and leaves NUMGEMSO in
*>  place for the operator to archive or delete once the
*>  converted file is verified.
*>
*>************************************************************

 Environment Division.
 Configuration Section.
 Source-Computer. Hp3000.
 Object-Computer. Hp3000.

 Input-Output Section.
 File-Control.
     Select Numgemo-File Assign To "NUMGEMSO"
                          Organization Is Indexed
                          Access Mode Is Dynamic
                          Record Key Is Numgemo-Key
                          File Status Is Numgemo-Status.

     Select Numgems-File Assign To "NUMGEMS"
                          Organization Is Indexed
                          Access Mode Is Random
                          Record Key Is Numgems-Key
                          File Status Is Numgems-Status.

 Data Division.
 File Section.
 FD  Numgemo-File.
 01  Numgemo-Record.
     *> The OLD ledger layout: today's Numgemsrec up to and
     *> including the write-off reason, without the operator id
     *> that now follows it. The body travels as one group move.
     02  Numgemo-Key               Pic X(30).
     02  Numgemo-Body              Pic X(227).

 FD  Numgems-File.
     Copy Numgemsrec.

 Working-Storage Section.
 01  Numgemo-Status             Pic X(02) Value "00".
     88  Numgemo-File-Missing    Values "35" "05".
 01  Numgems-Status             Pic X(02) Value "00".

 01  Numgemo-Eof-Sw             Pic X Value "N".
     88  Numgemo-Eof             Value "Y".

 01  Read-Count                 Pic 9(09) Comp Value 0.
 01  Write-Count                Pic 9(09) Comp Value 0.

*>
*> Linkage-shaped working storage used to CALL Numglog with, to
*> stamp this run's start and end onto the common run history.
*>
 Copy Numglogrec.

 Procedure Division.
*>-----------------------------------------------------------------
 Begin-0000.
     Perform Initialization.
     Perform Convert-Ledger-Records Until Numgemo-Eof.
     Perform Termination.
     Stop Run.

*>-----------------------------------------------------------------
 Initialization.
     Perform Log-Run-Start.

     *> A live NUMGEMS must never be overwritten by a conversion -
     *> if one opens, this step has either already run or was
     *> started without the rename, and either way it stops here.
     Open Input Numgems-File.
     If Numgems-Status = "00"
        Close Numgems-File
        Display "NUMGECV - ERROR: A NUMGEMS already exists - "
                "conversion refused. If it is the OLD ledger, "
                "rename it to NUMGEMSO first."
        Perform Abort-Run
     End-If.

     Open Input Numgemo-File.
     If Numgemo-File-Missing
        Display "NUMGECV - ERROR: No NUMGEMSO file - rename the "
                "old ledger to NUMGEMSO before running the "
                "conversion."
        Perform Abort-Run
     End-If.
     If Numgemo-Status Not = "00"
        Display "NUMGECV - ERROR: Unable To Open Numgemo-File, "
                "Status " Numgemo-Status
        Perform Abort-Run
     End-If.

     Open Output Numgems-File.
     If Numgems-Status Not = "00"
        Display "NUMGECV - ERROR: Unable To Create Numgems-File, "
                "Status " Numgems-Status
        Perform Abort-Run
     End-If.

     Move Low-Values To Numgemo-Key.
     Start Numgemo-File Key Not < Numgemo-Key
        Invalid Key
           Set Numgemo-Eof To True
     End-Start.
     If Not Numgemo-Eof
        Perform Read-Next-Old-Entry
     End-If.

*>-----------------------------------------------------------------
 Log-Run-Start.
     Move Spaces    To Numglog-Request.
     Move "NUMGECV" To Numglog-Req-Program.
     Move "S"       To Numglog-Req-Event.
     Move 0         To Numglog-Req-Read
                       Numglog-Req-Written
                       Numglog-Req-Exceptions
                       Numglog-Req-Return-Code.
     Call "Numglog" Using Numglog-Request.

*>-----------------------------------------------------------------
 Log-Run-End.
     Move Spaces    To Numglog-Request.
     Move "NUMGECV" To Numglog-Req-Program.
     Move "E"       To Numglog-Req-Event.
     Move Read-Count   To Numglog-Req-Read.
     Move Write-Count  To Numglog-Req-Written.
     Move 0            To Numglog-Req-Exceptions.
     Move Return-Code  To Numglog-Req-Return-Code.
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
 Convert-Ledger-Records.
     Add 1 To Read-Count.

     Move Spaces         To Numgems-Record.
     Move Numgemo-Record To Numgems-Record(1:257).
     Move Spaces         To Numgems-Writeoff-Operator.
     Write Numgems-Record.
     If Numgems-Status Not = "00"
        Display "NUMGECV - ERROR: Write To Numgems-File Failed, "
                "Status " Numgems-Status
        Perform Abort-Run
     End-If.
     Add 1 To Write-Count.

     Perform Read-Next-Old-Entry.

*>-----------------------------------------------------------------
 Read-Next-Old-Entry.
     Read Numgemo-File Next
        At End
           Set Numgemo-Eof To True
     End-Read.
     If Not Numgemo-Eof And Numgemo-Status Not = "00"
        Set Numgemo-Eof To True
     End-If.

*>-----------------------------------------------------------------
 Termination.
     Close Numgemo-File Numgems-File.
     Display "NUMGECV - Old Ledger Entries Read: " Read-Count.
     Display "NUMGECV - New Ledger Entries Written: " Write-Count.
     Display "NUMGECV - NUMGEMSO left in place - archive or "
             "delete it once the converted NUMGEMS is verified.".
     Perform Log-Run-End.

 End Program Numgecv.
