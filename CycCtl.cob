       Identification Division.
       Program-id.          CycCtl.

      *      Description: Nightly cycle controller. Runs the job stream
      *      defined in CYCLDEF.DAT one step at a time, in file order,
      *      and gates each step on the run-status files the programs
      *      write (PROGRAM,start,end,counts...,verdict,RC=n). Each
      *      definition line is
      *         step,program,status file,prerequisites,needs,max RC,
      *         command
      *      where prerequisites are the ids of earlier steps separated
      *      by spaces, needs is CLEAN or WARNING (the worst verdict a
      *      prerequisite may have ended with; default WARNING), max
      *      RC is the highest RC at which the step itself counts as
      *      complete (default 4), and command, last so that it may
      *      contain commas, is what the operating system runs for the
      *      step. A step is refused when any prerequisite has not
      *      completed, ended FATAL, or ended WARNING when the step
      *      needs CLEAN. After a step runs, its status file must have
      *      been written by this run; a missing or stale status file
      *      counts as FATAL. The cycle stops at the first step that
      *      fails or is refused. The cycle date and each step's state
      *      are kept in CYCSTATE.DAT, so a rerun for the same cycle
      *      date skips completed steps and resumes at the failed one.
      *      A prerequisite that caused a refusal by its verdict is
      *      set back to pending, so the rerun starts from it.
      *      A new cycle date is refused while the previous cycle is
      *      incomplete unless RESET=Y is given. Parameters come from
      *      CYCPARM.DAT: CYCLEDATE=YYYYMMDD (default run date) and
      *      RESET=Y. Writes the batch-window report CYCRPT.DAT with
      *      each step's start and end stamps, elapsed time, counts,
      *      and verdict.

       Environment division.
       Input-output section.
       File-control.
           select Parm-File assign to "CYCPARM.DAT"
               organization is line sequential
               file status is WS-Parm-File-Status.
           select Definition-File assign to "CYCLDEF.DAT"
               organization is line sequential
               file status is WS-Def-File-Status.
           select State-File assign to "CYCSTATE.DAT"
               organization is line sequential
               file status is WS-State-File-Status.
           select Step-Status-File assign using WS-Step-Status-Name
               organization is line sequential
               file status is WS-Step-File-Status.
           select Window-Report-File assign to "CYCRPT.DAT"
               organization is line sequential
               file status is WS-Report-File-Status.
           select Run-Status-File assign to "CYCSTA.DAT"
               organization is line sequential
               file status is WS-Status-File-Status.

       Data division.
       File section.
       FD  Parm-File.
       01  Parm-Record         PIC X(80).

       FD  Definition-File.
       01  Definition-Record   PIC X(200).

       FD  State-File.
       01  State-Record        PIC X(200).

       FD  Step-Status-File.
       01  Step-Status-Record  PIC X(132).

       FD  Window-Report-File.
       01  Window-Record       PIC X(132).

       FD  Run-Status-File.
       01  Run-Status-Record   PIC X(132).

       Working-storage section.

       01  WS-Parm-File-Status  PIC XX.
       01  WS-Def-File-Status   PIC XX.
       01  WS-State-File-Status PIC XX.
       01  WS-Step-File-Status  PIC XX.
       01  WS-Report-File-Status PIC XX.

       01  WS-Parm-Eof        PIC X value "N".
           88  WS-Parm-End-Of-File      value "Y".
       01  WS-Parm-Line       PIC X(80).
       01  WS-Parm-Keyword    PIC X(20).
       01  WS-Parm-Value      PIC X(60).
       01  WS-Parm-Error      PIC X value "N".
           88  WS-Parm-In-Error          value "Y".
       01  WS-Parm-Error-Msg  PIC X(80) value spaces.

       01  WS-Cycle-Date      PIC 9(8) value 0.
       01  WS-Reset-Cycle     PIC X value "N".
           88  WS-Reset-Requested       value "Y".
       01  WS-Prior-Cycle-Date PIC 9(8) value 0.
       01  WS-Prior-Complete  PIC X value "Y".

       01  WS-Input-Eof       PIC X value "N".
           88  WS-Input-End-Of-File     value "Y".
       01  WS-Input-Line      PIC X(200).
       01  WS-Def-Field-1     PIC X(20).
       01  WS-Def-Field-2     PIC X(20).
       01  WS-Def-Field-3     PIC X(120).
       01  WS-Def-Field-4     PIC X(20).
       01  WS-Def-Field-5     PIC X(60).
       01  WS-Def-Field-6     PIC X(20).
       01  WS-Def-Field-7     PIC X(20).
       01  WS-Def-Ptr         PIC 9(3).
       01  WS-Def-Error       PIC X value "N".
           88  WS-Def-In-Error          value "Y".
       01  WS-Def-Error-Msg   PIC X(80) value spaces.

       01  WS-Step-Table.
           05  WS-Step-Entry   occurs 30 times.
               10  CS-Step-Id      PIC X(8).
               10  CS-Program      PIC X(8).
               10  CS-Command      PIC X(120).
               10  CS-Status-File  PIC X(20).
               10  CS-Prereq-Count PIC 9.
               10  CS-Prereq       occurs 5 times PIC X(8).
               10  CS-Needs        PIC X(7).
                   88  CS-Needs-Clean       value "CLEAN".
               10  CS-Max-RC       PIC 9.
               10  CS-State        PIC X(7).
                   88  CS-Pending           value "PENDING".
                   88  CS-Done              value "DONE".
                   88  CS-Failed            value "FAILED".
                   88  CS-Refused           value "REFUSED".
               10  CS-Start-Stamp  PIC X(17).
               10  CS-End-Stamp    PIC X(17).
               10  CS-Verdict      PIC X(7).
               10  CS-RC           PIC 9.
               10  CS-Counts       PIC X(60).
               10  CS-Note         PIC X(40).
       01  WS-Step-Count      PIC 9(2) value 0.
       01  WS-Step-Sub        PIC 9(2).
       01  WS-Find-Sub        PIC 9(2).
       01  WS-Found-Sub       PIC 9(2).
       01  WS-Pre-Sub         PIC 9.
       01  WS-Find-Id         PIC X(8).
       01  WS-Prereq-Ptr      PIC 9(3).

       01  WS-Cycle-Stop      PIC X value "N".
           88  WS-Cycle-Stopped         value "Y".
       01  WS-Step-Ok         PIC X.
       01  WS-Step-Status-Name PIC X(20).
       01  WS-Step-Command    PIC X(121).
       01  WS-Step-Stamp.
           05  WS-Step-Stamp-Date PIC 9(8).
           05  filler          PIC X value "-".
           05  WS-Step-Stamp-Time PIC 9(8).

       01  WS-Stat-Line       PIC X(132).
       01  WS-Stat-Fields.
           05  WS-Stat-Field   occurs 15 times PIC X(40).
       01  WS-Stat-Count      PIC 9(2).
       01  WS-Stat-Sub        PIC 9(2).
       01  WS-Stat-Ptr        PIC 9(3).
       01  WS-Counts-Ptr      PIC 9(3).

       01  WS-State-Field-1   PIC X(10).
       01  WS-State-Field-2   PIC X(10).
       01  WS-State-Field-3   PIC X(10).
       01  WS-State-Field-4   PIC X(17).
       01  WS-State-Field-5   PIC X(17).
       01  WS-State-Field-6   PIC X(10).
       01  WS-State-Field-7   PIC X(10).
       01  WS-State-Field-8   PIC X(60).

       01  WS-Elapsed-Stamp   PIC X(17).
       01  WS-Elapsed-Date    PIC 9(8).
       01  WS-Elapsed-Time.
           05  WS-Elapsed-Time-HH PIC 9(2).
           05  WS-Elapsed-Time-MM PIC 9(2).
           05  WS-Elapsed-Time-SS PIC 9(2).
           05  WS-Elapsed-Time-CC PIC 9(2).
       01  WS-Start-Seconds   PIC 9(11).
       01  WS-End-Seconds     PIC 9(11).
       01  WS-Stamp-Seconds   PIC 9(11).
       01  WS-Elapsed-Seconds PIC S9(11).
       01  WS-Elapsed-Hours   PIC 9(4).
       01  WS-Elapsed-Minutes PIC 9(2).
       01  WS-Elapsed-Secs    PIC 9(2).
       01  WS-Elapsed-Text.
           05  WS-Elapsed-HH   PIC ZZZ9.
           05  filler          PIC X value ":".
           05  WS-Elapsed-MM   PIC 99.
           05  filler          PIC X value ":".
           05  WS-Elapsed-SS   PIC 99.
       01  WS-Elapsed-Disp    PIC X(10).

       01  WS-Report-Date     PIC 9(8).
       01  WS-Ran-Count       PIC 9(3) value 0.
       01  WS-Done-Count      PIC 9(3) value 0.
       01  WS-Skipped-Count   PIC 9(3) value 0.
       01  WS-Count-Format    PIC ZZZZZZ9.
       01  WS-Ctl-Line-Label  PIC X(27).

       01  WS-Status-File-Status PIC XX.
       01  WS-Start-Stamp.
           05  WS-Start-Stamp-Date PIC 9(8).
           05  filler          PIC X value "-".
           05  WS-Start-Stamp-Time PIC 9(8).
       01  WS-End-Stamp.
           05  WS-End-Stamp-Date PIC 9(8).
           05  filler          PIC X value "-".
           05  WS-End-Stamp-Time PIC 9(8).
       01  WS-Run-RC           PIC 9 value 0.
       01  WS-Run-Verdict     PIC X(7) value "CLEAN".

       Procedure Division.
       000-main.
           accept WS-Start-Stamp-Date from date yyyymmdd
           accept WS-Start-Stamp-Time from time
           accept WS-Report-Date from date yyyymmdd

           Perform 100-load-parameters
           if WS-Cycle-Date = 0
              move WS-Report-Date to WS-Cycle-Date
           end-if
           Perform 150-load-definitions
           Perform 200-load-cycle-state

           perform varying WS-Step-Sub from 1 by 1
                  until WS-Step-Sub > WS-Step-Count
                     or WS-Cycle-Stopped
              if CS-Done(WS-Step-Sub)
                 add 1 to WS-Skipped-Count
                 Display "Step " function trim(CS-Step-Id(WS-Step-Sub))
                     " already complete for cycle " WS-Cycle-Date
              else
                 Perform 300-run-step
              end-if
           end-perform

           Perform 700-write-window-report

           move 0 to WS-Done-Count
           perform varying WS-Step-Sub from 1 by 1
                  until WS-Step-Sub > WS-Step-Count
              if CS-Done(WS-Step-Sub)
                 add 1 to WS-Done-Count
                 if CS-RC(WS-Step-Sub) > 0 and WS-Run-RC = 0
                    move 4 to WS-Run-RC
                 end-if
              end-if
           end-perform
           if WS-Cycle-Stopped
              move 8 to WS-Run-RC
           end-if
           Perform 980-write-run-status
           Stop run.

       100-load-parameters.
           open input Parm-File
           if WS-Parm-File-Status = "35"
              continue
           else
              perform until WS-Parm-End-Of-File or WS-Parm-In-Error
                 read Parm-File into WS-Parm-Line
                    at end
                       set WS-Parm-End-Of-File to true
                    not at end
                       perform 110-apply-parm-record
                 end-read
              end-perform
              close Parm-File
           end-if

           if WS-Parm-In-Error
              Display "PARAMETER ERROR: "
                  function trim(WS-Parm-Error-Msg)
              move 8 to WS-Run-RC
              Perform 980-write-run-status
              Stop run
           end-if.

       110-apply-parm-record.
           if WS-Parm-Line = spaces or WS-Parm-Line(1:1) = "*"
              continue
           else
              move spaces to WS-Parm-Keyword
              move spaces to WS-Parm-Value
              unstring WS-Parm-Line delimited by "="
                 into WS-Parm-Keyword WS-Parm-Value
              end-unstring
              evaluate WS-Parm-Keyword
                 when "CYCLEDATE"
                    if WS-Parm-Value(1:8) is numeric
                          and WS-Parm-Value(5:2) >= "01"
                          and WS-Parm-Value(5:2) <= "12"
                       move WS-Parm-Value(1:8) to WS-Cycle-Date
                    else
                       move "Y" to WS-Parm-Error
                       move "CYCLEDATE must be a valid YYYYMMDD date"
                           to WS-Parm-Error-Msg
                    end-if
                 when "RESET"
                    if WS-Parm-Value = "Y" or WS-Parm-Value = "N"
                       move WS-Parm-Value(1:1) to WS-Reset-Cycle
                    else
                       move "Y" to WS-Parm-Error
                       move "RESET must be Y or N"
                           to WS-Parm-Error-Msg
                    end-if
                 when other
                    move "Y" to WS-Parm-Error
                    move spaces to WS-Parm-Error-Msg
                    string "unknown parameter keyword: "
                           delimited by size
                        WS-Parm-Keyword delimited by size
                        into WS-Parm-Error-Msg
                    end-string
              end-evaluate
           end-if.

       150-load-definitions.
           open input Definition-File
           if WS-Def-File-Status not = "00"
              Display "Cannot open job-stream definition - status "
                  WS-Def-File-Status
              move 8 to WS-Run-RC
              Perform 980-write-run-status
              Stop run
           end-if
           move "N" to WS-Input-Eof
           perform until WS-Input-End-Of-File or WS-Def-In-Error
              read Definition-File into WS-Input-Line
                 at end
                    set WS-Input-End-Of-File to true
                 not at end
                    perform 160-apply-definition-record
              end-read
           end-perform
           close Definition-File

           if WS-Step-Count = 0 and not WS-Def-In-Error
              move "Y" to WS-Def-Error
              move "no steps defined" to WS-Def-Error-Msg
           end-if
           if WS-Def-In-Error
              Display "DEFINITION ERROR: "
                  function trim(WS-Def-Error-Msg)
              move 8 to WS-Run-RC
              Perform 980-write-run-status
              Stop run
           end-if.

       160-apply-definition-record.
           if WS-Input-Line = spaces or WS-Input-Line(1:1) = "*"
              continue
           else
              move spaces to WS-Def-Field-1
              move spaces to WS-Def-Field-2
              move spaces to WS-Def-Field-3
              move spaces to WS-Def-Field-4
              move spaces to WS-Def-Field-5
              move spaces to WS-Def-Field-6
              move spaces to WS-Def-Field-7
              move 1 to WS-Def-Ptr
              unstring WS-Input-Line delimited by ","
                 into WS-Def-Field-1 WS-Def-Field-2 WS-Def-Field-4
                      WS-Def-Field-5 WS-Def-Field-6 WS-Def-Field-7
                 with pointer WS-Def-Ptr
              end-unstring
              if WS-Def-Ptr <= 200
                 move WS-Input-Line(WS-Def-Ptr:) to WS-Def-Field-3
              end-if
              evaluate true
                 when WS-Step-Count >= 30
                    move "Y" to WS-Def-Error
                    move "more than 30 steps defined"
                        to WS-Def-Error-Msg
                 when WS-Def-Field-1 = spaces
                       or WS-Def-Field-3 = spaces
                       or WS-Def-Field-4 = spaces
                    move "Y" to WS-Def-Error
                    move spaces to WS-Def-Error-Msg
                    string "step, command, and status file required: "
                           delimited by size
                        WS-Input-Line delimited by size
                        into WS-Def-Error-Msg
                    end-string
                 when WS-Def-Field-6 not = spaces
                       and WS-Def-Field-6 not = "CLEAN"
                       and WS-Def-Field-6 not = "WARNING"
                    move "Y" to WS-Def-Error
                    move spaces to WS-Def-Error-Msg
                    string "needs must be CLEAN or WARNING: "
                           delimited by size
                        WS-Def-Field-1 delimited by size
                        into WS-Def-Error-Msg
                    end-string
                 when WS-Def-Field-7 not = spaces
                       and WS-Def-Field-7(1:1) is not numeric
                    move "Y" to WS-Def-Error
                    move spaces to WS-Def-Error-Msg
                    string "max RC must be a single digit: "
                           delimited by size
                        WS-Def-Field-1 delimited by size
                        into WS-Def-Error-Msg
                    end-string
                 when other
                    Perform 170-add-step
              end-evaluate
           end-if.

       170-add-step.
           move WS-Def-Field-1 to WS-Find-Id
           Perform 400-find-step
           if WS-Found-Sub > 0
              move "Y" to WS-Def-Error
              move spaces to WS-Def-Error-Msg
              string "step defined twice: " delimited by size
                  WS-Def-Field-1 delimited by size
                  into WS-Def-Error-Msg
              end-string
           else
              add 1 to WS-Step-Count
              move WS-Step-Count to WS-Step-Sub
              move WS-Def-Field-1 to CS-Step-Id(WS-Step-Sub)
              move WS-Def-Field-2 to CS-Program(WS-Step-Sub)
              move WS-Def-Field-3 to CS-Command(WS-Step-Sub)
              move WS-Def-Field-4 to CS-Status-File(WS-Step-Sub)
              if WS-Def-Field-6 = spaces
                 move "WARNING" to CS-Needs(WS-Step-Sub)
              else
                 move WS-Def-Field-6 to CS-Needs(WS-Step-Sub)
              end-if
              if WS-Def-Field-7 = spaces
                 move 4 to CS-Max-RC(WS-Step-Sub)
              else
                 move WS-Def-Field-7(1:1) to CS-Max-RC(WS-Step-Sub)
              end-if
              move "PENDING" to CS-State(WS-Step-Sub)
              move spaces to CS-Start-Stamp(WS-Step-Sub)
              move spaces to CS-End-Stamp(WS-Step-Sub)
              move spaces to CS-Verdict(WS-Step-Sub)
              move 0 to CS-RC(WS-Step-Sub)
              move spaces to CS-Counts(WS-Step-Sub)
              move spaces to CS-Note(WS-Step-Sub)
              move 0 to CS-Prereq-Count(WS-Step-Sub)
              move 1 to WS-Prereq-Ptr
              perform until WS-Prereq-Ptr > 60
                     or CS-Prereq-Count(WS-Step-Sub) >= 5
                     or WS-Def-Field-5(WS-Prereq-Ptr:) = spaces
                 Perform 175-add-prerequisite
              end-perform
           end-if.

       175-add-prerequisite.
           move spaces to WS-Find-Id
           unstring WS-Def-Field-5 delimited by all space
              into WS-Find-Id
              with pointer WS-Prereq-Ptr
           end-unstring
           if WS-Find-Id not = spaces
              Perform 400-find-step
              if WS-Found-Sub = 0 or WS-Found-Sub = WS-Step-Sub
                 move "Y" to WS-Def-Error
                 move spaces to WS-Def-Error-Msg
                 string "prerequisite is not an earlier step: "
                        delimited by size
                     WS-Find-Id delimited by size
                     into WS-Def-Error-Msg
                 end-string
                 move 61 to WS-Prereq-Ptr
              else
                 add 1 to CS-Prereq-Count(WS-Step-Sub)
                 move WS-Find-Id to CS-Prereq(WS-Step-Sub,
                     CS-Prereq-Count(WS-Step-Sub))
              end-if
           end-if.

       200-load-cycle-state.
           open input State-File
           if WS-State-File-Status = "35"
              Display "No cycle state on file - starting cycle "
                  WS-Cycle-Date
           else
              move "N" to WS-Input-Eof
              perform until WS-Input-End-Of-File
                 read State-File into WS-Input-Line
                    at end
                       set WS-Input-End-Of-File to true
                    not at end
                       perform 210-apply-state-record
                 end-read
              end-perform
              close State-File

              if WS-Prior-Cycle-Date not = WS-Cycle-Date
                 if WS-Prior-Complete = "N" and not WS-Reset-Requested
                    Display "Cycle " WS-Prior-Cycle-Date
                        " is not complete - rerun it or set RESET=Y"
                    move 8 to WS-Run-RC
                    Perform 980-write-run-status
                    Stop run
                 end-if
                 Display "Starting new cycle " WS-Cycle-Date
                 perform varying WS-Step-Sub from 1 by 1
                        until WS-Step-Sub > WS-Step-Count
                    move "PENDING" to CS-State(WS-Step-Sub)
                    move spaces to CS-Start-Stamp(WS-Step-Sub)
                    move spaces to CS-End-Stamp(WS-Step-Sub)
                    move spaces to CS-Verdict(WS-Step-Sub)
                    move 0 to CS-RC(WS-Step-Sub)
                    move spaces to CS-Counts(WS-Step-Sub)
                 end-perform
              else
                 Display "Resuming cycle " WS-Cycle-Date
              end-if
           end-if
           Perform 600-write-cycle-state.

       210-apply-state-record.
           move spaces to WS-State-Field-1
           move spaces to WS-State-Field-2
           move spaces to WS-State-Field-3
           move spaces to WS-State-Field-4
           move spaces to WS-State-Field-5
           move spaces to WS-State-Field-6
           move spaces to WS-State-Field-7
           move spaces to WS-State-Field-8
           unstring WS-Input-Line delimited by ","
              into WS-State-Field-1 WS-State-Field-2 WS-State-Field-3
                   WS-State-Field-4 WS-State-Field-5 WS-State-Field-6
                   WS-State-Field-7 WS-State-Field-8
           end-unstring
           evaluate WS-State-Field-1
              when "C"
                 if WS-State-Field-2(1:8) is numeric
                    move WS-State-Field-2(1:8) to WS-Prior-Cycle-Date
                 end-if
              when "S"
                 if WS-State-Field-3 not = "DONE"
                    move "N" to WS-Prior-Complete
                 end-if
                 move WS-State-Field-2 to WS-Find-Id
                 Perform 400-find-step
                 if WS-Found-Sub > 0
                    move WS-State-Field-3 to CS-State(WS-Found-Sub)
                    if not CS-Done(WS-Found-Sub)
                       move "PENDING" to CS-State(WS-Found-Sub)
                    end-if
                    move WS-State-Field-4
                        to CS-Start-Stamp(WS-Found-Sub)
                    move WS-State-Field-5
                        to CS-End-Stamp(WS-Found-Sub)
                    move WS-State-Field-6 to CS-Verdict(WS-Found-Sub)
                    if WS-State-Field-7(1:1) is numeric
                       move WS-State-Field-7(1:1) to CS-RC(WS-Found-Sub)
                    end-if
                    move WS-State-Field-8 to CS-Counts(WS-Found-Sub)
                 end-if
              when other
                 continue
           end-evaluate.

       300-run-step.
           move "Y" to WS-Step-Ok
           move spaces to CS-Note(WS-Step-Sub)
           perform varying WS-Pre-Sub from 1 by 1
                  until WS-Pre-Sub > CS-Prereq-Count(WS-Step-Sub)
                     or WS-Step-Ok = "N"
              Perform 310-check-prerequisite
           end-perform

           if WS-Step-Ok = "N"
              move "REFUSED" to CS-State(WS-Step-Sub)
              move "Y" to WS-Cycle-Stop
              Display "Step " function trim(CS-Step-Id(WS-Step-Sub))
                  " refused - " function trim(CS-Note(WS-Step-Sub))
           else
              accept WS-Step-Stamp-Date from date yyyymmdd
              accept WS-Step-Stamp-Time from time
              move WS-Step-Stamp to CS-Start-Stamp(WS-Step-Sub)
              move spaces to CS-End-Stamp(WS-Step-Sub)
              move "RUNNING" to CS-State(WS-Step-Sub)
              Perform 600-write-cycle-state
              Display "Starting step "
                  function trim(CS-Step-Id(WS-Step-Sub)) ": "
                  function trim(CS-Command(WS-Step-Sub))
              add 1 to WS-Ran-Count
              move spaces to WS-Step-Command
              string function trim(CS-Command(WS-Step-Sub))
                     delimited by size
                  low-value delimited by size
                  into WS-Step-Command
              end-string
              call "SYSTEM" using WS-Step-Command
              Perform 320-read-step-status
              if CS-RC(WS-Step-Sub) > CS-Max-RC(WS-Step-Sub)
                 move "FAILED" to CS-State(WS-Step-Sub)
                 move "Y" to WS-Cycle-Stop
                 if CS-Note(WS-Step-Sub) = spaces
                    move "RC above the step's maximum"
                        to CS-Note(WS-Step-Sub)
                 end-if
              else
                 move "DONE" to CS-State(WS-Step-Sub)
              end-if
              Display "Step " function trim(CS-Step-Id(WS-Step-Sub)) " "
                  function trim(CS-State(WS-Step-Sub)) " - "
                  function trim(CS-Verdict(WS-Step-Sub))
                  " RC=" CS-RC(WS-Step-Sub)
           end-if
           Perform 600-write-cycle-state.

       310-check-prerequisite.
           move CS-Prereq(WS-Step-Sub, WS-Pre-Sub) to WS-Find-Id
           Perform 400-find-step
           evaluate true
              when not CS-Done(WS-Found-Sub)
                 move "N" to WS-Step-Ok
              when CS-Verdict(WS-Found-Sub) = "FATAL"
                 move "N" to WS-Step-Ok
              when CS-Verdict(WS-Found-Sub) = "WARNING"
                    and CS-Needs-Clean(WS-Step-Sub)
                 move "N" to WS-Step-Ok
              when other
                 continue
           end-evaluate
           if WS-Step-Ok = "N"
              move spaces to CS-Note(WS-Step-Sub)
              if CS-Done(WS-Found-Sub)
                 string function trim(WS-Find-Id) delimited by size
                     " ended " delimited by size
                     CS-Verdict(WS-Found-Sub) delimited by space
                     into CS-Note(WS-Step-Sub)
                 end-string
                 move "PENDING" to CS-State(WS-Found-Sub)
                 move spaces to CS-Note(WS-Found-Sub)
                 string "ended " delimited by size
                     CS-Verdict(WS-Found-Sub) delimited by space
                     " - to be rerun for " delimited by size
                     CS-Step-Id(WS-Step-Sub) delimited by space
                     into CS-Note(WS-Found-Sub)
                 end-string
              else
                 string function trim(WS-Find-Id) delimited by size
                     " has not completed" delimited by size
                     into CS-Note(WS-Step-Sub)
                 end-string
              end-if
           end-if.

       320-read-step-status.
           accept WS-Step-Stamp-Date from date yyyymmdd
           accept WS-Step-Stamp-Time from time
           move WS-Step-Stamp to CS-End-Stamp(WS-Step-Sub)
           move "FATAL" to CS-Verdict(WS-Step-Sub)
           move 9 to CS-RC(WS-Step-Sub)
           move spaces to CS-Counts(WS-Step-Sub)
           move CS-Status-File(WS-Step-Sub) to WS-Step-Status-Name
           move spaces to WS-Stat-Line
           open input Step-Status-File
           if WS-Step-File-Status not = "00"
              move "status file not written"
                  to CS-Note(WS-Step-Sub)
           else
              read Step-Status-File into WS-Stat-Line
                 at end
                    move "status file empty" to CS-Note(WS-Step-Sub)
              end-read
              close Step-Status-File
           end-if

           if WS-Stat-Line not = spaces
              move spaces to WS-Stat-Fields
              move 0 to WS-Stat-Count
              move 1 to WS-Stat-Ptr
              perform until WS-Stat-Ptr > 132 or WS-Stat-Count >= 15
                 add 1 to WS-Stat-Count
                 unstring WS-Stat-Line delimited by ","
                    into WS-Stat-Field(WS-Stat-Count)
                    with pointer WS-Stat-Ptr
                 end-unstring
              end-perform
              perform until WS-Stat-Count = 0
                     or WS-Stat-Field(WS-Stat-Count) not = spaces
                 subtract 1 from WS-Stat-Count
              end-perform

              if WS-Stat-Count < 5
                    or WS-Stat-Field(WS-Stat-Count)(1:3) not = "RC="
                 move "status file not in run-status format"
                     to CS-Note(WS-Step-Sub)
              else
                 if WS-Stat-Field(2)(1:17)
                       < CS-Start-Stamp(WS-Step-Sub)
                    move "status file is from an earlier run"
                        to CS-Note(WS-Step-Sub)
                 else
                    move WS-Stat-Field(2)(1:17)
                        to CS-Start-Stamp(WS-Step-Sub)
                    move WS-Stat-Field(3)(1:17)
                        to CS-End-Stamp(WS-Step-Sub)
                    move WS-Stat-Field(WS-Stat-Count - 1)
                        to CS-Verdict(WS-Step-Sub)
                    if WS-Stat-Field(WS-Stat-Count)(4:1) is numeric
                       move WS-Stat-Field(WS-Stat-Count)(4:1)
                           to CS-RC(WS-Step-Sub)
                    end-if
                    move 1 to WS-Counts-Ptr
                    perform varying WS-Stat-Sub from 4 by 1
                           until WS-Stat-Sub > WS-Stat-Count - 2
                       Perform 330-append-count-field
                    end-perform
                 end-if
              end-if
           end-if.

       330-append-count-field.
           if WS-Counts-Ptr > 1
              string " " delimited by size
                  into CS-Counts(WS-Step-Sub)
                  with pointer WS-Counts-Ptr
              end-string
           end-if
           string function trim(WS-Stat-Field(WS-Stat-Sub))
                  delimited by size
               into CS-Counts(WS-Step-Sub)
               with pointer WS-Counts-Ptr
           end-string.

       400-find-step.
           move 0 to WS-Found-Sub
           perform varying WS-Find-Sub from 1 by 1
                  until WS-Find-Sub > WS-Step-Count
                     or WS-Found-Sub > 0
              if CS-Step-Id(WS-Find-Sub) = WS-Find-Id
                 move WS-Find-Sub to WS-Found-Sub
              end-if
           end-perform.

       600-write-cycle-state.
           open output State-File
           move spaces to State-Record
           string "C," delimited by size
               WS-Cycle-Date delimited by size
               into State-Record
           end-string
           write State-Record
           perform varying WS-Find-Sub from 1 by 1
                  until WS-Find-Sub > WS-Step-Count
              move spaces to State-Record
              string "S," delimited by size
                  CS-Step-Id(WS-Find-Sub) delimited by space
                  "," delimited by size
                  CS-State(WS-Find-Sub) delimited by space
                  "," delimited by size
                  CS-Start-Stamp(WS-Find-Sub) delimited by size
                  "," delimited by size
                  CS-End-Stamp(WS-Find-Sub) delimited by size
                  "," delimited by size
                  CS-Verdict(WS-Find-Sub) delimited by space
                  "," delimited by size
                  CS-RC(WS-Find-Sub) delimited by size
                  "," delimited by size
                  CS-Counts(WS-Find-Sub) delimited by size
                  into State-Record
              end-string
              write State-Record
           end-perform
           close State-File.

       700-write-window-report.
           open output Window-Report-File
           move spaces to Window-Record
           string "Batch Window Report          Run Date: "
                  delimited by size
               WS-Report-Date(5:2) delimited by size
               "/" delimited by size
               WS-Report-Date(7:2) delimited by size
               "/" delimited by size
               WS-Report-Date(1:4) delimited by size
               "   Cycle Date: " delimited by size
               WS-Cycle-Date(5:2) delimited by size
               "/" delimited by size
               WS-Cycle-Date(7:2) delimited by size
               "/" delimited by size
               WS-Cycle-Date(1:4) delimited by size
               into Window-Record
           end-string
           write Window-Record
           move spaces to Window-Record
           write Window-Record
           move
               "  Step      Program   State    Start" &
               "              End                 Elapsed" &
               "  Verdict  RC"
               to Window-Record
           write Window-Record

           perform varying WS-Step-Sub from 1 by 1
                  until WS-Step-Sub > WS-Step-Count
              Perform 710-write-step-lines
           end-perform

           move spaces to Window-Record
           write Window-Record
           move "Cycle Control Totals" to Window-Record
           write Window-Record
           Display "Cycle Control Totals"
           move "  Steps defined            " to WS-Ctl-Line-Label
           move WS-Step-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Steps run this time      " to WS-Ctl-Line-Label
           move WS-Ran-Count to WS-Count-Format
           Perform 750-write-count-line
           move "  Steps already complete   " to WS-Ctl-Line-Label
           move WS-Skipped-Count to WS-Count-Format
           Perform 750-write-count-line
           move spaces to Window-Record
           if WS-Cycle-Stopped
              move "  Cycle STOPPED - correct the failed step and rerun"
                  to Window-Record
           else
              move "  Cycle complete" to Window-Record
           end-if
           write Window-Record
           Display function trim(Window-Record)
           close Window-Report-File.

       710-write-step-lines.
           move "       n/a" to WS-Elapsed-Disp
           if CS-Start-Stamp(WS-Step-Sub) not = spaces
                 and CS-End-Stamp(WS-Step-Sub) not = spaces
              Perform 720-compute-elapsed
              move WS-Elapsed-Text to WS-Elapsed-Disp
           end-if
           move spaces to Window-Record
           string "  " delimited by size
               CS-Step-Id(WS-Step-Sub) delimited by size
               "  " delimited by size
               CS-Program(WS-Step-Sub) delimited by size
               "  " delimited by size
               CS-State(WS-Step-Sub) delimited by size
               "  " delimited by size
               CS-Start-Stamp(WS-Step-Sub) delimited by size
               "  " delimited by size
               CS-End-Stamp(WS-Step-Sub) delimited by size
               "  " delimited by size
               WS-Elapsed-Disp delimited by size
               "  " delimited by size
               CS-Verdict(WS-Step-Sub) delimited by size
               "  " delimited by size
               CS-RC(WS-Step-Sub) delimited by size
               into Window-Record
           end-string
           if CS-Pending(WS-Step-Sub)
              move spaces to Window-Record(43:)
              move "(not run)" to Window-Record(43:)
           end-if
           write Window-Record
           if CS-Counts(WS-Step-Sub) not = spaces
              move spaces to Window-Record
              string "            Counts: " delimited by size
                  CS-Counts(WS-Step-Sub) delimited by size
                  into Window-Record
              end-string
              write Window-Record
           end-if
           if CS-Note(WS-Step-Sub) not = spaces
              move spaces to Window-Record
              string "            Note:   " delimited by size
                  CS-Note(WS-Step-Sub) delimited by size
                  into Window-Record
              end-string
              write Window-Record
           end-if.

       720-compute-elapsed.
           move CS-Start-Stamp(WS-Step-Sub) to WS-Elapsed-Stamp
           Perform 730-stamp-to-seconds
           move WS-Stamp-Seconds to WS-Start-Seconds
           move CS-End-Stamp(WS-Step-Sub) to WS-Elapsed-Stamp
           Perform 730-stamp-to-seconds
           move WS-Stamp-Seconds to WS-End-Seconds
           compute WS-Elapsed-Seconds =
               WS-End-Seconds - WS-Start-Seconds
           if WS-Elapsed-Seconds < 0
              move 0 to WS-Elapsed-Seconds
           end-if
           compute WS-Elapsed-Hours = WS-Elapsed-Seconds / 3600
           compute WS-Elapsed-Minutes =
               (WS-Elapsed-Seconds - WS-Elapsed-Hours * 3600) / 60
           compute WS-Elapsed-Secs = WS-Elapsed-Seconds
               - WS-Elapsed-Hours * 3600 - WS-Elapsed-Minutes * 60
           move WS-Elapsed-Hours to WS-Elapsed-HH
           move WS-Elapsed-Minutes to WS-Elapsed-MM
           move WS-Elapsed-Secs to WS-Elapsed-SS.

       730-stamp-to-seconds.
           move 0 to WS-Stamp-Seconds
           if WS-Elapsed-Stamp(1:8) is numeric
                 and WS-Elapsed-Stamp(10:8) is numeric
              move WS-Elapsed-Stamp(1:8) to WS-Elapsed-Date
              move WS-Elapsed-Stamp(10:8) to WS-Elapsed-Time
              compute WS-Stamp-Seconds =
                  function integer-of-date(WS-Elapsed-Date) * 86400
                  + WS-Elapsed-Time-HH * 3600
                  + WS-Elapsed-Time-MM * 60
                  + WS-Elapsed-Time-SS
           end-if.

       750-write-count-line.
           move spaces to Window-Record
           string WS-Ctl-Line-Label delimited by size
               WS-Count-Format delimited by size
               into Window-Record
           end-string
           write Window-Record
           Display WS-Ctl-Line-Label WS-Count-Format.

       980-write-run-status.
           accept WS-End-Stamp-Date from date yyyymmdd
           accept WS-End-Stamp-Time from time
           evaluate WS-Run-RC
              when 0
                 move "CLEAN" to WS-Run-Verdict
              when 4
                 move "WARNING" to WS-Run-Verdict
              when other
                 move "FATAL" to WS-Run-Verdict
           end-evaluate
           open output Run-Status-File
           move spaces to Run-Status-Record
           string "CYCCTL," delimited by size
               WS-Start-Stamp delimited by size
               "," delimited by size
               WS-End-Stamp delimited by size
               ",CYCLE=" delimited by size
               WS-Cycle-Date delimited by size
               ",STEPS=" delimited by size
               WS-Step-Count delimited by size
               ",RAN=" delimited by size
               WS-Ran-Count delimited by size
               ",DONE=" delimited by size
               WS-Done-Count delimited by size
               "," delimited by size
               function trim(WS-Run-Verdict) delimited by size
               ",RC=" delimited by size
               WS-Run-RC delimited by size
               into Run-Status-Record
           end-string
           write Run-Status-Record
           close Run-Status-File
           move WS-Run-RC to return-code.
