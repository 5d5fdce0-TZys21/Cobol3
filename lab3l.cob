      *>     step starts (buffered rows only reach disk at CLOSE,
      *>     so Lab4l would otherwise read last night's log) and
      *>     reopened afterward to log the dashboard step itself.
      *>     2026-10-15  TZ  Calendar jobs: after the fixed chain
      *>     succeeds, every job in the lab3-cal.dat job calendar
      *>     that has fallen due since it last ran is appended to
      *>     the chain and logged like the nightly steps. A
      *>     calendar row is the step (program) name, the cycle --
      *>     D daily, W weekly on day of week 1-7 (Monday = 1), M
      *>     monthly on day of month 1-31 (short months run on
      *>     their last day), Q on the last day of each quarter --
      *>     and the parameter to pass: kind M sends the YYYYMM of
      *>     the month before the due date, kind L sends the
      *>     literal text, blank sends none. The latest due date
      *>     each job has satisfied is kept in lab3-jbd.dat, one
      *>     row per step and parameter, so two calendar rows for
      *>     one program (a daily run and a MONTHLY one) fall due
      *>     independently, and a job missed because the chain
      *>     stopped or the night was skipped runs on the next
      *>     night that gets this far.
      *>     A calendar job ending with return code below 8 has
      *>     done its work (4 is a report with alerts in it) and
      *>     is logged OK or WARN; 8 or more is a FAIL that stops
      *>     the rest of the calendar until the next night.
      *>     2026-10-15  TZ  The Lab5b evacuation roster is rebuilt
      *>     every night after the chain and the calendar, whether
      *>     or not the chain failed, and logged like a calendar
      *>     job (rc 4 for a roster with flags is WARN). The job
      *>     return code stays that of the first step to fail.
      *>     2026-10-15  TZ  The Lab5h sponsorship notification
      *>     extract runs each night after the evacuation roster,
      *>     the same way.
       environment division.
       input-output section.
       file-control.
                organization is line sequential
                file status is log-status.

            select calfile assign to "lab3-cal.dat"
                organization is line sequential
                file status is cal-status.

            select jbdfile assign to "lab3-jbd.dat"
                organization is line sequential
                file status is jbd-status.

       Data division.
       File Section.
       Fd logfile.
         05    Filler           Pic X(1) value space.
         05    Log-Result       Pic X(4).

       Fd calfile.
       01    Cal-Record.
         05    Cal-Step         Pic X(8).
         05    Cal-Cycle        Pic X(1).
         05    Cal-Day          Pic 9(2).
         05    Cal-Parm-Kind    Pic X(1).
         05    Cal-Parm-Text    Pic X(10).

       Fd jbdfile.
       01    Jbd-Record.
         05    Jbd-Step         Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Jbd-Parm-Kind    Pic X(1).
         05    Jbd-Parm-Text    Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Jbd-Due-Date     Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Jbd-Run-Date     Pic 9(8).

       Working-storage section.
        01  log-status        pic X(2).
        01  ws-step-name      pic X(8).
        01  ws-step-cmd       pic X(40).
        01  ws-step-rc        pic 9(9) value zero.
        01  ws-start-time     pic 9(8) value zero.
        01  ws-job-failed     pic X value "N".
           88 ws-job-failed-yes value "Y".
        01  ws-job-rc         pic 9(4) value zero.

        01  cal-status        pic X(2).
        01  jbd-status        pic X(2).
        01  cal-eof           pic X value "N".
           88 cal-eof-false   value "Y".
        01  jbd-eof           pic X value "N".
           88 jbd-eof-false   value "Y".
        01  ws-today          pic 9(8) value zero.
        01  ws-today-x redefines ws-today.
            05  ws-today-yyyy pic 9(4).
            05  ws-today-mm   pic 9(2).
            05  ws-today-dd   pic 9(2).
        01  ws-today-int      pic 9(7) value zero.

        01  Calendar-Table.
            05  Calendar-Entry occurs 50 times
                   indexed by Cal-Idx.
                10  Cj-Step       pic X(8).
                10  Cj-Cycle      pic X(1).
                10  Cj-Day        pic 9(2).
                10  Cj-Parm-Kind  pic X(1).
                10  Cj-Parm-Text  pic X(10).
        01  Calendar-Count     pic 9(3) value zero.

        01  Done-Table.
            05  Done-Entry occurs 50 times
                   indexed by Dn-Idx.
                10  Dn-Step       pic X(8).
                10  Dn-Parm-Kind  pic X(1).
                10  Dn-Parm-Text  pic X(10).
                10  Dn-Due-Date   pic 9(8).
                10  Dn-Run-Date   pic 9(8).
        01  Done-Count         pic 9(3) value zero.
        01  ws-done-idx        pic 9(3) value zero.
        01  ws-last-due        pic 9(8) value zero.

        01  ws-due-date        pic 9(8) value zero.
        01  ws-due-x redefines ws-due-date.
            05  ws-due-yyyy    pic 9(4).
            05  ws-due-mm      pic 9(2).
            05  ws-due-dd      pic 9(2).
        01  ws-work-date       pic 9(8) value zero.
        01  ws-work-x redefines ws-work-date.
            05  ws-work-yyyy   pic 9(4).
            05  ws-work-mm     pic 9(2).
            05  ws-work-dd     pic 9(2).
        01  ws-month-end-dd    pic 9(2) value zero.
        01  ws-quarter         pic 9(1) value zero.
        01  ws-day-of-week     pic 9(1) value zero.
        01  ws-days-back       pic 9(1) value zero.
        01  ws-job-day         pic 9(2) value zero.
        01  ws-prev-month      pic 9(6) value zero.
        01  ws-prev-month-x redefines ws-prev-month.
            05  ws-prev-yyyy   pic 9(4).
            05  ws-prev-mm     pic 9(2).
        01  ws-cal-stopped     pic X value "N".
           88 ws-cal-stopped-yes value "Y".
        01  ws-jobs-run        pic 9(3) value zero.



       Procedure Division.
              perform 200-Run-Step
           end-if

           if not ws-job-failed-yes
              perform 300-Run-Calendar-Jobs
           end-if

           if ws-job-failed-yes
              display "NIGHTLY JOB FAILED at step " ws-step-name
                 " rc " ws-step-rc
              display "Nightly job complete."
           end-if

      *>   The evacuation roster is rebuilt every night, failed
      *>   chain or not: yesterday's roster is worse than none.
           move "LAB5B" to ws-step-name
           move "./lab5b" to ws-step-cmd
           perform 220-Run-Calendar-Step
           if ws-step-rc >= 8
              display "EVACUATION ROSTER FAILED rc " ws-step-rc
           end-if

      *>   Sponsorship notices read the audit trail from where the
      *>   last run stopped, so a night the chain failed loses none.
           move "LAB5H" to ws-step-name
           move "./lab5h" to ws-step-cmd
           perform 220-Run-Calendar-Step
           if ws-step-rc >= 8
              display "SPONSORSHIP NOTICES FAILED rc " ws-step-rc
           end-if

           perform 999-finalize

           move "LAB4L" to ws-step-name
           stop run.

       100-initialize.
           accept ws-today from date yyyymmdd
           open extend logfile
           if log-status = "35"
              open output logfile
           write Log-Record
           perform 999-finalize.

      *>   As 200-Run-Step, except that a return code below 8 is
      *>   work done: 0 logs OK, 1-7 WARN, 8 and up FAIL.
       220-Run-Calendar-Step.
           accept ws-start-time from time
           move zero to return-code
           call "SYSTEM" using ws-step-cmd
           move return-code to ws-step-rc
           move zero to return-code
           if ws-step-rc >= 256
              divide 256 into ws-step-rc
           end-if

           move spaces to Log-Record
           accept Log-Run-Date from date yyyymmdd
           move ws-step-name  to Log-Step
           move ws-start-time to Log-Start-Time
           accept Log-Stop-Time from time
           move ws-step-rc    to Log-RC
           evaluate true
              when ws-step-rc = zero
                 move "OK"   to Log-Result
              when ws-step-rc < 8
                 move "WARN" to Log-Result
              when other
                 move "FAIL" to Log-Result
                 if not ws-job-failed-yes
                    move ws-step-rc to ws-job-rc
                 end-if
                 move "Y" to ws-job-failed
           end-evaluate
           write Log-Record.

      *>   No calendar file means no calendar jobs. A job with no
      *>   lab3-jbd.dat row has never run and is due at once.
       300-Run-Calendar-Jobs.
           perform 310-Load-Calendar
           perform 320-Load-Done
           compute ws-today-int = function integer-of-date(ws-today)
           perform varying Cal-Idx from 1 by 1
                   until Cal-Idx > Calendar-Count
                      or ws-cal-stopped-yes
              perform 330-Consider-Job
           end-perform
           if ws-jobs-run > zero
              perform 380-Rewrite-Done
           end-if.

       310-Load-Calendar.
           open input calfile
           if cal-status = "00"
              perform until cal-eof-false
                 read calfile
                    at end
                       set cal-eof-false to true
                    not at end
                       if Calendar-Count >= 50
                          display "CALENDAR TABLE FULL: more than "
                             "50 jobs in lab3-cal.dat"
                          move 12 to ws-job-rc
                          move "Y" to ws-job-failed
                          move "Y" to ws-cal-stopped
                          set cal-eof-false to true
                       else
                          add 1 to Calendar-Count
                          move function upper-case(Cal-Step)
                             to Cj-Step(Calendar-Count)
                          move function upper-case(Cal-Cycle)
                             to Cj-Cycle(Calendar-Count)
                          move Cal-Day
                             to Cj-Day(Calendar-Count)
                          move function upper-case(Cal-Parm-Kind)
                             to Cj-Parm-Kind(Calendar-Count)
                          move Cal-Parm-Text
                             to Cj-Parm-Text(Calendar-Count)
                       end-if
                 end-read
              end-perform
              close calfile
           end-if.

       320-Load-Done.
           open input jbdfile
           if jbd-status = "00"
              perform until jbd-eof-false
                 read jbdfile
                    at end
                       set jbd-eof-false to true
                    not at end
                       if Done-Count < 50
                          add 1 to Done-Count
                          move Jbd-Step to Dn-Step(Done-Count)
                          move Jbd-Parm-Kind
                             to Dn-Parm-Kind(Done-Count)
                          move Jbd-Parm-Text
                             to Dn-Parm-Text(Done-Count)
                          move Jbd-Due-Date
                             to Dn-Due-Date(Done-Count)
                          move Jbd-Run-Date
                             to Dn-Run-Date(Done-Count)
                       end-if
                 end-read
              end-perform
              close jbdfile
           end-if.

       330-Consider-Job.
           move zero to ws-done-idx
           move zero to ws-last-due
           perform varying Dn-Idx from 1 by 1
                   until Dn-Idx > Done-Count or ws-done-idx > zero
              if Dn-Step(Dn-Idx) = Cj-Step(Cal-Idx)
                    and Dn-Parm-Kind(Dn-Idx) = Cj-Parm-Kind(Cal-Idx)
                    and Dn-Parm-Text(Dn-Idx) = Cj-Parm-Text(Cal-Idx)
                 set ws-done-idx to Dn-Idx
                 move Dn-Due-Date(Dn-Idx) to ws-last-due
              end-if
           end-perform
           perform 340-Latest-Due-Date
           if ws-due-date > zero and ws-due-date > ws-last-due
              perform 350-Run-Calendar-Job
           end-if.

      *>   The latest date on or before today on which the job's
      *>   cycle falls; zero for a cycle code we do not know.
       340-Latest-Due-Date.
           move zero to ws-due-date
           evaluate Cj-Cycle(Cal-Idx)
              when "D"
                 move ws-today to ws-due-date
              when "W"
                 compute ws-day-of-week =
                    function mod(ws-today-int - 1, 7) + 1
                 compute ws-days-back = function mod(
                    ws-day-of-week - Cj-Day(Cal-Idx) + 7, 7)
                 compute ws-due-date = function date-of-integer(
                    ws-today-int - ws-days-back)
              when "M"
                 move ws-today to ws-work-date
                 perform 345-Month-Day
                 if ws-work-date > ws-today
                    move ws-today to ws-work-date
                    move 1 to ws-work-dd
                    compute ws-work-date = function date-of-integer(
                       function integer-of-date(ws-work-date) - 1)
                    perform 345-Month-Day
                 end-if
                 move ws-work-date to ws-due-date
              when "Q"
                 compute ws-quarter = (ws-today-mm + 2) / 3
                 move ws-today to ws-work-date
                 compute ws-work-mm = ws-quarter * 3
                 move 31 to ws-job-day
                 perform 346-Clamp-Day
                 if ws-work-date > ws-today
                    move ws-today to ws-work-date
                    compute ws-work-mm = ws-quarter * 3 - 2
                    move 1 to ws-work-dd
                    compute ws-work-date = function date-of-integer(
                       function integer-of-date(ws-work-date) - 1)
                 end-if
                 move ws-work-date to ws-due-date
              when other
                 continue
           end-evaluate.

      *>   The job's day in the month held in ws-work-date.
       345-Month-Day.
           move Cj-Day(Cal-Idx) to ws-job-day
           if ws-job-day = zero
              move 1 to ws-job-day
           end-if
           perform 346-Clamp-Day.

       346-Clamp-Day.
           move 1 to ws-work-dd
           if ws-work-mm = 12
              compute ws-month-end-dd = 31
           else
              compute ws-month-end-dd = function mod(
                 function date-of-integer(
                    function integer-of-date(
                       (ws-work-yyyy * 10000)
                       + ((ws-work-mm + 1) * 100) + 1) - 1), 100)
           end-if
           if ws-job-day > ws-month-end-dd
              move ws-month-end-dd to ws-work-dd
           else
              move ws-job-day to ws-work-dd
           end-if.

       350-Run-Calendar-Job.
           move Cj-Step(Cal-Idx) to ws-step-name
           move spaces to ws-step-cmd
           evaluate Cj-Parm-Kind(Cal-Idx)
              when "M"
                 move ws-due-date to ws-work-date
                 move ws-work-yyyy to ws-prev-yyyy
                 move ws-work-mm   to ws-prev-mm
                 if ws-prev-mm = 1
                    move 12 to ws-prev-mm
                    subtract 1 from ws-prev-yyyy
                 else
                    subtract 1 from ws-prev-mm
                 end-if
                 string "./" delimited by size
                    function lower-case(ws-step-name)
                       delimited by space
                    " " delimited by size
                    ws-prev-month delimited by size
                    into ws-step-cmd
              when "L"
                 string "./" delimited by size
                    function lower-case(ws-step-name)
                       delimited by space
                    " " delimited by size
                    Cj-Parm-Text(Cal-Idx) delimited by size
                    into ws-step-cmd
              when other
                 string "./" delimited by size
                    function lower-case(ws-step-name)
                       delimited by space
                    into ws-step-cmd
           end-evaluate
           display "Calendar job due " ws-due-date ": "
              ws-step-cmd
           perform 220-Run-Calendar-Step
           add 1 to ws-jobs-run
           if ws-step-rc < 8
              if ws-done-idx = zero
                 if Done-Count < 50
                    add 1 to Done-Count
                    move Done-Count to ws-done-idx
                    move Cj-Step(Cal-Idx) to Dn-Step(ws-done-idx)
                    move Cj-Parm-Kind(Cal-Idx)
                       to Dn-Parm-Kind(ws-done-idx)
                    move Cj-Parm-Text(Cal-Idx)
                       to Dn-Parm-Text(ws-done-idx)
                 end-if
              end-if
              if ws-done-idx > zero
                 move ws-due-date to Dn-Due-Date(ws-done-idx)
                 move ws-today    to Dn-Run-Date(ws-done-idx)
              end-if
           else
              move "Y" to ws-cal-stopped
           end-if.

       380-Rewrite-Done.
           open output jbdfile
           perform varying Dn-Idx from 1 by 1
                   until Dn-Idx > Done-Count
              move spaces to Jbd-Record
              move Dn-Step(Dn-Idx)     to Jbd-Step
              move Dn-Parm-Kind(Dn-Idx) to Jbd-Parm-Kind
              move Dn-Parm-Text(Dn-Idx) to Jbd-Parm-Text
              move Dn-Due-Date(Dn-Idx) to Jbd-Due-Date
              move Dn-Run-Date(Dn-Idx) to Jbd-Run-Date
              write Jbd-Record
           end-perform
           close jbdfile.

       999-finalize.
           close logfile.
