        >>source format is free
identification division.
    program-id. domcode-raffler-nightly.
    author. Lucas van Lierop.
      *> =============================================
      *> nightly batch stream for the raffler suite
      *> runs ticket posting, the HR delta, the calendar draws, claim
      *> aging, the winner correspondence and the reconciliation
      *> audit in that order, logging
      *> each step's start, end and return code in the job log.  a
      *> step ending above its allowed return code stops the stream,
      *> and the next run picks the stopped stream up again at the
      *> failed step instead of posting and drawing all over again
      *> =============================================
      *> usage: ./raffler-nightly [ROSTER=file] [TRANS=file]
      *>            [DELTA=file] [SCHEDULE=file] [EVENTS=file]
      *>            [ASOF=yyyymmdd] [FRESH]
      *> FRESH starts a new stream from the first step even when the
      *> last one stopped part-way - for when the operator has
      *> finished the stopped stream by hand
      *> job log record:
      *>   run-id,STREAM,0,,timestamp,rc,STARTED|RESTARTED|COMPLETE|STOPPED
      *>   run-id,STEP,step-nr,step-name,timestamp,rc,STARTED|OK|FAILED
      *> return codes:
      *>   0  every step ended clean
      *>   4  every step ended within its allowance, some with 4
      *>   8+ a step ended above its allowance - the stream stopped
      *>      and the highest step return code is passed on
      *>   12 the job log could not be written
      *> =============================================

environment division.
    input-output section.
       file-control.
           select job-log-file
               assign to dynamic job-log-file-name
               file status is job-log-file-status
               organization is line sequential.

data division.
    file section.
        fd job-log-file.
        01 job-log-record           pic x(80).

    working-storage section.
        01 job-log-file-name        pic x(50) value "raffle-job-log.dat".
        01 job-log-file-status      pic x(2).

        01 roster-file-name          pic x(50) value "raffle-roster.dat".
        01 trans-file-name           pic x(50) value "raffle-ticket-trans.dat".
        01 delta-file-name           pic x(50) value "raffle-hr-delta.dat".
        01 schedule-file-name        pic x(50) value spaces.
        01 events-file-name          pic x(50) value spaces.
        01 asof-text                 pic x(8) value spaces.

        01 argument-text             pic x(60).

        01 fresh-flag                pic x value 'N'.
           88 fresh-start            value 'Y'.

       *> the stream in running order, each step with the highest
       *> return code it may end with before the stream stops
        01 step-definitions.
        03 filler                   pic x(11) value "TICKETS   4".
        03 filler                   pic x(11) value "DELTA     4".
        03 filler                   pic x(11) value "CALENDAR  4".
        03 filler                   pic x(11) value "AGING     4".
        03 filler                   pic x(11) value "NOTIFY    4".
        03 filler                   pic x(11) value "AUDIT     4".
        01 step-table redefines step-definitions.
        03 step-entry occurs 6 times.
           05 step-name              pic x(10).
           05 step-max-return-code   pic 9(1).
        01 step-count                pic 9(1) value 6.
        01 step-idx                  pic 9(1).
        01 first-step                pic 9(1) value 1.

        01 job-log-columns.
        03 jl-run-id                pic x(14).
        03 jl-record-type           pic x(6).
        03 jl-step-nr               pic x(1).
        03 jl-step-name             pic x(10).
        03 jl-timestamp             pic x(14).
        03 jl-return-code           pic x(3).
        03 jl-outcome               pic x(10).

        01 last-run-id               pic x(14) value spaces.
        01 last-run-complete-flag    pic x value 'N'.
           88 last-run-complete      value 'Y'.
        01 last-ok-step              pic 9(1) value zero.
        01 logged-step-nr            pic 9(1).

        01 run-id                    pic x(14).
        01 restart-flag              pic x value 'N'.
           88 restarting             value 'Y'.

        01 run-command               pic x(250).
        01 command-pointer           pic 9(3).

        01 step-return-code          pic 9(3).
        01 highest-return-code       pic 9(3) value zero.
        01 stream-stopped-flag       pic x value 'N'.
           88 stream-stopped         value 'Y'.
        01 stopped-step              pic 9(1) value zero.

        01 log-record-type           pic x(6).
        01 log-step-nr               pic 9(1).
        01 log-step-name             pic x(10).
        01 log-return-code           pic 9(3).
        01 log-return-code-flag      pic x.
           88 log-return-code-present value 'Y'.
        01 log-outcome               pic x(10).

procedure division.
    perform 100-initialize.
    perform 200-load-job-log.
    perform 300-start-stream.
    perform 400-run-stream.
    perform 600-finish-stream.

stop run.

100-initialize.
    perform until 1 = 2
       accept argument-text from argument-value
           on exception
              exit perform
       end-accept

       evaluate true
          when argument-text(1:7) = "ROSTER="
             move argument-text(8:50) to roster-file-name
          when argument-text(1:6) = "TRANS="
             move argument-text(7:50) to trans-file-name
          when argument-text(1:6) = "DELTA="
             move argument-text(7:50) to delta-file-name
          when argument-text(1:9) = "SCHEDULE="
             move argument-text(10:50) to schedule-file-name
          when argument-text(1:7) = "EVENTS="
             move argument-text(8:50) to events-file-name
          when argument-text(1:5) = "ASOF="
             move argument-text(6:8) to asof-text
          when argument-text(1:5) = "FRESH"
             set fresh-start to true
          when other
             display
                "stream rejected: unrecognised option - "
                function trim(argument-text)
                upon syserr
             move 8 to return-code
             stop run
       end-evaluate
    end-perform
.

200-load-job-log.
   *> only the most recent stream matters: it either completed, or
   *> it stopped (or was killed) part-way, in which case every step
   *> it finished OK is a prefix of the running order
    open input job-log-file

    if job-log-file-status = '00' then
       read job-log-file

       perform until job-log-file-status = '10'
          if job-log-record <> spaces then
             move spaces to job-log-columns

             unstring job-log-record delimited by ',' into
                jl-run-id
                jl-record-type
                jl-step-nr
                jl-step-name
                jl-timestamp
                jl-return-code
                jl-outcome

             if jl-run-id <> last-run-id then
                move jl-run-id to last-run-id
                move 'N' to last-run-complete-flag
                move zero to last-ok-step
             end-if

             if jl-record-type = "STREAM" and jl-outcome = "COMPLETE" then
                set last-run-complete to true
             end-if

             if jl-record-type = "STEP" and jl-outcome = "OK"
                and jl-step-nr is numeric then
                move jl-step-nr to logged-step-nr

                if logged-step-nr > last-ok-step then
                   move logged-step-nr to last-ok-step
                end-if
             end-if
          end-if

          read job-log-file
       end-perform
    end-if

    close job-log-file
.

300-start-stream.
    if last-run-id <> spaces and not last-run-complete
       and not fresh-start then
       set restarting to true
       move last-run-id to run-id
       compute first-step = last-ok-step + 1
    else
       move function current-date(1:14) to run-id
       move 1 to first-step
    end-if

    move "STREAM" to log-record-type
    move zero to log-step-nr
    move spaces to log-step-name
    move 'N' to log-return-code-flag

    if restarting then
       move "RESTARTED" to log-outcome

       display
          "nightly stream " run-id " restarting at step " first-step
          " - steps before it completed on the earlier attempt"
    else
       move "STARTED" to log-outcome

       display "nightly stream " run-id " starting"
    end-if

    perform 500-write-job-log-record
.

400-run-stream.
    perform varying step-idx from first-step by 1
       until step-idx > step-count or stream-stopped
       perform 410-run-step
    end-perform
.

410-run-step.
    perform 420-build-step-command

    move "STEP" to log-record-type
    move step-idx to log-step-nr
    move step-name(step-idx) to log-step-name
    move 'N' to log-return-code-flag
    move "STARTED" to log-outcome

    perform 500-write-job-log-record

    display " "
    display
       "step " step-idx " " step-name(step-idx) " started - "
       function trim(run-command trailing)

    call "SYSTEM" using run-command

   *> SYSTEM hands back the shell's wait status, with the step's
   *> own condition code in the high-order byte
    if return-code < zero then
       move 99 to step-return-code
    else
       divide return-code by 256 giving step-return-code
    end-if

    move zero to return-code

    if step-return-code > highest-return-code then
       move step-return-code to highest-return-code
    end-if

    move step-return-code to log-return-code
    set log-return-code-present to true

    if step-return-code > step-max-return-code(step-idx) then
       move "FAILED" to log-outcome
       set stream-stopped to true
       move step-idx to stopped-step
    else
       move "OK" to log-outcome
    end-if

    perform 500-write-job-log-record

    display
       "step " step-idx " " step-name(step-idx) " ended - return code "
       step-return-code " " log-outcome
.

420-build-step-command.
    move spaces to run-command
    move 1 to command-pointer

    evaluate step-name(step-idx)
       when "TICKETS"
          string
             "./raffler-tickets "    delimited by size
             function trim(roster-file-name trailing) delimited by size
             " "                     delimited by size
             function trim(trans-file-name trailing) delimited by size
             into run-command
             with pointer command-pointer
          end-string
       when "DELTA"
          string
             "./raffler-delta "      delimited by size
             function trim(roster-file-name trailing) delimited by size
             " "                     delimited by size
             function trim(delta-file-name trailing) delimited by size
             into run-command
             with pointer command-pointer
          end-string
       when "CALENDAR"
          string
             "./raffler-calendar"    delimited by size
             into run-command
             with pointer command-pointer
          end-string

          if schedule-file-name <> spaces then
             string
                " SCHEDULE="         delimited by size
                function trim(schedule-file-name trailing)
                   delimited by size
                into run-command
                with pointer command-pointer
             end-string
          end-if

          if events-file-name <> spaces then
             string
                " EVENTS="           delimited by size
                function trim(events-file-name trailing) delimited by size
                into run-command
                with pointer command-pointer
             end-string
          end-if

          perform 430-add-asof-option
       when "AGING"
          string
             "./raffler-aging"       delimited by size
             into run-command
             with pointer command-pointer
          end-string

          perform 430-add-asof-option
       when "NOTIFY"
          string
             "./raffler-notify"      delimited by size
             into run-command
             with pointer command-pointer
          end-string

          perform 430-add-asof-option
       when "AUDIT"
          string
             "./raffler-audit"       delimited by size
             into run-command
             with pointer command-pointer
          end-string
    end-evaluate
.

430-add-asof-option.
    if asof-text <> spaces then
       string
          " ASOF="                 delimited by size
          asof-text                delimited by size
          into run-command
          with pointer command-pointer
       end-string
    end-if
.

500-write-job-log-record.
   *> opened and closed around every record, so a stream that is
   *> killed mid-step still leaves its STARTED line behind
    open extend job-log-file

    if job-log-file-status = '35' then
       open output job-log-file
       close job-log-file
       open extend job-log-file
    end-if

    if job-log-file-status <> '00' then
       display
          "stream rejected: unable to write job log - "
          job-log-file-name " (file status " job-log-file-status ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

    move spaces to job-log-record

    if log-return-code-present then
       string
          run-id                  delimited by size
          ","                     delimited by size
          function trim(log-record-type trailing) delimited by size
          ","                     delimited by size
          log-step-nr             delimited by size
          ","                     delimited by size
          function trim(log-step-name trailing) delimited by size
          ","                     delimited by size
          function current-date(1:14) delimited by size
          ","                     delimited by size
          log-return-code         delimited by size
          ","                     delimited by size
          function trim(log-outcome trailing) delimited by size
          into job-log-record
       end-string
    else
       string
          run-id                  delimited by size
          ","                     delimited by size
          function trim(log-record-type trailing) delimited by size
          ","                     delimited by size
          log-step-nr             delimited by size
          ","                     delimited by size
          function trim(log-step-name trailing) delimited by size
          ","                     delimited by size
          function current-date(1:14) delimited by size
          ",,"                    delimited by size
          function trim(log-outcome trailing) delimited by size
          into job-log-record
       end-string
    end-if

    write job-log-record

    close job-log-file
.

600-finish-stream.
    move "STREAM" to log-record-type
    move zero to log-step-nr
    move spaces to log-step-name
    move highest-return-code to log-return-code
    set log-return-code-present to true

    if stream-stopped then
       move "STOPPED" to log-outcome
    else
       move "COMPLETE" to log-outcome
    end-if

    perform 500-write-job-log-record

    display " "

    if stream-stopped then
       display
          "nightly stream " run-id " stopped at step " stopped-step
          " " function trim(step-name(stopped-step) trailing)
          " - the next run restarts there"
    else
       display
          "nightly stream " run-id " complete - highest return code "
          highest-return-code
    end-if

    move highest-return-code to return-code
.
