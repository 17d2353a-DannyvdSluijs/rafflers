      *> schedule record: event-name,when
      *>   when = yyyymmdd (one-off) or every-monday .. every-sunday
      *> =============================================
      *> return codes:
      *>   0  every due event ran clean
      *>   4  every due event ran, some with warnings, or a schedule
      *>      entry carries an unrecognised recurrence
      *>   8  one or more due events failed and were not recorded,
      *>      or the schedule or its log is too large
      *>   12 the schedule file could not be opened, or a due event
      *>      was drawn and recorded but raffler ended 16 - its
      *>      winner history or prize stock needs repair before the
      *>      stream goes on
      *> =============================================

environment division.
    input-output section.
        01 ran-count                 pic 9(3) value zero.
        01 failed-count              pic 9(3) value zero.
        01 skipped-count             pic 9(3) value zero.
        01 warned-count              pic 9(3) value zero.
        01 repair-count              pic 9(3) value zero.
        01 invalid-entry-count       pic 9(3) value zero.
        01 event-return-code         pic 9(5).

procedure division.
    perform 100-initialize.
       perform 400-list-week
    else
       perform 500-run-due-events
       perform 610-set-return-code
    end-if

stop run.
          "calendar run rejected: unable to open schedule file - "
          schedule-file-name " (file status " schedule-file-status ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

                schedule-file-name " exceeds the maximum of "
                max-schedule-entries " entries"
                upon syserr
             move 8 to return-code
             stop run
          end-if

                   schedule-log-file-name " exceeds the maximum of "
                   max-run-log-entries " entries"
                   upon syserr
                move 8 to return-code
                stop run
             end-if

    display " "
    display "calendar summary"
    display "  ran:     " ran-count
    display "  warnings:" warned-count
    display "  repair:  " repair-count
    display "  failed:  " failed-count
    display "  skipped: " skipped-count
.
       perform 720-parse-recurrence

       if not recurrence-valid then
          add 1 to invalid-entry-count

          display
             "schedule entry " entry-event-name(schedule-idx)
             " carries an unrecognised recurrence - "

    call "SYSTEM" using run-command

   *> SYSTEM hands back the shell's wait status, with the program's
   *> own condition code in the high-order byte.  a draw ending in
   *> 4 ran and is on the ledger with a warning, so it counts as
   *> run - recording it is what stops it being drawn a second time.
   *> 16 is a draw that is on the ledger with a file left to repair:
   *> it is recorded as run too, but stops the stream
    if return-code < zero then
       move 99 to event-return-code
    else
       divide return-code by 256 giving event-return-code
    end-if

    move zero to return-code

    if event-return-code <= 4 then
       add 1 to ran-count

       if event-return-code > zero then
          add 1 to warned-count

          display
             entry-event-name(schedule-idx) " ran with warnings"
             " (return code " event-return-code ")"
       end-if

       perform 530-record-occurrence
    else
       if event-return-code = 16 then
          add 1 to ran-count
          add 1 to repair-count

          display
             entry-event-name(schedule-idx) " was drawn and recorded,"
             " but a file needs repair (return code "
             event-return-code ")"

          perform 530-record-occurrence
       else
          add 1 to failed-count

          display
             entry-event-name(schedule-idx) " failed (return code "
             event-return-code ") - occurrence not recorded, it will be"
             " retried on the next calendar pass"
       end-if
    end-if
.

          schedule-log-file-name " exceeds the maximum of "
          max-run-log-entries " entries"
          upon syserr
       move 8 to return-code
       stop run
    end-if

       end-perform
    end-if
.

610-set-return-code.
    evaluate true
       when repair-count > zero
          move 12 to return-code
       when failed-count > zero
          move 8 to return-code
       when warned-count > zero or invalid-entry-count > zero
          move 4 to return-code
       when other
          move zero to return-code
    end-evaluate
.
