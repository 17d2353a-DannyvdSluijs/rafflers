        >>source format is free
identification division.
    program-id. domcode-raffler-rebuild.
    author. Lucas van Lierop.
      *> =============================================
      *> point-in-time reconstruction of the raffler roster from the
      *> roster change journal.  every program that writes the roster
      *> appends the before and after image of the record it touched,
      *> and raffler drops a DRAW marker when a draw reads the roster,
      *> so replaying the journal up to a date or up to a draw's
      *> marker gives back the roster exactly as it stood then
      *> =============================================
      *> usage: ./raffler-rebuild {roster-file} {target-file}
      *>            ASOF=yyyymmdd | DRAW=nnnnnn [REPLACE]
      *>        ./raffler-rebuild {roster-file} BASELINE
      *> ASOF=     replays every change made up to the end of that day
      *> DRAW=     replays every change made before the draw read the
      *>           roster
      *> REPLACE   overwrites an existing target file
      *> BASELINE  journals every record the roster holds now, once,
      *>           when journalling starts on a roster that already
      *>           existed - without it a rebuild cannot see records
      *>           that were never changed after the switch-over, so
      *>           a roster whose journal holds no baseline (BASE
      *>           records, or the ADDs of raffler-convert) up to the
      *>           point asked for is not rebuilt at all
      *> journal record: timestamp, program, action, roster-file,
      *>   draw-id, before image, after image (fixed columns)
      *>   action ADD, CHANGE, POST, DELETE, BASE or DRAW
      *> =============================================
      *> return codes:
      *>   0  the roster was rebuilt (or baselined) clean
      *>   4  rebuilt, but the journal has gaps - a change or delete
      *>      for a record it never saw added, so it reaches back
      *>      less far than the point asked for
      *>   8  rejected - bad command line, the target exists, the
      *>      draw has no marker, nothing was journalled in time, or
      *>      the roster has no baseline in the journal by then
      *>   12 the roster or journal could not be opened, the target
      *>      could not be created or written, or a baseline record
      *>      could not be written to the journal
      *> =============================================

environment division.
    input-output section.
       file-control.
           select names-file
               assign to dynamic names-file-name
               file status is names-file-status
               organization is indexed
               access is dynamic
               record key is names-employee-id.

           select target-file
               assign to dynamic target-file-name
               file status is target-file-status
               organization is indexed
               access is dynamic
               record key is target-employee-id.

           select journal-file
               assign to dynamic journal-file-name
               file status is journal-file-status
               organization is line sequential.

data division.
    file section.
        fd names-file.
        01 names-record.
        03 names-employee-id        pic x(10).
        03 names-name               pic x(32).
        03 names-ticket-count       pic 9(3).
        03 names-department         pic x(20).

        fd target-file.
        01 target-record.
        03 target-employee-id       pic x(10).
        03 target-name              pic x(32).
        03 target-ticket-count      pic 9(3).
        03 target-department        pic x(20).

        fd journal-file.
        01 journal-record.
        03 journal-timestamp        pic x(16).
        03 journal-program          pic x(20).
        03 journal-action           pic x(8).
        03 journal-roster-file      pic x(50).
        03 journal-draw-id          pic 9(6).
        03 journal-before-image     pic x(65).
        03 journal-after-image      pic x(65).

    working-storage section.
        01 names-file-name          pic x(50).
        01 names-file-status        pic x(2).

        01 target-file-name         pic x(50).
        01 target-file-status       pic x(2).

        01 journal-file-name        pic x(50) value "raffle-roster-journal.dat".
        01 journal-file-status      pic x(2).

        01 argument-text             pic x(60).

        01 run-mode-flag             pic x value space.
           88 rebuild-as-of-date     value 'A'.
           88 rebuild-at-draw        value 'D'.
           88 baseline-mode          value 'B'.

        01 replace-flag              pic x value 'N'.
           88 replace-target         value 'Y'.

        01 asof-date                 pic 9(8) value zero.
        01 rebuild-draw-id           pic 9(6) value zero.

        01 journal-record-nr         pic 9(9) value zero.
        01 marker-record-nr          pic 9(9) value zero.

        01 applied-count             pic 9(9) value zero.
        01 baseline-record-count     pic 9(9) value zero.
        01 gap-count                 pic 9(9) value zero.
        01 rebuilt-count             pic 9(9) value zero.
        01 baselined-count           pic 9(9) value zero.

procedure division.
    perform 100-initialize.

    if baseline-mode then
       perform 600-write-baseline
       stop run
    end-if

    if rebuild-at-draw then
       perform 200-find-draw-marker
    end-if

    perform 300-create-target.
    perform 400-apply-journal.
    perform 500-print-summary.
    perform 510-set-return-code.

stop run.

100-initialize.
    accept names-file-name from argument-value
        on exception
            display
                "usage: raffler-rebuild {roster-file} {target-file}"
                " ASOF=yyyymmdd | DRAW=nnnnnn [REPLACE]"
                upon syserr
            move 8 to return-code
            stop run
    end-accept

    accept target-file-name from argument-value
        on exception
            display
                "usage: raffler-rebuild {roster-file} {target-file}"
                " ASOF=yyyymmdd | DRAW=nnnnnn [REPLACE]"
                upon syserr
            move 8 to return-code
            stop run
    end-accept

    perform until 1 = 2
       accept argument-text from argument-value
           on exception
              exit perform
       end-accept

       evaluate true
          when argument-text(1:5) = "ASOF="
             if argument-text(6:8) is not numeric then
                display
                   "rebuild rejected: ASOF=" argument-text(6:8)
                   " is not a valid yyyymmdd date"
                   upon syserr
                move 8 to return-code
                stop run
             end-if

             move argument-text(6:8) to asof-date
             set rebuild-as-of-date to true
          when argument-text(1:5) = "DRAW="
             if argument-text(6:6) is not numeric then
                display
                   "rebuild rejected: DRAW=" argument-text(6:6)
                   " is not a valid six-digit draw-id"
                   upon syserr
                move 8 to return-code
                stop run
             end-if

             move argument-text(6:6) to rebuild-draw-id
             set rebuild-at-draw to true
          when argument-text = "REPLACE"
             set replace-target to true
          when other
             display
                "rebuild rejected: unrecognised option - "
                function trim(argument-text)
                upon syserr
             move 8 to return-code
             stop run
       end-evaluate
    end-perform

    if target-file-name = "BASELINE" then
       set baseline-mode to true
    end-if

    if run-mode-flag = space then
       display
          "rebuild rejected: give ASOF=yyyymmdd or DRAW=nnnnnn to say"
          " which roster to rebuild"
          upon syserr
       move 8 to return-code
       stop run
    end-if
.

200-find-draw-marker.
   *> the marker is located up front so a draw that never left one
   *> is rejected before any target file is created.  a draw that
   *> was rejected and run again under the same draw-id leaves a
   *> marker per attempt - the last one is the run that was recorded
    open input journal-file

    if journal-file-status <> '00' then
       display
          "rebuild rejected: unable to open roster journal - "
          journal-file-name " (file status " journal-file-status ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

    read journal-file

    perform until journal-file-status = '10'
       add 1 to journal-record-nr

       if journal-action = "DRAW"
          and journal-roster-file = names-file-name
          and journal-draw-id = rebuild-draw-id then
          move journal-record-nr to marker-record-nr
       end-if

       read journal-file
    end-perform

    close journal-file

    if marker-record-nr = zero then
       display
          "rebuild rejected: draw " rebuild-draw-id
          " left no marker in " journal-file-name " for roster "
          function trim(names-file-name trailing)
          upon syserr
       move 8 to return-code
       stop run
    end-if

    move zero to journal-record-nr
.

300-create-target.
   *> a rebuilt roster is never written over the live one, and an
   *> existing target is only replaced when that was asked for
    if target-file-name = names-file-name then
       display
          "rebuild rejected: the target must not be the live roster "
          function trim(names-file-name trailing)
          upon syserr
       move 8 to return-code
       stop run
    end-if

    if not replace-target then
       open input target-file

       if target-file-status <> '35' then
          if target-file-status = '00' then
             close target-file
          end-if

          display
             "rebuild rejected: " target-file-name
             " already exists - give REPLACE to overwrite it"
             upon syserr
          move 8 to return-code
          stop run
       end-if
    end-if

    open output target-file

    if target-file-status = '00' then
       close target-file
       open i-o target-file
    end-if

    if target-file-status <> '00' then
       display
          "rebuild rejected: unable to create " target-file-name
          " (file status " target-file-status ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if
.

400-apply-journal.
    open input journal-file

    if journal-file-status <> '00' then
       display
          "rebuild rejected: unable to open roster journal - "
          journal-file-name " (file status " journal-file-status ")"
          upon syserr
       close target-file
       move 12 to return-code
       stop run
    end-if

    read journal-file

   *> the journal is append-only, so it is in time order and the
   *> replay can stop at the first record past the point asked for
    perform until journal-file-status = '10'
       add 1 to journal-record-nr

       if rebuild-at-draw
          and journal-record-nr >= marker-record-nr then
          exit perform
       end-if

       if rebuild-as-of-date
          and journal-timestamp(1:8) > asof-date then
          exit perform
       end-if

       if journal-roster-file = names-file-name
          and journal-action <> "DRAW" then
          perform 410-apply-journal-record
       end-if

       read journal-file
    end-perform

    close journal-file
    close target-file

    if applied-count = zero then
       display
          "rebuild rejected: " journal-file-name " holds no changes"
          " to roster " function trim(names-file-name trailing)
          " up to that point"
          upon syserr
       move 8 to return-code
       stop run
    end-if

   *> changes alone only rebuild the records they touched; without
   *> the roster as it stood when journalling began, every record
   *> never changed since would be missing from the rebuild
    if baseline-record-count = zero then
       display
          "rebuild rejected: no baseline for this roster - run"
          " BASELINE (" journal-file-name " holds no BASE or"
          " converted records for " function trim(names-file-name)
          " up to that point)"
          upon syserr
       move 8 to return-code
       stop run
    end-if
.

410-apply-journal-record.
    add 1 to applied-count

    if journal-action = "BASE"
       or (journal-action = "ADD"
          and journal-program = "raffler-convert") then
       add 1 to baseline-record-count
    end-if

    evaluate journal-action
       when "DELETE"
          move journal-before-image to target-record

          delete target-file record

          evaluate target-file-status
             when '00'
                subtract 1 from rebuilt-count
             when '23'
                add 1 to gap-count
                display
                   "gap       " journal-timestamp " DELETE "
                   target-employee-id
                   " - deleted before the journal saw it added"
             when other
                perform 420-reject-target-write
          end-evaluate
       when other
         *> ADD, BASE, CHANGE and POST all carry the full record as
         *> it stood afterwards; a BASE row may restate a record that
         *> is already known, anything else arriving out of step with
         *> the replay means the journal is missing an earlier change
          move journal-after-image to target-record

          write target-record

          evaluate target-file-status
             when '00'
                add 1 to rebuilt-count

                if journal-action = "CHANGE"
                   or journal-action = "POST" then
                   add 1 to gap-count
                   display
                      "gap       " journal-timestamp " "
                      journal-action " " target-employee-id
                      " - changed before the journal saw it added"
                end-if
             when '22'
                rewrite target-record

                if target-file-status <> '00' then
                   perform 420-reject-target-write
                end-if

                if journal-action = "ADD" then
                   add 1 to gap-count
                   display
                      "gap       " journal-timestamp " ADD "
                      target-employee-id
                      " - added twice without a delete in between"
                end-if
             when other
                perform 420-reject-target-write
          end-evaluate
    end-evaluate
.

420-reject-target-write.
    display
       "rebuild rejected: writing "
       function trim(target-file-name trailing)
       " failed (file status " target-file-status ")"
       upon syserr
    close journal-file
    close target-file
    move 12 to return-code
    stop run
.

500-print-summary.
    display " "
    display "rebuild of " function trim(names-file-name trailing)
       " into " function trim(target-file-name trailing)

    if rebuild-at-draw then
       display "  as read by draw:   " rebuild-draw-id
    else
       display "  as of end of:      " asof-date
    end-if

    display "  journal records:   " applied-count
    display "  roster records:    " rebuilt-count
    display "  gaps:              " gap-count

    if gap-count > zero then
       display
          "the journal does not reach back far enough for this"
          " roster - run raffler-rebuild with BASELINE once to"
          " journal the records it has never seen"
    end-if
.

510-set-return-code.
    if gap-count > zero then
       move 4 to return-code
    else
       move zero to return-code
    end-if
.

600-write-baseline.
    open input names-file

    if names-file-status <> '00' then
       display
          "baseline rejected: unable to open roster - "
          names-file-name " (file status " names-file-status ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

    open extend journal-file

    if journal-file-status = '35' then
       open output journal-file
       close journal-file
       open extend journal-file
    end-if

    if journal-file-status <> '00' then
       display
          "baseline rejected: unable to open roster journal - "
          journal-file-name " (file status " journal-file-status ")"
          upon syserr
       close names-file
       move 12 to return-code
       stop run
    end-if

    read names-file next

    perform until names-file-status = '10'
       move spaces to journal-record
       move function current-date(1:16) to journal-timestamp
       move "raffler-rebuild" to journal-program
       move "BASE" to journal-action
       move names-file-name to journal-roster-file
       move zero to journal-draw-id
       move names-record to journal-after-image

       write journal-record

       if journal-file-status <> '00' then
          display
             "baseline rejected: " journal-file-name " write failed"
             " (file status " journal-file-status ") after "
             baselined-count " records - run BASELINE again once the"
             " journal can be written"
             upon syserr
          close journal-file
          close names-file
          move 12 to return-code
          stop run
       end-if

       add 1 to baselined-count

       read names-file next
    end-perform

    close journal-file
    close names-file

    display " "
    display "baseline of " function trim(names-file-name trailing)
    display "  records journalled: " baselined-count

    move zero to return-code
.
