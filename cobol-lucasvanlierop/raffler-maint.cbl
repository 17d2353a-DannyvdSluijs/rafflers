      *> entrant maintenance tool for the raffler roster file
      *> the roster is indexed on employee-id, so every add and
      *> remove is a single keyed record operation
      *> every add and remove is also written to the roster change
      *> journal with the record's before and after image, and is
      *> refused when the journal cannot be opened
      *> =============================================
      *> usage: ./raffler-maint {roster-file}
      *> =============================================
               access is dynamic
               record key is names-employee-id.

           select journal-file
               assign to dynamic journal-file-name
               file status is journal-file-status
               organization is line sequential.

data division.
    file section.
        fd names-file.
        03 names-ticket-count       pic 9(3).
        03 names-department         pic x(20).

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

        01 journal-file-name        pic x(50) value "raffle-roster-journal.dat".
        01 journal-file-status      pic x(2).

        01 journal-open-flag         pic x value 'N'.
           88 journal-open           value 'Y'.
        01 roster-before-image       pic x(65).
        01 journal-failed-employee-id pic x(10).

        01 line-nr                  pic 9(6) value zero.

        01 menu-choice               pic x(1).
    if entry-employee-id = spaces then
       display "an entrant needs an employee-id - nothing added"
    else
       perform 700-open-journal
    end-if

    if entry-employee-id <> spaces and journal-open then
       open i-o names-file

       if names-file-status = '35' then

       evaluate names-file-status
          when '00'
             move spaces to roster-before-image
             move "ADD" to journal-action
             perform 710-write-journal-record
             display "entrant added"
          when '22'
             display

       close names-file
    end-if

    perform 720-close-journal
.

500-remove-entrant.
    display "enter employee-id to remove: " with no advancing
    accept remove-employee-id

    perform 700-open-journal

    if journal-open then
       open i-o names-file

       if names-file-status <> '00' then
          display
             "unable to open roster - " names-file-name
             " (file status " names-file-status ")"
       else
         *> the record is read before it goes so the journal keeps
         *> what was removed, not just the key
          move remove-employee-id to names-employee-id

          read names-file

          if names-file-status = '00' then
             move names-record to roster-before-image

             delete names-file record
          end-if

          evaluate names-file-status
             when '00'
                move spaces to names-record
                move "DELETE" to journal-action
                perform 710-write-journal-record
                display remove-employee-id " removed from the roster"
             when '23'
                display
                   remove-employee-id " was not found on the roster"
             when other
                display
                   "remove failed (file status " names-file-status ")"
          end-evaluate

          close names-file
       end-if
    end-if

    perform 720-close-journal
.

700-open-journal.
    open extend journal-file

    if journal-file-status = '35' then
       open output journal-file
       close journal-file
       open extend journal-file
    end-if

    if journal-file-status = '00' then
       set journal-open to true
    else
       move 'N' to journal-open-flag
       display
          "unable to open roster journal - " journal-file-name
          " (file status " journal-file-status ") - roster left"
          " untouched"
    end-if
.

710-write-journal-record.
   *> the caller sets the action and leaves the after image in
   *> names-record (spaces for a delete)
    move function current-date(1:16) to journal-timestamp
    move "raffler-maint" to journal-program
    move names-file-name to journal-roster-file
    move zero to journal-draw-id
    move roster-before-image to journal-before-image
    move names-record to journal-after-image

    write journal-record

   *> the roster change is already made; tell the operator the
   *> journal missed it, as a rebuild can never give it back
    if journal-file-status <> '00' then
       if journal-after-image = spaces then
          move journal-before-image(1:10) to journal-failed-employee-id
       else
          move journal-after-image(1:10) to journal-failed-employee-id
       end-if

       display
          "warning: " function trim(journal-action) " of "
          journal-failed-employee-id
          " not written to roster journal " journal-file-name
          " (file status " journal-file-status ")"
    end-if
.

720-close-journal.
    if journal-open then
       close journal-file
       move 'N' to journal-open-flag
    end-if
.
