      *> batch HR delta feed for the raffler roster file
      *> applies add/change/delete transactions keyed on employee-id
      *> with single keyed record operations - no roster rewrite
      *> each applied transaction is written to the roster change
      *> journal with the record's before and after image
      *> =============================================
      *> usage: ./raffler-delta {roster-file} {delta-file}
      *> delta record: action,employee-id,name,tickets,department
      *>   A = add entrant, C = change entrant, D = delete entrant
      *> =============================================
      *> return codes:
      *>   0  every transaction applied
      *>   4  applied, with rejected or unmatched transactions
      *>   8  rejected - bad command line, nothing applied
      *>   12 the roster, delta file or roster journal could not be
      *>      opened, a roster write, rewrite or delete failed, or a
      *>      roster change could not be journalled
      *> =============================================

environment division.
    input-output section.
               file status is delta-file-status
               organization is line sequential.

           select journal-file
               assign to dynamic journal-file-name
               file status is journal-file-status
               organization is line sequential.

data division.
    file section.
        fd names-file.
        fd delta-file.
        01 delta-record             pic x(120).

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
        01 delta-file-name          pic x(50).
        01 delta-file-status        pic x(2).

        01 journal-file-name        pic x(50) value "raffle-roster-journal.dat".
        01 journal-file-status      pic x(2).

        01 roster-before-image       pic x(65).

        01 delta-columns.
        03 delta-action             pic x(1).
        03 delta-employee-id        pic x(10).
        01 applied-count             pic 9(6) value zero.
        01 rejected-count            pic 9(6) value zero.
        01 no-match-count            pic 9(6) value zero.
        01 io-failed-count           pic 9(6) value zero.
        01 journal-failed-count      pic 9(6) value zero.

        01 changed-flag              pic x value 'N'.
           88 roster-changed         value 'Y'.
    perform 200-open-roster.
    perform 300-apply-delta-file.
    perform 600-print-summary.
    perform 610-set-return-code.

stop run.

            display
                "usage: raffler-delta {roster-file} {delta-file}"
                upon syserr
            move 8 to return-code
            stop run
    end-accept

            display
                "usage: raffler-delta {roster-file} {delta-file}"
                upon syserr
            move 8 to return-code
            stop run
    end-accept.

          "delta run rejected: unable to open roster - "
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
          "delta run rejected: unable to open roster journal - "
          journal-file-name " (file status " journal-file-status ")"
          upon syserr
       close names-file
       move 12 to return-code
       stop run
    end-if
.
          delta-file-name " (file status " delta-file-status ")"
          upon syserr
       close names-file
       close journal-file
       move 12 to return-code
       stop run
    end-if


    close delta-file
    close names-file
    close journal-file
.

310-apply-transaction.
          when '00'
             add 1 to applied-count
             set roster-changed to true
             move spaces to roster-before-image
             move "ADD" to journal-action
             perform 360-write-journal-record
             display
                "applied   " transaction-nr " A " delta-employee-id
                " " delta-name
                " - employee-id is already on the roster"
          when other
             add 1 to rejected-count
             add 1 to io-failed-count
             display
                "rejected  " transaction-nr " A " delta-employee-id
                " - add failed (file status " names-file-status ")"
          "no-match  " transaction-nr " C " delta-employee-id
          " - employee-id is not on the roster"
    else
       move names-record to roster-before-image

      *> blank delta fields keep the roster value, so a transfer
      *> can carry just the new department without retyping the rest
       if delta-name <> spaces then
       if names-file-status = '00' then
          add 1 to applied-count
          set roster-changed to true
          move "CHANGE" to journal-action
          perform 360-write-journal-record
          display
             "applied   " transaction-nr " C " delta-employee-id
             " " names-name
       else
          add 1 to rejected-count
          add 1 to io-failed-count
          display
             "rejected  " transaction-nr " C " delta-employee-id
             " - change failed (file status " names-file-status ")"
.

350-apply-delete.
   *> the record is read before it goes so the journal keeps what
   *> was removed, not just the key
    move delta-employee-id to names-employee-id

    read names-file

    if names-file-status = '00' then
       move names-record to roster-before-image

       delete names-file record
    end-if

    evaluate names-file-status
       when '00'
          add 1 to applied-count
          set roster-changed to true
          move spaces to names-record
          move "DELETE" to journal-action
          perform 360-write-journal-record
          display
             "applied   " transaction-nr " D " delta-employee-id
       when '23'
             " - employee-id is not on the roster"
       when other
          add 1 to rejected-count
          add 1 to io-failed-count
          display
             "rejected  " transaction-nr " D " delta-employee-id
             " - delete failed (file status " names-file-status ")"
    end-evaluate
.

360-write-journal-record.
   *> the caller sets the action and leaves the after image in
   *> names-record (spaces for a delete)
    move function current-date(1:16) to journal-timestamp
    move "raffler-delta" to journal-program
    move names-file-name to journal-roster-file
    move zero to journal-draw-id
    move roster-before-image to journal-before-image
    move names-record to journal-after-image

    write journal-record

   *> the roster change stands either way; one the journal missed is
   *> one a rebuild can never give back
    if journal-file-status <> '00' then
       add 1 to journal-failed-count

       display
          "journal   " transaction-nr " " journal-action " "
          delta-employee-id " - change not journalled (file status "
          journal-file-status ")"
    end-if
.

600-print-summary.
    display " "
    display "delta feed " delta-file-name
    display "  applied:  " applied-count
    display "  rejected: " rejected-count
    display "  no-match: " no-match-count
    display "  not journalled: " journal-failed-count

    if not roster-changed then
       display "roster left untouched"
    end-if
.

610-set-return-code.
    evaluate true
       when io-failed-count > zero
          or journal-failed-count > zero
          move 12 to return-code
       when rejected-count > zero or no-match-count > zero
          move 4 to return-code
       when other
          move zero to return-code
    end-evaluate
.
