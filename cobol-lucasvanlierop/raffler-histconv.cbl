        >>source format is free
identification division.
    program-id. domcode-raffler-histconv.
    author. Lucas van Lierop.
      *> =============================================
      *> one-time conversion of the winner history (or an exclusion
      *> list) from name-keyed rows to rows carrying the employee-id
      *> names are resolved against the indexed roster; a name that
      *> is not on the roster, or is shared by more than one
      *> employee-id, cannot be resolved and is listed for follow-up
      *> - the row is carried over without an id so nothing is lost
      *> =============================================
      *> usage: ./raffler-histconv {roster-file} {old-file} {new-file}
      *>            [EXCLUDE]
      *> history row:   draw-nr,date,name -> draw-nr,date,name,employee-id
      *> exclusion row: name              -> name,employee-id
      *> return codes:
      *>   0  every row resolved or already keyed
      *>   4  converted, with unmatched rows listed
      *>   8  rejected - bad command line or the target exists
      *>   12 the roster or the old file could not be opened, or the
      *>      new file could not be created
      *> =============================================

environment division.
    input-output section.
       file-control.
           select names-file
               assign to dynamic names-file-name
               file status is names-file-status
               organization is indexed
               access is sequential
               record key is names-employee-id.

           select old-file
               assign to dynamic old-file-name
               file status is old-file-status
               organization is line sequential.

           select new-file
               assign to dynamic new-file-name
               file status is new-file-status
               organization is line sequential.

data division.
    file section.
        fd names-file.
        01 names-record.
        03 names-employee-id        pic x(10).
        03 names-name               pic x(32).
        03 names-ticket-count       pic 9(3).
        03 names-department         pic x(20).

        fd old-file.
        01 old-record               pic x(80).

        fd new-file.
        01 new-record               pic x(80).

    working-storage section.
        01 names-file-name          pic x(50).
        01 names-file-status        pic x(2).

        01 old-file-name            pic x(50).
        01 old-file-status          pic x(2).

        01 new-file-name            pic x(50).
        01 new-file-status          pic x(2).

        01 kind-option              pic x(50) value spaces.
        01 kind-flag                pic x value 'H'.
           88 converting-history    value 'H'.
           88 converting-exclusions value 'X'.

        01 history-columns.
        03 history-draw-nr-text     pic x(6).
        03 history-date-text        pic x(8).
        03 history-name-text        pic x(32).
        03 history-employee-id-text pic x(10).

        01 exclude-columns.
        03 exclude-name-text        pic x(32).
        03 exclude-employee-id-text pic x(10).

        01 row-name                 pic x(32).
        01 row-employee-id          pic x(10).

       *> the roster is keyed on employee-id; resolving by name needs
       *> the reverse, so an open-addressed table keyed on name is
       *> built from one pass over the roster
        01 name-hash-table.
        03 name-hash-entry occurs 200003 times.
           05 name-hash-name         pic x(32).
           05 name-hash-employee-id  pic x(10).
           05 name-hash-shared-flag  pic x.
              88 name-hash-shared    value 'Y'.
        01 name-hash-size           pic 9(9) value 200003.
        01 name-hash-idx            pic 9(9).
        01 name-hash-sum            pic 9(9).
        01 name-hash-char-idx       pic 9(2).
        01 name-hash-probes         pic 9(9).
        01 lookup-name              pic x(32).

        01 max-roster-size          pic 9(6) value 100000.
        01 roster-count             pic 9(6) value zero.

        01 record-nr                pic 9(6) value zero.
        01 resolved-count           pic 9(6) value zero.
        01 already-keyed-count      pic 9(6) value zero.
        01 unmatched-count          pic 9(6) value zero.

procedure division.
    perform 100-initialize.
    perform 200-load-roster-names.
    perform 300-convert-file.
    perform 400-print-summary.

    if unmatched-count > zero then
       move 4 to return-code
    end-if

stop run.

100-initialize.
    move spaces to name-hash-table

    accept names-file-name from argument-value
        on exception
            display
                "usage: raffler-histconv {roster-file} {old-file}"
                " {new-file} [EXCLUDE]"
                upon syserr
            move 8 to return-code
            stop run
    end-accept

    accept old-file-name from argument-value
        on exception
            display
                "usage: raffler-histconv {roster-file} {old-file}"
                " {new-file} [EXCLUDE]"
                upon syserr
            move 8 to return-code
            stop run
    end-accept

    accept new-file-name from argument-value
        on exception
            display
                "usage: raffler-histconv {roster-file} {old-file}"
                " {new-file} [EXCLUDE]"
                upon syserr
            move 8 to return-code
            stop run
    end-accept

    accept kind-option from argument-value
        on exception
            move spaces to kind-option
    end-accept

    evaluate kind-option
       when spaces
          set converting-history to true
       when "EXCLUDE"
          set converting-exclusions to true
       when other
          display
             "conversion rejected: unrecognised option - "
             function trim(kind-option)
             upon syserr
          move 8 to return-code
          stop run
    end-evaluate
.

200-load-roster-names.
    open input names-file

    if names-file-status <> '00' then
       display
          "conversion rejected: unable to open roster - "
          names-file-name " (file status " names-file-status ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

    read names-file

    perform until names-file-status = '10'
       add 1 to roster-count

       if roster-count > max-roster-size then
          display
             "conversion rejected: roster " names-file-name
             " exceeds the maximum roster size of " max-roster-size
             upon syserr
          move 8 to return-code
          stop run
       end-if

       move names-name to lookup-name
       perform 210-hash-name

       if name-hash-name(name-hash-idx) = spaces then
          move names-name to name-hash-name(name-hash-idx)
          move names-employee-id to name-hash-employee-id(name-hash-idx)
          move 'N' to name-hash-shared-flag(name-hash-idx)
       else
          set name-hash-shared(name-hash-idx) to true
       end-if

       read names-file
    end-perform

    close names-file
.

210-hash-name.
    move zero to name-hash-sum

    perform varying name-hash-char-idx from 1 by 1
       until name-hash-char-idx > 32
       compute name-hash-sum =
          function mod(
             (name-hash-sum * 31)
             + function ord(lookup-name(name-hash-char-idx:1)),
             name-hash-size)
    end-perform

    compute name-hash-idx = name-hash-sum + 1

    move zero to name-hash-probes

    perform until name-hash-name(name-hash-idx) = spaces
       or name-hash-name(name-hash-idx) = lookup-name
       or name-hash-probes >= name-hash-size

       add 1 to name-hash-idx
       add 1 to name-hash-probes

       if name-hash-idx > name-hash-size
          move 1 to name-hash-idx
       end-if
    end-perform
.

300-convert-file.
   *> as with the roster conversion, only a cleanly absent target
   *> may be written - the old file is left untouched either way
    open input new-file

    if new-file-status <> '35' then
       if new-file-status = '00' then
          close new-file
          display
             "conversion rejected: " new-file-name
             " already exists - remove it first if you really"
             " want to convert again"
             upon syserr
       else
          display
             "conversion rejected: " new-file-name
             " is in an unexpected state (file status "
             new-file-status ") - not overwriting it"
             upon syserr
       end-if

       move 8 to return-code
       stop run
    end-if

    open input old-file

    if old-file-status <> '00' then
       display
          "conversion rejected: unable to open " old-file-name
          " (file status " old-file-status ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

    open output new-file

    if new-file-status <> '00' then
       display
          "conversion rejected: unable to create " new-file-name
          " (file status " new-file-status ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

    read old-file

    perform until old-file-status = '10'
       if old-record <> spaces then
          add 1 to record-nr

          if converting-history then
             perform 310-convert-history-row
          else
             perform 320-convert-exclusion-row
          end-if
       end-if

       read old-file
    end-perform

    close old-file
    close new-file
.

310-convert-history-row.
    move spaces to history-columns

    unstring old-record delimited by ',' into
       history-draw-nr-text
       history-date-text
       history-name-text
       history-employee-id-text

    move history-name-text to row-name
    move history-employee-id-text to row-employee-id

    perform 330-resolve-employee-id

    move spaces to new-record

    string
       function trim(history-draw-nr-text trailing) delimited by size
       ","                     delimited by size
       function trim(history-date-text trailing) delimited by size
       ","                     delimited by size
       function trim(history-name-text trailing) delimited by size
       ","                     delimited by size
       row-employee-id         delimited by size
       into new-record
    end-string

    write new-record
.

320-convert-exclusion-row.
    move spaces to exclude-columns

    unstring old-record delimited by ',' into
       exclude-name-text
       exclude-employee-id-text

    move exclude-name-text to row-name
    move exclude-employee-id-text to row-employee-id

    perform 330-resolve-employee-id

    move spaces to new-record

    string
       function trim(exclude-name-text trailing) delimited by size
       ","                     delimited by size
       row-employee-id         delimited by size
       into new-record
    end-string

    write new-record
.

330-resolve-employee-id.
   *> a row that already carries an id was written after the
   *> switch-over and is passed through as it stands
    if row-employee-id <> spaces then
       add 1 to already-keyed-count
    else
       move row-name to lookup-name
       perform 210-hash-name

       if name-hash-name(name-hash-idx) = row-name
          and row-name <> spaces then
          if name-hash-shared(name-hash-idx) then
             add 1 to unmatched-count
             display
                "unmatched " record-nr " "
                function trim(old-record trailing)
                " - name is shared by more than one employee-id"
          else
             move name-hash-employee-id(name-hash-idx) to row-employee-id
             add 1 to resolved-count
          end-if
       else
          add 1 to unmatched-count
          display
             "unmatched " record-nr " "
             function trim(old-record trailing)
             " - name is not on the roster"
       end-if
    end-if
.

400-print-summary.
    display " "
    display "conversion of " old-file-name
    display "  resolved:       " resolved-count
    display "  already keyed:  " already-keyed-count
    display "  unmatched:      " unmatched-count

    if unmatched-count > zero then
       display "unmatched rows were carried over without an employee-id;"
          " add it by hand before the converted file goes live"
    end-if
.
