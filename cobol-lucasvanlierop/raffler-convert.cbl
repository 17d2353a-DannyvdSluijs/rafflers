      *> =============================================
      *> one-time conversion of the comma-separated names-file to
      *> the indexed roster keyed on employee-id
      *> every converted record is written to the roster change
      *> journal as an ADD, so the journal starts with the roster
      *> =============================================
      *> usage: ./raffler-convert {names-csv-file} {roster-file}
      *> csv record: name[,tickets][,department][,employee-id]
      *> =============================================
      *> return codes:
      *>   0  every record converted
      *>   4  converted, with records rejected (listed as they occur)
      *>   8  rejected - arguments missing, or the roster already
      *>      exists; nothing was converted
      *>   12 the names-file or roster journal could not be opened,
      *>      the roster could not be created, an existing roster is
      *>      in an unexpected state, or a converted record could not
      *>      be journalled
      *> =============================================

environment division.
    input-output section.
               access is dynamic
               record key is roster-employee-id.

           select journal-file
               assign to dynamic journal-file-name
               file status is journal-file-status
               organization is line sequential.

data division.
    file section.
        fd csv-file.
        03 roster-ticket-count      pic 9(3).
        03 roster-department        pic x(20).

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
        01 csv-file-name            pic x(50).
        01 csv-file-status          pic x(2).
        01 roster-file-name         pic x(50).
        01 roster-file-status       pic x(2).

        01 journal-file-name        pic x(50) value "raffle-roster-journal.dat".
        01 journal-file-status      pic x(2).

        01 name-columns.
        03 parsed-name              pic x(32).
        03 parsed-ticket-text       pic x(3).
        01 record-nr                 pic 9(6) value zero.
        01 converted-count           pic 9(6) value zero.
        01 rejected-count            pic 9(6) value zero.
        01 journal-failed-count      pic 9(6) value zero.

procedure division.
    perform 100-initialize.
            display
                "usage: raffler-convert {names-csv-file} {roster-file}"
                upon syserr
            move 8 to return-code
            stop run
    end-accept

            display
                "usage: raffler-convert {names-csv-file} {roster-file}"
                upon syserr
            move 8 to return-code
            stop run
    end-accept.

             " already exists - remove it first if you really"
             " want to convert again"
             upon syserr
          move 8 to return-code
       else
          display
             "conversion rejected: roster " roster-file-name
             " is in an unexpected state (file status "
             roster-file-status ") - not overwriting it"
             upon syserr
          move 12 to return-code
       end-if

       stop run
          "conversion rejected: unable to open names-file - "
          csv-file-name " (file status " csv-file-status ")"
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
          "conversion rejected: unable to open roster journal - "
          journal-file-name " (file status " journal-file-status ")"
          upon syserr
       close csv-file
       move 12 to return-code
       stop run
    end-if

          "conversion rejected: unable to create roster - "
          roster-file-name " (file status " roster-file-status ")"
          upon syserr
       close csv-file
       close journal-file
       move 12 to return-code
       stop run
    end-if


    close csv-file
    close roster-file
    close journal-file
.

210-convert-record.
       evaluate roster-file-status
          when '00'
             add 1 to converted-count

             move spaces to journal-record
             move function current-date(1:16) to journal-timestamp
             move "raffler-convert" to journal-program
             move "ADD" to journal-action
             move roster-file-name to journal-roster-file
             move zero to journal-draw-id
             move roster-record to journal-after-image

             write journal-record

            *> the ADDs are the roster's baseline in the journal - one
            *> missing is a record a rebuild can never give back
             if journal-file-status <> '00' then
                add 1 to journal-failed-count
                display
                   "journal   " record-nr " " parsed-name
                   " - converted but not journalled (file status "
                   journal-file-status ")"
             end-if
          when '22'
             add 1 to rejected-count
             display
    display "conversion of " csv-file-name
    display "  converted: " converted-count
    display "  rejected:  " rejected-count
    display "  not journalled: " journal-failed-count

    evaluate true
       when journal-failed-count > zero
          move 12 to return-code
       when rejected-count > zero
          move 4 to return-code
       when other
          move zero to return-code
    end-evaluate
.
