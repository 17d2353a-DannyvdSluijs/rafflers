        >>source format is free
identification division.
    program-id. domcode-raffler-claimconv.
    author. Lucas van Lierop.
      *> =============================================
      *> one-time conversion of the comma-separated claims file to
      *> the indexed claims master keyed on draw-id + type + nr
      *> the old file appended a fresh W row for every promotion;
      *> the master holds one W record per prize, so a later row for
      *> the same key becomes the current holder and the row it
      *> replaces is kept in the replaced-* fields. the first row
      *> seen for a prize stays on record as the drawn winner
      *> =============================================
      *> usage: ./raffler-claimconv {old-claims-file} {claims-master}
      *> csv record: draw-id,type,nr,name,employee-id,department,
      *>             prize-desc,prize-value,status,draw-date,deadline
      *> return codes:
      *>   0  every row converted
      *>   4  converted, with rejected rows listed
      *>   8  rejected - bad command line or the master exists
      *>   12 the old file could not be opened, or the master could
      *>      not be created
      *> =============================================

environment division.
    input-output section.
       file-control.
           select csv-file
               assign to dynamic csv-file-name
               file status is csv-file-status
               organization is line sequential.

           select claims-file
               assign to dynamic claims-file-name
               file status is claims-file-status
               organization is indexed
               access is dynamic
               record key is claim-key
               alternate record key is claim-employee-id
                  with duplicates.

data division.
    file section.
        fd csv-file.
        01 csv-record               pic x(200).

        fd claims-file.
        01 claims-record.
        03 claim-key.
           05 claim-draw-id          pic 9(6).
           05 claim-type             pic x(1).
           05 claim-nr               pic 9(2).
        03 claim-name               pic x(32).
        03 claim-employee-id        pic x(10).
        03 claim-department         pic x(20).
        03 claim-prize-desc         pic x(40).
        03 claim-prize-value        pic 9(7)v99.
        03 claim-status             pic x(12).
        03 claim-draw-date          pic x(8).
        03 claim-deadline           pic x(8).
        03 claim-status-date        pic x(8).
        03 claim-drawn-name         pic x(32).
        03 claim-drawn-employee-id  pic x(10).
        03 claim-promotion-count    pic 9(2).
        03 claim-replaced-name      pic x(32).
        03 claim-replaced-employee-id pic x(10).
        03 claim-replaced-status    pic x(12).
        03 claim-replaced-department pic x(20).
        03 filler                   pic x(20).

    working-storage section.
        01 csv-file-name            pic x(50).
        01 csv-file-status          pic x(2).

        01 claims-file-name         pic x(50).
        01 claims-file-status       pic x(2).

        01 claim-columns.
        03 parsed-draw-text         pic x(6).
        03 parsed-type              pic x(1).
        03 parsed-nr-text           pic x(2).
        03 parsed-name              pic x(32).
        03 parsed-employee-id       pic x(10).
        03 parsed-department        pic x(20).
        03 parsed-prize-desc        pic x(40).
        03 parsed-prize-value       pic x(12).
        03 parsed-status            pic x(12).
        03 parsed-draw-date         pic x(8).
        03 parsed-deadline          pic x(8).

        01 new-claims-record        pic x(294).
        01 held-drawn-name          pic x(32).
        01 held-drawn-employee-id   pic x(10).
        01 held-promotion-count     pic 9(2).
        01 held-name                pic x(32).
        01 held-employee-id         pic x(10).
        01 held-status              pic x(12).
        01 held-department          pic x(20).

        01 record-nr                pic 9(6) value zero.
        01 converted-count          pic 9(6) value zero.
        01 promoted-count           pic 9(6) value zero.
        01 rejected-count           pic 9(6) value zero.

procedure division.
    perform 100-initialize.
    perform 200-convert-claims.
    perform 300-print-summary.

    if rejected-count > zero then
       move 4 to return-code
    end-if

stop run.

100-initialize.
    accept csv-file-name from argument-value
        on exception
            display
                "usage: raffler-claimconv {old-claims-file} {claims-master}"
                upon syserr
            move 8 to return-code
            stop run
    end-accept

    accept claims-file-name from argument-value
        on exception
            display
                "usage: raffler-claimconv {old-claims-file} {claims-master}"
                upon syserr
            move 8 to return-code
            stop run
    end-accept.

200-convert-claims.
   *> as with the roster conversion, only a cleanly absent master
   *> may be created - the old claims file is left untouched
    open input claims-file

    if claims-file-status <> '35' then
       if claims-file-status = '00' then
          close claims-file
          display
             "conversion rejected: claims master " claims-file-name
             " already exists - remove it first if you really"
             " want to convert again"
             upon syserr
       else
          display
             "conversion rejected: claims master " claims-file-name
             " is in an unexpected state (file status "
             claims-file-status ") - not overwriting it"
             upon syserr
       end-if

       move 8 to return-code
       stop run
    end-if

    open input csv-file

    if csv-file-status <> '00' then
       display
          "conversion rejected: unable to open claims file - "
          csv-file-name " (file status " csv-file-status ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

   *> the master is created empty and reopened for i-o, so a later
   *> row for a prize already written can replace it in place
    open output claims-file

    if claims-file-status = '00' then
       close claims-file
       open i-o claims-file
    end-if

    if claims-file-status <> '00' then
       display
          "conversion rejected: unable to create claims master - "
          claims-file-name " (file status " claims-file-status ")"
          upon syserr
       close csv-file
       move 12 to return-code
       stop run
    end-if

    read csv-file

    perform until csv-file-status = '10'
       if csv-record <> spaces then
          add 1 to record-nr
          perform 210-convert-record
       end-if

       read csv-file
    end-perform

    close csv-file
    close claims-file
.

210-convert-record.
    move spaces to claim-columns

    unstring csv-record delimited by ',' into
        parsed-draw-text
        parsed-type
        parsed-nr-text
        parsed-name
        parsed-employee-id
        parsed-department
        parsed-prize-desc
        parsed-prize-value
        parsed-status
        parsed-draw-date
        parsed-deadline

    if parsed-draw-text is not numeric
       or parsed-nr-text is not numeric
       or (parsed-type <> 'W' and parsed-type <> 'A') then
       add 1 to rejected-count
       display
          "rejected  " record-nr " "
          function trim(csv-record trailing)
          " - draw-id, type or number cannot be read"
    else
       move spaces to claims-record
       move parsed-draw-text to claim-draw-id
       move parsed-type to claim-type
       move parsed-nr-text to claim-nr
       move parsed-name to claim-name
       move parsed-employee-id to claim-employee-id
       move parsed-department to claim-department
       move parsed-prize-desc to claim-prize-desc

       if parsed-prize-value = spaces then
          move zero to claim-prize-value
       else
          compute claim-prize-value =
             function numval(parsed-prize-value)
       end-if

       move parsed-status to claim-status
       move parsed-draw-date to claim-draw-date
       move parsed-deadline to claim-deadline
       move parsed-name to claim-drawn-name
       move parsed-employee-id to claim-drawn-employee-id
       move zero to claim-promotion-count

       write claims-record

       evaluate claims-file-status
          when '00'
             add 1 to converted-count
          when '22'
             perform 220-replace-promoted-claim
          when other
             add 1 to rejected-count
             display
                "rejected  " record-nr " "
                function trim(csv-record trailing)
                " - write failed (file status " claims-file-status ")"
       end-evaluate
    end-if
.

220-replace-promoted-claim.
   *> a second W row for the same prize is the alternate promoted
   *> into it; the earlier holder moves to the replaced-* fields
   *> and the original winner is carried forward unchanged
    move claims-record to new-claims-record

    read claims-file

    if claims-file-status <> '00' or claim-type <> 'W' then
       add 1 to rejected-count
       display
          "rejected  " record-nr " "
          function trim(csv-record trailing)
          " - duplicate draw-id, type and number"
    else
       move claim-drawn-name to held-drawn-name
       move claim-drawn-employee-id to held-drawn-employee-id
       move claim-promotion-count to held-promotion-count
       move claim-name to held-name
       move claim-employee-id to held-employee-id
       move claim-status to held-status
       move claim-department to held-department

       move new-claims-record to claims-record
       move held-drawn-name to claim-drawn-name
       move held-drawn-employee-id to claim-drawn-employee-id
       compute claim-promotion-count = held-promotion-count + 1
       move held-name to claim-replaced-name
       move held-employee-id to claim-replaced-employee-id
       move held-status to claim-replaced-status
       move held-department to claim-replaced-department

       rewrite claims-record

       if claims-file-status = '00' then
          add 1 to promoted-count
       else
          add 1 to rejected-count
          display
             "rejected  " record-nr " "
             function trim(csv-record trailing)
             " - rewrite failed (file status " claims-file-status ")"
       end-if
    end-if
.

300-print-summary.
    display " "
    display "conversion of " csv-file-name
    display "  converted: " converted-count
    display "  promoted:  " promoted-count
    display "  rejected:  " rejected-count
.
