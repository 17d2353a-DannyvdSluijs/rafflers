        >>source format is free
identification division.
    program-id. domcode-raffler-kpi-report.
    author. Lucas van Lierop.
      *> =============================================
      *> claims operations report per raffle event
      *> joins the draw ledger, the claims master and the results log
      *> for the draws dated in the range and reports, per event:
      *>   draws run and draws voided
      *>   prizes awarded and the share claimed versus expired
      *>   average days from the draw to the settlement of a claim
      *>   alternates promoted into a prize
      *>   prize stock consumed, in units and in value
      *> followed by a monthly trend and the overall total
      *> the event is the one recorded on the ledger row; rows from
      *> before the ledger carried it take the event= of the draw's
      *> run line in the results log
      *> =============================================
      *> usage: ./raffler-kpi-report [FROM=yyyymmdd] [TO=yyyymmdd]
      *>            [CLAIMS=claims-file] [LOG=results-file]
      *> return codes:
      *>   0  report printed
      *>   4  report printed without the claims master - the prize
      *>      figures are missing from it
      *>   8  rejected - more draws, events or months in the range
      *>      than the report can hold
      *>   12 the draw ledger could not be opened
      *> =============================================

environment division.
    input-output section.
       file-control.
           select ledger-file
               assign to dynamic ledger-file-name
               file status is ledger-file-status
               organization is line sequential.

           select claims-file
               assign to dynamic claims-file-name
               file status is claims-file-status
               organization is indexed
               access is sequential
               record key is claim-key
               alternate record key is claim-employee-id
                  with duplicates.

           select results-file
               assign to dynamic results-file-name
               file status is results-file-status
               organization is line sequential.

data division.
    file section.
        fd ledger-file.
        01 ledger-record            pic x(1000).

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

        fd results-file.
        01 results-record           pic x(400).

    working-storage section.
        01 ledger-file-name         pic x(50) value "raffle-draw-ledger.dat".
        01 ledger-file-status       pic x(2).

        01 claims-file-name         pic x(50) value "raffle-claims.dat".
        01 claims-file-status       pic x(2).
        01 claims-missing-flag      pic x value 'N'.
           88 claims-missing        value 'Y'.

        01 results-file-name        pic x(50) value "raffle-results.log".
        01 results-file-status      pic x(2).

        01 argument-text             pic x(60).

        01 from-date                 pic x(8) value "00000000".
        01 to-date                   pic x(8) value "99999999".

        01 ledger-columns.
        03 lg-draw-text             pic x(6).
        03 lg-date                  pic x(8).
        03 lg-names-file            pic x(50).
        03 lg-seed-flag             pic x(1).
        03 lg-seed                  pic x(9).
        03 lg-prizes                pic x(4).
        03 lg-dept                  pic x(20).
        03 lg-cooldown              pic x(3).
        03 lg-spread                pic x(4).
        03 lg-spread-max            pic x(2).
        03 lg-alternates            pic x(2).
        03 lg-exclude               pic x(50).
        03 lg-nr-names              pic x(9).
        03 lg-tickets               pic x(9).
        03 lg-history-count         pic x(6).
        03 lg-winners               pic x(660).
        03 lg-event                 pic x(20).
        03 lg-prev-hash             pic x(20).
        03 lg-hash                  pic x(20).
        03 lg-void-text             pic x(4).

       *> the draws dated in the range, in ledger order
        01 draw-table.
        03 draw-entry occurs 5000 times.
           05 draw-id                pic 9(6).
           05 draw-date              pic x(8).
           05 draw-event             pic x(20).
           05 draw-void-flag         pic x.
              88 draw-voided         value 'Y'.
           05 draw-promotions        pic 9(3).
           05 draw-event-bucket      pic 9(3).
           05 draw-month-bucket      pic 9(3).
        01 max-draws                 pic 9(4) value 5000.
        01 draw-count                pic 9(4) value zero.
        01 draw-idx                  pic 9(4).
        01 found-draw-idx            pic 9(4).
        01 lookup-draw-nr            pic 9(6).

       *> one bucket of figures per event and per month; bucket 1
       *> carries the overall total
        01 bucket-table.
        03 bucket-entry occurs 400 times.
           05 bucket-kind            pic x.
              88 bucket-is-total     value 'T'.
              88 bucket-is-event     value 'E'.
              88 bucket-is-month     value 'M'.
           05 bucket-label           pic x(20).
           05 bucket-draws           pic 9(5).
           05 bucket-voids           pic 9(5).
           05 bucket-promotions      pic 9(5).
           05 bucket-prizes          pic 9(6).
           05 bucket-claimed         pic 9(6).
           05 bucket-expired         pic 9(6).
           05 bucket-declined        pic 9(6).
           05 bucket-open            pic 9(6).
           05 bucket-settled         pic 9(6).
           05 bucket-settle-days     pic 9(8).
           05 bucket-stock-units     pic 9(6).
           05 bucket-stock-value     pic 9(9)v99.
        01 max-buckets               pic 9(3) value 400.
        01 bucket-count              pic 9(3) value zero.
        01 bucket-idx                pic 9(3).
        01 found-bucket-idx          pic 9(3).
        01 lookup-kind               pic x.
        01 lookup-label              pic x(20).
        01 target-bucket             pic 9(3).

       *> the figures one draw or one prize adds to its event, its
       *> month and the total
        01 kpi-delta.
        03 delta-draws               pic 9(1).
        03 delta-voids               pic 9(1).
        03 delta-promotions          pic 9(3).
        03 delta-prizes              pic 9(1).
        03 delta-claimed             pic 9(1).
        03 delta-expired             pic 9(1).
        03 delta-declined            pic 9(1).
        03 delta-open                pic 9(1).
        03 delta-settled             pic 9(1).
        03 delta-settle-days         pic 9(5).
        03 delta-stock-units         pic 9(1).
        03 delta-stock-value         pic 9(7)v99.

        01 no-event-label            pic x(20) value "(no event)".
        01 line-draw-nr              pic 9(6).
        01 before-draw-part          pic x(400).
        01 after-draw-part           pic x(400).
        01 before-value-part         pic x(400).
        01 after-value-part          pic x(400).
        01 line-event                pic x(20).

        01 settle-days               pic s9(5).

        01 share-percent             pic 9(3)v9.
        01 average-days              pic 9(5)v9.
        01 count-formatted           pic zzzzz9.
        01 claimed-share-formatted   pic zz9.9.
        01 expired-share-formatted   pic zz9.9.
        01 average-days-formatted    pic zzzz9.9.
        01 stock-value-formatted     pic z(8)9.99.
        01 draws-formatted           pic zzzz9.
        01 voids-formatted           pic zzzz9.
        01 prizes-formatted          pic zzzzz9.
        01 promotions-formatted      pic zzzz9.
        01 units-formatted           pic zzzzz9.

        01 claims-read-count         pic 9(6) value zero.

        01 report-line               pic x(100) value spaces.
        01 page-nr                   pic 9(3) value zero.
        01 page-line-count           pic 9(2) value zero.
        01 page-length               pic 9(2) value 55.

procedure division.
    perform 100-initialize.
    perform 200-load-ledger.
    perform 300-scan-results-log.
    perform 350-assign-buckets.
    perform 400-scan-claims.
    perform 500-print-event-section.
    perform 600-print-month-section.
    perform 650-print-total-section.

    if claims-missing then
       move 4 to return-code
    end-if

stop run.

100-initialize.
    perform until 1 = 2
       accept argument-text from argument-value
           on exception
              exit perform
       end-accept

       evaluate true
          when argument-text(1:5) = "FROM="
             move argument-text(6:8) to from-date
          when argument-text(1:3) = "TO="
             move argument-text(4:8) to to-date
          when argument-text(1:7) = "CLAIMS="
             move argument-text(8:50) to claims-file-name
          when argument-text(1:4) = "LOG="
             move argument-text(5:50) to results-file-name
          when other
             continue
       end-evaluate
    end-perform

   *> bucket 1 is the overall total
    move 1 to bucket-count
    move 'T' to bucket-kind(1)
    move "overall" to bucket-label(1)
    perform 360-clear-bucket-figures
.

200-load-ledger.
    open input ledger-file

    if ledger-file-status <> '00' then
       display
          "kpi report rejected: unable to open draw ledger - "
          ledger-file-name " (file status " ledger-file-status ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

    read ledger-file

    perform until ledger-file-status = '10'
       if ledger-record <> spaces then
          move spaces to ledger-columns

          unstring ledger-record delimited by ',' into
             lg-draw-text
             lg-date
             lg-names-file
             lg-seed-flag
             lg-seed
             lg-prizes
             lg-dept
             lg-cooldown
             lg-spread
             lg-spread-max
             lg-alternates
             lg-exclude
             lg-nr-names
             lg-tickets
             lg-history-count
             lg-winners
             lg-event
             lg-prev-hash
             lg-hash
             lg-void-text

         *> rows written before the event name or the control hash were
         *> recorded end early, so their void mark falls in the first
         *> column those rows do not have
          if lg-void-text = spaces then
             evaluate true
                when lg-event = "VOID"
                   move spaces to lg-event
                   move "VOID" to lg-void-text
                when lg-prev-hash = "VOID"
                   move spaces to lg-prev-hash
                   move "VOID" to lg-void-text
             end-evaluate
          end-if

          if lg-draw-text is numeric
             and lg-date >= from-date and lg-date <= to-date then
             perform 210-add-draw
          end-if
       end-if

       read ledger-file
    end-perform

    close ledger-file
.

210-add-draw.
    add 1 to draw-count

    if draw-count > max-draws then
       display
          "kpi report rejected: more than " max-draws
          " draws between " from-date " and " to-date
          upon syserr
       move 8 to return-code
       stop run
    end-if

    move lg-draw-text to draw-id(draw-count)
    move lg-date to draw-date(draw-count)
    move lg-event to draw-event(draw-count)
    move zero to draw-promotions(draw-count)

    if lg-void-text = "VOID" then
       move 'Y' to draw-void-flag(draw-count)
    else
       move 'N' to draw-void-flag(draw-count)
    end-if
.

220-find-draw.
    move zero to found-draw-idx

    perform varying draw-idx from 1 by 1 until draw-idx > draw-count
       if draw-id(draw-idx) = lookup-draw-nr then
          move draw-idx to found-draw-idx
          exit perform
       end-if
    end-perform
.

300-scan-results-log.
   *> the results log adds what the ledger row does not carry: the
   *> promotions of each draw, and the event of rows written before
   *> the ledger recorded it. no log simply adds nothing
    open input results-file

    if results-file-status = '00' then
       read results-file

       perform until results-file-status = '10'
          if results-record <> spaces then
             perform 310-apply-results-line
          end-if

          read results-file
       end-perform

       close results-file
    end-if
.

310-apply-results-line.
    move spaces to before-draw-part
    move spaces to after-draw-part

    unstring results-record delimited by " | draw="
       into before-draw-part after-draw-part

    if after-draw-part(1:6) is numeric then
       move after-draw-part(1:6) to lookup-draw-nr
       perform 220-find-draw

       if found-draw-idx > zero then
          move spaces to before-value-part
          move spaces to after-value-part

          unstring results-record delimited by " | promoted="
             into before-value-part after-value-part

          if after-value-part <> spaces then
             add 1 to draw-promotions(found-draw-idx)
          end-if

          move spaces to before-value-part
          move spaces to after-value-part

          unstring results-record delimited by " | voided="
             into before-value-part after-value-part

          if after-value-part <> spaces then
             move 'Y' to draw-void-flag(found-draw-idx)
          end-if

          if draw-event(found-draw-idx) = spaces then
             move spaces to before-value-part
             move spaces to after-value-part

             unstring results-record delimited by " | event="
                into before-value-part after-value-part

             if after-value-part <> spaces then
                move spaces to line-event

                unstring after-value-part delimited by " | "
                   into line-event

                if line-event <> "none" then
                   move line-event to draw-event(found-draw-idx)
                end-if
             end-if
          end-if
       end-if
    end-if
.

350-assign-buckets.
   *> every draw is counted once for its event and its month; the
   *> draw's own figures go in here, its prizes while the claims
   *> master is read
    perform varying draw-idx from 1 by 1 until draw-idx > draw-count
       if draw-event(draw-idx) = spaces then
          move no-event-label to draw-event(draw-idx)
       end-if

       move 'E' to lookup-kind
       move draw-event(draw-idx) to lookup-label
       perform 370-find-bucket
       move found-bucket-idx to draw-event-bucket(draw-idx)

       move 'M' to lookup-kind
       move draw-date(draw-idx)(1:6) to lookup-label
       perform 370-find-bucket
       move found-bucket-idx to draw-month-bucket(draw-idx)

       move zero to kpi-delta
       move 1 to delta-draws

       if draw-voided(draw-idx) then
          move 1 to delta-voids
       end-if

       move draw-promotions(draw-idx) to delta-promotions

       perform 380-add-delta-for-draw
    end-perform
.

360-clear-bucket-figures.
    move zero to bucket-draws(bucket-count)
    move zero to bucket-voids(bucket-count)
    move zero to bucket-promotions(bucket-count)
    move zero to bucket-prizes(bucket-count)
    move zero to bucket-claimed(bucket-count)
    move zero to bucket-expired(bucket-count)
    move zero to bucket-declined(bucket-count)
    move zero to bucket-open(bucket-count)
    move zero to bucket-settled(bucket-count)
    move zero to bucket-settle-days(bucket-count)
    move zero to bucket-stock-units(bucket-count)
    move zero to bucket-stock-value(bucket-count)
.

370-find-bucket.
    move zero to found-bucket-idx

    perform varying bucket-idx from 1 by 1 until bucket-idx > bucket-count
       if bucket-kind(bucket-idx) = lookup-kind
          and bucket-label(bucket-idx) = lookup-label then
          move bucket-idx to found-bucket-idx
          exit perform
       end-if
    end-perform

    if found-bucket-idx = zero then
       add 1 to bucket-count

       if bucket-count > max-buckets then
          display
             "kpi report rejected: more than " max-buckets
             " events and months between " from-date " and " to-date
             upon syserr
          move 8 to return-code
          stop run
       end-if

       move lookup-kind to bucket-kind(bucket-count)
       move lookup-label to bucket-label(bucket-count)
       perform 360-clear-bucket-figures
       move bucket-count to found-bucket-idx
    end-if
.

380-add-delta-for-draw.
    move 1 to target-bucket
    perform 390-add-delta

    move draw-event-bucket(draw-idx) to target-bucket
    perform 390-add-delta

    move draw-month-bucket(draw-idx) to target-bucket
    perform 390-add-delta
.

390-add-delta.
    add delta-draws to bucket-draws(target-bucket)
    add delta-voids to bucket-voids(target-bucket)
    add delta-promotions to bucket-promotions(target-bucket)
    add delta-prizes to bucket-prizes(target-bucket)
    add delta-claimed to bucket-claimed(target-bucket)
    add delta-expired to bucket-expired(target-bucket)
    add delta-declined to bucket-declined(target-bucket)
    add delta-open to bucket-open(target-bucket)
    add delta-settled to bucket-settled(target-bucket)
    add delta-settle-days to bucket-settle-days(target-bucket)
    add delta-stock-units to bucket-stock-units(target-bucket)
    add delta-stock-value to bucket-stock-value(target-bucket)
.

400-scan-claims.
    open input claims-file

    if claims-file-status <> '00' then
       display
          "kpi report warning: unable to open claims file - "
          claims-file-name " (file status " claims-file-status
          ") - prize figures left out"
          upon syserr
       set claims-missing to true
    else
       read claims-file

       perform until claims-file-status <> '00'
          add 1 to claims-read-count

          if claim-type = 'W' then
             move claim-draw-id to lookup-draw-nr
             perform 220-find-draw

             if found-draw-idx > zero then
                move found-draw-idx to draw-idx
                perform 410-count-prize
             end-if
          end-if

          read claims-file
       end-perform

       close claims-file
    end-if
.

410-count-prize.
   *> a voided draw handed out nothing - its prizes were cancelled
   *> and went back on the shelf, so only the void itself counts
    if not draw-voided(draw-idx) then
       move zero to kpi-delta
       move 1 to delta-prizes

       evaluate claim-status
          when "CLAIMED"
             move 1 to delta-claimed

             if claim-status-date is numeric
                and claim-draw-date is numeric then
                compute settle-days =
                   function integer-of-date(
                      function numval(claim-status-date))
                   - function integer-of-date(
                      function numval(claim-draw-date))

                if settle-days >= zero then
                   move 1 to delta-settled
                   move settle-days to delta-settle-days
                end-if
             end-if
          when "EXPIRED"
             move 1 to delta-expired
          when "DECLINED"
             move 1 to delta-declined
          when other
             move 1 to delta-open
       end-evaluate

      *> a catalog prize uses up a stock unit unless it came back:
      *> an expiry with no alternate left to take it is credited
      *> back to stock
       if claim-prize-desc <> spaces and claim-status <> "EXPIRED" then
          move 1 to delta-stock-units
          move claim-prize-value to delta-stock-value
       end-if

       perform 380-add-delta-for-draw
    end-if
.

500-print-event-section.
    perform 700-start-new-page

    perform varying bucket-idx from 1 by 1 until bucket-idx > bucket-count
       if bucket-is-event(bucket-idx) then
          move spaces to report-line
          string
             "event: "                delimited by size
             bucket-label(bucket-idx) delimited by size
             into report-line
          end-string
          perform 710-emit-report-line

          perform 550-print-bucket-figures
          perform 720-emit-blank-line
       end-if
    end-perform

    if draw-count = zero then
       move "no draws in the date range" to report-line
       perform 710-emit-report-line
    end-if
.

550-print-bucket-figures.
    perform 560-format-bucket

    move spaces to report-line
    string
       "  draws run:            "  delimited by size
       draws-formatted             delimited by size
       "    voided: "              delimited by size
       voids-formatted             delimited by size
       into report-line
    end-string
    perform 710-emit-report-line

    move spaces to report-line
    string
       "  prizes awarded:      "   delimited by size
       prizes-formatted            delimited by size
       into report-line
    end-string
    perform 710-emit-report-line

    move bucket-claimed(bucket-idx) to count-formatted
    move spaces to report-line
    string
       "  claimed:             "   delimited by size
       count-formatted             delimited by size
       "   ("                      delimited by size
       claimed-share-formatted     delimited by size
       "%)"                        delimited by size
       into report-line
    end-string
    perform 710-emit-report-line

    move bucket-expired(bucket-idx) to count-formatted
    move spaces to report-line
    string
       "  expired:             "   delimited by size
       count-formatted             delimited by size
       "   ("                      delimited by size
       expired-share-formatted     delimited by size
       "%)"                        delimited by size
       into report-line
    end-string
    perform 710-emit-report-line

    move bucket-declined(bucket-idx) to count-formatted
    move spaces to report-line
    string
       "  declined:            "   delimited by size
       count-formatted             delimited by size
       into report-line
    end-string
    perform 710-emit-report-line

    move bucket-open(bucket-idx) to count-formatted
    move spaces to report-line
    string
       "  still open:          "   delimited by size
       count-formatted             delimited by size
       into report-line
    end-string
    perform 710-emit-report-line

    move spaces to report-line
    string
       "  avg days to settle: "    delimited by size
       average-days-formatted      delimited by size
       into report-line
    end-string
    perform 710-emit-report-line

    move spaces to report-line
    string
       "  alternates promoted:  "  delimited by size
       promotions-formatted        delimited by size
       into report-line
    end-string
    perform 710-emit-report-line

    move spaces to report-line
    string
       "  stock consumed:      "   delimited by size
       units-formatted             delimited by size
       " units, value "            delimited by size
       stock-value-formatted       delimited by size
       into report-line
    end-string
    perform 710-emit-report-line
.

560-format-bucket.
   *> the shares are taken over all prizes awarded, so claimed and
   *> expired leave room for those declined or still open
    if bucket-prizes(bucket-idx) > zero then
       compute share-percent rounded =
          bucket-claimed(bucket-idx) * 100 / bucket-prizes(bucket-idx)
       move share-percent to claimed-share-formatted

       compute share-percent rounded =
          bucket-expired(bucket-idx) * 100 / bucket-prizes(bucket-idx)
       move share-percent to expired-share-formatted
    else
       move zero to claimed-share-formatted
       move zero to expired-share-formatted
    end-if

    if bucket-settled(bucket-idx) > zero then
       compute average-days rounded =
          bucket-settle-days(bucket-idx) / bucket-settled(bucket-idx)
    else
       move zero to average-days
    end-if

    move average-days to average-days-formatted
    move bucket-draws(bucket-idx) to draws-formatted
    move bucket-voids(bucket-idx) to voids-formatted
    move bucket-prizes(bucket-idx) to prizes-formatted
    move bucket-promotions(bucket-idx) to promotions-formatted
    move bucket-stock-units(bucket-idx) to units-formatted
    move bucket-stock-value(bucket-idx) to stock-value-formatted
.

600-print-month-section.
    perform 720-emit-blank-line

    move "monthly trend" to report-line
    perform 710-emit-report-line

    move spaces to report-line
    string
       "month   draws voided prizes claimed% expired%"
          delimited by size
       " avg-days promoted  units   stock value"
          delimited by size
       into report-line
    end-string
    perform 710-emit-report-line

    perform varying bucket-idx from 1 by 1 until bucket-idx > bucket-count
       if bucket-is-month(bucket-idx) then
          perform 560-format-bucket

          move spaces to report-line
          string
             bucket-label(bucket-idx)(1:6) delimited by size
             " "                      delimited by size
             draws-formatted          delimited by size
             " "                      delimited by size
             voids-formatted          delimited by size
             " "                      delimited by size
             prizes-formatted         delimited by size
             "    "                   delimited by size
             claimed-share-formatted  delimited by size
             "    "                   delimited by size
             expired-share-formatted  delimited by size
             "  "                     delimited by size
             average-days-formatted   delimited by size
             "    "                   delimited by size
             promotions-formatted     delimited by size
             " "                      delimited by size
             units-formatted          delimited by size
             " "                      delimited by size
             stock-value-formatted    delimited by size
             into report-line
          end-string
          perform 710-emit-report-line
       end-if
    end-perform
.

650-print-total-section.
    perform 720-emit-blank-line

    move "overall total" to report-line
    perform 710-emit-report-line

    move 1 to bucket-idx
    perform 550-print-bucket-figures
.

700-start-new-page.
    add 1 to page-nr
    move zero to page-line-count

    display " "
    display
       "domcode-raffler claims operations report per event"
       "   ledger: " function trim(ledger-file-name trailing)
    display
       "date range " from-date " - " to-date
       "   claims: " function trim(claims-file-name trailing)
       "   page " page-nr
    move all "=" to report-line(1:90)
    display report-line
    move spaces to report-line

    add 4 to page-line-count
.

710-emit-report-line.
    if page-line-count >= page-length then
       perform 700-start-new-page
    end-if

    display report-line
    add 1 to page-line-count
.

720-emit-blank-line.
    move spaces to report-line
    perform 710-emit-report-line
.
