        >>source format is free
identification division.
    program-id. domcode-raffler-fulfil-report.
    author. Lucas van Lierop.
      *> =============================================
      *> overdue handover report and vendor order file for the
      *> prize fulfilment file
      *> every CLAIMED prize in the claims master is looked up in the
      *> fulfilment file: a prize not DELIVERED more than DAYS= days
      *> after it was claimed is listed as overdue, and every prize
      *> still to be ordered or on order with a vendor goes to the
      *> vendor order file, grouped by its catalog description so the
      *> catalog's prize description is exactly what gets ordered
      *> =============================================
      *> usage: ./raffler-fulfil-report [DAYS=n] [ASOF=yyyymmdd]
      *>            [CLAIMS=file] [FULFIL=file]
      *> DAYS defaults to 30
      *> vendor order file: raffle-vendor-orders.dat, rewritten each run
      *>   H record per catalog description: desc, quantity still to
      *>     order, quantity on order, total value
      *>   D record per prize under it: draw-id, prize-nr, TO-ORDER or
      *>     ORDERED, vendor, order reference, order date, value
      *>   T trailer: description count, prize count, total value
      *> return codes:
      *>   0  no prize is overdue for handover
      *>   4  overdue prizes are listed
      *>   8  rejected - more open orders or descriptions than the
      *>      report can group
      *>   12 the claims master, the fulfilment file or the vendor
      *>      order file could not be opened
      *> =============================================

environment division.
    input-output section.
       file-control.
           select claims-file
               assign to dynamic claims-file-name
               file status is claims-file-status
               organization is indexed
               access is sequential
               record key is claim-key
               alternate record key is claim-employee-id
                  with duplicates.

           select fulfil-file
               assign to dynamic fulfil-file-name
               file status is fulfil-file-status
               organization is indexed
               access is random
               record key is fulfil-key.

           select order-file
               assign to dynamic order-file-name
               file status is order-file-status
               organization is line sequential.

data division.
    file section.
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

        fd fulfil-file.
        01 fulfil-record.
        03 fulfil-key.
           05 fulfil-draw-id         pic 9(6).
           05 fulfil-prize-nr        pic 9(2).
        03 fulfil-employee-id       pic x(10).
        03 fulfil-name              pic x(32).
        03 fulfil-department        pic x(20).
        03 fulfil-prize-desc        pic x(40).
        03 fulfil-prize-value       pic 9(7)v99.
        03 fulfil-claimed-date      pic x(8).
        03 fulfil-state             pic x(16).
        03 fulfil-state-nr          pic 9(1).
        03 fulfil-step occurs 4 times.
           05 fulfil-step-date       pic x(8).
           05 fulfil-step-vendor     pic x(30).
           05 fulfil-step-order-ref  pic x(20).
        03 filler                   pic x(19).

        fd order-file.
        01 order-header-record.
        03 order-header-type        pic x(1).
        03 order-header-desc        pic x(40).
        03 order-header-to-order    pic 9(5).
        03 order-header-on-order    pic 9(5).
        03 order-header-value       pic 9(9)v99.
        03 order-header-filler      pic x(30).
        01 order-detail-record.
        03 order-detail-type        pic x(1).
        03 order-detail-draw-id     pic 9(6).
        03 order-detail-prize-nr    pic 9(2).
        03 order-detail-state       pic x(16).
        03 order-detail-vendor      pic x(30).
        03 order-detail-order-ref   pic x(20).
        03 order-detail-order-date  pic x(8).
        03 order-detail-value       pic 9(7)v99.
        01 order-trailer-record.
        03 order-trailer-type       pic x(1).
        03 order-trailer-desc-count pic 9(3).
        03 order-trailer-item-count pic 9(5).
        03 order-trailer-value      pic 9(9)v99.
        03 order-trailer-filler     pic x(72).

    working-storage section.
        01 claims-file-name         pic x(50) value "raffle-claims.dat".
        01 claims-file-status       pic x(2).

        01 fulfil-file-name         pic x(50) value "raffle-fulfilment.dat".
        01 fulfil-file-status       pic x(2).
        01 fulfil-present-flag      pic x value 'N'.
           88 fulfil-present        value 'Y'.

        01 order-file-name          pic x(50) value "raffle-vendor-orders.dat".
        01 order-file-status        pic x(2).

        01 argument-text             pic x(60).

        01 asof-date                 pic 9(8).
        01 overdue-days              pic 9(3) value 30.
        01 claimed-date-value        pic 9(8).
        01 days-since-claimed        pic s9(6).

        01 fulfil-found-flag         pic x.
           88 fulfil-found           value 'Y'.

       *> open orders, grouped under their catalog description in
       *> the order the descriptions are first met
        01 order-desc-table.
        03 order-desc-entry occurs 200 times.
           05 order-desc             pic x(40).
           05 order-desc-to-order    pic 9(5).
           05 order-desc-on-order    pic 9(5).
           05 order-desc-value       pic 9(9)v99.
        01 max-order-descs           pic 9(3) value 200.
        01 nr-of-order-descs         pic 9(3) value zero.
        01 order-desc-idx            pic 9(3).
        01 found-desc-idx            pic 9(3).

        01 open-item-table.
        03 open-item occurs 5000 times.
           05 item-desc-idx          pic 9(3).
           05 item-draw-id           pic 9(6).
           05 item-prize-nr          pic 9(2).
           05 item-state             pic x(16).
           05 item-vendor            pic x(30).
           05 item-order-ref         pic x(20).
           05 item-order-date        pic x(8).
           05 item-value             pic 9(7)v99.
        01 max-open-items            pic 9(5) value 5000.
        01 nr-of-open-items          pic 9(5) value zero.
        01 item-idx                  pic 9(5).
        01 order-total-value         pic 9(9)v99 value zero.

        01 claimed-count             pic 9(6) value zero.
        01 delivered-count           pic 9(6) value zero.
        01 overdue-count             pic 9(6) value zero.
        01 undated-count             pic 9(6) value zero.
        01 prize-value-formatted     pic z(6)9.99.

procedure division.
    perform 100-initialize.
    perform 200-open-files.
    perform 300-review-claims.
    perform 500-write-vendor-orders.
    perform 600-print-summary.

    if overdue-count > zero then
       move 4 to return-code
    end-if

stop run.

100-initialize.
    move function numval(function current-date(1:8)) to asof-date

    perform until 1 = 2
       accept argument-text from argument-value
           on exception
              exit perform
       end-accept

       evaluate true
          when argument-text(1:5) = "DAYS="
             move argument-text(6:3) to overdue-days
          when argument-text(1:5) = "ASOF="
             move argument-text(6:8) to asof-date
          when argument-text(1:7) = "CLAIMS="
             move argument-text(8:50) to claims-file-name
          when argument-text(1:7) = "FULFIL="
             move argument-text(8:50) to fulfil-file-name
          when other
             continue
       end-evaluate
    end-perform
.

200-open-files.
    open input claims-file

    if claims-file-status <> '00' then
       display
          "fulfilment report rejected: unable to open claims file - "
          claims-file-name " (file status " claims-file-status ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

   *> before the first order is placed there is no fulfilment
   *> file yet - every claimed prize is then still to be ordered
    open input fulfil-file

    evaluate fulfil-file-status
       when '00'
          set fulfil-present to true
       when '35'
          continue
       when other
          display
             "fulfilment report rejected: unable to open fulfilment"
             " file - " fulfil-file-name
             " (file status " fulfil-file-status ")"
             upon syserr
          close claims-file
          move 12 to return-code
          stop run
    end-evaluate

    display
       "prize fulfilment report as of " asof-date
       " - handover overdue after " overdue-days " days"
    display " "
.

300-review-claims.
    read claims-file

    perform until claims-file-status <> '00'
       if claim-type = 'W' and claim-status = "CLAIMED" then
          add 1 to claimed-count
          perform 310-review-claimed-prize
       end-if

       read claims-file
    end-perform

    close claims-file

    if fulfil-present then
       close fulfil-file
    end-if
.

310-review-claimed-prize.
    move 'N' to fulfil-found-flag

    if fulfil-present then
       move claim-draw-id to fulfil-draw-id
       move claim-nr to fulfil-prize-nr

       read fulfil-file

       if fulfil-file-status = '00' then
          set fulfil-found to true
       end-if
    end-if

    if fulfil-found and fulfil-state = "DELIVERED" then
       add 1 to delivered-count
    else
       perform 320-check-overdue

       if not fulfil-found or fulfil-state = "ORDERED" then
          perform 400-add-open-item
       end-if
    end-if
.

320-check-overdue.
   *> claims settled before the settlement date was recorded cannot
   *> be aged; they are listed so nobody forgets them
    move claim-prize-value to prize-value-formatted

    if claim-status-date is not numeric then
       add 1 to undated-count

       display
          "undated   draw " claim-draw-id " prize " claim-nr " "
          function trim(claim-name trailing) " - "
          function trim(claim-prize-desc trailing) " "
          prize-value-formatted " - claimed date unknown"
    else
       move claim-status-date to claimed-date-value

       compute days-since-claimed =
          function integer-of-date(asof-date)
          - function integer-of-date(claimed-date-value)

       if days-since-claimed > overdue-days then
          add 1 to overdue-count

          if fulfil-found then
             display
                "overdue   draw " claim-draw-id " prize " claim-nr " "
                function trim(claim-name trailing) " - "
                function trim(claim-prize-desc trailing) " "
                prize-value-formatted " - claimed " claim-status-date
                ", " function trim(fulfil-state) " since "
                fulfil-step-date(fulfil-state-nr)
          else
             display
                "overdue   draw " claim-draw-id " prize " claim-nr " "
                function trim(claim-name trailing) " - "
                function trim(claim-prize-desc trailing) " "
                prize-value-formatted " - claimed " claim-status-date
                ", not ordered"
          end-if
       end-if
    end-if
.

400-add-open-item.
    move zero to found-desc-idx

    perform varying order-desc-idx from 1 by 1
       until order-desc-idx > nr-of-order-descs
       if order-desc(order-desc-idx) = claim-prize-desc then
          move order-desc-idx to found-desc-idx
          exit perform
       end-if
    end-perform

    if found-desc-idx = zero then
       add 1 to nr-of-order-descs

       if nr-of-order-descs > max-order-descs then
          display
             "fulfilment report rejected: more than " max-order-descs
             " prize descriptions on order"
             upon syserr
          move 8 to return-code
          stop run
       end-if

       move nr-of-order-descs to found-desc-idx
       move claim-prize-desc to order-desc(found-desc-idx)
       move zero to order-desc-to-order(found-desc-idx)
       move zero to order-desc-on-order(found-desc-idx)
       move zero to order-desc-value(found-desc-idx)
    end-if

    add 1 to nr-of-open-items

    if nr-of-open-items > max-open-items then
       display
          "fulfilment report rejected: more than " max-open-items
          " prizes open for ordering"
          upon syserr
       move 8 to return-code
       stop run
    end-if

    move found-desc-idx to item-desc-idx(nr-of-open-items)
    move claim-draw-id to item-draw-id(nr-of-open-items)
    move claim-nr to item-prize-nr(nr-of-open-items)
    move claim-prize-value to item-value(nr-of-open-items)

    if fulfil-found then
       move "ORDERED" to item-state(nr-of-open-items)
       move fulfil-step-vendor(1) to item-vendor(nr-of-open-items)
       move fulfil-step-order-ref(1) to item-order-ref(nr-of-open-items)
       move fulfil-step-date(1) to item-order-date(nr-of-open-items)
       add 1 to order-desc-on-order(found-desc-idx)
    else
       move "TO-ORDER" to item-state(nr-of-open-items)
       move spaces to item-vendor(nr-of-open-items)
       move spaces to item-order-ref(nr-of-open-items)
       move spaces to item-order-date(nr-of-open-items)
       add 1 to order-desc-to-order(found-desc-idx)
    end-if

    add claim-prize-value to order-desc-value(found-desc-idx)
    add claim-prize-value to order-total-value
.

500-write-vendor-orders.
    open output order-file

    if order-file-status <> '00' then
       display
          "fulfilment report rejected: unable to create vendor order"
          " file - " order-file-name " (file status " order-file-status
          ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

    perform varying order-desc-idx from 1 by 1
       until order-desc-idx > nr-of-order-descs
       move spaces to order-header-record
       move 'H' to order-header-type
       move order-desc(order-desc-idx) to order-header-desc
       move order-desc-to-order(order-desc-idx) to order-header-to-order
       move order-desc-on-order(order-desc-idx) to order-header-on-order
       move order-desc-value(order-desc-idx) to order-header-value
       move all '0' to order-header-filler

       write order-header-record

       perform varying item-idx from 1 by 1
          until item-idx > nr-of-open-items
          if item-desc-idx(item-idx) = order-desc-idx then
             perform 510-write-order-detail
          end-if
       end-perform
    end-perform

   *> zero-filled like the payroll export trailer, so the record
   *> keeps its full length on disk
    move spaces to order-trailer-record
    move 'T' to order-trailer-type
    move nr-of-order-descs to order-trailer-desc-count
    move nr-of-open-items to order-trailer-item-count
    move order-total-value to order-trailer-value
    move all '0' to order-trailer-filler

    write order-trailer-record

    close order-file
.

510-write-order-detail.
    move spaces to order-detail-record
    move 'D' to order-detail-type
    move item-draw-id(item-idx) to order-detail-draw-id
    move item-prize-nr(item-idx) to order-detail-prize-nr
    move item-state(item-idx) to order-detail-state
    move item-vendor(item-idx) to order-detail-vendor
    move item-order-ref(item-idx) to order-detail-order-ref
    move item-order-date(item-idx) to order-detail-order-date
    move item-value(item-idx) to order-detail-value

    write order-detail-record
.

600-print-summary.
    display " "
    display "fulfilment summary"
    display "  claimed prizes:           " claimed-count
    display "  delivered:                " delivered-count
    display "  overdue for handover:     " overdue-count
    display "  claimed date unknown:     " undated-count
    display "  open for ordering:        " nr-of-open-items
    display "  catalog descriptions:     " nr-of-order-descs
    display
       "vendor orders written to " function trim(order-file-name)
.
