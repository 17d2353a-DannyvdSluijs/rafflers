        >>source format is free
identification division.
    program-id. domcode-raffler-fulfil.
    author. Lucas van Lierop.
      *> =============================================
      *> prize fulfilment tool for claimed raffle prizes
      *> a prize whose claim is CLAIMED is put on order with a vendor
      *> and then moved along ORDERED -> RECEIVED -> READY-FOR-PICKUP
      *> -> DELIVERED; every step keeps its own date, vendor and
      *> order reference, so the record shows the whole handover
      *> the fulfilment file is indexed on draw-id and prize number,
      *> the same prize key as the W record in the claims master
      *> =============================================
      *> usage: ./raffler-fulfil [fulfilment-file]
      *> =============================================

environment division.
    input-output section.
       file-control.
           select fulfil-file
               assign to dynamic fulfil-file-name
               file status is fulfil-file-status
               organization is indexed
               access is dynamic
               record key is fulfil-key.

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
        01 fulfil-file-name         pic x(50) value "raffle-fulfilment.dat".
        01 fulfil-file-status       pic x(2).

        01 claims-file-name         pic x(50) value "raffle-claims.dat".
        01 claims-file-status       pic x(2).

        01 menu-choice               pic x(1).

       *> the fulfilment states in the order a prize passes them
        01 state-definitions.
        03 filler                   pic x(16) value "ORDERED".
        03 filler                   pic x(16) value "RECEIVED".
        03 filler                   pic x(16) value "READY-FOR-PICKUP".
        03 filler                   pic x(16) value "DELIVERED".
        01 state-table redefines state-definitions.
        03 state-name occurs 4 times pic x(16).
        01 state-count               pic 9(1) value 4.
        01 step-idx                  pic 9(1).
        01 next-state-nr             pic 9(1).

        01 asked-draw-text           pic x(6).
        01 asked-draw-nr             pic 9(6).
        01 asked-prize-text          pic x(2).
        01 asked-prize-nr            pic 9(2).

        01 entered-vendor            pic x(30).
        01 entered-order-ref         pic x(20).

        01 listed-count              pic 9(6).
        01 prize-value-formatted     pic z(6)9.99.

procedure division.
    perform 100-initialize.
    perform 200-main-menu-loop.

stop run.

100-initialize.
    accept fulfil-file-name from argument-value
        on exception
            continue
    end-accept

    if fulfil-file-name = spaces then
       move "raffle-fulfilment.dat" to fulfil-file-name
    end-if.

200-main-menu-loop.
    perform until menu-choice = 'Q' or menu-choice = 'q'
       display " "
       display "domcode-raffler prize fulfilment - " fulfil-file-name
       display "  L) list prizes in fulfilment"
       display "  O) order a claimed prize"
       display "  A) advance a prize to its next step"
       display "  Q) quit"
       display "choice: " with no advancing
       accept menu-choice

       evaluate menu-choice
          when 'L'
          when 'l'
             perform 300-list-fulfilment
          when 'O'
          when 'o'
             perform 400-order-prize
          when 'A'
          when 'a'
             perform 500-advance-prize
          when 'Q'
          when 'q'
             continue
          when other
             display "unrecognised choice, try again"
       end-evaluate
    end-perform
.

300-list-fulfilment.
    move zero to listed-count

    open input fulfil-file

    if fulfil-file-status = '35' then
       display "no prize has been put on order yet"
    else
       if fulfil-file-status <> '00' then
          display
             "unable to open fulfilment file - " fulfil-file-name
             " (file status " fulfil-file-status ")"
       else
          read fulfil-file next

          perform until fulfil-file-status <> '00'
             add 1 to listed-count
             perform 310-display-fulfilment

             read fulfil-file next
          end-perform

          close fulfil-file

          if listed-count = zero then
             display "no prize has been put on order yet"
          end-if
       end-if
    end-if
.

310-display-fulfilment.
    move fulfil-prize-value to prize-value-formatted

    display
       fulfil-draw-id " " fulfil-prize-nr " "
       fulfil-state " "
       function trim(fulfil-name trailing) " - "
       function trim(fulfil-prize-desc trailing) " "
       prize-value-formatted

    perform varying step-idx from 1 by 1
       until step-idx > fulfil-state-nr
       display
          "       " state-name(step-idx) " "
          fulfil-step-date(step-idx) " "
          function trim(fulfil-step-vendor(step-idx) trailing) " ref "
          function trim(fulfil-step-order-ref(step-idx) trailing)
    end-perform
.

400-order-prize.
   *> only a settled claim is ordered - a PENDING prize may still
   *> be declined and passed on to an alternate
    perform 600-ask-prize-key

    open input claims-file

    if claims-file-status <> '00' then
       display
          "unable to open claims file - " claims-file-name
          " (file status " claims-file-status ")"
    else
       move asked-draw-nr to claim-draw-id
       move 'W' to claim-type
       move asked-prize-nr to claim-nr

       read claims-file

       if claims-file-status <> '00' or claim-status <> "CLAIMED" then
          display
             "no claimed prize for draw " asked-draw-nr
             " prize " asked-prize-nr " in " claims-file-name
             " - nothing ordered"
       else
          perform 410-write-order
       end-if

       close claims-file
    end-if
.

410-write-order.
    display "vendor: " with no advancing
    accept entered-vendor

    display "order reference: " with no advancing
    accept entered-order-ref

    if entered-vendor = spaces then
       display "an order needs a vendor - nothing ordered"
    else
       open i-o fulfil-file

       if fulfil-file-status = '35' then
          open output fulfil-file
          close fulfil-file
          open i-o fulfil-file
       end-if

       if fulfil-file-status <> '00' then
          display
             "unable to open fulfilment file - " fulfil-file-name
             " (file status " fulfil-file-status ")"
       else
          move spaces to fulfil-record
          move claim-draw-id to fulfil-draw-id
          move claim-nr to fulfil-prize-nr
          move claim-employee-id to fulfil-employee-id
          move claim-name to fulfil-name
          move claim-department to fulfil-department
          move claim-prize-desc to fulfil-prize-desc
          move claim-prize-value to fulfil-prize-value
          move claim-status-date to fulfil-claimed-date
          move 1 to fulfil-state-nr
          move state-name(1) to fulfil-state
          move function current-date(1:8) to fulfil-step-date(1)
          move entered-vendor to fulfil-step-vendor(1)
          move entered-order-ref to fulfil-step-order-ref(1)

          write fulfil-record

          evaluate fulfil-file-status
             when '00'
                display
                   "draw " asked-draw-nr " prize " asked-prize-nr
                   " ordered from " function trim(entered-vendor)
             when '22'
                display
                   "draw " asked-draw-nr " prize " asked-prize-nr
                   " is already in fulfilment - nothing ordered"
             when other
                display
                   "order failed (file status " fulfil-file-status ")"
          end-evaluate

          close fulfil-file
       end-if
    end-if
.

500-advance-prize.
   *> a prize moves one step at a time; the vendor and reference
   *> carry over from the step before unless a new one is entered
    perform 600-ask-prize-key

    open i-o fulfil-file

    if fulfil-file-status <> '00' then
       display
          "unable to open fulfilment file - " fulfil-file-name
          " (file status " fulfil-file-status ")"
    else
       move asked-draw-nr to fulfil-draw-id
       move asked-prize-nr to fulfil-prize-nr

       read fulfil-file

       evaluate true
          when fulfil-file-status <> '00'
             display
                "draw " asked-draw-nr " prize " asked-prize-nr
                " is not in fulfilment - order it first"
          when fulfil-state-nr >= state-count
             display
                "draw " asked-draw-nr " prize " asked-prize-nr
                " was already delivered on "
                fulfil-step-date(state-count)
          when other
             perform 510-record-next-step
       end-evaluate

       close fulfil-file
    end-if
.

510-record-next-step.
    compute next-state-nr = fulfil-state-nr + 1

    display
       "draw " asked-draw-nr " prize " asked-prize-nr " is "
       function trim(fulfil-state) " - moving to "
       function trim(state-name(next-state-nr))

    display
       "vendor [" function trim(fulfil-step-vendor(fulfil-state-nr))
       "]: " with no advancing
    accept entered-vendor

    display
       "order reference ["
       function trim(fulfil-step-order-ref(fulfil-state-nr))
       "]: " with no advancing
    accept entered-order-ref

    if entered-vendor = spaces then
       move fulfil-step-vendor(fulfil-state-nr) to entered-vendor
    end-if

    if entered-order-ref = spaces then
       move fulfil-step-order-ref(fulfil-state-nr) to entered-order-ref
    end-if

    move function current-date(1:8) to fulfil-step-date(next-state-nr)
    move entered-vendor to fulfil-step-vendor(next-state-nr)
    move entered-order-ref to fulfil-step-order-ref(next-state-nr)
    move next-state-nr to fulfil-state-nr
    move state-name(next-state-nr) to fulfil-state

    rewrite fulfil-record

    if fulfil-file-status = '00' then
       display
          "draw " asked-draw-nr " prize " asked-prize-nr " now "
          function trim(fulfil-state)
    else
       display
          "update failed (file status " fulfil-file-status ")"
    end-if
.

600-ask-prize-key.
    display "enter draw number: " with no advancing
    accept asked-draw-text
    move asked-draw-text to asked-draw-nr

    display "enter prize number: " with no advancing
    accept asked-prize-text
    move asked-prize-text to asked-prize-nr
.
