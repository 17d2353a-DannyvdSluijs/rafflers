    author. Lucas van Lierop.
      *> =============================================
      *> prize-claim tracking tool for the raffler claims file
      *> the claims master is indexed on draw-id, record type and
      *> prize/alternate number, so settling a claim is one keyed
      *> read and rewrite.  a promotion rewrites the prize's W record
      *> in place for the new holder and keeps the holder it replaced
      *> (and the winner originally drawn) on the record
      *> each settlement holds the files lock (raffler-lock) while it
      *> updates claims, stock and history, so the tool can stay open
      *> all day without blocking the batch runs
      *> a prize marked CLAIMED is charged to the winner's department
      *> in the budget charge journal
      *> =============================================
      *> usage: ./raffler-claims [claims-file]
      *> =============================================
           select claims-file
               assign to dynamic claims-file-name
               file status is claims-file-status
               organization is indexed
               access is dynamic
               record key is claim-key
               alternate record key is claim-employee-id
                  with duplicates.

           select results-file
               assign to dynamic results-file-name
               file status is stock-file-status
               organization is line sequential.

           select charges-file
               assign to dynamic charges-file-name
               file status is charges-file-status
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

        fd results-file.
        01 results-record           pic x(200).
        fd stock-file.
        01 stock-record             pic x(80).

        fd charges-file.
        01 charge-record.
        03 charge-date              pic x(8).
        03 charge-action            pic x(8).
        03 charge-department        pic x(20).
        03 charge-draw-id           pic 9(6).
        03 charge-prize-nr          pic 9(2).
        03 charge-employee-id       pic x(10).
        03 charge-value             pic 9(7)v99.
        03 charge-program           pic x(20).

    working-storage section.
        01 claims-file-name         pic x(50) value "raffle-claims.dat".
        01 claims-file-status       pic x(2).
        01 results-file-status      pic x(2).
        01 audit-timestamp          pic x(21).

       *> the results log is a hash chain of blocks; the line this run
       *> writes is a block of its own, closed by a seal line whose
       *> control hash covers the line followed by the seal before it
        01 chain-hash-text          pic x(400).
        01 chain-hash-len           pic 9(4).
        01 chain-hash-pos           pic 9(4).
        01 chain-hash-a             pic 9(10).
        01 chain-hash-b             pic 9(10).
        01 chain-prev-hash          pic x(20).
        01 chain-hash-value.
        03 chain-hash-high          pic 9(10).
        03 chain-hash-low           pic 9(10).
        01 results-last-hash        pic x(20).
        01 block-line-count         pic 9(3).
        01 seal-scan-before         pic x(400).
        01 seal-scan-after          pic x(400).

        01 menu-choice               pic x(1).

        01 history-file-name        pic x(50) value "raffle-winner-history.dat".
        01 history-file-status      pic x(2).

        01 held-claim-record         pic x(294).
        01 listed-count              pic 9(5) value zero.
        01 claim-value-formatted     pic z(6)9.99.

        01 asked-draw-text           pic x(6).
        01 asked-draw-nr             pic 9(6).
        01 asked-prize-text          pic x(2).
        01 asked-prize-nr            pic 9(2).

        01 new-claim-status          pic x(12).
        01 promoted-name             pic x(32).
        01 promoted-department       pic x(20).
        01 replaced-name             pic x(32).
        01 kept-prize-desc           pic x(40).
        01 default-claim-days        pic 9(3) value 14.
        01 new-claim-deadline        pic 9(8).
        01 claim-deadline-int        pic 9(8).

        01 alternate-found-flag       pic x value 'N'.
           88 alternate-found         value 'Y'.

        01 stock-file-name           pic x(50) value "raffle-prize-stock.dat".
        01 stock-file-status         pic x(2).

        01 charges-file-name         pic x(50)
                                     value "raffle-budget-charges.dat".
        01 charges-file-status       pic x(2).

        01 stock-columns.
        03 stock-description        pic x(40).
        03 stock-quantity-text      pic x(4).
        01 stock-credit-ok-flag      pic x.
           88 stock-credit-ok        value 'Y'.

        01 lock-command              pic x(160).
        01 lock-return-code          pic 9(5).
        01 lock-saved-return-code    pic s9(9).
        01 files-lock-flag           pic x value 'N'.
           88 files-lock-held        value 'Y'.

procedure division.
    perform 100-initialize.
    perform 200-main-menu-loop.
.

300-list-claims.
    move zero to listed-count

    open input claims-file

          "unable to open claims file - " claims-file-name
          " (file status " claims-file-status ")"
    else
       read claims-file next

       if claims-file-status = '10' then
          display "claims file is empty"
       end-if

       perform until claims-file-status <> '00'
          add 1 to listed-count
          perform 310-display-claim

          read claims-file next
       end-perform

       close claims-file
    end-if
.

310-display-claim.
    move claim-prize-value to claim-value-formatted

    display
       listed-count " " claim-draw-id " " claim-type " " claim-nr
       " " claim-name " " claim-employee-id " " claim-status
       " " claim-deadline " " function trim(claim-prize-desc trailing)
       " " claim-value-formatted
.

400-settle-claim.
    accept asked-prize-text
    move asked-prize-text to asked-prize-nr

    perform 470-take-files-lock

    open i-o claims-file

    if claims-file-status <> '00' then
       display
          "unable to open claims file - " claims-file-name
          " (file status " claims-file-status ")"
    else
       move asked-draw-nr to claim-draw-id
       move 'W' to claim-type
       move asked-prize-nr to claim-nr

       read claims-file

       if claims-file-status <> '00' or claim-status <> "PENDING" then
          display
             "no pending winner record for draw " asked-draw-nr
             " prize " asked-prize-nr " in " claims-file-name
       else
          move claim-name to replaced-name
          move claim-prize-desc to kept-prize-desc
          move new-claim-status to claim-status
          move function current-date(1:8) to claim-status-date

          display
             "draw " asked-draw-nr " prize " asked-prize-nr
             " marked " function trim(new-claim-status trailing)
             " for " function trim(replaced-name trailing)

          if new-claim-status = "DECLINED"
             or new-claim-status = "EXPIRED" then
             perform 410-promote-alternate
          else
             perform 420-rewrite-claim

             if new-claim-status = "CLAIMED"
                and claims-file-status = '00' then
                perform 490-charge-department
             end-if
          end-if
       end-if

       close claims-file
    end-if

    perform 480-release-files-lock
.

410-promote-alternate.
   *> the highest-ranked alternate of the same draw that is still
   *> available takes over the prize; the promotion is written to
   *> the claims master and the results log so the chain of
   *> custody for the prize stays on record
    move claims-record to held-claim-record
    move 'N' to alternate-found-flag

    move asked-draw-nr to claim-draw-id
    move 'A' to claim-type
    move zero to claim-nr

    start claims-file key is > claim-key

    if claims-file-status = '00' then
       read claims-file next

       perform until claims-file-status <> '00'
          or claim-draw-id <> asked-draw-nr
          or claim-type <> 'A'
          or alternate-found
          if claim-status = "AVAILABLE" then
             set alternate-found to true
          else
             read claims-file next
          end-if
       end-perform
    end-if

    if not alternate-found then
       display
          "no available alternate left for draw " asked-draw-nr
          " - the prize stays unassigned"

       move held-claim-record to claims-record
       perform 420-rewrite-claim

       if new-claim-status = "EXPIRED" and kept-prize-desc <> spaces then
          perform 450-credit-prize-stock
       end-if
    else
       move claim-name to promoted-name
       move claim-employee-id to promoted-employee-id
       move claim-department to promoted-department
       move "PROMOTED" to claim-status
       move function current-date(1:8) to claim-status-date

       perform 420-rewrite-claim

      *> the W record stays keyed on the prize; the holder it had is
      *> kept alongside the new one rather than as a second record
       move held-claim-record to claims-record

       move claim-name to claim-replaced-name
       move claim-employee-id to claim-replaced-employee-id
       move claim-status to claim-replaced-status
       move claim-department to claim-replaced-department
       move promoted-name to claim-name
       move promoted-employee-id to claim-employee-id
       move promoted-department to claim-department
       move "PENDING" to claim-status
       move function current-date(1:8) to claim-status-date
       add 1 to claim-promotion-count

      *> the promoted winner gets a fresh claim window from today -
      *> holding them to the original deadline would expire a prize
          to new-claim-deadline
       move new-claim-deadline to claim-deadline

       perform 420-rewrite-claim

       display
          function trim(promoted-name trailing)
    end-if
.

420-rewrite-claim.
    rewrite claims-record

    if claims-file-status <> '00' then
       display
          "update of draw " claim-draw-id " " claim-type " " claim-nr
          " failed (file status " claims-file-status ")"
    end-if
.

430-log-promotion.
    perform 431-find-last-block-hash

    open extend results-file

    if results-file-status = '35' then

    write results-record

    move results-record to chain-hash-text
    perform 435-start-chain-hash
    perform 436-feed-chain-hash
    move 1 to block-line-count
    perform 432-seal-results-block

    close results-file
.

431-find-last-block-hash.
   *> the newest seal line in the log is the link this block is
   *> chained to; a log without one starts the chain
    move all '0' to results-last-hash

    open input results-file

    if results-file-status = '00' then
       read results-file

       perform until results-file-status = '10'
          move spaces to seal-scan-before
          move spaces to seal-scan-after

          unstring results-record delimited by " | block-hash="
             into seal-scan-before seal-scan-after

          if seal-scan-after(1:20) is numeric then
             move seal-scan-after(1:20) to results-last-hash
          end-if

          read results-file
       end-perform
    end-if

    close results-file
.

432-seal-results-block.
    move results-last-hash to chain-prev-hash
    perform 437-finish-chain-hash

    move spaces to results-record

    string
       audit-timestamp        delimited by size
       " | draw="              delimited by size
       asked-draw-nr           delimited by size
       " | block-lines="       delimited by size
       block-line-count        delimited by size
       " | prev-hash="         delimited by size
       chain-prev-hash         delimited by size
       " | block-hash="        delimited by size
       chain-hash-value        delimited by size
       into results-record
    end-string

    write results-record
.

435-start-chain-hash.
    move 5381 to chain-hash-a
    move 7 to chain-hash-b
.

436-feed-chain-hash.
   *> two running sums over the text, each folded by a prime just
   *> under 2**32, together give the 20-digit control hash
    if chain-hash-text <> spaces then
       compute chain-hash-len =
          function length(function trim(chain-hash-text trailing))

       perform varying chain-hash-pos from 1 by 1
          until chain-hash-pos > chain-hash-len
          compute chain-hash-a =
             function mod(
                (chain-hash-a * 31)
                + function ord(chain-hash-text(chain-hash-pos:1)),
                4294967291)
          compute chain-hash-b =
             function mod((chain-hash-b * 131) + chain-hash-a, 4294967279)
       end-perform
    end-if
.

437-finish-chain-hash.
   *> the previous hash goes in after the content
    move chain-prev-hash to chain-hash-text
    perform 436-feed-chain-hash

    move chain-hash-a to chain-hash-high
    move chain-hash-b to chain-hash-low
.

450-credit-prize-stock.
   *> an expired prize that no alternate takes over goes back on
   *> the shelf: the draw decremented the persistent stock file when
       open extend history-file
    end-if

   *> a promoted alternate missing from the history escapes every
   *> later cooldown
    if history-file-status <> '00' then
       perform 441-report-history-not-written
    else
       move spaces to history-record

       string
          asked-draw-nr          delimited by size
          ","                     delimited by size
          function current-date(1:8) delimited by size
          ","                     delimited by size
          function trim(promoted-name trailing) delimited by size
          ","                     delimited by size
          promoted-employee-id    delimited by size
          into history-record
       end-string

       write history-record

       if history-file-status <> '00' then
          perform 441-report-history-not-written
       end-if

       close history-file
    end-if
.

441-report-history-not-written.
    display
       "history row not written for draw " asked-draw-nr
       " alternate " function trim(promoted-name trailing)
       " (file status " history-file-status ") - the alternate is"
       " not held out by the cooldown until it is added"
.

470-take-files-lock.
   *> a run that cannot get the lock in time stops rather than
   *> settle against files another run is part way through
    move "./raffler-lock GET raffler-claims" to lock-command

    call "SYSTEM" using lock-command

    if return-code < zero then
       move 99 to lock-return-code
    else
       divide return-code by 256 giving lock-return-code
    end-if

    move zero to return-code

    if lock-return-code <> zero then
       display
          "settlement rejected: the claims, stock, history and ledger"
          " files could not be locked (raffler-lock return code "
          lock-return-code ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

    set files-lock-held to true
.

480-release-files-lock.
   *> the run's own return code survives the release; a lock that
   *> cannot be given back is a warning, as the updates are done
    if files-lock-held then
       move return-code to lock-saved-return-code
       move "./raffler-lock FREE raffler-claims" to lock-command

       call "SYSTEM" using lock-command

       if return-code < zero then
          move 99 to lock-return-code
       else
          divide return-code by 256 giving lock-return-code
       end-if

       move lock-saved-return-code to return-code
       move 'N' to files-lock-flag

       if lock-return-code <> zero then
          display
             "settlement warning: the files lock could not be released"
             " (raffler-lock return code " lock-return-code ")"
             " - check it with ./raffler-lock SHOW"
             upon syserr

          if return-code < 4 then
             move 4 to return-code
          end-if
       end-if
    end-if
.

490-charge-department.
   *> the winner's department funds the prize it settled; the
   *> charge is reversed again if the draw is voided
    open extend charges-file

    if charges-file-status = '35' then
       open output charges-file
       close charges-file
       open extend charges-file
    end-if

    if charges-file-status <> '00' then
       display
          "budget charge for draw " claim-draw-id " prize " claim-nr
          " not recorded (file status " charges-file-status ")"
    else
       move spaces to charge-record
       move function current-date(1:8) to charge-date
       move "CHARGE" to charge-action
       move claim-department to charge-department
       move claim-draw-id to charge-draw-id
       move claim-nr to charge-prize-nr
       move claim-employee-id to charge-employee-id
       move claim-prize-value to charge-value
       move "raffler-claims" to charge-program

       write charge-record
       close charges-file
    end-if
.
