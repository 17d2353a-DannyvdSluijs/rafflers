      *> reports claims approaching their claim-by deadline and
      *> auto-expires overdue ones, promoting alternates by the
      *> same rules the interactive claims tool applies by hand
      *> the claims master is read in key order and each expired
      *> claim is rewritten in place - the file is never reloaded
      *> an expired claim that was charged to a department budget
      *> has the charge reversed in the budget charge journal
      *> =============================================
      *> usage: ./raffler-aging [claims-file] [ASOF=yyyymmdd]
      *>            [WARNDAYS=n] [CLAIMDAYS=n]
      *> =============================================
      *> return codes:
      *>   0  claims aged clean
      *>   4  aged, with claims carrying no deadline, an expired
      *>      prize that could not be credited back to stock, a
      *>      budget charge that could not be reversed, or a files
      *>      lock that could not be released
      *>   12 the claims file could not be opened, a claim rewrite
      *>      failed, a promoted alternate's winner history row could
      *>      not be written, or the claims, stock, history and ledger
      *>      files stayed locked by another run
      *> =============================================

environment division.
    input-output section.
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

        01 history-file-name        pic x(50) value "raffle-winner-history.dat".
        01 history-file-status      pic x(2).

        01 claim-deadline-int        pic 9(8).
        01 new-claim-deadline        pic 9(8).

        01 held-claim-record         pic x(294).
        01 review-key                pic x(9).
        01 claims-end-flag           pic x value 'N'.
           88 claims-at-end          value 'Y'.
        01 alternate-found-flag      pic x value 'N'.
           88 alternate-found        value 'Y'.

        01 expired-draw-nr           pic 9(6).
        01 expired-prize-nr          pic 9(2).
        01 expired-name              pic x(32).
        01 kept-prize-desc           pic x(40).
        01 promoted-name             pic x(32).
        01 promoted-employee-id      pic x(10).
        01 promoted-department       pic x(20).
        01 expired-count             pic 9(5) value zero.
        01 promoted-count            pic 9(5) value zero.
        01 undated-count             pic 9(5) value zero.
        01 stock-warning-count       pic 9(5) value zero.
        01 io-failed-count           pic 9(5) value zero.

        01 changed-flag              pic x value 'N'.
           88 claims-changed         value 'Y'.
        01 stock-credit-ok-flag      pic x.
           88 stock-credit-ok        value 'Y'.

        01 charges-file-name         pic x(50)
                                     value "raffle-budget-charges.dat".
        01 charges-file-status       pic x(2).
        01 outstanding-charges       pic s9(3).
        01 reversed-department       pic x(20).
        01 reversed-employee-id      pic x(10).
        01 reversed-value            pic 9(7)v99.
        01 charges-reversed-count    pic 9(4) value zero.
        01 charge-warning-count      pic 9(4) value zero.

        01 lock-command              pic x(160).
        01 lock-return-code          pic 9(5).
        01 lock-saved-return-code    pic s9(9).
        01 files-lock-flag           pic x value 'N'.
           88 files-lock-held        value 'Y'.

procedure division.
    perform 100-initialize.
    perform 700-take-files-lock.
    perform 200-age-claims.
    perform 600-print-summary.
    perform 610-set-return-code.
    perform 710-release-files-lock.

stop run.

.

200-age-claims.
    open i-o claims-file

    if claims-file-status <> '00' then
       display
          "aging run rejected: unable to open claims file - "
          claims-file-name " (file status " claims-file-status ")"
          upon syserr
       move 12 to return-code
       perform 710-release-files-lock
       stop run
    end-if

    display
       "claim aging run as of " asof-date
       " - " function trim(claims-file-name trailing)

    perform 210-read-next-claim

    perform until claims-at-end
       if claim-type = 'W' and claim-status = "PENDING" then
          perform 400-review-claim
       end-if

       if not claims-at-end then
          perform 210-read-next-claim
       end-if
    end-perform

    close claims-file
.

210-read-next-claim.
    read claims-file next

    if claims-file-status <> '00' then
       set claims-at-end to true
    end-if
.

400-review-claim.
       add 1 to undated-count

       display
          "no deadline  draw " claim-draw-id
          " prize " claim-nr
          " " function trim(claim-name trailing)
          " - settle through the claims tool"
    else
             add 1 to warned-count

             display
                "chase        draw " claim-draw-id
                " prize " claim-nr
                " " function trim(claim-name trailing)
                " - claim-by " claim-deadline
          when other
.

410-expire-claim.
    move claim-key to review-key
    move claim-draw-id to expired-draw-nr
    move claim-nr to expired-prize-nr
    move claim-name to expired-name
    move claim-prize-desc to kept-prize-desc

    move "EXPIRED" to claim-status
    move asof-date to claim-status-date

    set claims-changed to true
    add 1 to expired-count

    display
       "expired      draw " expired-draw-nr
       " prize " expired-prize-nr
       " " function trim(expired-name trailing)
       " - claim-by " claim-deadline " passed"

    perform 460-reverse-budget-charge
    perform 420-promote-alternate

   *> looking for an alternate moved the file position; the walk
   *> carries on from the claim just aged
    move review-key to claim-key

    start claims-file key is > claim-key

    if claims-file-status <> '00' then
       set claims-at-end to true
    end-if
.

420-promote-alternate.
   *> same promotion rule as the interactive claims tool: the
   *> highest-ranked alternate of the same draw that is still
   *> available takes over the prize, with the W record rewritten
   *> in place and the move recorded in the results log and the
   *> winner history
    move claims-record to held-claim-record
    move 'N' to alternate-found-flag

    move expired-draw-nr to claim-draw-id
    move 'A' to claim-type
    move zero to claim-nr

    start claims-file key is > claim-key

    if claims-file-status = '00' then
       read claims-file next

       perform until claims-file-status <> '00'
          or claim-draw-id <> expired-draw-nr
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
          "no available alternate left for draw " expired-draw-nr
          " - the prize stays unassigned"

       move held-claim-record to claims-record
       perform 425-rewrite-claim

       if kept-prize-desc <> spaces then
          perform 450-credit-prize-stock
       end-if
    else
       move claim-name to promoted-name
       move claim-employee-id to promoted-employee-id
       move claim-department to promoted-department
       move "PROMOTED" to claim-status
       move asof-date to claim-status-date

       perform 425-rewrite-claim

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
       move asof-date to claim-status-date
       add 1 to claim-promotion-count

      *> the promoted winner gets a fresh claim window from the
      *> aging date, not the deadline the original winner let lapse
          to new-claim-deadline
       move new-claim-deadline to claim-deadline

       perform 425-rewrite-claim

       add 1 to promoted-count

       display
          function trim(promoted-name trailing)
          " promoted to draw " expired-draw-nr
          " prize " expired-prize-nr

       perform 430-log-promotion
       perform 440-append-winner-history
    end-if
.

425-rewrite-claim.
    rewrite claims-record

    if claims-file-status <> '00' then
       add 1 to io-failed-count

       display
          "update of draw " claim-draw-id " " claim-type " " claim-nr
          " failed (file status " claims-file-status ")"
    end-if
.

430-log-promotion.
    perform 431-find-last-block-hash

    open extend results-file

    if results-file-status = '35' then
       " | draw="              delimited by size
       expired-draw-nr         delimited by size
       " | prize-nr="          delimited by size
       expired-prize-nr        delimited by size
       " | promoted="          delimited by size
       promoted-name           delimited by size
       " | employee-id="       delimited by size

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
       expired-draw-nr         delimited by size
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

440-append-winner-history.
    open extend history-file

       open extend history-file
    end-if

   *> a promoted alternate missing from the history escapes every
   *> later cooldown
    if history-file-status <> '00' then
       perform 441-report-history-not-written
    else
       move spaces to history-record

       string
          expired-draw-nr        delimited by size
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
    add 1 to io-failed-count

    display
       "aging run error: history row not written for draw "
       expired-draw-nr
       " alternate " function trim(promoted-name trailing)
       " (file status " history-file-status ")"
       upon syserr
.

450-credit-prize-stock.
       if stock-credit-ok then
          perform 452-apply-stock-credit
       end-if

       if not stock-credit-ok then
          add 1 to stock-warning-count
       end-if
    end-if
.

    end-if
.

460-reverse-budget-charge.
   *> the department charged when the prize was settled gets the
   *> value back; a claim never charged, or already reversed, has
   *> nothing outstanding and is left alone
    move zero to outstanding-charges

    open input charges-file

    if charges-file-status = '00' then
       read charges-file

       perform until charges-file-status = '10'
          if charge-draw-id = claim-draw-id
             and charge-prize-nr = claim-nr then
             if charge-action = "REVERSE" then
                subtract 1 from outstanding-charges
             else
                add 1 to outstanding-charges
                move charge-department to reversed-department
                move charge-employee-id to reversed-employee-id
                move charge-value to reversed-value
             end-if
          end-if

          read charges-file
       end-perform

       close charges-file
    end-if

    if outstanding-charges > zero then
       open extend charges-file

       if charges-file-status = '35' then
          open output charges-file
          close charges-file
          open extend charges-file
       end-if

       if charges-file-status <> '00' then
          perform 461-report-charge-not-reversed
       else
          move spaces to charge-record
          move asof-date to charge-date
          move "REVERSE" to charge-action
          move reversed-department to charge-department
          move claim-draw-id to charge-draw-id
          move claim-nr to charge-prize-nr
          move reversed-employee-id to charge-employee-id
          move reversed-value to charge-value
          move "raffler-aging" to charge-program

          write charge-record

          if charges-file-status = '00' then
             add 1 to charges-reversed-count
          else
             perform 461-report-charge-not-reversed
          end-if

          close charges-file
       end-if
    end-if
.

461-report-charge-not-reversed.
   *> the department stays charged for a prize it no longer has;
   *> the reversal has to be posted by hand
    add 1 to charge-warning-count

    display
       "aging run warning: budget charge for draw " claim-draw-id
       " prize " claim-nr " not reversed (file status "
       charges-file-status ")"
       upon syserr
.

600-print-summary.
    display "  expired:              " expired-count
    display "  promoted:             " promoted-count
    display "  without deadline:     " undated-count
    display "  charges reversed:     " charges-reversed-count
    display "  charges not reversed: " charge-warning-count

    if not claims-changed then
       display "claims file left untouched"
    end-if
.

610-set-return-code.
    evaluate true
       when io-failed-count > zero
          move 12 to return-code
       when undated-count > zero or stock-warning-count > zero
          or charge-warning-count > zero
          move 4 to return-code
       when other
          move zero to return-code
    end-evaluate
.

700-take-files-lock.
   *> claims, stock and history are only touched under the lock, so
   *> a clerk settling a claim cannot overwrite an expiry
    move "./raffler-lock GET raffler-aging" to lock-command

    call "SYSTEM" using lock-command

    if return-code < zero then
       move 99 to lock-return-code
    else
       divide return-code by 256 giving lock-return-code
    end-if

    move zero to return-code

    if lock-return-code <> zero then
       display
          "aging run rejected: the claims, stock, history and ledger"
          " files could not be locked (raffler-lock return code "
          lock-return-code ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

    set files-lock-held to true
.

710-release-files-lock.
   *> the run's own return code survives the release; a lock that
   *> cannot be given back is a warning, as the updates are done
    if files-lock-held then
       move return-code to lock-saved-return-code
       move "./raffler-lock FREE raffler-aging" to lock-command

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
             "aging run warning: the files lock could not be released"
             " (raffler-lock return code " lock-return-code ")"
             " - check it with ./raffler-lock SHOW"
             upon syserr

          if return-code < 4 then
             move 4 to return-code
          end-if
       end-if
    end-if
.
