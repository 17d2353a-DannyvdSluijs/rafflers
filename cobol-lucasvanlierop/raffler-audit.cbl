      *> prints an exceptions report for the batch window so drift
      *> between the four records surfaces the night it happens,
      *> not months later when a VERIFY= run mismatches
      *> a chain pass then recomputes the control hash of every
      *> chained ledger row and sealed results log block and names
      *> the first draw where the chain breaks - an edit after the
      *> draw, a removed or inserted row, or unsealed log lines. a
      *> link the retention archive carried into its archive files
      *> is accepted through the chain anchor file
      *> =============================================
      *> usage: ./raffler-audit
      *> =============================================
      *> return codes:
      *>   0  the four records reconcile cleanly
      *>   4  the audit ran and reported exceptions, a broken hash
      *>      chain among them
      *>   8  rejected - a file is too large to audit
      *>   12 the draw ledger could not be opened
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
               file status is export-file-status
               organization is line sequential.

           select anchor-file
               assign to dynamic anchor-file-name
               file status is anchor-file-status
               organization is line sequential.

data division.
    file section.
        fd ledger-file.
        01 ledger-record            pic x(1000).

        fd history-file.
        01 history-record           pic x(80).

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
        03 export-trailer-total-value pic 9(9)v99.
        03 export-trailer-filler    pic x(64).

        fd anchor-file.
        01 anchor-record.
        03 anchor-kind              pic x(7).
        03 anchor-date              pic x(8).
        03 anchor-draw-id           pic 9(6).
        03 anchor-hash              pic x(20).
        03 anchor-file-ref          pic x(50).

    working-storage section.
        01 ledger-file-name         pic x(50) value "raffle-draw-ledger.dat".
        01 ledger-file-status       pic x(2).
        01 export-file-name         pic x(50).
        01 export-file-status       pic x(2).

        01 anchor-file-name         pic x(50) value "raffle-chain-anchors.dat".
        01 anchor-file-status       pic x(2).

        01 ledger-columns.
        03 lg-draw-text             pic x(6).
        03 lg-date                  pic x(8).
        03 lg-tickets               pic x(9).
        03 lg-history-count         pic x(6).
        03 lg-winners               pic x(660).
        03 lg-event                 pic x(20).
        03 lg-prev-hash             pic x(20).
        03 lg-hash                  pic x(20).
        03 lg-void-text             pic x(4).

        01 ledger-table.
        01 probe-draw-id             pic 9(6).
        01 draw-seen-count           pic 9(4).

        01 claims-count              pic 9(7) value zero.
        01 claims-open-flag          pic x value 'N'.
           88 claims-open            value 'Y'.

       *> claims are read by key from the claims master; history rows
       *> are found again by draw and employee-id, so they get an
       *> open-addressed index rather than a scan per ledger winner

        01 history-hash-table.
        03 history-hash-key occurs 200003 times pic x(16).
        01 history-hash-size         pic 9(9) value 200003.
        01 history-lookup-key.
        03 history-lookup-draw-nr   pic 9(6).
        03 history-lookup-employee-id pic x(10).

        01 hash-idx                  pic 9(9).
        01 hash-sum                  pic 9(9).
        01 hash-char-idx             pic 9(2).
        01 hash-probes               pic 9(9).
        01 winner-employee-id        pic x(10).

        01 history-columns.
        03 history-draw-nr-text     pic x(6).
        03 history-date-text        pic x(8).
        03 history-name-text        pic x(32).
        03 history-employee-id-text pic x(10).

        01 history-index-table.
        03 history-index-entry occurs 100000 times.
           05 hx-draw-nr             pic 9(6).
           05 hx-name                pic x(32).
           05 hx-employee-id         pic x(10).
        01 max-history-entries       pic 9(6) value 100000.
        01 history-count             pic 9(6) value zero.
        01 history-idx               pic 9(6).
           88 record-found           value 'Y'.

        01 distinct-prize-count      pic 9(4).

        01 file-winner-count         pic 9(4).
        01 file-total-value          pic 9(9)v99.

        01 exception-count           pic 9(5) value zero.

       *> the hash chain: every hash covers its own content followed
       *> by the hash before it.  a link whose previous hash is not
       *> the row or block before it stands only when the retention
       *> archive recorded it as carried into an archive file
        01 chain-hash-text           pic x(1000).
        01 chain-hash-len            pic 9(4).
        01 chain-hash-pos            pic 9(4).
        01 chain-hash-a              pic 9(10).
        01 chain-hash-b              pic 9(10).
        01 chain-prev-hash           pic x(20).
        01 chain-hash-value.
        03 chain-hash-high           pic 9(10).
        03 chain-hash-low            pic 9(10).
        01 chain-scan-len            pic 9(4).
        01 chain-stated-hash         pic x(20).
        01 chain-expected-hash       pic x(20).
        01 chain-kind                pic x(7).
        01 chain-started-flag        pic x.
           88 chain-started          value 'Y'.
        01 chain-broken-flag         pic x.
           88 chain-broken           value 'Y'.
        01 chain-link-flag           pic x.
           88 chain-link-ok          value 'Y'.
        01 chain-break-reason        pic x(50).
        01 chain-break-draw          pic 9(6).
        01 chain-file-name           pic x(50).

        01 anchor-table.
        03 anchor-entry occurs 2000 times.
           05 anchor-table-kind      pic x(7).
           05 anchor-table-hash      pic x(20).
        01 max-anchors               pic 9(4) value 2000.
        01 anchor-count              pic 9(4) value zero.
        01 anchor-idx                pic 9(4).

        01 chained-row-count         pic 9(6) value zero.
        01 sealed-block-count        pic 9(6) value zero.

       *> the log lines since the last seal line; only the newest
       *> are held, as far back as a block can reach
        01 block-line-table.
        03 block-line occurs 100 times pic x(400).
        01 max-block-lines           pic 9(3) value 100.
        01 lines-since-seal          pic 9(9).
        01 block-slot                pic 9(3).
        01 block-first-line          pic 9(9).
        01 block-line-nr             pic 9(9).
        01 seal-block-lines          pic 9(3).
        01 seal-columns.
        03 seal-draw-text           pic x(6).
        03 seal-lines-text          pic x(3).
        03 seal-prev-hash           pic x(20).
        03 seal-block-hash          pic x(20).

procedure division.
    perform 100-load-ledger.
    perform 200-open-claims.
    perform 300-load-history.
    perform 400-scan-results-log.
    perform 500-check-draw-sequence.
    perform 520-check-promotions.
    perform 530-check-voided-draws.
    perform 540-check-exports.
    perform 555-load-chain-anchors.
    perform 560-verify-ledger-chain.
    perform 570-verify-results-chain.
    perform 550-close-claims.
    perform 600-print-summary.
    perform 610-set-return-code.

stop run.

          "audit rejected: unable to open draw ledger - "
          ledger-file-name " (file status " ledger-file-status ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

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

          if lg-draw-text is numeric then
             add 1 to ledger-count

                   " exceeds the maximum of " max-ledger-entries
                   " entries"
                   upon syserr
                move 8 to return-code
                stop run
             end-if

    end-perform
.

200-open-claims.
   *> a missing claims master is not fatal: every ledger winner is
   *> then reported without a W record, which is the finding
    open input claims-file

    if claims-file-status = '00' then
       set claims-open to true
    end-if
.

300-load-history.
    move spaces to history-hash-table

    open input history-file

    if history-file-status = '00' then
                history-draw-nr-text
                history-date-text
                history-name-text
                history-employee-id-text

             if history-draw-nr-text is numeric then
                add 1 to history-count
                      history-file-name " exceeds the maximum of "
                      max-history-entries " entries"
                      upon syserr
                   move 8 to return-code
                   stop run
                end-if

                move history-draw-nr-text to hx-draw-nr(history-count)
                move history-name-text to hx-name(history-count)
                move history-employee-id-text
                   to hx-employee-id(history-count)

                if history-employee-id-text <> spaces then
                   move hx-draw-nr(history-count) to history-lookup-draw-nr
                   move history-employee-id-text
                      to history-lookup-employee-id
                   perform 350-hash-history-key

                   if history-hash-key(hash-idx) = spaces then
                      move history-lookup-key to history-hash-key(hash-idx)
                   end-if
                end-if
             end-if
          end-if

    close history-file
.

350-hash-history-key.
    move zero to hash-sum

    perform varying hash-char-idx from 1 by 1 until hash-char-idx > 16
       compute hash-sum =
          function mod(
             (hash-sum * 31)
             + function ord(history-lookup-key(hash-char-idx:1)),
             history-hash-size)
    end-perform

    compute hash-idx = hash-sum + 1

    move zero to hash-probes

    perform until history-hash-key(hash-idx) = spaces
       or history-hash-key(hash-idx) = history-lookup-key
       or hash-probes >= history-hash-size

       add 1 to hash-idx
       add 1 to hash-probes

       if hash-idx > history-hash-size
          move 1 to hash-idx
       end-if
    end-perform
.

400-scan-results-log.
   *> the log is scanned once for the two line kinds the audit
   *> needs: promotion lines (claims-tool custody moves) and void
                "audit rejected: more than " max-promotions
                " promotion lines in " results-file-name
                upon syserr
             move 8 to return-code
             stop run
          end-if

             "audit rejected: more than " max-void-logs
             " void lines in " results-file-name
             upon syserr
          move 8 to return-code
          stop run
       end-if


511-check-one-winner.
    move 'N' to found-flag
    move spaces to winner-employee-id

   *> the ledger lists winners in prize order, so the W record is
   *> read straight off the key; after a promotion it carries a new
   *> holder, but still names the winner the draw picked
    if claims-open then
       move ledger-draw-id(ledger-idx) to claim-draw-id
       move 'W' to claim-type
       move winner-idx to claim-nr

       read claims-file

       if claims-file-status = '00'
          and claim-drawn-name = ledger-winner(ledger-idx winner-idx) then
          set record-found to true
          move claim-drawn-employee-id to winner-employee-id
       end-if
    end-if

    if not record-found then
       add 1 to exception-count

    move 'N' to found-flag

   *> the ledger only names the winner; the W claim carries the
   *> employee-id the history row is keyed on.  without a claim to
   *> take it from, fall back to matching the history row by name
    if winner-employee-id <> spaces then
       move ledger-draw-id(ledger-idx) to history-lookup-draw-nr
       move winner-employee-id to history-lookup-employee-id
       perform 350-hash-history-key

       if history-hash-key(hash-idx) = history-lookup-key then
          set record-found to true
       end-if
    else
       perform varying history-idx from 1 by 1
          until history-idx > history-count
          if hx-draw-nr(history-idx) = ledger-draw-id(ledger-idx)
             and hx-name(history-idx)
                = ledger-winner(ledger-idx winner-idx) then
             set record-found to true
          end-if
       end-perform
    end-if

    if not record-found then
       add 1 to exception-count
.

520-check-promotions.
   *> one pass over the whole claims master in key order; it also
   *> gives the record count for the summary
    if claims-open then
       move low-values to claim-key

       start claims-file key is > claim-key

       if claims-file-status = '00' then
          read claims-file next
       end-if

       perform until claims-file-status <> '00'
          add 1 to claims-count

          if claim-type = 'A' and claim-status = "PROMOTED" then
             perform 521-check-one-promotion
          end-if

          read claims-file next
       end-perform
    end-if
.

521-check-one-promotion.
    move 'N' to found-flag

    perform varying promotion-idx from 1 by 1
       until promotion-idx > promotion-count
       if px-draw-nr(promotion-idx) = claim-draw-id
          and px-name(promotion-idx) = claim-name then
          set record-found to true
       end-if
    end-perform

    if not record-found then
       add 1 to exception-count

       display
          "exception: draw " claim-draw-id
          " alternate "
          function trim(claim-name trailing)
          " is PROMOTED but the results log carries no"
          " promotion line for it"
    end-if
.

530-check-voided-draws.
.

543-check-trailer-against-claims.
   *> the trailer must also agree with the claims master: one W
   *> record per prize, however many custody moves (promotions) the
   *> prize has been through since
    move zero to distinct-prize-count

    if claims-open then
       move ledger-draw-id(ledger-idx) to claim-draw-id
       move 'W' to claim-type
       move zero to claim-nr

       start claims-file key is > claim-key

       if claims-file-status = '00' then
          read claims-file next
       end-if

       perform until claims-file-status <> '00'
          or claim-draw-id <> ledger-draw-id(ledger-idx)
          or claim-type <> 'W'
          add 1 to distinct-prize-count

          read claims-file next
       end-perform
    end-if

    if saved-trailer-count <> distinct-prize-count then
       add 1 to exception-count
    end-if
.

550-close-claims.
    if claims-open then
       close claims-file
    end-if
.

555-load-chain-anchors.
   *> no anchor file means no archive run has cut a chain yet
    open input anchor-file

    if anchor-file-status = '00' then
       read anchor-file

       perform until anchor-file-status = '10'
          if anchor-record <> spaces then
             add 1 to anchor-count

             if anchor-count > max-anchors then
                display
                   "audit rejected: more than " max-anchors
                   " chain anchors in " anchor-file-name
                   upon syserr
                move 8 to return-code
                stop run
             end-if

             move anchor-kind to anchor-table-kind(anchor-count)
             move anchor-hash to anchor-table-hash(anchor-count)
          end-if

          read anchor-file
       end-perform
    end-if

    close anchor-file
.

560-verify-ledger-chain.
   *> rows from before the chain was kept carry no hash and may
   *> only come ahead of the first chained row
    move "LEDGER" to chain-kind
    move ledger-file-name to chain-file-name
    move 'N' to chain-started-flag
    move 'N' to chain-broken-flag
    move all '0' to chain-expected-hash

    open input ledger-file

    if ledger-file-status = '00' then
       read ledger-file

       perform until ledger-file-status = '10' or chain-broken
          if ledger-record <> spaces
             and ledger-record(1:6) is numeric then
             perform 561-verify-ledger-row
          end-if

          read ledger-file
       end-perform
    end-if

    close ledger-file
.

561-verify-ledger-row.
    move ledger-record(1:6) to chain-break-draw

   *> a void run's VOID mark follows the hash and is not covered
   *> by it; the void line it logs is
    compute chain-scan-len =
       function length(function trim(ledger-record trailing))

    if chain-scan-len > 4
       and ledger-record(chain-scan-len - 4:5) = ",VOID" then
       subtract 5 from chain-scan-len
    end-if

    if chain-scan-len > 42
       and ledger-record(chain-scan-len - 41:1) = ","
       and ledger-record(chain-scan-len - 20:1) = ","
       and ledger-record(chain-scan-len - 40:20) is numeric
       and ledger-record(chain-scan-len - 19:20) is numeric then
       add 1 to chained-row-count

       move ledger-record(chain-scan-len - 40:20) to chain-prev-hash
       move ledger-record(chain-scan-len - 19:20) to chain-stated-hash
       perform 575-check-chain-link

       if not chain-broken then
          move spaces to chain-hash-text
          move ledger-record(1:chain-scan-len - 42) to chain-hash-text
          perform 580-start-chain-hash
          perform 581-feed-chain-hash
          perform 582-finish-chain-hash

          if chain-hash-value <> chain-stated-hash then
             move "row content does not match its control hash"
                to chain-break-reason
             perform 576-report-chain-break
          end-if
       end-if

       move chain-stated-hash to chain-expected-hash
       set chain-started to true
    else
       if chain-started then
          move "row carries no control hash" to chain-break-reason
          perform 576-report-chain-break
       end-if
    end-if
.

570-verify-results-chain.
   *> a block is the lines since the previous seal line; its seal
   *> line says how many of them it covers.  lines from before the
   *> chain was kept may only come ahead of the first seal
    move "RESULTS" to chain-kind
    move results-file-name to chain-file-name
    move 'N' to chain-started-flag
    move 'N' to chain-broken-flag
    move all '0' to chain-expected-hash
    move zero to lines-since-seal
    move zero to chain-break-draw

    open input results-file

    if results-file-status = '00' then
       read results-file

       perform until results-file-status = '10' or chain-broken
          if results-record <> spaces then
             perform 571-take-results-line
          end-if

          read results-file
       end-perform

       if chain-started and not chain-broken
          and lines-since-seal > zero then
          move "log lines after the last seal line"
             to chain-break-reason
          perform 576-report-chain-break
       end-if
    end-if

    close results-file
.

571-take-results-line.
    move spaces to before-token-part
    move spaces to after-token-part

    unstring results-record delimited by " | draw="
       into before-token-part after-token-part

    if after-token-part(1:6) is numeric then
       move after-token-part(1:6) to chain-break-draw
    end-if

    move spaces to before-token-part
    move spaces to after-token-part

    unstring results-record delimited by " | block-hash="
       into before-token-part after-token-part

    if after-token-part = spaces then
       add 1 to lines-since-seal
       compute block-slot =
          function mod(lines-since-seal - 1, max-block-lines) + 1
       move results-record to block-line(block-slot)
    else
       perform 572-verify-results-seal
    end-if
.

572-verify-results-seal.
    move spaces to seal-columns
    move after-token-part(1:20) to seal-block-hash

    move spaces to before-token-part
    move spaces to after-token-part

    unstring results-record delimited by " | block-lines="
       into before-token-part after-token-part

    move after-token-part(1:3) to seal-lines-text

    move spaces to before-token-part
    move spaces to after-token-part

    unstring results-record delimited by " | prev-hash="
       into before-token-part after-token-part

    move after-token-part(1:20) to seal-prev-hash

    add 1 to sealed-block-count

    evaluate true
       when seal-lines-text is not numeric
          or seal-prev-hash is not numeric
          or seal-block-hash is not numeric
          move "seal line cannot be read" to chain-break-reason
          perform 576-report-chain-break
       when function numval(seal-lines-text) > lines-since-seal
          or function numval(seal-lines-text) > max-block-lines
          or function numval(seal-lines-text) = zero
          move "block is missing lines" to chain-break-reason
          perform 576-report-chain-break
       when chain-started
          and function numval(seal-lines-text) < lines-since-seal
          move "lines inserted ahead of the block" to chain-break-reason
          perform 576-report-chain-break
       when other
          move seal-lines-text to seal-block-lines
          move seal-prev-hash to chain-prev-hash
          move seal-block-hash to chain-stated-hash
          perform 575-check-chain-link
    end-evaluate

    if not chain-broken then
       compute block-first-line = lines-since-seal - seal-block-lines + 1

       perform 580-start-chain-hash

       perform varying block-line-nr from block-first-line by 1
          until block-line-nr > lines-since-seal
          compute block-slot =
             function mod(block-line-nr - 1, max-block-lines) + 1
          move block-line(block-slot) to chain-hash-text
          perform 581-feed-chain-hash
       end-perform

       perform 582-finish-chain-hash

       if chain-hash-value <> chain-stated-hash then
          move "block content does not match its control hash"
             to chain-break-reason
          perform 576-report-chain-break
       end-if
    end-if

    move seal-block-hash to chain-expected-hash
    set chain-started to true
    move zero to lines-since-seal
.

575-check-chain-link.
   *> the first link may start the chain; any link may also pick up
   *> where the retention archive carried the chain away
    move 'N' to chain-link-flag

    if chain-started then
       if chain-prev-hash = chain-expected-hash then
          set chain-link-ok to true
       end-if
    else
       if chain-prev-hash = all '0' then
          set chain-link-ok to true
       end-if
    end-if

    if not chain-link-ok then
       perform varying anchor-idx from 1 by 1
          until anchor-idx > anchor-count
          if anchor-table-kind(anchor-idx) = chain-kind
             and anchor-table-hash(anchor-idx) = chain-prev-hash then
             set chain-link-ok to true
             exit perform
          end-if
       end-perform
    end-if

    if not chain-link-ok then
       move "previous hash does not match the chain"
          to chain-break-reason
       perform 576-report-chain-break
    end-if
.

576-report-chain-break.
   *> only the first break is named - every link after it fails too
    set chain-broken to true
    add 1 to exception-count

    display
       "exception: " function trim(chain-file-name trailing)
       " hash chain broken at draw " chain-break-draw
       " - " function trim(chain-break-reason trailing)
.

580-start-chain-hash.
    move 5381 to chain-hash-a
    move 7 to chain-hash-b
.

581-feed-chain-hash.
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

582-finish-chain-hash.
   *> the previous hash goes in after the content
    move chain-prev-hash to chain-hash-text
    perform 581-feed-chain-hash

    move chain-hash-a to chain-hash-high
    move chain-hash-b to chain-hash-low
.

600-print-summary.
    display " "
    display "reconciliation audit summary"
    display "  history rows:    " history-count
    display "  promotion lines: " promotion-count
    display "  void lines:      " void-log-count
    display "  chained rows:    " chained-row-count
    display "  sealed blocks:   " sealed-block-count
    display "  exceptions:      " exception-count

    if exception-count = zero then
       display "ledger, history, claims and log reconcile cleanly"
    end-if
.

610-set-return-code.
    if exception-count > zero then
       move 4 to return-code
    else
       move zero to return-code
    end-if
.
