      *> poisoned, its PENDING/AVAILABLE claims are cancelled, and a
      *> void line goes to the results log - the void itself stays
      *> on record, it is not an erasure
      *> a prize already claimed keeps its claim, but the charge to
      *> the winner's department budget is reversed
      *> =============================================
      *> usage: ./raffler-void VOID=draw-id
      *> =============================================
      *> return codes:
      *>   0  the draw was voided clean
      *>   4  the draw was voided, but a budget charge could not be
      *>      reversed or the files lock could not be released
      *>   8  rejected - VOID= missing or not a draw number, the draw
      *>      is not in the ledger or already voided, or the ledger or
      *>      history is too large - nothing was voided
      *>   12 the draw ledger or winner history could not be opened,
      *>      or the claims, stock, history and ledger files stayed
      *>      locked by another run - nothing was voided; also a
      *>      ledger, history or claim rewrite that failed part-way
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
        01 ledger-file-name         pic x(50) value "raffle-draw-ledger.dat".
        01 ledger-file-status       pic x(2).
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

        01 stock-file-name          pic x(50) value "raffle-prize-stock.dat".
        01 stock-file-status        pic x(2).

        03 lg-tickets               pic x(9).
        03 lg-history-count         pic x(6).
        03 lg-winners               pic x(660).
        03 lg-event                 pic x(20).
        03 lg-prev-hash             pic x(20).
        03 lg-hash                  pic x(20).
        03 lg-void-text             pic x(4).

        01 ledger-table.
        03 ledger-line occurs 5000 times pic x(1000).
        01 max-ledger-entries        pic 9(4) value 5000.
        01 ledger-count              pic 9(4) value zero.
        01 ledger-idx                pic 9(4).
        01 max-history-entries       pic 9(6) value 100000.
        01 history-count             pic 9(6) value zero.
        01 history-idx               pic 9(6).
        01 history-loaded-flag       pic x value 'N'.
           88 history-loaded         value 'Y'.

        01 history-columns.
        03 history-draw-nr-text     pic x(6).
        03 history-date-text        pic x(8).
        03 history-name-text        pic x(32).
        03 history-employee-id-text pic x(10).

        01 claims-end-flag           pic x value 'N'.
           88 claims-at-end          value 'Y'.

        01 credit-table.
        03 credit-entry occurs 20 times.
        01 stock-credit-ok-flag      pic x.
           88 stock-credit-ok        value 'Y'.

        01 work-record               pic x(1000).

        01 history-withdrawn-count   pic 9(4) value zero.
        01 claims-cancelled-count    pic 9(4) value zero.
        01 claims-left-count         pic 9(4) value zero.
        01 stock-credited-count      pic 9(4) value zero.

        01 charges-file-name         pic x(50)
                                     value "raffle-budget-charges.dat".
        01 charges-file-status       pic x(2).
        01 outstanding-charges       pic s9(3).
        01 reversed-department       pic x(20).
        01 reversed-employee-id      pic x(10).
        01 reversed-value            pic 9(7)v99.
        01 charges-reversed-count    pic 9(4) value zero.
        01 charge-warning-count      pic 9(4) value zero.
        01 io-failed-count           pic 9(4) value zero.

        01 lock-command              pic x(160).
        01 lock-return-code          pic 9(5).
        01 lock-saved-return-code    pic s9(9).
        01 files-lock-flag           pic x value 'N'.
           88 files-lock-held        value 'Y'.

procedure division.
    perform 100-initialize.
    perform 800-take-files-lock.
    perform 200-load-ledger.
    perform 250-load-history-rows.
    perform 300-mark-ledger-void.
    perform 400-withdraw-history-rows.
    perform 500-cancel-claims.
    perform 550-credit-prize-stock.
    perform 600-log-void.
    perform 690-set-return-code.
    perform 810-release-files-lock.
    perform 700-print-summary.

stop run.
                "void rejected: VOID=" argument-text(6:6)
                " is not a valid draw number"
                upon syserr
             move 8 to return-code
             stop run
          end-if

       display
          "usage: raffler-void VOID=draw-id"
          upon syserr
       move 8 to return-code
       stop run
    end-if
.
          "void rejected: unable to open draw ledger - "
          ledger-file-name " (file status " ledger-file-status ")"
          upon syserr
       move 12 to return-code
       perform 810-release-files-lock
       stop run
    end-if

                " exceeds the maximum of " max-ledger-entries
                " entries"
                upon syserr
             close ledger-file
             move 8 to return-code
             perform 810-release-files-lock
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
             move lg-draw-text to record-draw-nr

                      "void rejected: draw " void-draw-nr
                      " is already voided in " ledger-file-name
                      upon syserr
                   close ledger-file
                   move 8 to return-code
                   perform 810-release-files-lock
                   stop run
                end-if

          "void rejected: draw " void-draw-nr
          " is not registered in " ledger-file-name
          upon syserr
       move 8 to return-code
       perform 810-release-files-lock
       stop run
    end-if
.

250-load-history-rows.
   *> the history is read, and its size checked, before the ledger
   *> is marked - a void rejected from here leaves nothing changed.
   *> a missing history just means there is nothing to withdraw
    open input history-file

    evaluate history-file-status
       when '00'
          set history-loaded to true
       when '35'
          continue
       when other
          display
             "void rejected: unable to open winner history - "
             history-file-name " (file status " history-file-status ")"
             upon syserr
          move 12 to return-code
          perform 810-release-files-lock
          stop run
    end-evaluate

    if history-loaded then
       read history-file

       perform until history-file-status = '10'
          if history-record <> spaces then
             add 1 to history-count

             if history-count > max-history-entries then
                display
                   "void rejected: winner history " history-file-name
                   " exceeds the maximum of " max-history-entries
                   " entries"
                   upon syserr
                close history-file
                move 8 to return-code
                perform 810-release-files-lock
                stop run
             end-if

             move history-record to history-line(history-count)
          end-if

          read history-file
       end-perform

       close history-file
    end-if
.

300-mark-ledger-void.
   *> the entry is marked, never removed - the draw id stays taken
   *> and anyone reading the ledger can see the draw ran and was

    open output ledger-file

    if ledger-file-status <> '00' then
       display
          "void rejected: unable to rewrite draw ledger - "
          ledger-file-name " (file status " ledger-file-status ")"
          upon syserr
       move 12 to return-code
       perform 810-release-files-lock
       stop run
    end-if

    perform varying ledger-idx from 1 by 1 until ledger-idx > ledger-count
       move ledger-line(ledger-idx) to ledger-record
       write ledger-record

       if ledger-file-status <> '00' then
          display
             "void rejected: draw ledger " ledger-file-name
             " rewrite failed at row " ledger-idx " (file status "
             ledger-file-status ") - restore it before voiding again"
             upon syserr
          close ledger-file
          move 12 to return-code
          perform 810-release-files-lock
          stop run
       end-if
    end-perform

    close ledger-file
   *> the history rows drive cooldown windows; withdrawing the
   *> voided draw's rows (winners and later promotions alike) means
   *> the next draw treats those entrants as if the draw never ran
    if history-loaded then
       open output history-file

       if history-file-status <> '00' then
          display
             "void rejected: unable to rewrite winner history - "
             history-file-name " (file status " history-file-status
             ") - draw " void-draw-nr " is marked VOID in the ledger;"
             " restore the history and withdraw its rows by hand"
             upon syserr
          move 12 to return-code
          perform 810-release-files-lock
          stop run
       end-if

       perform varying history-idx from 1 by 1
          until history-idx > history-count
          perform 410-keep-or-withdraw-row
       end-perform

       close history-file
    end-if
.

410-keep-or-withdraw-row.
       history-draw-nr-text
       history-date-text
       history-name-text
       history-employee-id-text

    if history-draw-nr-text is numeric then
       move history-draw-nr-text to record-draw-nr

    if record-draw-nr = void-draw-nr then
       add 1 to history-withdrawn-count

       display "  history row withdrawn: employee-id "
          history-employee-id-text " "
          function trim(history-name-text trailing)
    else
       move history-line(history-idx) to history-record
       write history-record

       if history-file-status <> '00' then
          add 1 to io-failed-count
          display
             "history row for draw " history-draw-nr-text
             " not rewritten (file status " history-file-status ")"
             upon syserr
       end-if
    end-if
.

500-cancel-claims.
   *> open claims of the voided draw are cancelled in place; a
   *> prize already CLAIMED is physically gone and stays on record
   *> as claimed - the void cannot take it back, but the charge to
   *> the winner's department is reversed.  the draw's
   *> records sit together in key order, so only they are read
    open i-o claims-file

    if claims-file-status = '00' then
       move void-draw-nr to claim-draw-id
       move low-values to claim-type
       move zero to claim-nr

       start claims-file key is > claim-key

       if claims-file-status = '00' then
          perform 505-read-next-claim
       else
          set claims-at-end to true
       end-if

       perform until claims-at-end
          perform 510-cancel-one-claim
          perform 505-read-next-claim
       end-perform

       close claims-file
    end-if
.

505-read-next-claim.
    read claims-file next

    if claims-file-status <> '00'
       or claim-draw-id <> void-draw-nr then
       set claims-at-end to true
    end-if
.

510-cancel-one-claim.
    evaluate true
       when claim-type = 'W' and claim-status = "PENDING"
          move "CANCELLED" to claim-status
          add 1 to claims-cancelled-count
          perform 520-rewrite-claim
          perform 540-note-stock-credit
       when claim-type = 'A' and claim-status = "AVAILABLE"
          move "CANCELLED" to claim-status
          add 1 to claims-cancelled-count
          perform 520-rewrite-claim
       when claim-type = 'W' and claim-status = "CLAIMED"
          add 1 to claims-left-count
          perform 530-reverse-budget-charge

          display
             "draw " void-draw-nr " prize " claim-nr
             " was already claimed by "
             function trim(claim-name trailing)
             " - left on record as CLAIMED"
    end-evaluate
.

520-rewrite-claim.
    move function current-date(1:8) to claim-status-date

    rewrite claims-record

    if claims-file-status <> '00' then
       add 1 to io-failed-count
       display
          "cancel of draw " claim-draw-id " " claim-type " " claim-nr
          " failed (file status " claims-file-status ")"
    end-if
.

530-reverse-budget-charge.
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
          perform 531-report-charge-not-reversed
       else
          move spaces to charge-record
          move function current-date(1:8) to charge-date
          move "REVERSE" to charge-action
          move reversed-department to charge-department
          move claim-draw-id to charge-draw-id
          move claim-nr to charge-prize-nr
          move reversed-employee-id to charge-employee-id
          move reversed-value to charge-value
          move "raffler-void" to charge-program

          write charge-record

          if charges-file-status = '00' then
             add 1 to charges-reversed-count
          else
             perform 531-report-charge-not-reversed
          end-if

          close charges-file
       end-if
    end-if
.

531-report-charge-not-reversed.
   *> the department stays charged for a prize of a voided draw;
   *> the reversal has to be posted by hand
    add 1 to charge-warning-count

    display
       "void warning: budget charge for draw " claim-draw-id
       " prize " claim-nr " not reversed (file status "
       charges-file-status ")"
       upon syserr
.

540-note-stock-credit.
.

600-log-void.
    perform 610-find-last-block-hash

    open extend results-file

    if results-file-status = '35' then

    write results-record

    move results-record to chain-hash-text
    perform 650-start-chain-hash
    perform 651-feed-chain-hash
    move 1 to block-line-count
    perform 620-seal-results-block

    close results-file
.

610-find-last-block-hash.
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

620-seal-results-block.
    move results-last-hash to chain-prev-hash
    perform 652-finish-chain-hash

    move spaces to results-record

    string
       audit-timestamp        delimited by size
       " | draw="              delimited by size
       void-draw-nr            delimited by size
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

650-start-chain-hash.
    move 5381 to chain-hash-a
    move 7 to chain-hash-b
.

651-feed-chain-hash.
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

652-finish-chain-hash.
   *> the previous hash goes in after the content
    move chain-prev-hash to chain-hash-text
    perform 651-feed-chain-hash

    move chain-hash-a to chain-hash-high
    move chain-hash-b to chain-hash-low
.

690-set-return-code.
    evaluate true
       when io-failed-count > zero
          move 12 to return-code
       when charge-warning-count > zero
          move 4 to return-code
       when other
          move zero to return-code
    end-evaluate
.

700-print-summary.
    display " "
    display "draw " void-draw-nr " voided"
    display "  claims cancelled:       " claims-cancelled-count
    display "  claims left claimed:    " claims-left-count
    display "  stock units credited:   " stock-credited-count
    display "  budget charges reversed:" charges-reversed-count
    display "  charges not reversed:   " charge-warning-count
    display "  rewrites failed:        " io-failed-count
    display "the ledger entry and the void line in "
       function trim(results-file-name trailing)
       " keep the draw on record"
.

800-take-files-lock.
   *> the ledger, history, claims and stock are all changed by a
   *> void, so the lock is held from the ledger read to the last
   *> stock credit
    move "./raffler-lock GET raffler-void" to lock-command

    call "SYSTEM" using lock-command

    if return-code < zero then
       move 99 to lock-return-code
    else
       divide return-code by 256 giving lock-return-code
    end-if

    move zero to return-code

    if lock-return-code <> zero then
       display
          "void rejected: the claims, stock, history and ledger"
          " files could not be locked (raffler-lock return code "
          lock-return-code ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

    set files-lock-held to true
.

810-release-files-lock.
   *> the run's own return code survives the release; a lock that
   *> cannot be given back is a warning, as the updates are done
    if files-lock-held then
       move return-code to lock-saved-return-code
       move "./raffler-lock FREE raffler-void" to lock-command

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
             "void warning: the files lock could not be released"
             " (raffler-lock return code " lock-return-code ")"
             " - check it with ./raffler-lock SHOW"
             upon syserr

          if return-code < 4 then
             move 4 to return-code
          end-if
       end-if
    end-if
.
