      *> =============================================
      *> usage: ./raffler {filename}
      *> =============================================
      *> return codes:
      *>   0  the draw (or preview, simulation, verify) ran clean
      *>   4  the draw ran and is recorded, with warnings - fewer
      *>      eligible entrants than prizes, no winner export, claim
      *>      records that could not be written, no roster
      *>      journal marker, a files lock that could not be
      *>      released, catalog prizes that would take the funding
      *>      department (FUNDDEPT=, else DEPT=) over its budget, no
      *>      draw certificate, entrants who share a name, or winner
      *>      history rows with no employee-id while a cooldown is set
      *>   8  rejected - nothing was drawn or recorded; also a
      *>      VERIFY= run whose re-derived winners do not match
      *>   12 nothing was drawn or recorded - a file the run depends
      *>      on could not be opened, the draw ledger could not be
      *>      written, or the claims, stock, history and ledger files
      *>      stayed locked by another run
      *>   16 the draw ran and is on the ledger and results log, but
      *>      the winner history or prize stock could not be written -
      *>      the draw stands and must not be run again; the file
      *>      needs repair
      *> a real draw leaves a DRAW marker in the roster change journal
      *> as it reads the roster; VERIFY= rebuilds the roster as of that
      *> marker with raffler-rebuild, so later roster changes cannot
      *> make an honest draw look like a mismatch
      *> a real draw holds the files lock (raffler-lock) from before
      *> it reads the prize stock until its last update is written
      *> a real draw's ledger row and results log block each carry a
      *> control hash chained to the one before (raffler-audit checks
      *> the chain), and the draw is printed on a certificate for the
      *> witnesses to sign: raffle-certificate-nnnnnn.txt
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

           select events-file
               assign to dynamic events-file-name
               file status is stock-file-status
               organization is line sequential.

           select journal-file
               assign to dynamic journal-file-name
               file status is journal-file-status
               organization is line sequential.

           select budget-file
               assign to dynamic budget-file-name
               file status is budget-file-status
               organization is line sequential.

           select charges-file
               assign to dynamic charges-file-name
               file status is charges-file-status
               organization is line sequential.

           select certificate-file
               assign to dynamic certificate-file-name
               file status is certificate-file-status
               organization is line sequential.

data division.
    file section.
        fd names-file.
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

        fd events-file.
        01 events-record            pic x(250).

        fd ledger-file.
        01 ledger-record            pic x(1000).

        fd stock-file.
        01 stock-record             pic x(80).

        fd journal-file.
        01 journal-record.
        03 journal-timestamp        pic x(16).
        03 journal-program          pic x(20).
        03 journal-action           pic x(8).
        03 journal-roster-file      pic x(50).
        03 journal-draw-id          pic 9(6).
        03 journal-before-image     pic x(65).
        03 journal-after-image      pic x(65).

        fd budget-file.
        01 budget-record            pic x(120).

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

        fd certificate-file.
        01 certificate-record       pic x(132).

        fd export-file.
        01 export-detail-record.
        03 export-detail-type       pic x(1).
        03 lg-tickets               pic x(9).
        03 lg-history-count         pic x(6).
        03 lg-winners               pic x(660).
        03 lg-event                 pic x(20).
        03 lg-prev-hash             pic x(20).
        03 lg-hash                  pic x(20).
        03 lg-void-text             pic x(4).

        01 ledger-winner-list         pic x(660).
        01 ledger-winner-ptr          pic 9(4).
        01 ledger-hash-ptr            pic 9(4).

       *> the control hash chain over the ledger rows and the results
       *> log blocks: each hash covers its own content followed by the
       *> hash before it, so an edit anywhere breaks every link after
        01 chain-hash-text            pic x(1000).
        01 chain-hash-len             pic 9(4).
        01 chain-hash-pos             pic 9(4).
        01 chain-hash-a               pic 9(10).
        01 chain-hash-b               pic 9(10).
        01 chain-prev-hash            pic x(20).
        01 chain-hash-value.
        03 chain-hash-high            pic 9(10).
        03 chain-hash-low             pic 9(10).
        01 chain-scan-len             pic 9(4).
        01 ledger-last-hash           pic x(20) value all '0'.
        01 ledger-row-hash            pic x(20) value spaces.
        01 results-last-hash          pic x(20) value all '0'.
        01 results-block-hash         pic x(20) value spaces.
        01 block-line-count           pic 9(3).
        01 seal-scan-before           pic x(400).
        01 seal-scan-after            pic x(400).

        01 certificate-file-name      pic x(50).
        01 certificate-file-status    pic x(2).
        01 certificate-line           pic x(132).

        01 export-file-name           pic x(50).
        01 export-file-status         pic x(2).
        01 verify-history-count-text  pic x(6).
        01 verify-history-count       pic 9(6).
        01 verify-draw-date           pic x(8).
        01 verify-roster-file-name    pic x(50)
                                      value "raffle-verify-roster.tmp".
        01 rebuild-command            pic x(160).
        01 rebuild-return-code        pic 9(5).

        01 lock-command               pic x(160).
        01 lock-return-code           pic 9(5).
        01 lock-saved-return-code     pic s9(9).
        01 files-lock-flag            pic x value 'N'.
           88 files-lock-held         value 'Y'.

        01 journal-file-name          pic x(50)
                                      value "raffle-roster-journal.dat".
        01 journal-file-status        pic x(2).

        01 recorded-winners-table.
        03 recorded-winner occurs 20 times pic x(32).
           88 draws-mismatch          value 'N'.

        01 echo-event-text            pic x(20).
        01 echo-ledger-event          pic x(20).
        01 echo-seed-text             pic x(9).
        01 echo-exclude-text          pic x(50).
        01 echo-dept-text             pic x(20).
           88 has-duplicate-name      value 'Y'.
        01 duplicate-name-value       pic x(32).

        01 duplicate-employee-id-flag pic x value 'N'.
           88 has-duplicate-employee-id value 'Y'.
        01 duplicate-employee-id-value pic x(10).

        01 invalid-ticket-count-flag  pic x value 'N'.
           88 has-invalid-ticket-count value 'Y'.
        01 invalid-ticket-count-name  pic x(32).
        01 duplicate-hash-char-idx    pic 9(2).
        01 duplicate-hash-probes      pic 9(9).

       *> an entrant is told apart by employee-id, so a repeated id is
       *> the real duplicate; a repeated name is only worth a warning
        01 duplicate-id-hash-table.
        03 duplicate-id-hash-entry occurs 200003 times pic x(10).

        01 exclude-file-name          pic x(50) value spaces.
        01 exclude-file-status        pic x(2).
        01 exclude-file-supplied-flag pic x value 'N'.
           88 exclude-file-supplied   value 'Y'.
        01 exclude-parsed-name        pic x(32).
        01 exclude-parsed-employee-id pic x(10).

        01 max-excluded               pic 9(6) value 100000.
        01 nr-of-excluded             pic 9(6) value zero.

       *> exclusions and past wins are both looked up per roster record,
       *> so they share one open-addressed table keyed on employee-id -
       *> sized a little over twice the combined maximum of both files
        01 eligibility-hash-table.
        03 eligibility-hash-entry occurs 400009 times.
           05 eligibility-employee-id  pic x(10).
           05 eligibility-excluded-flag pic x.
              88 eligibility-excluded  value 'Y'.
           05 eligibility-last-win-draw pic 9(6).
        01 eligibility-hash-size      pic 9(9) value 400009.
        01 eligibility-hash-idx       pic 9(9).
        01 eligibility-hash-sum       pic 9(9).
        01 eligibility-hash-char-idx  pic 9(2).
        01 eligibility-hash-probes    pic 9(9).
        01 eligibility-lookup-id      pic x(10).

        01 excluded-flag              pic x value 'N'.
           88 is-excluded             value 'Y'.
        03 history-draw-nr-text     pic x(6).
        03 history-date-text        pic x(8).
        03 history-name-text        pic x(32).
        03 history-employee-id-text pic x(10).

        01 winner-history-table.
        03 history-entry occurs 100000 times.
           05 history-draw-nr        pic 9(6).
           05 history-entry-date     pic x(8).
           05 history-winner-name    pic x(32).
           05 history-employee-id    pic x(10).
        01 max-history-entries        pic 9(6) value 100000.
        01 nr-of-history-entries      pic 9(6) value zero.
        01 history-idx                pic 9(6).
        01 history-unmatched-count    pic 9(6) value zero.
        01 history-keep-count         pic 9(6).

        01 cooldown-draws             pic 9(3) value zero.
        01 prizes-option-flag         pic x value 'N'.
           88 prizes-option-supplied  value 'Y'.

        01 budget-file-name           pic x(50) value "raffle-budget.dat".
        01 budget-file-status         pic x(2).
        01 charges-file-name          pic x(50)
                                      value "raffle-budget-charges.dat".
        01 charges-file-status        pic x(2).

        01 budget-columns.
        03 bg-department            pic x(20).
        03 bg-cost-center           pic x(10).
        03 bg-period                pic x(10).
        03 bg-from-date             pic x(8).
        03 bg-to-date               pic x(8).
        03 bg-allowance-text        pic x(14).

        01 fund-dept-value            pic x(20) value spaces.
        01 budget-check-date          pic x(8).
        01 budget-found-flag          pic x value 'N'.
           88 budget-found            value 'Y'.
        01 budget-period              pic x(10).
        01 budget-from-date           pic x(8).
        01 budget-to-date             pic x(8).
        01 budget-allowance           pic 9(9)v99.
        01 budget-spent               pic s9(9)v99.
        01 budget-remaining           pic s9(9)v99.
        01 draw-prize-total           pic 9(9)v99.
        01 budget-amount-formatted    pic -(9)9.99.
        01 draw-total-formatted       pic z(8)9.99.

        01 catalog-columns.
        03 catalog-description      pic x(40).
        03 catalog-value-text       pic x(12).
        01 claims-file-name           pic x(50) value "raffle-claims.dat".
        01 claims-file-status         pic x(2).
        01 claim-days                 pic 9(3) value 14.
        01 new-claim-deadline         pic 9(8).
        01 claim-deadline-int         pic 9(8).

        01 winner-count               pic 9(2) value zero.
       stop run
    end-if

   *> a preview or simulation writes nothing shared and takes no lock
    if not preview-mode and not simulate-mode then
       perform 147-take-files-lock
    end-if

    perform 107-load-prize-catalog.

    if not simulate-mode then
       perform 107e-check-department-budget
    end-if

    perform 108-load-exclusion-list.
    perform 108a-load-winner-history.
    perform 108b-assign-draw-id.
       perform 109-check-for-resume
    end-if

    perform 108c-index-winner-history.

    if not preview-mode and not simulate-mode then
       perform 146-mark-roster-journal
    end-if

    perform 110-read-input-file.
    perform 115-validate-input-file.

    if preview-mode then
       perform 150-print-roster-preview
       perform 119-clear-checkpoint

       if is-rejected then
          move 8 to return-code
       end-if

       stop run
    end-if

    if is-rejected
       move 8 to return-code
       perform 148-release-files-lock
       stop run
    end-if

    end-if

    perform 135-sort-and-report-winners.

   *> the draw still runs and is recorded when fewer entrants were
   *> eligible than there are prizes, but the short draw is flagged
   *> so an unattended stream does not pass over it silently
    if winner-count < num-prizes then
       display
          "raffle warning: only " winner-count " winners drawn for "
          num-prizes " prizes"
          upon syserr
       move 4 to return-code
    end-if

    perform 140-write-audit-trail.
    perform 143-append-draw-ledger.
    perform 145-update-prize-stock.
    perform 149-print-draw-certificate.
    perform 119-clear-checkpoint.
    perform 148-release-files-lock.

stop run.

100-initialize.
    move spaces to duplicate-hash-table
    move spaces to duplicate-id-hash-table
    move spaces to eligibility-hash-table

    accept names-file-name from argument-value
        on exception
             "raffle rejected: more than " max-arguments
             " command-line options"
             upon syserr
          move 8 to return-code
          stop run
       end-if

          "raffle rejected: unable to open run-control file - "
          events-file-name " (file status " events-file-status ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

          "raffle rejected: event " event-name-value
          " is not defined in " events-file-name
          upon syserr
       move 8 to return-code
       stop run
    end-if
.
             "raffle rejected: event " event-name-value
             " carries an invalid prizes value - " ev-prizes
             upon syserr
          move 8 to return-code
          stop run
       end-if

             " carries PRIZES=" num-prizes
             " which must be between 1 and " max-prizes
             upon syserr
          move 8 to return-code
          stop run
       end-if

             " carries ALTERNATES=" num-alternates
             " which must be at most " max-alternates
             upon syserr
          move 8 to return-code
          stop run
       end-if
    end-if
                "raffle rejected: PRIZES=" argument-text(8:10)
                " is not a valid number"
                upon syserr
             move 8 to return-code
             stop run
          end-if

                "raffle rejected: PRIZES=" num-prizes
                " must be between 1 and " max-prizes
                upon syserr
             move 8 to return-code
             stop run
          end-if

                "raffle rejected: SIMULATE=" argument-text(10:4)
                " must be between 1 and " max-simulate-iterations
                upon syserr
             move 8 to return-code
             stop run
          end-if

       when argument-text(1:5) = "DEPT="
          move argument-text(6:20) to dept-filter-value
          set dept-filter-supplied to true
       when argument-text(1:9) = "FUNDDEPT="
          move argument-text(10:20) to fund-dept-value
       when argument-text(1:11) = "ALTERNATES="
          move argument-text(12:2) to num-alternates

                "raffle rejected: ALTERNATES=" num-alternates
                " must be at most " max-alternates
                upon syserr
             move 8 to return-code
             stop run
          end-if
       when argument-text(1:10) = "SPREADMAX="
                "raffle rejected: SPREAD=" argument-text(8:10)
                " is not a recognised spread mode (only DEPT)"
                upon syserr
             move 8 to return-code
             stop run
          end-if
       when argument-text(1:7) = "EVENTS="
             "raffle rejected: unable to open prize catalog - "
             catalog-file-name " (file status " catalog-file-status ")"
             upon syserr
          move 12 to return-code
          perform 148-release-files-lock
          stop run
       end-if

             "raffle rejected: prize catalog " catalog-file-name
             " contains no prizes"
             upon syserr
          move 8 to return-code
          perform 148-release-files-lock
          stop run
       end-if

             " lists " catalog-total-quantity " prizes but at most "
             max-prizes " can be drawn"
             upon syserr
          move 8 to return-code
          perform 148-release-files-lock
          stop run
       end-if

             " does not match the " catalog-total-quantity
             " prizes listed in " catalog-file-name
             upon syserr
          move 8 to return-code
          perform 148-release-files-lock
          stop run
       end-if

          "raffle rejected: prize catalog " catalog-file-name
          " exceeds the maximum of " max-catalog-entries " entries"
          upon syserr
       move 8 to return-code
       perform 148-release-files-lock
       stop run
    end-if

          " contains a zero quantity for - "
          catalog-desc(nr-of-catalog-entries)
          upon syserr
       move 8 to return-code
       perform 148-release-files-lock
       stop run
    end-if

          " contains a zero tier for - "
          catalog-desc(nr-of-catalog-entries)
          upon syserr
       move 8 to return-code
       perform 148-release-files-lock
       stop run
    end-if

          "raffle rejected: unable to open prize stock file - "
          stock-file-name " (file status " stock-file-status ")"
          upon syserr
       move 12 to return-code
       perform 148-release-files-lock
       stop run
    end-if

                   "raffle rejected: prize stock file " stock-file-name
                   " exceeds the maximum of " max-stock-entries " entries"
                   upon syserr
                move 8 to return-code
                perform 148-release-files-lock
                stop run
             end-if

          function trim(catalog-desc(catalog-idx) trailing)
          " is not carried in the stock file " stock-file-name
          upon syserr
       move 8 to return-code
       perform 148-release-files-lock
       stop run
    end-if

          " but only " stock-on-hand(stock-found-idx)
          " remain in " stock-file-name
          upon syserr
       move 8 to return-code
       perform 148-release-files-lock
       stop run
    end-if
.

107e-check-department-budget.
   *> a warning, not a rejection: the draw may still go ahead, but
   *> whoever runs it is told before the prizes are committed.
   *> without a budget file, a funding department or catalog values
   *> there is nothing to check against
    if fund-dept-value = spaces and dept-filter-supplied then
       move dept-filter-value to fund-dept-value
    end-if

    move 'N' to budget-found-flag
    move function current-date(1:8) to budget-check-date

    if fund-dept-value <> spaces and catalog-supplied then
       open input budget-file

       evaluate budget-file-status
          when '00'
             perform 107f-find-department-budget
             close budget-file

             if budget-found then
                perform 107g-sum-department-charges
                perform 107h-compare-draw-to-budget
             else
                display
                   "raffle warning: no prize budget for department "
                   function trim(fund-dept-value) " covers "
                   budget-check-date
                   upon syserr
                move 4 to return-code
             end-if
          when '35'
             continue
          when other
             display
                "raffle warning: unable to open budget file - "
                budget-file-name " (file status " budget-file-status
                ") - budget not checked"
                upon syserr
             move 4 to return-code
       end-evaluate
    end-if
.

107f-find-department-budget.
   *> budget row: department,cost-center,period,from-date,to-date,
   *> allowance - the row whose period covers today applies
    read budget-file

    perform until budget-file-status = '10' or budget-found
       if budget-record <> spaces then
          move spaces to budget-columns

          unstring budget-record delimited by ',' into
             bg-department
             bg-cost-center
             bg-period
             bg-from-date
             bg-to-date
             bg-allowance-text

          if bg-department = fund-dept-value
             and bg-from-date <= budget-check-date
             and bg-to-date >= budget-check-date then
             set budget-found to true
             move bg-period to budget-period
             move bg-from-date to budget-from-date
             move bg-to-date to budget-to-date
             compute budget-allowance = function numval(bg-allowance-text)
          end-if
       end-if

       if not budget-found then
          read budget-file
       end-if
    end-perform
.

107g-sum-department-charges.
   *> what the department has already been charged this period, net
   *> of the charges reversed by voids and expiries
    move zero to budget-spent

    open input charges-file

    if charges-file-status = '00' then
       read charges-file

       perform until charges-file-status = '10'
          if charge-department = fund-dept-value
             and charge-date >= budget-from-date
             and charge-date <= budget-to-date then
             if charge-action = "REVERSE" then
                subtract charge-value from budget-spent
             else
                add charge-value to budget-spent
             end-if
          end-if

          read charges-file
       end-perform

       close charges-file
    end-if
.

107h-compare-draw-to-budget.
    move zero to draw-prize-total

    perform varying prize-nr from 1 by 1 until prize-nr > num-prizes
       add prize-award-value(prize-nr) to draw-prize-total
    end-perform

    compute budget-remaining = budget-allowance - budget-spent

    move draw-prize-total to draw-total-formatted
    move budget-remaining to budget-amount-formatted

    if draw-prize-total > budget-remaining then
       display
          "raffle warning: prizes worth "
          function trim(draw-total-formatted)
          " would take department " function trim(fund-dept-value)
          " over its " function trim(budget-period) " budget - "
          function trim(budget-amount-formatted) " remaining"
          upon syserr
       move 4 to return-code
    else
       display
          "department " function trim(fund-dept-value) " "
          function trim(budget-period) " budget: "
          function trim(budget-amount-formatted)
          " remaining, this draw's prizes "
          function trim(draw-total-formatted)
    end-if
.

108-load-exclusion-list.
    if exclude-file-supplied then
       open input exclude-file
             "raffle rejected: unable to open exclude file - "
             exclude-file-name " (file status " exclude-file-status ")"
             upon syserr
          move 12 to return-code
          perform 148-release-files-lock
          stop run
       end-if

       read exclude-file

      *> each entry is name,employee-id - the name is only there
      *> for whoever maintains the list, the id is what is matched
       perform until exclude-file-status = '10'
          if exclude-record <> spaces then
             move spaces to exclude-parsed-name
             move spaces to exclude-parsed-employee-id

             unstring exclude-record delimited by ',' into
                exclude-parsed-name
                exclude-parsed-employee-id

             if exclude-parsed-employee-id = spaces then
                display
                   "raffle rejected: exclude file " exclude-file-name
                   " entry " function trim(exclude-parsed-name)
                   " carries no employee-id - convert the list with"
                   " raffler-histconv"
                   upon syserr
                close exclude-file
                move 8 to return-code
                perform 148-release-files-lock
                stop run
             end-if

             add 1 to nr-of-excluded

             if nr-of-excluded > max-excluded then
                display
                   "raffle rejected: exclude file " exclude-file-name
                   " exceeds the maximum of " max-excluded " entries"
                   upon syserr
                move 8 to return-code
                perform 148-release-files-lock
                stop run
             end-if

             move exclude-parsed-employee-id to eligibility-lookup-id
             perform 108d-hash-employee-id

             if eligibility-employee-id(eligibility-hash-idx) = spaces then
                move eligibility-lookup-id
                   to eligibility-employee-id(eligibility-hash-idx)
                move zero to eligibility-last-win-draw(eligibility-hash-idx)
             end-if

             set eligibility-excluded(eligibility-hash-idx) to true
          end-if

          read exclude-file
       end-perform
                history-draw-nr-text
                history-date-text
                history-name-text
                history-employee-id-text

             add 1 to nr-of-history-entries

                   " exceeds the maximum of " max-history-entries
                   " entries"
                   upon syserr
                move 8 to return-code
                perform 148-release-files-lock
                stop run
             end-if

                to history-entry-date(nr-of-history-entries)
             move history-name-text
                to history-winner-name(nr-of-history-entries)
             move history-employee-id-text
                to history-employee-id(nr-of-history-entries)

             if history-draw-nr(nr-of-history-entries) >= current-draw-nr then
                compute current-draw-nr =

             move lg-draw-text to ledger-max-id

             perform 108e-note-ledger-chain-hash

             if ledger-max-id >= current-draw-nr then
                compute current-draw-nr = ledger-max-id + 1
             end-if
    close ledger-file
.

108e-note-ledger-chain-hash.
   *> a chained row ends on ",prev-hash,hash" - behind it only the
   *> VOID mark a void run may have added.  the newest chained row
   *> is the link this draw's row is chained to
    compute chain-scan-len =
       function length(function trim(ledger-record trailing))

    if chain-scan-len > 4
       and ledger-record(chain-scan-len - 4:5) = ",VOID" then
       subtract 5 from chain-scan-len
    end-if

    if chain-scan-len > 42
       and ledger-record(chain-scan-len - 41:1) = ","
       and ledger-record(chain-scan-len - 20:1) = ","
       and ledger-record(chain-scan-len - 19:20) is numeric then
       move ledger-record(chain-scan-len - 19:20) to ledger-last-hash
    end-if
.

108c-index-winner-history.
   *> only each entrant's latest win before this draw matters to the
   *> cooldown check
    move zero to history-unmatched-count

    perform varying history-idx from 1 by 1
       until history-idx > nr-of-history-entries
       if history-employee-id(history-idx) = spaces
          and history-draw-nr(history-idx) < current-draw-nr then
          perform 108f-report-unmatched-history
       end-if

       if history-employee-id(history-idx) <> spaces
          and history-draw-nr(history-idx) < current-draw-nr then
          move history-employee-id(history-idx) to eligibility-lookup-id
          perform 108d-hash-employee-id

          if eligibility-employee-id(eligibility-hash-idx) = spaces then
             move eligibility-lookup-id
                to eligibility-employee-id(eligibility-hash-idx)
             move 'N' to eligibility-excluded-flag(eligibility-hash-idx)
             move zero to eligibility-last-win-draw(eligibility-hash-idx)
          end-if

          if history-draw-nr(history-idx)
             > eligibility-last-win-draw(eligibility-hash-idx) then
             move history-draw-nr(history-idx)
                to eligibility-last-win-draw(eligibility-hash-idx)
          end-if
       end-if
    end-perform

    if history-unmatched-count > zero and cooldown-draws > zero then
       display
          "raffle warning: " history-unmatched-count " winner history"
          " rows carry no employee-id and escape the cooldown - run"
          " raffler-histconv on " function trim(history-file-name)
          upon syserr

       if return-code < 4 then
          move 4 to return-code
       end-if
    end-if
.

108f-report-unmatched-history.
   *> a row raffler-histconv could not match to one employee keeps a
   *> blank id; it cannot hold anyone out of this draw, which only
   *> matters when a cooldown is in force
    add 1 to history-unmatched-count

    if cooldown-draws > zero then
       display
          "raffle warning: winner history draw "
          history-draw-nr(history-idx) " winner "
          function trim(history-winner-name(history-idx))
          " has no employee-id - not held out by the cooldown"
          upon syserr
    end-if
.

108d-hash-employee-id.
    move zero to eligibility-hash-sum

    perform varying eligibility-hash-char-idx from 1 by 1
       until eligibility-hash-char-idx > 10
       compute eligibility-hash-sum =
          function mod(
             (eligibility-hash-sum * 31)
             + function ord(eligibility-lookup-id(eligibility-hash-char-idx:1)),
             eligibility-hash-size)
    end-perform

    compute eligibility-hash-idx = eligibility-hash-sum + 1

    move zero to eligibility-hash-probes

    perform until eligibility-employee-id(eligibility-hash-idx) = spaces
       or eligibility-employee-id(eligibility-hash-idx) = eligibility-lookup-id
       or eligibility-hash-probes >= eligibility-hash-size

       add 1 to eligibility-hash-idx
       add 1 to eligibility-hash-probes

       if eligibility-hash-idx > eligibility-hash-size
          move 1 to eligibility-hash-idx
       end-if
    end-perform
.

109-check-for-resume.
    open input restart-file


    open input names-file

    if names-file-status <> '00' then
       display
          "raffle rejected: unable to open names-file - "
          names-file-name " (file status " names-file-status ")"
          upon syserr
       move 12 to return-code
       perform 148-release-files-lock
       stop run
    end-if

    read names-file

    perform until names-file-status = '10'
113-check-exclusion.
    set not-excluded to true

    move employee-id to eligibility-lookup-id
    perform 108d-hash-employee-id

    if employee-id <> spaces
       and eligibility-employee-id(eligibility-hash-idx) = employee-id then
       if eligibility-excluded(eligibility-hash-idx) then
          set is-excluded to true
       end-if

      *> a win inside the cooldown window makes the entrant sit out
      *> this draw; once the window has passed the ledger entry simply
      *> stops matching and the entrant is eligible again untouched
       if cooldown-draws > zero
          and eligibility-last-win-draw(eligibility-hash-idx) > zero
          and eligibility-last-win-draw(eligibility-hash-idx) + cooldown-draws
             >= current-draw-nr then
          set is-excluded to true
       end-if
    end-if

    if dept-filter-supplied and department <> dept-filter-value then
       set is-excluded to true
    end-if
.

          move name to duplicate-hash-entry(duplicate-hash-idx)
       end-if
    end-if

    if employee-id <> spaces then
       perform 114a-hash-employee-id

       if duplicate-id-hash-entry(duplicate-hash-idx) = employee-id then
          set has-duplicate-employee-id to true
          move employee-id to duplicate-employee-id-value
       else
          move employee-id to duplicate-id-hash-entry(duplicate-hash-idx)
       end-if
    end-if
.

114-hash-name.
    end-perform
.

114a-hash-employee-id.
    move zero to duplicate-hash-sum

    perform varying duplicate-hash-char-idx from 1 by 1 until duplicate-hash-char-idx > 10
       compute duplicate-hash-sum =
          function mod(
             (duplicate-hash-sum * 31)
             + function ord(employee-id(duplicate-hash-char-idx:1)),
             duplicate-hash-size)
    end-perform

    compute duplicate-hash-idx = duplicate-hash-sum + 1

    move zero to duplicate-hash-probes

    perform until duplicate-id-hash-entry(duplicate-hash-idx) = spaces
       or duplicate-id-hash-entry(duplicate-hash-idx) = employee-id
       or duplicate-hash-probes >= duplicate-hash-size

       add 1 to duplicate-hash-idx
       add 1 to duplicate-hash-probes

       if duplicate-hash-idx > duplicate-hash-size
          move 1 to duplicate-hash-idx
       end-if
    end-perform
.

115-validate-input-file.
    if has-blank-record then
       display
       set is-rejected to true
    end-if

    if has-duplicate-employee-id then
       display
          "raffle rejected: " names-file-name
          " contains a duplicate employee-id - " duplicate-employee-id-value
          upon syserr
       set is-rejected to true
    end-if

   *> two employees may share a name; they still enter separately
    if has-duplicate-name then
       display
          "raffle warning: " names-file-name
          " holds more than one entrant named - " duplicate-name-value
          upon syserr

       if return-code < 4 then
          move 4 to return-code
       end-if
    end-if

    if has-invalid-ticket-count then
       display
          "raffle rejected: " names-file-name
             " has more than " max-depts
             " departments - too many for SPREAD=DEPT"
             upon syserr
          move 8 to return-code
          perform 148-release-files-lock
          stop run
       end-if

                "raffle rejected: more than " max-sim-entrants
                " distinct simulated winners"
                upon syserr
             move 8 to return-code
             stop run
          end-if

                "raffle rejected: more than " max-sim-depts
                " distinct simulated departments"
                upon syserr
             move 8 to return-code
             stop run
          end-if

.

140-write-audit-trail.
    perform 140a-find-last-block-hash

    open extend results-file

    if results-file-status = '35' then
       open extend results-file
    end-if

   *> the run's lines form one block of the results log, sealed
   *> by a control hash once the last line is written
    move zero to block-line-count
    perform 170-start-chain-hash

    perform 139-echo-run-options

    perform varying prize-nr from 1 by 1 until prize-nr > winner-count
       end-string

       write results-record
       perform 140b-chain-results-line
    end-perform

    perform varying alternate-rank from 1 by 1
       end-string

       write results-record
       perform 140b-chain-results-line
    end-perform

    perform 140c-seal-results-block

    close results-file

    perform 141-append-winner-history
       into results-record
    end-string

    write results-record
    perform 140b-chain-results-line
.

140a-find-last-block-hash.
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

140b-chain-results-line.
    move results-record to chain-hash-text
    perform 171-feed-chain-hash
    add 1 to block-line-count
.

140c-seal-results-block.
   *> the seal line carries the number of lines it covers, the seal
   *> before it and the block's own hash; it keeps the timestamp of
   *> the block's last line so the block is archived as one
    move results-last-hash to chain-prev-hash
    perform 172-finish-chain-hash
    move chain-hash-value to results-block-hash

    move spaces to results-record

    string
       audit-timestamp        delimited by size
       " | draw="              delimited by size
       current-draw-nr         delimited by size
       " | block-lines="       delimited by size
       block-line-count        delimited by size
       " | prev-hash="         delimited by size
       chain-prev-hash         delimited by size
       " | block-hash="        delimited by size
       results-block-hash      delimited by size
       into results-record
    end-string

    write results-record
.

       open extend history-file
    end-if

   *> a win missing from the history escapes every later cooldown,
   *> so the draw stands but the run ends as a file error
    if history-file-status <> '00' then
       display
          "raffle error: unable to open winner history - "
          history-file-name " (file status " history-file-status
          ") - no history rows written for draw " current-draw-nr
          upon syserr
       move 16 to return-code
    else
       perform 141a-write-history-rows
       close history-file
    end-if
.

141a-write-history-rows.
    perform varying prize-nr from 1 by 1 until prize-nr > winner-count
       move spaces to history-record

          ","                     delimited by size
          draw-date               delimited by size
          ","                     delimited by size
          function trim(winner-name(prize-nr) trailing) delimited by size
          ","                     delimited by size
          winner-employee-id(prize-nr) delimited by size
          into history-record
       end-string

       write history-record

       if history-file-status <> '00' then
          display
             "raffle error: history row for draw " current-draw-nr
             " winner " function trim(winner-name(prize-nr) trailing)
             " not written (file status " history-file-status ")"
             upon syserr
          move 16 to return-code
       end-if
    end-perform
.

142-write-claim-records.
   *> one W record per prize and one A record per alternate go to
   *> the claims master; raffler-claims works the statuses from
   *> there and promotes alternates into unclaimed prizes.  every
   *> record carries the draw date and a claim-by deadline so the
   *> nightly aging run can chase and expire claims nobody settles
   *> by hand
    move function current-date(1:8) to draw-date

    compute claim-deadline-int =
       function integer-of-date(function numval(draw-date)) + claim-days
    move function date-of-integer(claim-deadline-int)
       to new-claim-deadline

    open i-o claims-file

    if claims-file-status = '35' then
       open output claims-file
       close claims-file
       open i-o claims-file
    end-if

    if claims-file-status <> '00' then
       display
          "raffle warning: unable to open claims file - "
          claims-file-name " (file status " claims-file-status
          ") - no claim records written for draw " current-draw-nr
          upon syserr

       if return-code < 4 then
          move 4 to return-code
       end-if
    else
       perform varying prize-nr from 1 by 1 until prize-nr > winner-count
          move spaces to claims-record
          move current-draw-nr to claim-draw-id
          move 'W' to claim-type
          move prize-nr to claim-nr
          move winner-name(prize-nr) to claim-name
          move winner-employee-id(prize-nr) to claim-employee-id
          move winner-department(prize-nr) to claim-department

          if catalog-supplied then
             move prize-award-desc(prize-nr) to claim-prize-desc
             move prize-award-value(prize-nr) to claim-prize-value
          else
             move zero to claim-prize-value
          end-if

          move winner-name(prize-nr) to claim-drawn-name
          move winner-employee-id(prize-nr) to claim-drawn-employee-id

          perform 142a-write-claim-record
       end-perform

       perform varying alternate-rank from 1 by 1
          until alternate-rank > alternate-count
          move spaces to claims-record
          move current-draw-nr to claim-draw-id
          move 'A' to claim-type
          move alternate-rank to claim-nr
          move alternate-name(alternate-rank) to claim-name
          move alternate-employee-id(alternate-rank) to claim-employee-id
          move alternate-department(alternate-rank) to claim-department
          move zero to claim-prize-value
          move alternate-name(alternate-rank) to claim-drawn-name
          move alternate-employee-id(alternate-rank)
             to claim-drawn-employee-id

          perform 142a-write-claim-record
       end-perform

       close claims-file
    end-if
.

142a-write-claim-record.
    if claim-type = 'W' then
       move "PENDING" to claim-status
    else
       move "AVAILABLE" to claim-status
    end-if

    move draw-date to claim-draw-date
    move new-claim-deadline to claim-deadline
    move draw-date to claim-status-date
    move zero to claim-promotion-count

    write claims-record

    if claims-file-status <> '00' then
       display
          "raffle warning: claim " claim-draw-id " " claim-type
          " " claim-nr " not written to " claims-file-name
          " (file status " claims-file-status ")"
          upon syserr

       if return-code < 4 then
          move 4 to return-code
       end-if
    end-if
.

144-write-winner-export.
          "unable to create winner export - " export-file-name
          " (file status " export-file-status ")"
          upon syserr

       if return-code < 4 then
          move 4 to return-code
       end-if
    else
       move zero to export-total-value

       move spaces to echo-spread-text
    end-if

   *> the event the draw ran under, so draws can be grouped by
   *> event later; a draw run without one leaves the column empty
    if event-supplied then
       move event-name-value to echo-ledger-event
    else
       move spaces to echo-ledger-event
    end-if

    open extend ledger-file

    if ledger-file-status = '35' then
       open extend ledger-file
    end-if

   *> an unregistered draw leaves its draw-id free for the next run
   *> and the chain without its link, so the draw cannot stand
    if ledger-file-status <> '00' then
       display
          "raffle rejected: unable to write draw ledger - "
          ledger-file-name " (file status " ledger-file-status
          ") - draw " current-draw-nr " is not registered"
          upon syserr
       move 12 to return-code
       perform 148-release-files-lock
       stop run
    end-if

    move spaces to ledger-record

    string
       nr-of-history-entries   delimited by size
       ","                     delimited by size
       function trim(ledger-winner-list trailing) delimited by size
       ","                     delimited by size
       function trim(echo-ledger-event trailing) delimited by size
       into ledger-record
    end-string

   *> the row is chained to the newest chained row before it: the
   *> previous hash and the row's own hash close the record
    move ledger-record to chain-hash-text
    perform 170-start-chain-hash
    perform 171-feed-chain-hash
    move ledger-last-hash to chain-prev-hash
    perform 172-finish-chain-hash
    move chain-hash-value to ledger-row-hash

    compute ledger-hash-ptr =
       function length(function trim(ledger-record trailing)) + 1

    string
       ","                     delimited by size
       chain-prev-hash         delimited by size
       ","                     delimited by size
       ledger-row-hash         delimited by size
       into ledger-record
       with pointer ledger-hash-ptr
    end-string

    write ledger-record

    if ledger-file-status <> '00' then
       display
          "raffle rejected: unable to write draw ledger - "
          ledger-file-name " (file status " ledger-file-status
          ") - draw " current-draw-nr " is not registered"
          upon syserr
       close ledger-file
       move 12 to return-code
       perform 148-release-files-lock
       stop run
    end-if

    close ledger-file
.


       open output stock-file

      *> a lost decrement lets the next draw hand out stock that is
      *> gone, so the draw stands but the run ends as a file error
       if stock-file-status <> '00' then
          display
             "raffle error: unable to rewrite prize stock - "
             stock-file-name " (file status " stock-file-status
             ") - draw " current-draw-nr " not taken off the stock"
             upon syserr
          move 16 to return-code
       else
          perform 145a-write-stock-rows
          close stock-file
       end-if
    end-if
.

145a-write-stock-rows.
    perform varying stock-idx from 1 by 1
       until stock-idx > nr-of-stock-entries
       move spaces to stock-record

       string
          function trim(stock-desc(stock-idx) trailing) delimited by size
          ","                     delimited by size
          stock-on-hand(stock-idx) delimited by size
          into stock-record
       end-string

       write stock-record

       if stock-file-status <> '00' then
          display
             "raffle error: prize stock row "
             function trim(stock-desc(stock-idx) trailing)
             " not written (file status " stock-file-status ")"
             upon syserr
          move 16 to return-code
       end-if
    end-perform
.

146-mark-roster-journal.
   *> the marker goes in just before the roster is read, so a replay
   *> of the journal up to it gives the roster this draw sees
    open extend journal-file

    if journal-file-status = '35' then
       open output journal-file
       close journal-file
       open extend journal-file
    end-if

    if journal-file-status <> '00' then
       display
          "raffle warning: unable to open roster journal - "
          journal-file-name " (file status " journal-file-status
          ") - draw " current-draw-nr " will verify against the"
          " live roster"
          upon syserr
       move 4 to return-code
    else
       move spaces to journal-record
       move function current-date(1:16) to journal-timestamp
       move "raffler" to journal-program
       move "DRAW" to journal-action
       move names-file-name to journal-roster-file
       move current-draw-nr to journal-draw-id

       write journal-record

       if journal-file-status <> '00' then
          display
             "raffle warning: DRAW marker not written to roster journal"
             " - " journal-file-name " (file status "
             journal-file-status ") - draw " current-draw-nr
             " will verify against the live roster"
             upon syserr
          move 4 to return-code
       end-if

       close journal-file
    end-if
.

147-take-files-lock.
   *> the draw-id, stock, history, claims and ledger are all read
   *> and written under the one lock, so a settlement or another
   *> draw cannot slip in between the read and the write
    move "./raffler-lock GET raffler" to lock-command

    call "SYSTEM" using lock-command

    if return-code < zero then
       move 99 to lock-return-code
    else
       divide return-code by 256 giving lock-return-code
    end-if

    move zero to return-code

    if lock-return-code <> zero then
       display
          "raffle rejected: the claims, stock, history and ledger"
          " files could not be locked (raffler-lock return code "
          lock-return-code ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

    set files-lock-held to true
.

148-release-files-lock.
   *> the run's own return code survives the release; a lock that
   *> cannot be given back is a warning, as the updates are done
    if files-lock-held then
       move return-code to lock-saved-return-code
       move "./raffler-lock FREE raffler" to lock-command

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
             "raffle warning: the files lock could not be released"
             " (raffler-lock return code " lock-return-code ")"
             " - check it with ./raffler-lock SHOW"
             upon syserr

          if return-code < 4 then
             move 4 to return-code
          end-if
       end-if
    end-if
.

149-print-draw-certificate.
   *> the certificate is the paper record of the draw for the
   *> compliance binder: what was drawn from, how, who won and the
   *> chain hashes tying it to its ledger row and results log block,
   *> with the two witnesses signing it off.  a draw that cannot
   *> print one still stands, with a warning
    move spaces to certificate-file-name

    string
       "raffle-certificate-"  delimited by size
       current-draw-nr         delimited by size
       ".txt"                  delimited by size
       into certificate-file-name
    end-string

    open output certificate-file

    if certificate-file-status <> '00' then
       display
          "raffle warning: unable to write the draw certificate - "
          certificate-file-name " (file status "
          certificate-file-status ")"
          upon syserr

       if return-code < 4 then
          move 4 to return-code
       end-if
    else
       perform 149a-write-certificate-body
       close certificate-file

       display
          "draw certificate: " function trim(certificate-file-name)
    end-if
.

149a-write-certificate-body.
    move spaces to certificate-line
    move nr-of-names to nr-of-names-formatted
    move total-tickets to total-tickets-formatted

    move "domcode-raffler draw certificate" to certificate-line
    perform 149b-write-certificate-line
    move all "=" to certificate-line(1:72)
    perform 149b-write-certificate-line
    perform 149b-write-certificate-line

    string
       "draw id:            "  delimited by size
       current-draw-nr         delimited by size
       into certificate-line
    end-string
    perform 149b-write-certificate-line

    string
       "draw date:          "  delimited by size
       draw-date               delimited by size
       into certificate-line
    end-string
    perform 149b-write-certificate-line

    string
       "event:              "  delimited by size
       function trim(echo-event-text trailing) delimited by size
       into certificate-line
    end-string
    perform 149b-write-certificate-line

    string
       "roster file:        "  delimited by size
       function trim(names-file-name trailing) delimited by size
       into certificate-line
    end-string
    perform 149b-write-certificate-line

    string
       "roster records:     "  delimited by size
       nr-of-names-formatted   delimited by size
       into certificate-line
    end-string
    perform 149b-write-certificate-line

    string
       "tickets in draw:    "  delimited by size
       total-tickets-formatted delimited by size
       into certificate-line
    end-string
    perform 149b-write-certificate-line

    if seed-supplied then
       string
          "seed:               "  delimited by size
          seed-value              delimited by size
          into certificate-line
       end-string
    else
       move "seed:               none - drawn unseeded"
          to certificate-line
    end-if
    perform 149b-write-certificate-line

    string
       "prizes drawn:       "  delimited by size
       winner-count            delimited by size
       " of "                  delimited by size
       num-prizes              delimited by size
       into certificate-line
    end-string
    perform 149b-write-certificate-line
    perform 149b-write-certificate-line

    move "winners:" to certificate-line
    perform 149b-write-certificate-line

    perform varying prize-nr from 1 by 1 until prize-nr > winner-count
       move spaces to audit-prize-part

       if catalog-supplied then
          move prize-award-desc(prize-nr) to audit-prize-part
       end-if

       string
          "  prize "              delimited by size
          prize-nr                delimited by size
          "  "                    delimited by size
          winner-name(prize-nr)   delimited by size
          " "                     delimited by size
          winner-employee-id(prize-nr) delimited by size
          " "                     delimited by size
          winner-department(prize-nr) delimited by size
          " "                     delimited by size
          function trim(audit-prize-part trailing) delimited by size
          into certificate-line
       end-string
       perform 149b-write-certificate-line
    end-perform

    if alternate-count > zero then
       move "alternates:" to certificate-line
       perform 149b-write-certificate-line

       perform varying alternate-rank from 1 by 1
          until alternate-rank > alternate-count
          string
             "  rank  "             delimited by size
             alternate-rank         delimited by size
             "  "                   delimited by size
             alternate-name(alternate-rank) delimited by size
             " "                    delimited by size
             alternate-employee-id(alternate-rank) delimited by size
             " "                    delimited by size
             alternate-department(alternate-rank) delimited by size
             into certificate-line
          end-string
          perform 149b-write-certificate-line
       end-perform
    end-if

    perform 149b-write-certificate-line

    string
       "ledger chain hash:  "  delimited by size
       ledger-row-hash         delimited by size
       into certificate-line
    end-string
    perform 149b-write-certificate-line

    string
       "results log hash:   "  delimited by size
       results-block-hash      delimited by size
       into certificate-line
    end-string
    perform 149b-write-certificate-line
    perform 149b-write-certificate-line

    move "witnessed that the draw above ran as recorded:"
       to certificate-line
    perform 149b-write-certificate-line
    perform 149b-write-certificate-line

    move "witness 1  name: ______________________  signature: "
       to certificate-line
    move "______________________  date: __________"
       to certificate-line(54:40)
    perform 149b-write-certificate-line
    perform 149b-write-certificate-line

    move "witness 2  name: ______________________  signature: "
       to certificate-line
    move "______________________  date: __________"
       to certificate-line(54:40)
    perform 149b-write-certificate-line
.

149b-write-certificate-line.
    move certificate-line to certificate-record
    write certificate-record
    move spaces to certificate-line
.

160-verify-draw.
    perform 161-load-ledger-entry
    perform 164-rebuild-draw-roster

    perform 108-load-exclusion-list
    perform 108a-load-winner-history
       end-if
    end-if

    perform 108c-index-winner-history

    perform 110-read-input-file
    perform 115-validate-input-file

    if is-rejected then
       move 8 to return-code
       stop run
    end-if

          "verify rejected: unable to open draw ledger - "
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

          move lg-draw-text to ledger-max-id

          if ledger-max-id = verify-draw-id then
                   "verify rejected: draw " verify-draw-id
                   " was voided and is no longer verifiable"
                   upon syserr
                move 8 to return-code
                stop run
             end-if

          "verify rejected: draw " verify-draw-id
          " is not registered in " ledger-file-name
          upon syserr
       move 8 to return-code
       stop run
    end-if

          "verify rejected: draw " verify-draw-id
          " ran without SEED= and cannot be re-derived"
          upon syserr
       move 8 to return-code
       stop run
    end-if

    move history-keep-count to nr-of-history-entries
.

164-rebuild-draw-roster.
   *> the roster is put back the way the draw read it; a draw from
   *> before the journal existed has no marker, and a roster never
   *> baselined cannot be rebuilt whole - either can only be
   *> replayed against the roster as it stands today
    move spaces to rebuild-command

    string
       "./raffler-rebuild "   delimited by size
       function trim(names-file-name trailing) delimited by size
       " "                     delimited by size
       function trim(verify-roster-file-name trailing) delimited by size
       " DRAW="                delimited by size
       verify-draw-id          delimited by size
       " REPLACE"              delimited by size
       into rebuild-command
    end-string

    call "SYSTEM" using rebuild-command

    if return-code < zero then
       move 99 to rebuild-return-code
    else
       divide return-code by 256 giving rebuild-return-code
    end-if

    move zero to return-code

    evaluate true
       when rebuild-return-code <= 4
          display
             "draw " verify-draw-id " verifying against the roster"
             " as the draw read it (" function trim(names-file-name)
             " rebuilt into " function trim(verify-roster-file-name) ")"
          move verify-roster-file-name to names-file-name
       when rebuild-return-code = 8
          display
             "draw " verify-draw-id " cannot be replayed from the"
             " roster journal (no marker, no journalled changes or no"
             " baseline) - verifying against the live roster "
             function trim(names-file-name)
       when other
          display
             "verify rejected: the roster for draw " verify-draw-id
             " could not be rebuilt (return code " rebuild-return-code
             ")"
             upon syserr
          move 12 to return-code
          stop run
    end-evaluate
.

162-compare-winners.
    set draws-match to true

       display "draw " verify-draw-id " verify result: MATCH"
    else
       display "draw " verify-draw-id " verify result: MISMATCH"
       move 8 to return-code
    end-if
.

170-start-chain-hash.
    move 5381 to chain-hash-a
    move 7 to chain-hash-b
.

171-feed-chain-hash.
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

172-finish-chain-hash.
   *> the previous hash goes in after the content
    move chain-prev-hash to chain-hash-text
    perform 171-feed-chain-hash

    move chain-hash-a to chain-hash-high
    move chain-hash-b to chain-hash-low
.
