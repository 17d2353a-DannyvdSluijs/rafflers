      *> of service, kudos award or event attendance, posted here so
      *> names-ticket-count is rebuilt from the transactions before
      *> each draw and every count can be traced to its entries
      *> every posted count is written to the roster change journal
      *> with the record's before and after image
      *> =============================================
      *> usage: ./raffler-tickets {roster-file} {transactions-file}
      *>            [FROM=yyyymmdd] [TO=yyyymmdd]
      *>   onto the earning statement; delta may be negative for a
      *>   correction
      *> =============================================
      *> return codes:
      *>   0  every transaction accepted and posted
      *>   4  posted, with warnings - rejected or unmatched
      *>      transactions, or counts that were zeroed or capped
      *>   8  rejected - bad options or an oversized feed, nothing
      *>      was posted
      *>   12 the roster, transactions file or roster journal could
      *>      not be opened, a roster read/rewrite failed while
      *>      posting, or a posted count could not be journalled
      *> =============================================

environment division.
    input-output section.
               file status is trans-file-status
               organization is line sequential.

           select journal-file
               assign to dynamic journal-file-name
               file status is journal-file-status
               organization is line sequential.

data division.
    file section.
        fd names-file.
        fd trans-file.
        01 trans-record             pic x(120).

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
        01 names-file-name          pic x(50).
        01 names-file-status        pic x(2).
        01 trans-file-name          pic x(50).
        01 trans-file-status        pic x(2).

        01 journal-file-name        pic x(50) value "raffle-roster-journal.dat".
        01 journal-file-status      pic x(2).

        01 argument-text             pic x(60).

        01 from-date                 pic 9(8) value zero.
        01 no-match-count            pic 9(6) value zero.
        01 outside-period-count      pic 9(6) value zero.
        01 posted-count              pic 9(6) value zero.
        01 warning-count             pic 9(6) value zero.
        01 posting-failed-count      pic 9(6) value zero.
        01 journal-failed-count      pic 9(6) value zero.

        01 new-ticket-count          pic 9(3).
        01 max-ticket-count          pic 9(3) value 999.
    perform 300-load-transactions.
    perform 400-post-ticket-counts.
    perform 600-print-summary.
    perform 610-set-return-code.

stop run.

                "usage: raffler-tickets {roster-file}"
                " {transactions-file} [FROM=yyyymmdd] [TO=yyyymmdd]"
                upon syserr
            move 8 to return-code
            stop run
    end-accept

                "usage: raffler-tickets {roster-file}"
                " {transactions-file} [FROM=yyyymmdd] [TO=yyyymmdd]"
                upon syserr
            move 8 to return-code
            stop run
    end-accept

                   "posting rejected: FROM=" argument-text(6:8)
                   " is not a valid yyyymmdd date"
                   upon syserr
                move 8 to return-code
                stop run
             end-if

                   "posting rejected: TO=" argument-text(4:8)
                   " is not a valid yyyymmdd date"
                   upon syserr
                move 8 to return-code
                stop run
             end-if

          "posting rejected: unable to open roster - "
          names-file-name " (file status " names-file-status ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if
.
          trans-file-name " (file status " trans-file-status ")"
          upon syserr
       close names-file
       move 12 to return-code
       stop run
    end-if

                " postable transactions"
                upon syserr
             close names-file
             move 8 to return-code
             stop run
          end-if

             " distinct employee-ids in " trans-file-name
             upon syserr
          close names-file
          move 8 to return-code
          stop run
       end-if

   *> transactions are the authority on how many tickets the period
   *> earned.  entrants with no transaction in the window keep their
   *> roster count untouched, so a partial feed cannot zero the shop
    open extend journal-file

    if journal-file-status = '35' then
       open output journal-file
       close journal-file
       open extend journal-file
    end-if

    if journal-file-status <> '00' then
       display
          "posting rejected: unable to open roster journal - "
          journal-file-name " (file status " journal-file-status ")"
          upon syserr
       close names-file
       move 12 to return-code
       stop run
    end-if

    perform varying earner-idx from 1 by 1 until earner-idx > earner-count
       perform 410-post-one-earner
    end-perform

    close journal-file
    close names-file
.


    if earner-total(earner-idx) < 1 then
       move zero to new-ticket-count
       add 1 to warning-count

       display
          "warning: " earner-employee-id(earner-idx)
    else
       if earner-total(earner-idx) > max-ticket-count then
          move max-ticket-count to new-ticket-count
          add 1 to warning-count

          display
             "warning: " earner-employee-id(earner-idx)
    read names-file

    if names-file-status <> '00' then
       add 1 to posting-failed-count

       display
          "posting failed for " earner-employee-id(earner-idx)
          " - roster read failed (file status " names-file-status ")"
    else
       move names-record to journal-before-image

       move new-ticket-count to names-ticket-count

       rewrite names-record
       if names-file-status = '00' then
          add 1 to posted-count

          move function current-date(1:16) to journal-timestamp
          move "raffler-tickets" to journal-program
          move "POST" to journal-action
          move names-file-name to journal-roster-file
          move zero to journal-draw-id
          move names-record to journal-after-image

          write journal-record

         *> the roster holds the new count either way; a change the
         *> journal missed is one a rebuild can never give back
          if journal-file-status <> '00' then
             add 1 to journal-failed-count

             display
                "journal   " earner-employee-id(earner-idx)
                " - posting not journalled (file status "
                journal-file-status ")"
          end-if

          display
             "posted    " earner-employee-id(earner-idx)
             " ticket-count " earner-old-count(earner-idx)
             " -> " new-ticket-count
       else
          add 1 to posting-failed-count

          display
             "posting failed for " earner-employee-id(earner-idx)
             " - rewrite failed (file status " names-file-status ")"
    display "  no-match:       " no-match-count
    display "  outside period: " outside-period-count
    display "  entrants posted:" posted-count
    display "  not journalled: " journal-failed-count
.

610-set-return-code.
    evaluate true
       when posting-failed-count > zero
          or journal-failed-count > zero
          move 12 to return-code
       when rejected-count > zero
          or no-match-count > zero
          or warning-count > zero
          move 4 to return-code
       when other
          move zero to return-code
    end-evaluate
.
