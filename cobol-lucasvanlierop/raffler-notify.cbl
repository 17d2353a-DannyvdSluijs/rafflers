        >>source format is free
identification division.
    program-id. domcode-raffler-notify.
    author. Lucas van Lierop.
      *> =============================================
      *> winner correspondence run for the raffler claims master
      *> reads every W record and writes one merge record per notice
      *> due for the mail system:
      *>   WIN                 the drawn winner of a pending prize
      *>   PROMOTED-ALTERNATE  an alternate promoted into a prize
      *>   REMINDER            a pending claim nearing its claim-by
      *>   EXPIRED             a winner whose claim ran out, whether
      *>                       or not an alternate took the prize over
      *> every notice sent is recorded in the notice log under the
      *> claim, the employee and the notice type, so running the
      *> correspondence again never sends the same notice twice
      *> =============================================
      *> usage: ./raffler-notify [claims-file] [ASOF=yyyymmdd]
      *>            [WARNDAYS=n]
      *> merge file: raffle-notices-yyyymmdd.dat, appended to when the
      *> run is repeated on the same day
      *> merge record (fixed layout, 145 bytes):
      *>   notice-type x(18) employee-id x(10) name x(32)
      *>   department x(20) draw-id 9(6) prize-nr 9(2)
      *>   prize-desc x(40) prize-value 9(7)v99 deadline x(8)
      *> return codes:
      *>   0  the run completed, with or without notices to send
      *>   4  completed, with notices that could not be logged or
      *>      written - they are picked up again by the next run
      *>   12 the claims master, the notice log or the merge file
      *>      could not be opened
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

           select notice-log-file
               assign to dynamic notice-log-file-name
               file status is notice-log-file-status
               organization is indexed
               access is random
               record key is notice-log-key.

           select merge-file
               assign to dynamic merge-file-name
               file status is merge-file-status
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

        fd notice-log-file.
        01 notice-log-record.
        03 notice-log-key.
           05 notice-log-draw-id     pic 9(6).
           05 notice-log-claim-type  pic x(1).
           05 notice-log-claim-nr    pic 9(2).
           05 notice-log-employee-id pic x(10).
           05 notice-log-notice-type pic x(18).
        03 notice-log-sent-date     pic x(8).
        03 notice-log-merge-file    pic x(50).

        fd merge-file.
        01 merge-record.
        03 merge-notice-type        pic x(18).
        03 merge-employee-id        pic x(10).
        03 merge-name               pic x(32).
        03 merge-department         pic x(20).
        03 merge-draw-id            pic 9(6).
        03 merge-prize-nr           pic 9(2).
        03 merge-prize-desc         pic x(40).
        03 merge-prize-value        pic 9(7)v99.
        03 merge-deadline           pic x(8).

    working-storage section.
        01 claims-file-name         pic x(50) value spaces.
        01 claims-file-status       pic x(2).

        01 notice-log-file-name     pic x(50) value "raffle-notice-log.dat".
        01 notice-log-file-status   pic x(2).

        01 merge-file-name          pic x(50).
        01 merge-file-status        pic x(2).

        01 argument-text            pic x(60).
        01 equals-count             pic 9(2).

        01 asof-date                pic 9(8).
        01 warn-days                pic 9(3) value 3.
        01 warn-limit-int           pic 9(8).
        01 warn-limit-date          pic 9(8).
        01 claim-deadline-value     pic 9(8).

       *> the notice being prepared - the addressee is the current
       *> holder for every notice but an EXPIRED one after a
       *> promotion, which goes to the holder the prize was taken from
        01 notice-type              pic x(18).
        01 notice-employee-id       pic x(10).
        01 notice-name              pic x(32).
        01 notice-department        pic x(20).
        01 notice-deadline          pic x(8).

        01 claims-read-count        pic 9(6) value zero.
        01 notice-count             pic 9(6) value zero.
        01 already-sent-count       pic 9(6) value zero.
        01 failed-count             pic 9(6) value zero.
        01 win-count                pic 9(6) value zero.
        01 promoted-count           pic 9(6) value zero.
        01 reminder-count           pic 9(6) value zero.
        01 expired-count            pic 9(6) value zero.

procedure division.
    perform 100-initialize.
    perform 200-open-files.
    perform 300-scan-claims.
    perform 600-print-summary.

    if failed-count > zero then
       move 4 to return-code
    end-if

stop run.

100-initialize.
    move function numval(function current-date(1:8)) to asof-date

    accept claims-file-name from argument-value
        on exception
            continue
    end-accept

   *> the first argument is normally the claims file; when it
   *> carries an option it goes through option handling instead
    move zero to equals-count

    inspect claims-file-name tallying equals-count for all "="

    if equals-count > zero then
       move claims-file-name to argument-text
       move spaces to claims-file-name
       perform 110-apply-option
    end-if

    if claims-file-name = spaces then
       move "raffle-claims.dat" to claims-file-name
    end-if

    perform until 1 = 2
       accept argument-text from argument-value
           on exception
              exit perform
       end-accept

       perform 110-apply-option
    end-perform

    compute warn-limit-int =
       function integer-of-date(asof-date) + warn-days
    move function date-of-integer(warn-limit-int) to warn-limit-date

    move spaces to merge-file-name

    string
       "raffle-notices-"      delimited by size
       asof-date               delimited by size
       ".dat"                  delimited by size
       into merge-file-name
    end-string
.

110-apply-option.
    evaluate true
       when argument-text(1:5) = "ASOF="
          move argument-text(6:8) to asof-date
       when argument-text(1:9) = "WARNDAYS="
          move argument-text(10:3) to warn-days
       when other
          continue
    end-evaluate
.

200-open-files.
    open input claims-file

    if claims-file-status <> '00' then
       display
          "notify run rejected: unable to open claims file - "
          claims-file-name " (file status " claims-file-status ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

    open i-o notice-log-file

    if notice-log-file-status = '35' then
       open output notice-log-file
       close notice-log-file
       open i-o notice-log-file
    end-if

    if notice-log-file-status <> '00' then
       display
          "notify run rejected: unable to open notice log - "
          notice-log-file-name " (file status " notice-log-file-status
          ")"
          upon syserr
       close claims-file
       move 12 to return-code
       stop run
    end-if

    open extend merge-file

    if merge-file-status = '35' then
       open output merge-file
       close merge-file
       open extend merge-file
    end-if

    if merge-file-status <> '00' then
       display
          "notify run rejected: unable to open merge file - "
          merge-file-name " (file status " merge-file-status ")"
          upon syserr
       close claims-file
       close notice-log-file
       move 12 to return-code
       stop run
    end-if

    display
       "correspondence run as of " asof-date
       " - " function trim(claims-file-name trailing)
       " into " function trim(merge-file-name trailing)
.

300-scan-claims.
    read claims-file

    perform until claims-file-status <> '00'
       add 1 to claims-read-count

       if claim-type = 'W' then
          perform 310-find-notices
       end-if

       read claims-file
    end-perform

    close claims-file
    close notice-log-file
    close merge-file
.

310-find-notices.
   *> the prize's current holder first
    move claim-employee-id to notice-employee-id
    move claim-name to notice-name
    move claim-department to notice-department
    move claim-deadline to notice-deadline

    evaluate claim-status
       when "PENDING"
          if claim-promotion-count = zero then
             move "WIN" to notice-type
          else
             move "PROMOTED-ALTERNATE" to notice-type
          end-if

          perform 400-send-notice

          if claim-deadline is numeric then
             move claim-deadline to claim-deadline-value

             if claim-deadline-value >= asof-date
                and claim-deadline-value <= warn-limit-date then
                move "REMINDER" to notice-type
                perform 400-send-notice
             end-if
          end-if
       when "EXPIRED"
          move "EXPIRED" to notice-type
          perform 400-send-notice
       when other
          continue
    end-evaluate

   *> a winner who let the claim expire is no longer on the W
   *> record once an alternate is promoted - they are the holder
   *> it replaced. their own claim-by date went with them, so the
   *> notice carries none
    if claim-replaced-status = "EXPIRED"
       and claim-replaced-name <> spaces then
       move claim-replaced-employee-id to notice-employee-id
       move claim-replaced-name to notice-name
       move claim-replaced-department to notice-department
       move spaces to notice-deadline
       move "EXPIRED" to notice-type
       perform 400-send-notice
    end-if
.

400-send-notice.
   *> the log record is written first: a duplicate key means the
   *> notice went out on an earlier run. a notice only counts as
   *> sent once its merge record is written as well
    move claim-draw-id to notice-log-draw-id
    move claim-type to notice-log-claim-type
    move claim-nr to notice-log-claim-nr
    move notice-employee-id to notice-log-employee-id
    move notice-type to notice-log-notice-type
    move asof-date to notice-log-sent-date
    move merge-file-name to notice-log-merge-file

    write notice-log-record

    evaluate notice-log-file-status
       when '00'
          perform 410-write-merge-record
       when '22'
          add 1 to already-sent-count
       when other
          add 1 to failed-count
          display
             "notify warning: notice " function trim(notice-type)
             " for draw " claim-draw-id " prize " claim-nr
             " not logged (file status " notice-log-file-status ")"
             upon syserr
    end-evaluate
.

410-write-merge-record.
    move spaces to merge-record
    move notice-type to merge-notice-type
    move notice-employee-id to merge-employee-id
    move notice-name to merge-name
    move notice-department to merge-department
    move claim-draw-id to merge-draw-id
    move claim-nr to merge-prize-nr
    move claim-prize-desc to merge-prize-desc
    move claim-prize-value to merge-prize-value
    move notice-deadline to merge-deadline

    write merge-record

    if merge-file-status = '00' then
       add 1 to notice-count

       evaluate notice-type
          when "WIN"
             add 1 to win-count
          when "PROMOTED-ALTERNATE"
             add 1 to promoted-count
          when "REMINDER"
             add 1 to reminder-count
          when "EXPIRED"
             add 1 to expired-count
       end-evaluate
    else
      *> the log entry is taken back so the notice is due again on
      *> the next run instead of being lost
       add 1 to failed-count

       display
          "notify warning: notice " function trim(notice-type)
          " for draw " claim-draw-id " prize " claim-nr
          " not written (file status " merge-file-status ")"
          upon syserr

       delete notice-log-file record
    end-if
.

600-print-summary.
    display " "
    display "correspondence summary"
    display "  claims read:         " claims-read-count
    display "  notices written:     " notice-count
    display "    win:               " win-count
    display "    promoted alternate:" promoted-count
    display "    reminder:          " reminder-count
    display "    expired:           " expired-count
    display "  already sent before: " already-sent-count
    display "  not sent:            " failed-count
.
