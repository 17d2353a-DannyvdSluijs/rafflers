      *> records older than the retention date move to dated archive
      *> files, while the newest draws always stay behind so the
      *> cooldown window and draw verification keep working
      *> the indexed claims master is archived in place: old claims
      *> are copied to the dated archive file and deleted by key
      *> the hash chain of the ledger and the results log travels with
      *> the records: a seal line goes wherever its block went, and a
      *> chained record whose predecessor went the other way has the
      *> link it carries recorded in the chain anchor file, so both
      *> the live file and the archive file still verify
      *> =============================================
      *> usage: ./raffler-archive KEEP=yyyymmdd [MINDRAWS=nnn]
      *> =============================================
      *> return codes:
      *>   0  archive run complete
      *>   4  complete, but the files lock could not be released
      *>   8  rejected - KEEP= missing or the ledger is too large
      *>   12 a live or archive file could not be opened, or the
      *>      claims, stock, history and ledger files stayed locked
      *>      by another run
      *> =============================================

environment division.
    input-output section.
               file status is keep-file-status
               organization is line sequential.

           select anchor-file
               assign to dynamic anchor-file-name
               file status is anchor-file-status
               organization is line sequential.

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
        fd live-file.
        01 live-record              pic x(1000).

        fd archive-file.
        01 archive-record           pic x(1000).

        fd keep-file.
        01 keep-record              pic x(1000).

        fd anchor-file.
        01 anchor-record.
        03 anchor-kind              pic x(7).
        03 anchor-date              pic x(8).
        03 anchor-draw-id           pic 9(6).
        03 anchor-hash              pic x(20).
        03 anchor-file-ref          pic x(50).

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
        01 live-file-name           pic x(50).
        01 keep-file-name           pic x(50) value "raffle-archive.tmp".
        01 keep-file-status         pic x(2).

        01 anchor-file-name         pic x(50) value "raffle-chain-anchors.dat".
        01 anchor-file-status       pic x(2).

        01 claims-file-name         pic x(50) value "raffle-claims.dat".
        01 claims-file-status       pic x(2).

        01 argument-text             pic x(60).

        01 keep-date                 pic 9(8) value zero.
           88 log-kind               value 'L'.
           88 history-kind           value 'H'.
           88 ledger-kind            value 'G'.

        01 ledger-file-name          pic x(50) value "raffle-draw-ledger.dat".


        01 parsed-draw-text          pic x(6).
        01 parsed-date-text          pic x(8).
        01 before-draw-part          pic x(1000).
        01 after-draw-part           pic x(1000).

        01 ledger-scan-columns.
        03 scan-draw-text           pic x(6).

        01 void-scan-len             pic 9(4).

        01 record-date               pic 9(8).
        01 record-draw               pic 9(6).
        01 record-dated-flag         pic x.
        01 archive-decision-flag     pic x.
           88 archive-record-now     value 'Y'.

        01 record-chain-flag         pic x.
           88 record-chained         value 'Y'.
        01 record-seal-flag          pic x.
           88 record-seal            value 'Y'.
        01 record-prev-hash          pic x(20).
        01 record-hash               pic x(20).
        01 chain-scan-len            pic 9(4).
        01 last-route-flag           pic x.
        01 archive-last-hash         pic x(20).
        01 keep-last-hash            pic x(20).
        01 anchor-destination        pic x(50).
        01 anchor-count              pic 9(6) value zero.

        01 kept-count                pic 9(6).
        01 archived-count            pic 9(6).
        01 total-archived-count      pic 9(6) value zero.

        01 lock-command              pic x(160).
        01 lock-return-code          pic 9(5).
        01 lock-saved-return-code    pic s9(9).
        01 files-lock-flag           pic x value 'N'.
           88 files-lock-held        value 'Y'.

procedure division.
    perform 100-initialize.
    perform 700-take-files-lock.
    perform 200-load-ledger-map.
    perform 300-archive-results-log.
    perform 310-archive-winner-history.
    perform 320-archive-claims.
    perform 330-archive-ledger.
    perform 340-clear-work-file.
    perform 710-release-files-lock.
    perform 600-print-summary.

stop run.
          "archive run rejected: KEEP=yyyymmdd is required -"
          " records dated before it are archived"
          upon syserr
       move 8 to return-code
       stop run
    end-if
.
                   ledger-file-name " exceeds the maximum of "
                   max-map-entries " entries"
                   upon syserr
                move 8 to return-code
                perform 710-release-files-lock
                stop run
             end-if

.

320-archive-claims.
    move zero to kept-count
    move zero to archived-count
    move spaces to archive-file-name

    string
       into archive-file-name
    end-string

    open i-o claims-file

    if claims-file-status = '35' then
       display
          function trim(claims-file-name trailing)
          " is not present - nothing to archive"
    else
       perform 325-archive-open-claims
    end-if
.

325-archive-open-claims.
    if claims-file-status <> '00' then
       display
          "archive run rejected: unable to open "
          claims-file-name " (file status " claims-file-status ")"
          upon syserr
       move 12 to return-code
       perform 710-release-files-lock
       stop run
    end-if

    open extend archive-file

    if archive-file-status = '35' then
       open output archive-file
       close archive-file
       open extend archive-file
    end-if

    if archive-file-status <> '00' then
       display
          "archive run rejected: unable to open "
          archive-file-name " (file status " archive-file-status ")"
          upon syserr
       close claims-file
       move 12 to return-code
       perform 710-release-files-lock
       stop run
    end-if

    read claims-file next

    perform until claims-file-status <> '00'
       move claim-draw-id to record-draw
       move zero to record-date
       move 'N' to record-dated-flag
       move 'N' to record-void-flag

       if claim-draw-date is numeric then
          move claim-draw-date to record-date
          set record-dated to true
       else
          perform 540-date-claim-from-ledger
       end-if

       perform 515-decide-archive

       if archive-record-now then
          move claims-record to archive-record
          write archive-record

          delete claims-file record

          if claims-file-status <> '00' then
             display
                "archive run rejected: unable to remove draw "
                claim-draw-id " " claim-type " " claim-nr " from "
                claims-file-name " (file status " claims-file-status ")"
                upon syserr
             close claims-file
             close archive-file
             move 12 to return-code
             perform 710-release-files-lock
             stop run
          end-if

          add 1 to archived-count
       else
          add 1 to kept-count
       end-if

       read claims-file next
    end-perform

    close claims-file
    close archive-file

    display
       function trim(claims-file-name trailing)
       ": kept " kept-count " archived " archived-count

    add archived-count to total-archived-count
.

330-archive-ledger.
          "archive run rejected: unable to open "
          live-file-name " (file status " live-file-status ")"
          upon syserr
       move 12 to return-code
       perform 710-release-files-lock
       stop run
    end-if

       open extend archive-file
    end-if

    if archive-file-status <> '00' then
       display
          "archive run rejected: unable to open "
          archive-file-name " (file status " archive-file-status ")"
          upon syserr
       close live-file
       move 12 to return-code
       perform 710-release-files-lock
       stop run
    end-if

    open output keep-file

    if log-kind or ledger-kind then
       perform 506-open-anchor-file
    end-if

    move 'N' to last-route-flag
    move all '0' to archive-last-hash
    move all '0' to keep-last-hash

    read live-file

    perform until live-file-status = '10'
    close archive-file
    close keep-file

    if log-kind or ledger-kind then
       close anchor-file
    end-if

    perform 530-copy-keep-file-back

    display
    add archived-count to total-archived-count
.

506-open-anchor-file.
    open extend anchor-file

    if anchor-file-status = '35' then
       open output anchor-file
       close anchor-file
       open extend anchor-file
    end-if

    if anchor-file-status <> '00' then
       display
          "archive run rejected: unable to open "
          anchor-file-name " (file status " anchor-file-status ")"
          upon syserr
       close live-file
       close archive-file
       close keep-file
       move 12 to return-code
       perform 710-release-files-lock
       stop run
    end-if
.

510-extract-record-keys.
    move zero to record-date
    move zero to record-draw
    move 'N' to record-dated-flag
    move 'N' to record-void-flag
    move 'N' to record-chain-flag
    move 'N' to record-seal-flag

    evaluate true
       when log-kind
             if after-draw-part <> spaces then
                set record-void to true
             end-if

             perform 511-extract-seal-hashes
          end-if
       when history-kind
          move spaces to parsed-draw-text
             and live-record(void-scan-len - 4:5) = ",VOID" then
             set record-void to true
          end-if

          perform 512-extract-row-hashes
    end-evaluate
.

511-extract-seal-hashes.
   *> a seal line closes a block of the results log chain
    move spaces to before-draw-part
    move spaces to after-draw-part

    unstring live-record delimited by " | block-hash="
       into before-draw-part after-draw-part

    if after-draw-part(1:20) is numeric then
       move after-draw-part(1:20) to record-hash

       move spaces to before-draw-part
       move spaces to after-draw-part

       unstring live-record delimited by " | prev-hash="
          into before-draw-part after-draw-part

       if after-draw-part(1:20) is numeric then
          move after-draw-part(1:20) to record-prev-hash
          set record-chained to true
          set record-seal to true
       end-if
    end-if
.

512-extract-row-hashes.
   *> a chained ledger row ends on ",prev-hash,hash" ahead of any
   *> VOID mark
    move void-scan-len to chain-scan-len

    if record-void then
       subtract 5 from chain-scan-len
    end-if

    if chain-scan-len > 42
       and live-record(chain-scan-len - 41:1) = ","
       and live-record(chain-scan-len - 20:1) = ","
       and live-record(chain-scan-len - 40:20) is numeric
       and live-record(chain-scan-len - 19:20) is numeric then
       move live-record(chain-scan-len - 40:20) to record-prev-hash
       move live-record(chain-scan-len - 19:20) to record-hash
       set record-chained to true
    end-if
.

515-decide-archive.
   *> a record leaves the live file only when it is provably old:
   *> dated before the retention date AND outside the always-keep
   *> window of the newest draws.  anything undatable stays put
    if record-void then
       move 'N' to archive-decision-flag
    end-if
.

520-route-record.
   *> a seal line goes wherever the block it closes went, so the
   *> block and its seal are never split
    if record-seal then
       move last-route-flag to archive-decision-flag
    else
       perform 515-decide-archive
    end-if

    move archive-decision-flag to last-route-flag

    if record-chained then
       perform 525-carry-chain-link
    end-if

    if archive-record-now then
       move live-record to archive-record
    end-if
.

525-carry-chain-link.
   *> the destination holds the link when the chained record before
   *> this one went there too; otherwise the link is carried from
   *> the other file and goes on record in the anchor file
    if archive-record-now then
       if record-prev-hash <> archive-last-hash
          and record-prev-hash <> all '0' then
          move archive-file-name to anchor-destination
          perform 526-write-chain-anchor
       end-if

       move record-hash to archive-last-hash
    else
       if record-prev-hash <> keep-last-hash
          and record-prev-hash <> all '0' then
          move live-file-name to anchor-destination
          perform 526-write-chain-anchor
       end-if

       move record-hash to keep-last-hash
    end-if
.

526-write-chain-anchor.
    move spaces to anchor-record

    if ledger-kind then
       move "LEDGER" to anchor-kind
    else
       move "RESULTS" to anchor-kind
    end-if

    move function current-date(1:8) to anchor-date
    move record-draw to anchor-draw-id
    move record-prev-hash to anchor-hash
    move anchor-destination to anchor-file-ref

    write anchor-record
    add 1 to anchor-count
.

530-copy-keep-file-back.
    open input keep-file
    open output live-file
       " moved, newest " draws-kept-window
       " draws (from draw " keep-floor-draw ") always kept"
    display "total records archived: " total-archived-count
    display "chain links carried:    " anchor-count
.

700-take-files-lock.
   *> history, claims and ledger are cut down in place, so no other
   *> run may update them until the archive is through
    move "./raffler-lock GET raffler-archive" to lock-command

    call "SYSTEM" using lock-command

    if return-code < zero then
       move 99 to lock-return-code
    else
       divide return-code by 256 giving lock-return-code
    end-if

    move zero to return-code

    if lock-return-code <> zero then
       display
          "archive run rejected: the claims, stock, history and ledger"
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
       move "./raffler-lock FREE raffler-archive" to lock-command

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
             "archive run warning: the files lock could not be released"
             " (raffler-lock return code " lock-return-code ")"
             " - check it with ./raffler-lock SHOW"
             upon syserr

          if return-code < 4 then
             move 4 to return-code
          end-if
       end-if
    end-if
.
