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
        03 names-department         pic x(20).

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

    working-storage section.
        01 names-file-name          pic x(50).
        01 cooldown-supplied-flag    pic x value 'N'.
           88 cooldown-supplied      value 'Y'.

        01 entrant-claims-table.
        03 entrant-claim occurs 200 times.
           05 ec-draw-text           pic x(6).
           05 ec-type                pic x(1).
           05 ec-nr-text             pic x(2).
           05 ec-prize-desc          pic x(40).
           05 ec-prize-value         pic 9(7)v99.
           05 ec-status              pic x(12).
           05 ec-deadline            pic x(8).
        01 max-entrant-claims        pic 9(3) value 200.
        03 history-draw-nr-text     pic x(6).
        03 history-date-text        pic x(8).
        03 history-name-text        pic x(32).
        03 history-employee-id-text pic x(10).

        01 win-table.
        03 win-entry occurs 500 times.
        01 win-prize-desc            pic x(40).

        01 open-claim-count          pic 9(3) value zero.
        01 total-prize-value         pic 9(9)v99 value zero.
        01 total-value-formatted     pic z(8)9.99.

.

400-load-entrant-claims.
   *> the claims master carries an alternate key on employee-id,
   *> so only this entrant's records are read
    open input claims-file

    if claims-file-status = '00' then
       move asked-employee-id to claim-employee-id

       start claims-file key is = claim-employee-id

       if claims-file-status = '00' then
          read claims-file next
       end-if

       perform until claims-file-status <> '00'
          or claim-employee-id <> asked-employee-id
          perform 410-keep-entrant-claim

          read claims-file next
       end-perform

       close claims-file
    end-if
.

410-keep-entrant-claim.
       stop run
    end-if

    move claim-draw-id to ec-draw-text(entrant-claim-count)
    move claim-type to ec-type(entrant-claim-count)
    move claim-nr to ec-nr-text(entrant-claim-count)
    move claim-prize-desc to ec-prize-desc(entrant-claim-count)
    move claim-prize-value to ec-prize-value(entrant-claim-count)
    move claim-status to ec-status(entrant-claim-count)
   *> value received follows the prize: settled and still-open
   *> winner claims count, declined/expired/cancelled ones do not
    if claim-type = 'W'
       and (claim-status = "CLAIMED" or claim-status = "PENDING") then
       add claim-prize-value to total-prize-value
    end-if
.

                history-draw-nr-text
                history-date-text
                history-name-text
                history-employee-id-text

             if history-employee-id-text = asked-employee-id then
                add 1 to win-count

                if win-count > max-wins then
                   display
                      "inquiry rejected: more than " max-wins
                      " history rows for " asked-employee-id
                      upon syserr
                   stop run
                end-if
