      *>            [THRESHOLD=nnnn.nn] [OUT=file]
      *> the draw range defaults to everything the ledger knows
      *> =============================================
      *> return codes:
      *>   0  consolidation complete
      *>   4  complete, with export trailers that did not reconcile
      *>   8  rejected - bad draw range or too many employees
      *>   12 an export file could not be opened or the year-to-date
      *>      file could not be created
      *> =============================================

environment division.
    input-output section.
        03 export-trailer-filler    pic x(64).

        fd ledger-file.
        01 ledger-record            pic x(1000).

        fd ytd-file.
        01 ytd-detail-record.
        03 lg-tickets               pic x(9).
        03 lg-history-count         pic x(6).
        03 lg-winners               pic x(660).
        03 lg-event                 pic x(20).
        03 lg-prev-hash             pic x(20).
        03 lg-hash                  pic x(20).
        03 lg-void-text             pic x(4).

        01 ledger-max-draw           pic 9(6) value zero.
    perform 300-sweep-export-files.
    perform 400-write-ytd-file.
    perform 600-print-summary.
    perform 610-set-return-code.

stop run.

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
                if function numval(lg-draw-text) > ledger-max-draw then
                   move lg-draw-text to ledger-max-draw
                         max-voided-draws " voided draws in "
                         ledger-file-name
                         upon syserr
                      move 8 to return-code
                      stop run
                   end-if

             "consolidation rejected: no draw ledger found - supply"
             " TO=nnnnnn to bound the sweep"
             upon syserr
          move 8 to return-code
          stop run
       end-if

          "consolidation rejected: FROM=" from-draw-nr
          " lies beyond TO=" to-draw-nr
          upon syserr
       move 8 to return-code
       stop run
    end-if
.
             "consolidation rejected: unable to open "
             export-file-name " (file status " export-file-status ")"
             upon syserr
          move 12 to return-code
          stop run
       when other
          perform 316-tally-export-file
             "consolidation rejected: more than " max-employees
             " distinct employee-ids in the export files"
             upon syserr
          move 8 to return-code
          stop run
       end-if

          "consolidation rejected: unable to create "
          ytd-file-name " (file status " ytd-file-status ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

    display "  total prize value:    " value-formatted
    display "year-to-date file written to " function trim(ytd-file-name trailing)
.

610-set-return-code.
    if trailer-exception-count > zero then
       move 4 to return-code
    else
       move zero to return-code
    end-if
.
