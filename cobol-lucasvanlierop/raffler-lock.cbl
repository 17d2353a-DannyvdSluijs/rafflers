        >>source format is free
identification division.
    program-id. domcode-raffler-lock.
    author. Lucas van Lierop.
      *> =============================================
      *> shared lock on the claims master, prize stock, winner
      *> history and draw ledger
      *> every program that writes one of those files takes the lock
      *> before it reads them and gives it back after its last write,
      *> so an interactive settlement and a batch run can no longer
      *> overwrite each other's updates
      *> the lock is a single keyed record naming the program and the
      *> user holding it and the time it was taken; every take,
      *> release, time-out and clear is appended to the lock log
      *> =============================================
      *> usage: ./raffler-lock GET {program} [WAIT=seconds]
      *>        ./raffler-lock FREE {program}
      *>        ./raffler-lock SHOW
      *>        ./raffler-lock CLEAR
      *> GET waits for the lock, 60 seconds unless WAIT= says otherwise
      *> CLEAR is the supervised way to remove a lock left behind by
      *> a run that abended: it shows the holder and only clears the
      *> lock once the operator confirms it
      *> return codes:
      *>   0  GET took the lock, FREE released it, CLEAR cleared it,
      *>      SHOW found the files free
      *>   4  FREE or CLEAR found no lock to release, FREE found the
      *>      lock held by another program, CLEAR was not confirmed,
      *>      SHOW found the files locked
      *>   8  rejected - bad command line
      *>   12 GET gave up waiting, or the lock file could not be opened
      *> =============================================

environment division.
    input-output section.
       file-control.
           select lock-file
               assign to dynamic lock-file-name
               file status is lock-file-status
               organization is indexed
               access is random
               record key is lock-name.

           select lock-log-file
               assign to dynamic lock-log-file-name
               file status is lock-log-file-status
               organization is line sequential.

data division.
    file section.
        fd lock-file.
        01 lock-record.
        03 lock-name                pic x(12).
        03 lock-program             pic x(20).
        03 lock-user                pic x(20).
        03 lock-since               pic x(16).
        03 filler                   pic x(12).

        fd lock-log-file.
        01 lock-log-record.
        03 lock-log-timestamp       pic x(16).
        03 filler                   pic x.
        03 lock-log-action          pic x(8).
        03 filler                   pic x.
        03 lock-log-program         pic x(20).
        03 filler                   pic x.
        03 lock-log-user            pic x(20).
        03 filler                   pic x.
        03 lock-log-note            pic x(60).

    working-storage section.
        01 lock-file-name           pic x(50) value "raffle-lock.dat".
        01 lock-file-status         pic x(2).

        01 lock-log-file-name       pic x(50) value "raffle-lock.log".
        01 lock-log-file-status     pic x(2).

        01 files-lock-name          pic x(12) value "RAFFLE-FILES".

        01 lock-action              pic x(8).
           88 getting-lock          value "GET".
           88 freeing-lock          value "FREE".
           88 showing-lock          value "SHOW".
           88 clearing-lock         value "CLEAR".

        01 requesting-program       pic x(20) value spaces.
        01 requesting-user          pic x(20) value spaces.
        01 wait-option              pic x(20) value spaces.
        01 wait-option-name         pic x(5).
        01 wait-option-value        pic x(15).
        01 wait-seconds             pic 9(5) value 60.
        01 waited-seconds           pic 9(5) value zero.
        01 retry-seconds            pic 9(2) value 5.

        01 lock-taken-flag          pic x value 'N'.
           88 lock-taken            value 'Y'.
        01 wait-announced-flag      pic x value 'N'.
           88 wait-announced        value 'Y'.

        01 held-description         pic x(80).

        01 confirm-answer           pic x(1).
        01 log-action               pic x(8).
        01 log-note                 pic x(60).

procedure division.
    perform 100-initialize.

    evaluate true
       when getting-lock
          perform 200-get-lock
       when freeing-lock
          perform 300-free-lock
       when showing-lock
          perform 400-show-lock
       when clearing-lock
          perform 500-clear-lock
    end-evaluate

stop run.

100-initialize.
    accept lock-action from argument-value
        on exception
            move spaces to lock-action
    end-accept

    if not getting-lock and not freeing-lock
       and not showing-lock and not clearing-lock then
       perform 110-reject-usage
    end-if

    if getting-lock or freeing-lock then
       accept requesting-program from argument-value
           on exception
               perform 110-reject-usage
       end-accept
    end-if

    if getting-lock then
       accept wait-option from argument-value
           on exception
               move spaces to wait-option
       end-accept

       if wait-option <> spaces then
          move spaces to wait-option-name
          move spaces to wait-option-value

          unstring wait-option delimited by '=' into
             wait-option-name
             wait-option-value

          if wait-option-name <> "WAIT"
             or wait-option-value = spaces
             or function test-numval(wait-option-value) <> zero then
             perform 110-reject-usage
          end-if

          move function numval(wait-option-value) to wait-seconds
       end-if
    end-if

   *> the holder is named by the login the run was started under;
   *> a batch stream without one is recorded as such
    accept requesting-user from environment "USER"
        on exception
            move spaces to requesting-user
    end-accept

    if requesting-user = spaces then
       move "(batch)" to requesting-user
    end-if
.

110-reject-usage.
    display
        "usage: raffler-lock GET {program} [WAIT=seconds]"
        " | FREE {program} | SHOW | CLEAR"
        upon syserr
    move 8 to return-code
    stop run
.

200-get-lock.
   *> the lock is taken by writing its one keyed record; a second
   *> writer gets a duplicate key and waits. the lock file is only
   *> held open for the attempt itself, so a waiting run can always
   *> read who holds the lock and since when
    perform until lock-taken or waited-seconds >= wait-seconds
       perform 210-try-lock

       if not lock-taken then
          if not wait-announced then
             set wait-announced to true
             display
                "raffler-lock: " function trim(requesting-program)
                " waiting for the files lock held by "
                function trim(held-description)
          end-if

          call "C$SLEEP" using retry-seconds
          add retry-seconds to waited-seconds
       end-if
    end-perform

   *> one last attempt when the wait ran out between tries
    if not lock-taken then
       perform 210-try-lock
    end-if

    if lock-taken then
       move "GET" to log-action
       move spaces to log-note
       perform 600-write-lock-log
    else
       display
          "raffler-lock: " function trim(requesting-program)
          " gave up after " waited-seconds " seconds - the claims,"
          " stock, history and ledger files are locked by "
          function trim(held-description)
          upon syserr
       display
          "raffler-lock: if that run is no longer active, clear the"
          " lock with ./raffler-lock CLEAR"
          upon syserr

       move "TIMEOUT" to log-action
       move spaces to log-note

       string
          "held by "              delimited by size
          held-description        delimited by size
          into log-note
       end-string

       perform 600-write-lock-log
       move 12 to return-code
    end-if
.

210-try-lock.
    move spaces to held-description

    open i-o lock-file

    if lock-file-status = '35' then
       open output lock-file
       close lock-file
       open i-o lock-file
    end-if

   *> a lock file another run has open at this moment counts as
   *> busy, just like a lock that is held
    if lock-file-status <> '00' then
       string
          "another run holding " delimited by size
          function trim(lock-file-name) delimited by size
          " open (file status "  delimited by size
          lock-file-status        delimited by size
          ")"                     delimited by size
          into held-description
       end-string
    else
       move files-lock-name to lock-name
       move requesting-program to lock-program
       move requesting-user to lock-user
       move function current-date(1:16) to lock-since

       write lock-record

       if lock-file-status = '00' then
          set lock-taken to true
       else
          move files-lock-name to lock-name
          read lock-file

          if lock-file-status = '00' then
             string
                function trim(lock-program) delimited by size
                " ("                  delimited by size
                function trim(lock-user) delimited by size
                ") since "            delimited by size
                lock-since            delimited by size
                into held-description
             end-string
          end-if
       end-if

       close lock-file
    end-if
.

300-free-lock.
   *> only the program that took the lock gives it back; anything
   *> else is left for the supervised clear
    perform 700-open-lock-file

    move files-lock-name to lock-name
    read lock-file

    evaluate true
       when lock-file-status = '23'
          display
             "raffler-lock: " function trim(requesting-program)
             " found no files lock to release"
             upon syserr
          move 4 to return-code
       when lock-file-status <> '00'
          display
             "raffler-lock: unable to read " lock-file-name
             " (file status " lock-file-status ")"
             upon syserr
          move 12 to return-code
       when lock-program <> requesting-program
          or lock-user <> requesting-user
          display
             "raffler-lock: the files lock is held by "
             function trim(lock-program) " (" function trim(lock-user)
             ") since " lock-since " - not released for "
             function trim(requesting-program)
             upon syserr
          move 4 to return-code
       when other
          delete lock-file record

          if lock-file-status = '00' then
             move "FREE" to log-action
             move spaces to log-note
             perform 600-write-lock-log
          else
             display
                "raffler-lock: unable to release the files lock"
                " (file status " lock-file-status ")"
                upon syserr
             move 12 to return-code
          end-if
    end-evaluate

    close lock-file
.

400-show-lock.
    open input lock-file

    if lock-file-status = '35' then
       display "the claims, stock, history and ledger files are free"
    else
       if lock-file-status <> '00' then
          display
             "raffler-lock: unable to open " lock-file-name
             " (file status " lock-file-status ")"
             upon syserr
          move 12 to return-code
          stop run
       end-if

       move files-lock-name to lock-name
       read lock-file

       if lock-file-status = '00' then
          display
             "the claims, stock, history and ledger files are locked by "
             function trim(lock-program) " (" function trim(lock-user)
             ") since " lock-since
          move 4 to return-code
       else
          display "the claims, stock, history and ledger files are free"
       end-if

       close lock-file
    end-if
.

500-clear-lock.
   *> a stale lock is only cleared with the holder on screen and an
   *> explicit yes - clearing the lock of a run that is still going
   *> brings back the very overwrites the lock exists to prevent
    perform 700-open-lock-file

    move files-lock-name to lock-name
    read lock-file

    if lock-file-status <> '00' then
       display "no files lock is held - nothing to clear"
       close lock-file
       move 4 to return-code
    else
       display "the files lock is held by"
       display "  program: " function trim(lock-program)
       display "  user:    " function trim(lock-user)
       display "  since:   " lock-since(1:8) " " lock-since(9:2) ":"
          lock-since(11:2) ":" lock-since(13:2)
       display " "
       display "clear it only when that run is known to have ended."
       display "clear the lock? (Y/N): " with no advancing
       accept confirm-answer

       if confirm-answer = 'Y' or confirm-answer = 'y' then
          move lock-program to requesting-program
          move spaces to log-note

          string
             "held by "           delimited by size
             function trim(lock-user) delimited by size
             " since "            delimited by size
             lock-since           delimited by size
             into log-note
          end-string

          delete lock-file record

          if lock-file-status = '00' then
             accept requesting-user from environment "USER"
                 on exception
                     move spaces to requesting-user
             end-accept

             if requesting-user = spaces then
                move "(batch)" to requesting-user
             end-if

             move "CLEAR" to log-action
             perform 600-write-lock-log
             display "files lock cleared"
          else
             display
                "raffler-lock: unable to clear the files lock"
                " (file status " lock-file-status ")"
                upon syserr
             move 12 to return-code
          end-if
       else
          display "files lock left in place"
          move 4 to return-code
       end-if

       close lock-file
    end-if
.

600-write-lock-log.
   *> a log that cannot be written does not undo the lock change;
   *> it is reported and the change stands
    open extend lock-log-file

    if lock-log-file-status = '35' then
       open output lock-log-file
       close lock-log-file
       open extend lock-log-file
    end-if

    if lock-log-file-status <> '00' then
       display
          "raffler-lock: unable to open " lock-log-file-name
          " (file status " lock-log-file-status ")"
          upon syserr
    else
       move spaces to lock-log-record
       move function current-date(1:16) to lock-log-timestamp
       move log-action to lock-log-action
       move requesting-program to lock-log-program
       move requesting-user to lock-log-user
       move log-note to lock-log-note

       write lock-log-record
       close lock-log-file
    end-if
.

700-open-lock-file.
    open i-o lock-file

    if lock-file-status = '35' then
       display "no files lock is held"
       move 4 to return-code
       stop run
    end-if

    if lock-file-status <> '00' then
       display
          "raffler-lock: unable to open " lock-file-name
          " (file status " lock-file-status ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if
.
