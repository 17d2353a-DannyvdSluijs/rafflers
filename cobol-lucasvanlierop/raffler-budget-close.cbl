        >>source format is free
identification division.
    program-id. domcode-raffler-budget-close.
    author. Lucas van Lierop.
      *> =============================================
      *> month-end close of the department prize budgets
      *> the month's net prize charges from the budget charge journal
      *> are written to a general-ledger journal interchange file as
      *> one entry per cost center, closed by a trailer carrying the
      *> balancing entry to the prize clearing account; a
      *> budget-versus-actual report per department follows, for the
      *> budget period the month's last day falls in
      *> =============================================
      *> usage: ./raffler-budget-close [MONTH=yyyymm]
      *>            [ACCOUNT=gl-account] [OFFSET=gl-account]
      *> MONTH defaults to the current month; ACCOUNT is the prize
      *> expense account the cost centers are debited on, OFFSET the
      *> clearing account that balances the journal
      *> budget row:  department,cost-center,period,from-date,to-date,
      *>              allowance
      *> journal file: raffle-gl-journal-yyyymm.dat
      *>   H header:  period, journal date, source, description
      *>   D entry:   cost center, account, period, description,
      *>              D or C, amount
      *>   T trailer: entry count, debit total, credit total, offset
      *>              account, D or C, balancing amount
      *> return codes:
      *>   0  journal written, every department within its budget
      *>   4  journal written, with a department over its budget or
      *>      charged without a budget this period (its entry goes to
      *>      its last known cost center, or to the UNASSIGNED cost
      *>      center when it has none)
      *>   8  rejected - bad MONTH= or more departments or cost
      *>      centers than the close can hold
      *>   12 the budget file or the journal file could not be opened
      *> =============================================

environment division.
    input-output section.
       file-control.
           select budget-file
               assign to dynamic budget-file-name
               file status is budget-file-status
               organization is line sequential.

           select charges-file
               assign to dynamic charges-file-name
               file status is charges-file-status
               organization is line sequential.

           select journal-file
               assign to dynamic journal-file-name
               file status is journal-file-status
               organization is line sequential.

data division.
    file section.
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

        fd journal-file.
        01 journal-header-record.
        03 journal-header-type      pic x(1).
        03 journal-header-period    pic 9(6).
        03 journal-header-date      pic 9(8).
        03 journal-header-source    pic x(10).
        03 journal-header-desc      pic x(30).
        03 journal-header-filler    pic x(14).
        01 journal-entry-record.
        03 journal-entry-type       pic x(1).
        03 journal-entry-cost-center pic x(10).
        03 journal-entry-account    pic x(10).
        03 journal-entry-period     pic 9(6).
        03 journal-entry-desc       pic x(30).
        03 journal-entry-dc         pic x(1).
        03 journal-entry-amount     pic 9(9)v99.
        01 journal-trailer-record.
        03 journal-trailer-type     pic x(1).
        03 journal-trailer-count    pic 9(5).
        03 journal-trailer-debits   pic 9(11)v99.
        03 journal-trailer-credits  pic 9(11)v99.
        03 journal-trailer-account  pic x(10).
        03 journal-trailer-dc       pic x(1).
        03 journal-trailer-amount   pic 9(11)v99.
        03 journal-trailer-filler   pic x(13).

    working-storage section.
        01 budget-file-name         pic x(50) value "raffle-budget.dat".
        01 budget-file-status       pic x(2).

        01 charges-file-name        pic x(50)
                                    value "raffle-budget-charges.dat".
        01 charges-file-status      pic x(2).

        01 journal-file-name        pic x(50).
        01 journal-file-status      pic x(2).

        01 argument-text             pic x(60).

        01 close-month               pic 9(6).
        01 close-month-text          pic x(6) value spaces.
        01 month-start-date          pic 9(8).
        01 month-end-date            pic 9(8).
        01 next-month-start          pic 9(8).
        01 next-month-year           pic 9(4).
        01 next-month-nr             pic 9(2).

        01 expense-account           pic x(10) value "640000".
        01 offset-account            pic x(10) value "209000".
        01 unassigned-cost-center    pic x(10) value "UNASSIGNED".

        01 budget-columns.
        03 bg-department            pic x(20).
        03 bg-cost-center           pic x(10).
        03 bg-period                pic x(10).
        03 bg-from-date             pic x(8).
        03 bg-to-date               pic x(8).
        03 bg-allowance-text        pic x(14).

       *> one entry per department met in the budget or the charges;
       *> only a budget row whose period covers the month's last day
       *> sets the allowance the department is measured against
        01 dept-table.
        03 dept-entry occurs 200 times.
           05 dept-name              pic x(20).
           05 dept-cost-center       pic x(10).
           05 dept-period            pic x(10).
           05 dept-from-date         pic x(8).
           05 dept-to-date           pic x(8).
           05 dept-allowance         pic 9(9)v99.
           05 dept-budget-flag       pic x.
              88 dept-has-budget     value 'Y'.
           05 dept-month-net         pic s9(9)v99.
           05 dept-period-actual     pic s9(9)v99.
        01 max-depts                 pic 9(3) value 200.
        01 nr-of-depts               pic 9(3) value zero.
        01 dept-idx                  pic 9(3).
        01 found-dept-idx            pic 9(3).
        01 lookup-department         pic x(20).

        01 cost-center-table.
        03 cost-center-entry occurs 200 times.
           05 cc-code                pic x(10).
           05 cc-month-net           pic s9(9)v99.
        01 max-cost-centers          pic 9(3) value 200.
        01 nr-of-cost-centers        pic 9(3) value zero.
        01 cc-idx                    pic 9(3).
        01 found-cc-idx              pic 9(3).

        01 signed-charge             pic s9(7)v99.
        01 entry-count               pic 9(5) value zero.
        01 debit-total               pic 9(11)v99 value zero.
        01 credit-total              pic 9(11)v99 value zero.
        01 balance-amount            pic s9(11)v99.

        01 remaining-amount          pic s9(9)v99.
        01 used-percent              pic 9(5).
        01 allowance-formatted       pic z(8)9.99.
        01 actual-formatted          pic -(9)9.99.
        01 remaining-formatted       pic -(9)9.99.
        01 month-formatted           pic -(9)9.99.
        01 percent-formatted         pic zzzz9.
        01 report-flag-text          pic x(10).

        01 over-budget-count         pic 9(3) value zero.
        01 no-budget-count           pic 9(3) value zero.

procedure division.
    perform 100-initialize.
    perform 200-load-budgets.
    perform 300-total-charges.
    perform 400-write-gl-journal.
    perform 500-print-budget-report.

    if over-budget-count > zero or no-budget-count > zero then
       move 4 to return-code
    end-if

stop run.

100-initialize.
    move function current-date(1:6) to close-month-text

    perform until 1 = 2
       accept argument-text from argument-value
           on exception
              exit perform
       end-accept

       evaluate true
          when argument-text(1:6) = "MONTH="
             move argument-text(7:6) to close-month-text
          when argument-text(1:8) = "ACCOUNT="
             move argument-text(9:10) to expense-account
          when argument-text(1:7) = "OFFSET="
             move argument-text(8:10) to offset-account
          when other
             continue
       end-evaluate
    end-perform

    if close-month-text is not numeric
       or close-month-text(5:2) < "01"
       or close-month-text(5:2) > "12" then
       display
          "budget close rejected: MONTH=" close-month-text
          " is not a valid yyyymm month"
          upon syserr
       move 8 to return-code
       stop run
    end-if

    move close-month-text to close-month

   *> the month's last day is the day before the next month starts
    compute month-start-date = close-month * 100 + 1

    move close-month-text(1:4) to next-month-year
    move close-month-text(5:2) to next-month-nr

    if next-month-nr = 12 then
       add 1 to next-month-year
       move 1 to next-month-nr
    else
       add 1 to next-month-nr
    end-if

    compute next-month-start =
       next-month-year * 10000 + next-month-nr * 100 + 1

    compute month-end-date = function date-of-integer(
       function integer-of-date(next-month-start) - 1)

    move spaces to journal-file-name

    string
       "raffle-gl-journal-"   delimited by size
       close-month-text        delimited by size
       ".dat"                  delimited by size
       into journal-file-name
    end-string
.

200-load-budgets.
    open input budget-file

    if budget-file-status <> '00' then
       display
          "budget close rejected: unable to open budget file - "
          budget-file-name " (file status " budget-file-status ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

    read budget-file

    perform until budget-file-status = '10'
       if budget-record <> spaces then
          move spaces to budget-columns

          unstring budget-record delimited by ',' into
             bg-department
             bg-cost-center
             bg-period
             bg-from-date
             bg-to-date
             bg-allowance-text

          move bg-department to lookup-department
          perform 210-find-department

         *> the cost center is taken from any row for the
         *> department; the allowance only from the current period
          if dept-cost-center(found-dept-idx) = spaces then
             move bg-cost-center to dept-cost-center(found-dept-idx)
          end-if

          if bg-from-date <= month-end-date
             and bg-to-date >= month-end-date then
             move bg-cost-center to dept-cost-center(found-dept-idx)
             move bg-period to dept-period(found-dept-idx)
             move bg-from-date to dept-from-date(found-dept-idx)
             move bg-to-date to dept-to-date(found-dept-idx)
             compute dept-allowance(found-dept-idx) =
                function numval(bg-allowance-text)
             set dept-has-budget(found-dept-idx) to true
          end-if
       end-if

       read budget-file
    end-perform

    close budget-file
.

210-find-department.
    move zero to found-dept-idx

    perform varying dept-idx from 1 by 1 until dept-idx > nr-of-depts
       if dept-name(dept-idx) = lookup-department then
          move dept-idx to found-dept-idx
          exit perform
       end-if
    end-perform

    if found-dept-idx = zero then
       add 1 to nr-of-depts

       if nr-of-depts > max-depts then
          display
             "budget close rejected: more than " max-depts
             " departments in the budget and charges"
             upon syserr
          move 8 to return-code
          stop run
       end-if

       move nr-of-depts to found-dept-idx
       move lookup-department to dept-name(found-dept-idx)
       move spaces to dept-cost-center(found-dept-idx)
       move spaces to dept-period(found-dept-idx)
       move spaces to dept-from-date(found-dept-idx)
       move spaces to dept-to-date(found-dept-idx)
       move zero to dept-allowance(found-dept-idx)
       move 'N' to dept-budget-flag(found-dept-idx)
       move zero to dept-month-net(found-dept-idx)
       move zero to dept-period-actual(found-dept-idx)
    end-if
.

300-total-charges.
   *> no charge journal yet means nothing has been charged
    open input charges-file

    if charges-file-status = '00' then
       read charges-file

       perform until charges-file-status = '10'
          if charge-record <> spaces then
             perform 310-apply-charge
          end-if

          read charges-file
       end-perform

       close charges-file
    end-if
.

310-apply-charge.
    if charge-action = "REVERSE" then
       compute signed-charge = zero - charge-value
    else
       move charge-value to signed-charge
    end-if

    move charge-department to lookup-department
    perform 210-find-department

    if charge-date >= month-start-date
       and charge-date <= month-end-date then
       add signed-charge to dept-month-net(found-dept-idx)
    end-if

    if dept-has-budget(found-dept-idx)
       and charge-date >= dept-from-date(found-dept-idx)
       and charge-date <= month-end-date then
       add signed-charge to dept-period-actual(found-dept-idx)
    end-if
.

400-write-gl-journal.
   *> departments sharing a cost center are posted as one entry;
   *> a department without a cost center cannot be posted to its
   *> own and goes to the UNASSIGNED cost center for finance to move
    perform varying dept-idx from 1 by 1 until dept-idx > nr-of-depts
       if dept-month-net(dept-idx) <> zero then
          perform 410-add-to-cost-center
       end-if
    end-perform

    open output journal-file

    if journal-file-status <> '00' then
       display
          "budget close rejected: unable to create journal file - "
          journal-file-name " (file status " journal-file-status ")"
          upon syserr
       move 12 to return-code
       stop run
    end-if

    move spaces to journal-header-record
    move 'H' to journal-header-type
    move close-month to journal-header-period
    move month-end-date to journal-header-date
    move "RAFFLE" to journal-header-source
    move "RAFFLE PRIZE CHARGEBACK" to journal-header-desc
    move all '0' to journal-header-filler

    write journal-header-record

    perform varying cc-idx from 1 by 1 until cc-idx > nr-of-cost-centers
       if cc-month-net(cc-idx) <> zero then
          perform 420-write-journal-entry
       end-if
    end-perform

   *> the clearing account takes the opposite of the net of all
   *> entries, so debits and credits agree across the journal
    compute balance-amount = debit-total - credit-total

    move spaces to journal-trailer-record
    move 'T' to journal-trailer-type
    move entry-count to journal-trailer-count
    move offset-account to journal-trailer-account

    if balance-amount < zero then
       move 'D' to journal-trailer-dc
       compute journal-trailer-amount = zero - balance-amount
       compute journal-trailer-debits =
          debit-total + journal-trailer-amount
       move credit-total to journal-trailer-credits
    else
       move 'C' to journal-trailer-dc
       move balance-amount to journal-trailer-amount
       move debit-total to journal-trailer-debits
       compute journal-trailer-credits =
          credit-total + journal-trailer-amount
    end-if

    move all '0' to journal-trailer-filler

    write journal-trailer-record

    close journal-file
.

410-add-to-cost-center.
    if dept-cost-center(dept-idx) = spaces then
       move unassigned-cost-center to dept-cost-center(dept-idx)
    end-if

    move zero to found-cc-idx

    perform varying cc-idx from 1 by 1 until cc-idx > nr-of-cost-centers
       if cc-code(cc-idx) = dept-cost-center(dept-idx) then
          move cc-idx to found-cc-idx
          exit perform
       end-if
    end-perform

    if found-cc-idx = zero then
       add 1 to nr-of-cost-centers

       if nr-of-cost-centers > max-cost-centers then
          display
             "budget close rejected: more than " max-cost-centers
             " cost centers in the budget"
             upon syserr
          move 8 to return-code
          stop run
       end-if

       move nr-of-cost-centers to found-cc-idx
       move dept-cost-center(dept-idx) to cc-code(found-cc-idx)
       move zero to cc-month-net(found-cc-idx)
    end-if

    add dept-month-net(dept-idx) to cc-month-net(found-cc-idx)
.

420-write-journal-entry.
    move spaces to journal-entry-record
    move 'D' to journal-entry-type
    move cc-code(cc-idx) to journal-entry-cost-center
    move expense-account to journal-entry-account
    move close-month to journal-entry-period
    move "RAFFLE PRIZES" to journal-entry-desc

   *> a month with more reversals than charges credits the cost
   *> center instead
    if cc-month-net(cc-idx) < zero then
       move 'C' to journal-entry-dc
       compute journal-entry-amount = zero - cc-month-net(cc-idx)
       add journal-entry-amount to credit-total
    else
       move 'D' to journal-entry-dc
       move cc-month-net(cc-idx) to journal-entry-amount
       add journal-entry-amount to debit-total
    end-if

    write journal-entry-record
    add 1 to entry-count
.

500-print-budget-report.
    display "prize budget versus actual - month " close-month
       " (journal " function trim(journal-file-name) ")"
    display " "
    display
       "department           cost ctr   period     "
       "    allowance        actual     remaining  used%"
       "     this month"

    perform varying dept-idx from 1 by 1 until dept-idx > nr-of-depts
       perform 510-print-department
    end-perform

    display " "
    display "  journal entries:            " entry-count
    display "  departments over budget:    " over-budget-count
    display "  charged without a budget:   " no-budget-count
.

510-print-department.
    move spaces to report-flag-text
    move dept-month-net(dept-idx) to month-formatted

    if dept-has-budget(dept-idx) then
       compute remaining-amount =
          dept-allowance(dept-idx) - dept-period-actual(dept-idx)

       if dept-allowance(dept-idx) > zero
          and dept-period-actual(dept-idx) > zero then
          compute used-percent rounded =
             dept-period-actual(dept-idx) * 100
             / dept-allowance(dept-idx)
       else
          move zero to used-percent
       end-if

       if remaining-amount < zero then
          move "OVER" to report-flag-text
          add 1 to over-budget-count
       end-if

       move dept-allowance(dept-idx) to allowance-formatted
       move dept-period-actual(dept-idx) to actual-formatted
       move remaining-amount to remaining-formatted
       move used-percent to percent-formatted

       display
          dept-name(dept-idx) " " dept-cost-center(dept-idx) " "
          dept-period(dept-idx) " " allowance-formatted " "
          actual-formatted " " remaining-formatted " "
          percent-formatted " " month-formatted " " report-flag-text
    else
      *> a department with no budget this period only matters when
      *> it was charged in the month being closed
       if dept-month-net(dept-idx) <> zero then
          add 1 to no-budget-count

          display
             dept-name(dept-idx) " " dept-cost-center(dept-idx) " "
             "(no budget covers " month-end-date ")"
             "                                 "
             month-formatted " NO BUDGET"
       end-if
    end-if
.
