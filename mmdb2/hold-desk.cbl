*>
*> every disposition lands in the audit trail with the reviewer's
*> name, so "who released what, on which ticket" is always on record.
*> the disposition rule itself is mmdb2-hold-disposition, which the
*> case-management import (mmdb2-case-link) applies as well.
*>*********************************************************************

environment division.
    organization line sequential
    file status is case-in-status.

  select report-out
    assign dynamic report-file
    organization line sequential
fd case-in.
01 case-in-rec pic x(256).

fd report-out.
01 report-out-rec pic x(256).

01 report-file     pic x(128) value spaces.

01 case-file       pic x(128) value spaces.
01 case-in-status  pic xx value spaces.
01 report-status   pic xx value spaces.
01 case-exists-rec pic x(1).
   88 case-exists  value 'Y', false 'N'.

01 new-status      pic x(10) value spaces.
01 applied-flag    pic x(1) value 'N'.

01 split-ip        pic x(45) value spaces.
01 split-network   pic x(43) value spaces.
01 split-reviewer  pic x(32) value spaces.
01 split-ticket    pic x(32) value spaces.

01 out-line        pic x(256) value spaces.

01 open-count      pic 9(6) value 0.
01 released-count  pic 9(6) value 0.
01 confirmed-count pic 9(6) value 0.

01 write-report-rec pic x(1) value 'N'.
   88 writing-report value 'Y', false 'N'.

  accept mode-arg from argument-value

  perform resolve-case-file

  evaluate function upper-case(function trim(mode-arg))
    when 'RELEASE'
    move '-' to ticket-arg
  end-if

  call 'mmdb2-hold-disposition' using ip-arg, new-status,
      reviewer-arg, ticket-arg, applied-flag

  evaluate applied-flag
    when 'Y'
      display function trim(new-status) ': ' function trim(ip-arg)
          ' by ' function trim(reviewer-arg)
          ' (ticket ' function trim(ticket-arg) ')'
      move mmdb2-rc-ok to return-code

    when 'F'
      display 'no hold-queue case file at ' function trim(case-file)
      move mmdb2-rc-db-not-found to return-code

    when other
      display 'no case on file for ' function trim(ip-arg)
      move mmdb2-rc-not-found to return-code
  end-evaluate
  .

*>*********************************************************************
