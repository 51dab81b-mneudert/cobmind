       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-hold-disposition.

*>*********************************************************************
*> one disposition against the hold-queue case file ("COBMIND_HOLD_
*> QUEUE", ./cobmind.holds when unset) - the rule the compliance
*> desk's RELEASE / CONFIRM / ESCALATE (mmdb2-hold-desk) has always
*> applied, callable so the case-management import (mmdb2-case-link)
*> applies dispositions by exactly the same rule:
*>
*>   the address's case row takes the new status, last-seen becomes
*>   today, and the reviewer and ticket are recorded on the row; the
*>   disposition goes in the audit trail with the reviewer's name.
*>   the row's before and after images go in the maintenance journal
*>   (cobmind-journal-write), so a wrong disposition can be put back
*>   with mmdb2-maint-journal.
*>
*> applied-flag comes back 'Y' (row updated), 'N' (no case on file
*> for the address) or 'F' (no case file at all).
*>*********************************************************************

environment division.
input-output section.

file-control.
  select case-in
    assign dynamic case-file
    organization line sequential
    file status is case-in-status.

  select case-out
    assign dynamic case-new
    organization line sequential
    file status is case-out-status.

data division.
file section.

fd case-in.
01 case-in-rec pic x(256).

fd case-out.
01 case-out-rec pic x(256).

working-storage section.

01 case-file       pic x(128) value spaces.
01 case-new        pic x(136) value spaces.
01 case-in-status  pic xx value spaces.
01 case-out-status pic xx value spaces.
01 case-exists-rec pic x(1).
   88 case-exists  value 'Y', false 'N'.

01 split-ip        pic x(45) value spaces.
01 split-network   pic x(43) value spaces.
01 split-country   pic x(2) value spaces.
01 split-verdict   pic x(5) value spaces.
01 split-status    pic x(10) value spaces.
01 split-run       pic x(20) value spaces.
01 split-first     pic x(8) value spaces.
01 split-last      pic x(8) value spaces.
01 split-reviewer  pic x(32) value spaces.
01 split-ticket    pic x(32) value spaces.

01 today-num       pic x(8) value spaces.
01 row-handled-rec pic x(1) value 'N'.
   88 row-handled  value 'Y', false 'N'.
01 out-line        pic x(256) value spaces.

01 audit-tag       pic x(45) value spaces.
01 audit-subject   pic x(128) value spaces.
01 audit-dir-blank pic x(128) value spaces.

copy 'mmdb2-journal.cpy'.

linkage section.

01 ip-arg        pic x(45).
01 new-status    pic x(10).
01 reviewer-arg  pic x(32).
01 ticket-arg    pic x(32).
01 applied-flag  pic x(1).

*>*********************************************************************

procedure division using ip-arg, new-status, reviewer-arg,
    ticket-arg, applied-flag.
  move 'N' to applied-flag
  move function current-date(1:8) to today-num

  move spaces to case-file
  accept case-file from environment "COBMIND_HOLD_QUEUE"

  if case-file = spaces or low-value
    move './cobmind.holds' to case-file
  end-if

  call 'cobmind-file-exists' using case-file, case-exists-rec

  if not case-exists
    move 'F' to applied-flag
    goback
  end-if

  set row-handled to false

  move spaces to case-new
  string function trim(case-file) '_new' delimited by size
      into case-new

  open output case-out
  move spaces to case-in-status
  open input case-in

  if case-in-status = '00'
    perform until case-in-status = '10'
      read case-in
        at end move '10' to case-in-status
        not at end perform disposition-one-row
      end-read
    end-perform

    close case-in
  end-if

  close case-out

  call 'CBL_RENAME_FILE' using case-new, case-file

  if row-handled
    move 'Y' to applied-flag

    *> the disposition goes in the audit trail with both the action
    *> and the reviewer on it.
    move spaces to audit-tag
    string function trim(new-status) '=' function trim(reviewer-arg)
        delimited by size into audit-tag
    move ip-arg to audit-subject
    call 'cobmind-audit-log' using audit-subject, audit-tag,
        new-status(1:2), audit-dir-blank
  end-if
  goback.

*>*********************************************************************

disposition-one-row.
  if function trim(case-in-rec) = spaces
  or case-in-rec(1:1) = '#'
    write case-out-rec from case-in-rec
    exit paragraph
  end-if

  move spaces to split-ip split-network split-country split-verdict
      split-status split-run split-first split-last split-reviewer
      split-ticket
  unstring case-in-rec delimited by ','
      into split-ip, split-network, split-country, split-verdict,
           split-status, split-run, split-first, split-last,
           split-reviewer, split-ticket

  if function trim(split-ip) not = function trim(ip-arg)
    write case-out-rec from case-in-rec
    exit paragraph
  end-if

  set row-handled to true

  move spaces to out-line
  string
    function trim(split-ip) ','
    function trim(split-network) ','
    split-country ','
    function trim(split-verdict) ','
    function trim(new-status) ','
    function trim(split-run) ','
    split-first(1:8) ','
    today-num ','
    function trim(reviewer-arg) ','
    function trim(ticket-arg)
    delimited by size
    into out-line
  write case-out-rec from out-line

  move spaces to mmdb2-journal-rec
  move 'mmdb2-hold-disposition' to mmdb2-jrn-program
  string 'CASE-' function trim(new-status) delimited by size
      into mmdb2-jrn-action
  move case-file to mmdb2-jrn-file
  move split-ip to mmdb2-jrn-key
  move 'Y' to mmdb2-jrn-before-flag mmdb2-jrn-after-flag
  move case-in-rec to mmdb2-jrn-before
  move out-line to mmdb2-jrn-after
  call 'cobmind-journal-write' using mmdb2-journal-rec
  .
