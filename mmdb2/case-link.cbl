       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-case-link.

*>*********************************************************************
*> interface between the hold queue (the "COBMIND_HOLD_QUEUE" case
*> file mmdb2-hold-queue keeps) and the group case-management system
*> the compliance desk actually works its cases in - so a disposition
*> is keyed once, in the case system, instead of twice by hand:
*>
*>   EXPORT    <out-file> [<since YYYYMMDD>]
*>             hold-queue cases newly opened or refreshed since the
*>             last export, in the case system's inbound layout
*>             (mmdb2-casemgmt.cpy) - our case key plus the
*>             screening evidence. "since" defaults to the export
*>             mark ("COBMIND_CASE_MARK", ./cobmind.casemark), the
*>             date of the previous export; no mark means every case.
*>   IMPORT    <disposition-file>
*>             the case system's dispositions, applied to the hold
*>             queue by mmdb2-hold-disposition - the same rule the
*>             desk's RELEASE / CONFIRM / ESCALATE applies, audit
*>             trail and all, with the case officer as reviewer and
*>             the case system's reference as the ticket.
*>   RECONCILE <status-extract> [<report-file>]
*>             the case system's full status extract against the
*>             hold queue: every case whose status differs, and every
*>             case only one side knows about.
*>
*> an inbound file whose trailer count doesn't match its detail
*> records is refused whole (mmdb2-rc-trailer-bad) - half a
*> disposition file applied is worse than none. dispositions naming
*> an unknown case or status are rejected and listed, and end the
*> step mmdb2-rc-not-found; reconciliation differences end it
*> mmdb2-rc-reconcile-diff.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select case-in
    assign dynamic case-file
    organization line sequential
    file status is case-in-status.

  select export-out
    assign dynamic export-file
    organization line sequential
    file status is export-status.

  select dispo-in
    assign dynamic dispo-file
    organization line sequential
    file status is dispo-status.

  select report-out
    assign dynamic report-file
    organization line sequential
    file status is report-status.

  select mark-file
    assign dynamic mark-path
    organization line sequential
    file status is mark-status.

data division.
file section.

fd case-in.
01 case-in-rec pic x(256).

fd export-out.
01 export-out-rec pic x(300).

fd dispo-in.
01 dispo-in-rec pic x(200).

fd report-out.
01 report-out-rec pic x(256).

fd mark-file.
01 mark-rec pic x(16).

working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-casemgmt.cpy'.

01 mode-arg        pic x(10) value spaces.
01 file-arg        pic x(128) value spaces.
01 extra-arg       pic x(128) value spaces.

01 case-file       pic x(128) value spaces.
01 case-in-status  pic xx value spaces.
01 export-file     pic x(128) value spaces.
01 export-status   pic xx value spaces.
01 dispo-file      pic x(128) value spaces.
01 dispo-status    pic xx value spaces.
01 report-file     pic x(128) value spaces.
01 report-status   pic xx value spaces.
01 mark-path       pic x(128) value spaces.
01 mark-status     pic xx value spaces.
01 file-exists-rec pic x(1).
   88 file-on-disk value 'Y', false 'N'.

01 current-ts      pic x(21) value spaces.
01 today-num       pic x(8) value spaces.
01 since-date      pic x(8) value spaces.

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

*> the hold queue, loaded once for IMPORT and RECONCILE.
01 case-table.
   05 case-entry occurs 2000 times indexed by case-ix.
      10 case-key     pic x(60).
      10 case-ip      pic x(45).
      10 case-status  pic x(10).
      10 case-matched pic x(1).
01 case-count      pic 9(4) value 0.
01 found-ix        pic 9(4) value 0.
01 built-key       pic x(60) value spaces.

*> inbound control totals.
01 detail-count    pic 9(9) value 0.
01 trailer-count   pic 9(9) value 0.
01 trailer-seen-rec pic x(1) value 'N'.
   88 trailer-seen value 'Y', false 'N'.

01 new-status      pic x(10) value spaces.
01 reviewer-arg    pic x(32) value spaces.
01 ticket-arg      pic x(32) value spaces.
01 applied-flag    pic x(1) value 'N'.

01 exported-count  pic 9(6) value 0.
01 new-count       pic 9(6) value 0.
01 applied-count   pic 9(6) value 0.
01 already-count   pic 9(6) value 0.
01 working-count   pic 9(6) value 0.
01 rejected-count  pic 9(6) value 0.
01 differ-count    pic 9(6) value 0.
01 ours-only-count pic 9(6) value 0.
01 theirs-only-count pic 9(6) value 0.

01 finding-text    pic x(20) value spaces.
01 out-line        pic x(256) value spaces.
01 writing-report-rec pic x(1) value 'N'.
   88 writing-report value 'Y', false 'N'.

01 audit-tag       pic x(45) value spaces.
01 audit-subject   pic x(128) value spaces.
01 audit-dir-blank pic x(128) value spaces.

*>*********************************************************************

procedure division.
  accept mode-arg from argument-value
  accept file-arg from argument-value
  accept extra-arg from argument-value

  move spaces to case-file
  accept case-file from environment "COBMIND_HOLD_QUEUE"

  if case-file = spaces or low-value
    move './cobmind.holds' to case-file
  end-if

  move function current-date to current-ts
  move current-ts(1:8) to today-num

  if file-arg = spaces
    move spaces to mode-arg
  end-if

  evaluate function upper-case(function trim(mode-arg))
    when 'EXPORT'
      perform export-cases

    when 'IMPORT'
      perform import-dispositions

    when 'RECONCILE'
      perform reconcile-statuses

    when other
      display 'usage: mmdb2-case-link EXPORT <out-file> '
          '[<since YYYYMMDD>]'
      display '       mmdb2-case-link IMPORT <disposition-file>'
      display '       mmdb2-case-link RECONCILE <status-extract> '
          '[<report-file>]'
      move mmdb2-rc-bad-argument to return-code
  end-evaluate
  goback.

*>*********************************************************************
*> EXPORT - every case seen or dispositioned since the mark: NEW when
*> it was opened since then, REFRESH otherwise. RELEASED cases are
*> never bumped by the night's runs, so one only goes out again when
*> the desk (or the case system) has just dispositioned it.
*>*********************************************************************

export-cases.
  move file-arg to export-file

  move spaces to mark-path
  accept mark-path from environment "COBMIND_CASE_MARK"

  if mark-path = spaces or low-value
    move './cobmind.casemark' to mark-path
  end-if

  if extra-arg not = spaces
    if extra-arg(1:8) is not numeric
      display 'since date must be YYYYMMDD: ' function trim(extra-arg)
      move mmdb2-rc-bad-argument to return-code
      exit paragraph
    end-if
    move extra-arg(1:8) to since-date
  else
    perform read-export-mark
  end-if

  move spaces to export-status
  open output export-out

  if export-status not = '00'
    display 'failed to open export file: ' function trim(export-file)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move today-num to cmh-run-date
  move current-ts(9:6) to cmh-run-time
  write export-out-rec from cm-export-header

  call 'cobmind-file-exists' using case-file, file-exists-rec

  if file-on-disk
    move spaces to case-in-status
    open input case-in

    if case-in-status = '00'
      perform until case-in-status = '10'
        read case-in
          at end move '10' to case-in-status
          not at end perform export-one-case
        end-read
      end-perform
      close case-in
    end-if
  end-if

  move exported-count to cmt-count
  write export-out-rec from cm-export-trailer
  close export-out

  perform write-export-mark

  move spaces to audit-tag
  string 'CASE-EXPORT=' exported-count delimited by size
      into audit-tag
  move export-file to audit-subject
  call 'cobmind-audit-log' using audit-subject, audit-tag, 'OK',
      audit-dir-blank

  if since-date = spaces
    display 'exported:  ' exported-count ' case(s), all on file'
  else
    display 'exported:  ' exported-count ' case(s) since ' since-date
  end-if
  display 'new:       ' new-count
  display 'written to: ' function trim(export-file)

  move mmdb2-rc-ok to return-code
  .

export-one-case.
  if function trim(case-in-rec) = spaces
  or case-in-rec(1:1) = '#'
    exit paragraph
  end-if

  perform split-case-row

  if since-date not = spaces and split-last < since-date
    exit paragraph
  end-if

  move spaces to cmd-action
  if since-date = spaces or split-first >= since-date
    move 'NEW' to cmd-action
    add 1 to new-count
  else
    move 'REFRESH' to cmd-action
  end-if

  perform build-case-key
  move built-key to cmd-case-key
  move split-ip to cmd-ip
  move split-network to cmd-network
  move split-country to cmd-country
  move split-verdict to cmd-verdict
  move split-status to cmd-status
  move split-run to cmd-first-run
  move split-first to cmd-first-seen
  move split-last to cmd-last-seen
  move split-reviewer to cmd-reviewer
  move split-ticket to cmd-ticket

  write export-out-rec from cm-export-detail
  add 1 to exported-count
  .

read-export-mark.
  move spaces to since-date

  call 'cobmind-file-exists' using mark-path, file-exists-rec

  if not file-on-disk
    exit paragraph
  end-if

  move spaces to mark-status
  open input mark-file

  if mark-status = '00'
    read mark-file
      at end continue
      not at end
        if mark-rec(1:8) is numeric
          move mark-rec(1:8) to since-date
        end-if
    end-read
    close mark-file
  end-if
  .

write-export-mark.
  move spaces to mark-status
  open output mark-file

  if mark-status = '00'
    move today-num to mark-rec
    write mark-rec
    close mark-file
  end-if
  .

*>*********************************************************************
*> IMPORT - control totals first, then each disposition through the
*> desk's own rule. OPEN in the case system means still being
*> worked; a case already at the disposed status is left alone, so a
*> disposition file re-sent by the case system applies nothing twice.
*>*********************************************************************

import-dispositions.
  move file-arg to dispo-file

  perform check-inbound-totals

  if return-code not = mmdb2-rc-ok
    exit paragraph
  end-if

  perform load-case-table

  move spaces to dispo-status
  open input dispo-in

  perform until dispo-status = '10'
    read dispo-in
      at end move '10' to dispo-status
      not at end
        move dispo-in-rec to cm-disposition-rec
        if cmi-detail
          perform apply-one-disposition
        end-if
    end-read
  end-perform

  close dispo-in

  display 'applied:   ' applied-count ' disposition(s)'
  display 'unchanged: ' already-count ' already at that status'
  display 'working:   ' working-count ' still open in the case system'
  display 'rejected:  ' rejected-count

  if rejected-count > 0
    move mmdb2-rc-not-found to return-code
  else
    move mmdb2-rc-ok to return-code
  end-if
  .

apply-one-disposition.
  move function upper-case(function trim(cmi-status)) to new-status

  evaluate new-status
    when 'OPEN'
      add 1 to working-count
      exit paragraph
    when 'RELEASED'
    when 'CONFIRMED'
    when 'ESCALATED'
      continue
    when other
      display '  rejected ' function trim(cmi-case-key)
          ': unknown status ' function trim(cmi-status)
      add 1 to rejected-count
      exit paragraph
  end-evaluate

  perform find-case-by-key

  if found-ix = 0
    display '  rejected ' function trim(cmi-case-key)
        ': no such case in the hold queue'
    add 1 to rejected-count
    exit paragraph
  end-if

  if case-status(found-ix) = new-status
    add 1 to already-count
    exit paragraph
  end-if

  move cmi-officer to reviewer-arg
  if reviewer-arg = spaces
    move 'case-system' to reviewer-arg
  end-if
  move cmi-case-ref to ticket-arg
  if ticket-arg = spaces
    move '-' to ticket-arg
  end-if

  call 'mmdb2-hold-disposition' using case-ip(found-ix), new-status,
      reviewer-arg, ticket-arg, applied-flag

  if applied-flag = 'Y'
    move new-status to case-status(found-ix)
    add 1 to applied-count
    display '  ' function trim(new-status) ': '
        function trim(case-ip(found-ix)) ' by '
        function trim(reviewer-arg) ' (case ' function trim(ticket-arg)
        ')'
  else
    display '  rejected ' function trim(cmi-case-key)
        ': the hold queue did not take the disposition'
    add 1 to rejected-count
  end-if
  .

*>*********************************************************************
*> RECONCILE - the case system's view of every case against ours.
*>*********************************************************************

reconcile-statuses.
  move file-arg to dispo-file
  move extra-arg to report-file

  perform check-inbound-totals

  if return-code not = mmdb2-rc-ok
    exit paragraph
  end-if

  perform load-case-table

  set writing-report to false
  if report-file not = spaces
    move spaces to report-status
    open output report-out
    if report-status = '00'
      set writing-report to true
      move 'case_key,ip,hold_queue_status,case_system_status,finding'
          to report-out-rec
      write report-out-rec
    end-if
  end-if

  display 'hold queue vs case system - differences:'

  move spaces to dispo-status
  open input dispo-in

  perform until dispo-status = '10'
    read dispo-in
      at end move '10' to dispo-status
      not at end
        move dispo-in-rec to cm-disposition-rec
        if cmi-detail
          perform reconcile-one-case
        end-if
    end-read
  end-perform

  close dispo-in

  perform varying case-ix from 1 by 1 until case-ix > case-count
    if case-matched(case-ix) not = 'Y'
      move case-ix to found-ix
      move spaces to cmi-status
      move case-key(found-ix) to cmi-case-key
      move 'NOT-IN-CASE-SYSTEM' to finding-text
      add 1 to ours-only-count
      perform report-difference
    end-if
  end-perform

  if writing-report
    close report-out
    display 'report written to: ' function trim(report-file)
  end-if

  display 'status differs:      ' differ-count
  display 'only in hold queue:  ' ours-only-count
  display 'only in case system: ' theirs-only-count

  if differ-count + ours-only-count + theirs-only-count > 0
    move mmdb2-rc-reconcile-diff to return-code
  else
    display '  none - both systems agree'
    move mmdb2-rc-ok to return-code
  end-if
  .

reconcile-one-case.
  perform find-case-by-key

  if found-ix = 0
    move 'NOT-IN-HOLD-QUEUE' to finding-text
    add 1 to theirs-only-count
    perform report-difference
    exit paragraph
  end-if

  move 'Y' to case-matched(found-ix)

  if function upper-case(function trim(cmi-status))
      not = function trim(case-status(found-ix))
    move 'STATUS-DIFFERS' to finding-text
    add 1 to differ-count
    perform report-difference
  end-if
  .

report-difference.
  move spaces to out-line

  if found-ix = 0
    string function trim(cmi-case-key) ',,,'
        function trim(cmi-status) ','
        function trim(finding-text)
        delimited by size into out-line
  else
    string function trim(case-key(found-ix)) ','
        function trim(case-ip(found-ix)) ','
        function trim(case-status(found-ix)) ','
        function trim(cmi-status) ','
        function trim(finding-text)
        delimited by size into out-line
  end-if

  display '  ' function trim(out-line)

  if writing-report
    write report-out-rec from out-line
  end-if
  .

*>*********************************************************************
*> inbound control totals: the detail count must equal the trailer's
*> claim, and there must be a trailer at all.
*>*********************************************************************

check-inbound-totals.
  move mmdb2-rc-ok to return-code
  move 0 to detail-count trailer-count
  set trailer-seen to false

  move spaces to dispo-status
  open input dispo-in

  if dispo-status not = '00'
    display 'failed to open case-system file: '
        function trim(dispo-file)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  perform until dispo-status = '10'
    read dispo-in
      at end move '10' to dispo-status
      not at end
        move dispo-in-rec to cm-disposition-rec
        evaluate true
          when cmi-detail
            add 1 to detail-count
          when cmi-trailer
            set trailer-seen to true
            move dispo-in-rec to cm-disposition-trailer
            if cmit-count is numeric
              move cmit-count to trailer-count
            end-if
          when other
            continue
        end-evaluate
    end-read
  end-perform

  close dispo-in

  if not trailer-seen or trailer-count not = detail-count
    display 'refused: ' function trim(dispo-file) ' carries '
        detail-count ' detail record(s) against a trailer count of '
        trailer-count ' - nothing applied'
    move mmdb2-rc-trailer-bad to return-code
  end-if
  .

*>*********************************************************************
*> the hold queue as a key table.
*>*********************************************************************

load-case-table.
  move 0 to case-count

  call 'cobmind-file-exists' using case-file, file-exists-rec

  if not file-on-disk
    exit paragraph
  end-if

  move spaces to case-in-status
  open input case-in

  if case-in-status not = '00'
    exit paragraph
  end-if

  perform until case-in-status = '10'
    read case-in
      at end move '10' to case-in-status
      not at end perform take-case-row
    end-read
  end-perform

  close case-in
  .

take-case-row.
  if function trim(case-in-rec) = spaces
  or case-in-rec(1:1) = '#'
  or case-count >= 2000
    exit paragraph
  end-if

  perform split-case-row
  perform build-case-key

  add 1 to case-count
  move built-key to case-key(case-count)
  move split-ip to case-ip(case-count)
  move function trim(split-status) to case-status(case-count)
  move 'N' to case-matched(case-count)
  .

find-case-by-key.
  move 0 to found-ix

  perform varying case-ix from 1 by 1
      until case-ix > case-count or found-ix > 0
    if case-key(case-ix) = cmi-case-key
      set found-ix to case-ix
    end-if
  end-perform
  .

build-case-key.
  move spaces to built-key
  string 'HQ' split-first(1:8) '-' function trim(split-ip)
      delimited by size into built-key
  .

split-case-row.
  move spaces to split-ip split-network split-country split-verdict
      split-status split-run split-first split-last split-reviewer
      split-ticket
  unstring case-in-rec delimited by ','
      into split-ip, split-network, split-country, split-verdict,
           split-status, split-run, split-first, split-last,
           split-reviewer, split-ticket
  .
