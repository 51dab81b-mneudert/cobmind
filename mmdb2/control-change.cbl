       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-control-change.

*>*********************************************************************
*> change management for the rule and mapping control files - the
*> screening rules, translate tables, territory file, fixed map,
*> site table - which were edited in place, one bad save taking
*> effect at the next run. a change is staged as an edited copy,
*> shown as a diff against the live file, approved by a second
*> operator through the countersign file (cobmind-countersign),
*> and only then activated, at a stated time or at the next batch
*> window start, and never inside a freeze. operations:
*>
*>   STAGE <live-path> <edited-copy> [<note words ...>]
*>       copy the edited file into the version store as a new
*>       change, STAGED, and show its diff against the live file.
*>       the first change to a file also files the live copy as its
*>       BASELINE version, so the store holds every version the
*>       runs have read. one pending change per file at a time.
*>   DIFF <change-id>
*>       the staged version against the live file, again.
*>   APPROVE <change-id> <YYYYMMDDHHMM|NOW|WINDOW>
*>       needs a countersign row for today naming the action
*>       CTL-<change-id> by an operator who is neither the one
*>       approving nor the one who staged it. WINDOW is the next
*>       run-window start in the window calendar
*>       (mmdb2-check-window's file; no calendar means NOW).
*>   WITHDRAW <change-id>
*>       drop a STAGED or APPROVED change.
*>   ACTIVATE
*>       the job-start step: every APPROVED change due by now is
*>       copied over its live file (through a "_new" sibling) and
*>       becomes ACTIVE, the version it replaces SUPERSEDED. inside
*>       a freeze, due changes are held and the step ends with
*>       mmdb2-rc-change-frozen; they activate at the first
*>       ACTIVATE after the freeze ends.
*>   LIST [<live-path>]
*>       the registry, newest last.
*>   ASOF <YYYYMMDDHHMM|run-id>
*>       the version of every managed file that was live at that
*>       moment - given a run id (R<YYYYMMDDhhmm...>, as in the run
*>       ledger), the exact control-file versions the run used.
*>
*> version registry ("COBMIND_CTL_STORE", ./cobmind.ctlstore when
*> unset), each version's content beside it as <registry>.<id>:
*>
*>   <id>,<state>,<live-path>,<staged-by>,<staged-at>,<approver>,
*>       <approved-at>,<effective>,<activated-at>,<retired-at>,<note>
*>
*> (one line, wrapped here; states STAGED, APPROVED, ACTIVE,
*> SUPERSEDED, WITHDRAWN). freeze calendar ("COBMIND_FREEZE",
*> ./cobmind.freeze when unset):
*>
*>   # from,to,reason (YYYYMMDD, inclusive) or MONTHEND,<days>,reason
*>   20261221,20270104,year-end freeze
*>   MONTHEND,3,month-end close
*>
*> MONTHEND freezes the last <days> days of every month. every
*> stage, approval, withdrawal and activation goes in the audit
*> trail with the operator's name.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select registry-in
    assign dynamic registry-path
    organization line sequential
    file status is registry-in-status.

  select registry-out
    assign dynamic registry-new
    organization line sequential
    file status is registry-out-status.

  select copy-in
    assign dynamic copy-from
    organization line sequential
    file status is copy-in-status.

  select copy-out
    assign dynamic copy-to
    organization line sequential
    file status is copy-out-status.

  select calendar-in
    assign dynamic calendar-path
    organization line sequential
    file status is calendar-status.

data division.
file section.

fd registry-in.
01 registry-in-rec pic x(512).

fd registry-out.
01 registry-out-rec pic x(512).

fd copy-in.
01 copy-in-rec pic x(512).

fd copy-out.
01 copy-out-rec pic x(512).

fd calendar-in.
01 calendar-in-rec pic x(128).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 mode-arg          pic x(8) value spaces.
01 live-arg          pic x(128) value spaces.
01 edited-arg        pic x(128) value spaces.
01 change-arg        pic x(16) value spaces.
01 effective-arg     pic x(16) value spaces.
01 asof-arg          pic x(32) value spaces.
01 note-word         pic x(64) value spaces.
01 note-text         pic x(64) value spaces.
01 note-work         pic x(64) value spaces.

01 registry-path     pic x(128) value spaces.
01 registry-new      pic x(136) value spaces.
01 copy-from         pic x(140) value spaces.
01 copy-to           pic x(140) value spaces.
01 calendar-path     pic x(128) value spaces.
01 registry-in-status  pic xx value spaces.
01 registry-out-status pic xx value spaces.
01 copy-in-status    pic xx value spaces.
01 copy-out-status   pic xx value spaces.
01 calendar-status   pic xx value spaces.
01 file-exists-rec   pic x(1).
   88 file-found     value 'Y', false 'N'.
01 copy-ok           pic x(1) value 'N'.
01 copy-lines        pic 9(6) value 0.

01 operator-name     pic x(32) value spaces.
01 current-ts        pic x(21) value spaces.
01 now-stamp         pic x(14) value spaces.
01 now-minute        pic x(12) value spaces.
01 today-num         pic 9(8) value 0.
01 today-year        pic 9(4) value 0.
01 today-month       pic 9(2) value 0.
01 now-hhmm          pic 9(4) value 0.

*> the version registry, held whole and rewritten.
01 registry-table.
   05 reg-entry occurs 500 times.
      10 reg-id          pic x(7).
      10 reg-state       pic x(10).
      10 reg-path        pic x(128).
      10 reg-stager      pic x(32).
      10 reg-staged-at   pic x(14).
      10 reg-approver    pic x(32).
      10 reg-approved-at pic x(14).
      10 reg-effective   pic x(12).
      10 reg-activated   pic x(12).
      10 reg-retired     pic x(12).
      10 reg-note        pic x(64).
01 reg-count         pic 9(3) value 0.
01 reg-ix            pic 9(3) value 0.
01 reg-slot          pic 9(3) value 0.
01 reg-live          pic 9(3) value 0.
01 reg-pending       pic 9(3) value 0.
01 reg-high-seq      pic 9(6) value 0.
01 reg-seq           pic 9(6) value 0.
01 reg-changed       pic x(1) value 'N'.

01 new-id            pic x(7) value spaces.
01 version-file      pic x(140) value spaces.

*> the diff: live lines against the version's lines.
01 diff-old-table.
   05 diff-old-entry occurs 2000 times.
      10 diff-old-line   pic x(256).
      10 diff-old-used   pic x(1).
01 diff-old-count    pic 9(4) value 0.
01 diff-new-table.
   05 diff-new-entry occurs 2000 times.
      10 diff-new-line   pic x(256).
      10 diff-new-used   pic x(1).
01 diff-new-count    pic 9(4) value 0.
01 diff-old-ix       pic 9(4) value 0.
01 diff-new-ix       pic 9(4) value 0.
01 diff-removed      pic 9(4) value 0.
01 diff-added        pic 9(4) value 0.
01 diff-reordered    pic x(1) value 'N'.
01 diff-side         pic x(1) value spaces.
01 diff-path         pic x(140) value spaces.

*> the countersign.
01 countersign-action pic x(16) value spaces.
01 countersign-ok    pic x(1) value 'N'.
01 approver-name     pic x(32) value spaces.

*> the window calendar and the freeze calendar.
01 line-key          pic x(16) value spaces.
01 line-value        pic x(64) value spaces.
01 eq-pos            pic 9(3) value 0.
01 window-day-table.
   05 window-day-from pic x(4) occurs 7 times.
01 holiday-table.
   05 holiday-date   pic x(8) occurs 100 times.
01 holiday-count     pic 9(3) value 0.
01 holiday-ix        pic 9(3) value 0.
01 holiday-hit       pic x(1) value 'N'.
01 window-calendar   pic x(1) value 'N'.
01 from-text         pic x(4) value spaces.
01 to-text           pic x(4) value spaces.
01 probe-days        pic 9(2) value 0.
01 probe-date        pic 9(8) value 0.
01 probe-dow         pic 9(1) value 0.
01 dow-ix            pic 9(1) value 0.
01 window-stamp      pic x(12) value spaces.

01 split-from        pic x(16) value spaces.
01 split-to          pic x(16) value spaces.
01 split-reason      pic x(64) value spaces.
01 frozen-flag       pic x(1) value 'N'.
01 freeze-reason     pic x(64) value spaces.
01 month-last-day    pic 9(8) value 0.
01 month-end-days    pic 9(2) value 0.
01 next-month-first  pic 9(8) value 0.

01 asof-stamp        pic x(12) value spaces.
01 asof-hit          pic 9(3) value 0.
01 path-seen         pic x(1) value 'N'.
01 path-ix           pic 9(3) value 0.

01 due-count         pic 9(3) value 0.
01 activated-count   pic 9(3) value 0.
01 held-count        pic 9(3) value 0.
01 listed-count      pic 9(3) value 0.

01 out-line          pic x(512) value spaces.

01 audit-tag         pic x(45) value spaces.
01 audit-subject     pic x(128) value spaces.
01 audit-dir-blank   pic x(128) value spaces.

01 notify-subject    pic x(128) value spaces.
01 notify-event      pic x(16) value spaces.
01 notify-text       pic x(128) value spaces.

*>*********************************************************************

procedure division.
  accept operator-name from environment "USER"
  if operator-name = spaces
    accept operator-name from environment "LOGNAME"
  end-if
  if operator-name = spaces
    move 'UNKNOWN' to operator-name
  end-if

  move function current-date to current-ts
  move current-ts(1:14) to now-stamp
  move current-ts(1:12) to now-minute
  move current-ts(1:8) to today-num
  move current-ts(1:4) to today-year
  move current-ts(5:2) to today-month
  move current-ts(9:4) to now-hhmm

  move spaces to registry-path
  accept registry-path from environment "COBMIND_CTL_STORE"

  if registry-path = spaces or low-value
    move './cobmind.ctlstore' to registry-path
  end-if

  move spaces to registry-new
  string function trim(registry-path) '_new' delimited by size
      into registry-new

  accept mode-arg from argument-value

  evaluate function upper-case(function trim(mode-arg))
    when 'STAGE'    perform stage-change
    when 'DIFF'     perform diff-change
    when 'APPROVE'  perform approve-change
    when 'WITHDRAW' perform withdraw-change
    when 'ACTIVATE' perform activate-changes
    when 'LIST'     perform list-registry
    when 'ASOF'     perform versions-as-of
    when other
      display 'usage: mmdb2-control-change STAGE <live-path>'
          ' <edited-copy> [<note words>]'
      display '       mmdb2-control-change DIFF <change-id>'
      display '       mmdb2-control-change APPROVE <change-id>'
          ' <YYYYMMDDHHMM|NOW|WINDOW>'
      display '       mmdb2-control-change WITHDRAW <change-id>'
      display '       mmdb2-control-change ACTIVATE'
      display '       mmdb2-control-change LIST [<live-path>]'
      display '       mmdb2-control-change ASOF <YYYYMMDDHHMM|run-id>'
      move mmdb2-rc-bad-argument to return-code
  end-evaluate
  goback.

*>*********************************************************************
*> STAGE
*>*********************************************************************

stage-change.
  accept live-arg from argument-value
  accept edited-arg from argument-value

  if live-arg = spaces or edited-arg = spaces
    display 'STAGE needs <live-path> <edited-copy> [<note words>]'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  move spaces to note-text
  perform gather-note-word 8 times
  inspect note-text replacing all ',' by ';'

  call 'cobmind-file-exists' using edited-arg, file-exists-rec

  if not file-found
    display 'edited copy not found: ' function trim(edited-arg)
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  perform load-registry

  move 0 to reg-live reg-pending

  perform varying reg-ix from 1 by 1 until reg-ix > reg-count
    if reg-path(reg-ix) = live-arg
      evaluate reg-state(reg-ix)
        when 'ACTIVE'
          move reg-ix to reg-live
        when 'STAGED'
          move reg-ix to reg-pending
        when 'APPROVED'
          move reg-ix to reg-pending
      end-evaluate
    end-if
  end-perform

  if reg-pending > 0
    display 'refused:  ' function trim(live-arg) ' already has change '
        reg-id(reg-pending) ' ' function trim(reg-state(reg-pending))
        ' - activate or withdraw it first'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  if reg-count >= 499
    display 'version registry full: ' function trim(registry-path)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  *> the first change to a file files the live copy as its baseline,
  *> so the store holds the version every earlier run read.
  call 'cobmind-file-exists' using live-arg, file-exists-rec

  if reg-live = 0 and file-found
    perform allocate-change-id
    move live-arg to copy-from
    move version-file to copy-to
    perform copy-text-file
    if copy-ok not = 'Y'
      move mmdb2-rc-io-error to return-code
      exit paragraph
    end-if

    add 1 to reg-count
    move reg-count to reg-slot
    perform clear-registry-slot
    move new-id to reg-id(reg-slot)
    move 'ACTIVE' to reg-state(reg-slot)
    move live-arg to reg-path(reg-slot)
    move operator-name to reg-stager(reg-slot)
    move now-stamp to reg-staged-at(reg-slot)
    move 'BASELINE' to reg-approver(reg-slot)
    move now-stamp to reg-approved-at(reg-slot)
    move now-minute to reg-effective(reg-slot) reg-activated(reg-slot)
    move 'live copy at first staged change' to reg-note(reg-slot)
    display 'baseline: live file filed as version ' new-id
  end-if

  perform allocate-change-id
  move edited-arg to copy-from
  move version-file to copy-to
  perform copy-text-file
  if copy-ok not = 'Y'
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  add 1 to reg-count
  move reg-count to reg-slot
  perform clear-registry-slot
  move new-id to reg-id(reg-slot)
  move 'STAGED' to reg-state(reg-slot)
  move live-arg to reg-path(reg-slot)
  move operator-name to reg-stager(reg-slot)
  move now-stamp to reg-staged-at(reg-slot)
  move note-text to reg-note(reg-slot)

  perform show-slot-diff

  if diff-removed = 0 and diff-added = 0 and diff-reordered = 'N'
  and file-found
    display 'refused:  the edited copy is identical to the live file'
    call 'CBL_DELETE_FILE' using version-file
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  perform write-registry

  display 'staged:   change ' new-id ' for ' function trim(live-arg)
  display 'next:     a second operator countersigns CTL-' new-id
      ', then APPROVE ' new-id ' <when>'

  move 'STAGE' to mode-arg
  perform audit-change
  move mmdb2-rc-ok to return-code
  .

gather-note-word.
  move spaces to note-word
  accept note-word from argument-value

  if note-word = spaces or note-word = low-values
    exit paragraph
  end-if

  if note-text = spaces
    move function trim(note-word) to note-text
  else
    move note-text to note-work
    move spaces to note-text
    string function trim(note-work) ' '
        function trim(note-word)
        delimited by size into note-text
  end-if
  .

*> the next C<nnnnnn> id, and the version file that holds it.
allocate-change-id.
  move 0 to reg-high-seq

  perform varying reg-ix from 1 by 1 until reg-ix > reg-count
    if reg-id(reg-ix)(2:6) is numeric
      move reg-id(reg-ix)(2:6) to reg-seq
      if reg-seq > reg-high-seq
        move reg-seq to reg-high-seq
      end-if
    end-if
  end-perform

  add 1 to reg-high-seq
  move spaces to new-id
  string 'C' reg-high-seq delimited by size into new-id

  move new-id to change-arg
  perform name-version-file
  .

name-version-file.
  move spaces to version-file
  string function trim(registry-path) '.' function trim(change-arg)
      delimited by size into version-file
  .

clear-registry-slot.
  move spaces to reg-entry(reg-slot)
  .

*>*********************************************************************
*> DIFF
*>*********************************************************************

diff-change.
  accept change-arg from argument-value
  move function upper-case(change-arg) to change-arg

  perform load-registry
  perform find-change

  if reg-slot = 0
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  display 'change:   ' reg-id(reg-slot) ' '
      function trim(reg-state(reg-slot)) ' for '
      function trim(reg-path(reg-slot))
  display 'staged:   ' reg-staged-at(reg-slot) ' by '
      function trim(reg-stager(reg-slot)) '  '
      function trim(reg-note(reg-slot))

  perform name-version-file
  perform show-slot-diff
  move mmdb2-rc-ok to return-code
  .

*> the version file against reg-path(reg-slot), lines removed from
*> the live file as '-', lines added as '+'. the match is by line
*> content; a file whose lines only moved is reported as reordered,
*> since rule order matters to the first-match files.
show-slot-diff.
  move 0 to diff-removed diff-added
  move 'N' to diff-reordered

  move reg-path(reg-slot) to diff-path
  move 'O' to diff-side
  perform load-diff-side

  move version-file to diff-path
  move 'N' to diff-side
  perform load-diff-side

  display '--- live:   ' function trim(reg-path(reg-slot))
  display '+++ change: ' reg-id(reg-slot)

  perform varying diff-old-ix from 1 by 1
      until diff-old-ix > diff-old-count
    perform match-old-line
  end-perform

  perform varying diff-old-ix from 1 by 1
      until diff-old-ix > diff-old-count
    if diff-old-used(diff-old-ix) not = 'Y'
      display '- ' function trim(diff-old-line(diff-old-ix))
      add 1 to diff-removed
    end-if
  end-perform

  perform varying diff-new-ix from 1 by 1
      until diff-new-ix > diff-new-count
    if diff-new-used(diff-new-ix) not = 'Y'
      display '+ ' function trim(diff-new-line(diff-new-ix))
      add 1 to diff-added
    end-if
  end-perform

  if diff-removed = 0 and diff-added = 0
  and diff-old-count = diff-new-count
    perform varying diff-old-ix from 1 by 1
        until diff-old-ix > diff-old-count
      if diff-old-line(diff-old-ix) not = diff-new-line(diff-old-ix)
        move 'Y' to diff-reordered
      end-if
    end-perform
  end-if

  if diff-reordered = 'Y'
    display '  (same lines, order changed)'
  end-if

  display 'diff:     ' diff-removed ' line(s) removed, ' diff-added
      ' line(s) added'
  .

match-old-line.
  perform varying diff-new-ix from 1 by 1
      until diff-new-ix > diff-new-count
      or diff-old-used(diff-old-ix) = 'Y'
    if diff-new-used(diff-new-ix) not = 'Y'
    and diff-new-line(diff-new-ix) = diff-old-line(diff-old-ix)
      move 'Y' to diff-new-used(diff-new-ix)
      move 'Y' to diff-old-used(diff-old-ix)
    end-if
  end-perform
  .

load-diff-side.
  if diff-side = 'O'
    move 0 to diff-old-count
  else
    move 0 to diff-new-count
  end-if

  call 'cobmind-file-exists' using diff-path, file-exists-rec

  if not file-found
    exit paragraph
  end-if

  move diff-path to copy-from
  move spaces to copy-in-status
  open input copy-in

  if copy-in-status not = '00'
    exit paragraph
  end-if

  perform until copy-in-status = '10'
    read copy-in
      at end move '10' to copy-in-status
      not at end perform keep-diff-line
    end-read
  end-perform

  close copy-in
  .

keep-diff-line.
  if diff-side = 'O'
    if diff-old-count < 2000
      add 1 to diff-old-count
      move copy-in-rec to diff-old-line(diff-old-count)
      move 'N' to diff-old-used(diff-old-count)
    end-if
  else
    if diff-new-count < 2000
      add 1 to diff-new-count
      move copy-in-rec to diff-new-line(diff-new-count)
      move 'N' to diff-new-used(diff-new-count)
    end-if
  end-if
  .

*>*********************************************************************
*> APPROVE / WITHDRAW
*>*********************************************************************

approve-change.
  accept change-arg from argument-value
  accept effective-arg from argument-value
  move function upper-case(change-arg) to change-arg
  move function upper-case(effective-arg) to effective-arg

  if change-arg = spaces or effective-arg = spaces
    display 'APPROVE needs <change-id> <YYYYMMDDHHMM|NOW|WINDOW>'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  evaluate true
    when effective-arg = 'NOW'
      move now-minute to window-stamp
    when effective-arg = 'WINDOW'
      perform find-next-window
    when effective-arg(1:12) is numeric
    and effective-arg(13:4) = spaces
      move effective-arg(1:12) to window-stamp
    when other
      display 'effective time must be YYYYMMDDHHMM, NOW or WINDOW'
      move mmdb2-rc-bad-argument to return-code
      exit paragraph
  end-evaluate

  perform load-registry
  perform find-change

  if reg-slot = 0
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  if reg-state(reg-slot) not = 'STAGED'
    display 'refused:  change ' reg-id(reg-slot) ' is '
        function trim(reg-state(reg-slot)) ', not STAGED'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  *> two humans: the countersign refuses the approving operator
  *> signing for themselves, and the stager may not sign either.
  move spaces to countersign-action
  string 'CTL-' reg-id(reg-slot) delimited by size
      into countersign-action
  call 'cobmind-countersign' using countersign-action,
      countersign-ok, approver-name

  if countersign-ok = 'Y'
  and function trim(approver-name) = function trim(reg-stager(reg-slot))
    move 'N' to countersign-ok
  end-if

  if countersign-ok not = 'Y'
    display 'refused:  change ' reg-id(reg-slot) ' needs a countersign'
        ' for ' function trim(countersign-action) ' dated today by'
        ' an operator other than its stager and its approver'
    move mmdb2-rc-no-countersign to return-code
    exit paragraph
  end-if

  move 'APPROVED' to reg-state(reg-slot)
  move approver-name to reg-approver(reg-slot)
  move now-stamp to reg-approved-at(reg-slot)
  move window-stamp to reg-effective(reg-slot)

  perform write-registry

  display 'approved: change ' reg-id(reg-slot) ' countersigned by '
      function trim(approver-name) ', effective '
      window-stamp(1:8) ' ' window-stamp(9:4)

  move 'APPROVE' to mode-arg
  perform audit-change
  move mmdb2-rc-ok to return-code
  .

withdraw-change.
  accept change-arg from argument-value
  move function upper-case(change-arg) to change-arg

  perform load-registry
  perform find-change

  if reg-slot = 0
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  if reg-state(reg-slot) not = 'STAGED'
  and reg-state(reg-slot) not = 'APPROVED'
    display 'refused:  change ' reg-id(reg-slot) ' is '
        function trim(reg-state(reg-slot))
        ' - only a pending change can be withdrawn'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  move 'WITHDRAWN' to reg-state(reg-slot)
  move now-minute to reg-retired(reg-slot)
  perform write-registry

  display 'withdrawn: change ' reg-id(reg-slot)

  move 'WITHDRAW' to mode-arg
  perform audit-change
  move mmdb2-rc-ok to return-code
  .

find-change.
  move 0 to reg-slot

  perform varying reg-ix from 1 by 1
      until reg-ix > reg-count or reg-slot > 0
    if reg-id(reg-ix) = change-arg(1:7)
      move reg-ix to reg-slot
    end-if
  end-perform

  if reg-slot = 0
    display 'no such change: ' function trim(change-arg)
  end-if
  .

*> the next run-window start in the window calendar: the first day
*> from today on, holidays skipped, whose window opens later than
*> now. no calendar, or no window in the coming fortnight, is NOW.
find-next-window.
  move now-minute to window-stamp
  move spaces to window-day-table
  move 0 to holiday-count
  move 'N' to window-calendar

  move spaces to calendar-path
  accept calendar-path from environment "COBMIND_WINDOW_FILE"

  if calendar-path = spaces or low-value
    move './cobmind.window' to calendar-path
  end-if

  call 'cobmind-file-exists' using calendar-path, file-exists-rec

  if not file-found
    display 'no window calendar - WINDOW taken as NOW'
    exit paragraph
  end-if

  move spaces to calendar-status
  open input calendar-in

  if calendar-status not = '00'
    exit paragraph
  end-if

  perform until calendar-status = '10'
    read calendar-in
      at end move '10' to calendar-status
      not at end perform note-window-line
    end-read
  end-perform

  close calendar-in

  perform varying probe-days from 0 by 1
      until probe-days > 14 or window-calendar = 'Y'
    perform probe-window-day
  end-perform

  if window-calendar not = 'Y'
    display 'no run window in the next fortnight - WINDOW taken'
        ' as NOW'
  end-if
  .

note-window-line.
  if function trim(calendar-in-rec) = spaces
  or calendar-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to line-key line-value
  move 0 to eq-pos
  inspect calendar-in-rec tallying eq-pos
      for characters before initial '='

  if eq-pos = 0 or eq-pos > 16
    exit paragraph
  end-if

  move calendar-in-rec(1:eq-pos) to line-key
  move calendar-in-rec(eq-pos + 2:) to line-value
  move function lower-case(function trim(line-key)) to line-key

  move 0 to dow-ix
  evaluate function trim(line-key)
    when 'holiday'
      if holiday-count < 100
        add 1 to holiday-count
        move function trim(line-value) to holiday-date(holiday-count)
      end-if
    when 'mon' move 1 to dow-ix
    when 'tue' move 2 to dow-ix
    when 'wed' move 3 to dow-ix
    when 'thu' move 4 to dow-ix
    when 'fri' move 5 to dow-ix
    when 'sat' move 6 to dow-ix
    when 'sun' move 7 to dow-ix
  end-evaluate

  if dow-ix > 0
    move spaces to from-text to-text
    unstring line-value delimited by '-' into from-text, to-text
    if from-text is numeric
      move from-text to window-day-from(dow-ix)
    end-if
  end-if
  .

probe-window-day.
  compute probe-date = function date-of-integer(
      function integer-of-date(today-num) + probe-days)

  *> day 1 of the intrinsic date line (1601-01-01) was a monday.
  compute probe-dow = function mod(
      function integer-of-date(probe-date) - 1, 7) + 1

  if window-day-from(probe-dow) = spaces
    exit paragraph
  end-if

  if probe-days = 0 and window-day-from(probe-dow) <= now-hhmm
    exit paragraph
  end-if

  move 'N' to holiday-hit
  perform varying holiday-ix from 1 by 1
      until holiday-ix > holiday-count
    if holiday-date(holiday-ix) = probe-date
      move 'Y' to holiday-hit
    end-if
  end-perform

  if holiday-hit = 'Y'
    exit paragraph
  end-if

  move spaces to window-stamp
  string probe-date window-day-from(probe-dow)
      delimited by size into window-stamp
  move 'Y' to window-calendar
  .

*>*********************************************************************
*> ACTIVATE
*>*********************************************************************

activate-changes.
  perform load-registry
  perform check-freeze

  move 0 to due-count activated-count held-count
  move 'N' to reg-changed

  perform varying reg-slot from 1 by 1 until reg-slot > reg-count
    if reg-state(reg-slot) = 'APPROVED'
    and reg-effective(reg-slot) <= now-minute
      add 1 to due-count
      if frozen-flag = 'Y'
        add 1 to held-count
        display 'held:     change ' reg-id(reg-slot) ' for '
            function trim(reg-path(reg-slot)) ' - freeze: '
            function trim(freeze-reason)
      else
        perform activate-one-change
      end-if
    end-if
  end-perform

  if reg-changed = 'Y'
    perform write-registry
  end-if

  display 'activate: ' due-count ' change(s) due, ' activated-count
      ' activated, ' held-count ' held by a freeze'

  if held-count > 0
    move spaces to notify-subject notify-text
    move registry-path to notify-subject
    string held-count ' approved control-file change(s) held by the'
        ' freeze: ' function trim(freeze-reason)
        delimited by size into notify-text
    move 'CHANGE-FROZEN' to notify-event
    call 'cobmind-notify' using 'W', notify-subject, notify-event,
        notify-text
    move mmdb2-rc-change-frozen to return-code
    exit paragraph
  end-if

  if activated-count < due-count
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move mmdb2-rc-ok to return-code
  .

activate-one-change.
  move reg-id(reg-slot) to change-arg
  perform name-version-file

  move spaces to copy-to
  string function trim(reg-path(reg-slot)) '_new' delimited by size
      into copy-to
  move version-file to copy-from
  perform copy-text-file

  if copy-ok not = 'Y'
    display 'FAILED:   change ' reg-id(reg-slot) ' could not be'
        ' copied to ' function trim(reg-path(reg-slot))
    exit paragraph
  end-if

  call 'CBL_RENAME_FILE' using copy-to, reg-path(reg-slot)

  if return-code not = 0
    display 'FAILED:   change ' reg-id(reg-slot) ' could not replace '
        function trim(reg-path(reg-slot))
    exit paragraph
  end-if

  perform varying reg-ix from 1 by 1 until reg-ix > reg-count
    if reg-path(reg-ix) = reg-path(reg-slot)
    and reg-state(reg-ix) = 'ACTIVE'
      move 'SUPERSEDED' to reg-state(reg-ix)
      move now-minute to reg-retired(reg-ix)
    end-if
  end-perform

  move 'ACTIVE' to reg-state(reg-slot)
  move now-minute to reg-activated(reg-slot)
  move 'Y' to reg-changed
  add 1 to activated-count

  display 'active:   change ' reg-id(reg-slot) ' now live in '
      function trim(reg-path(reg-slot))

  move 'ACTIVATE' to mode-arg
  perform audit-change

  move spaces to notify-subject notify-text
  move reg-path(reg-slot) to notify-subject
  string 'control-file change ' reg-id(reg-slot) ' activated (staged'
      ' by ' function trim(reg-stager(reg-slot)) ', countersigned by '
      function trim(reg-approver(reg-slot)) ')'
      delimited by size into notify-text
  move 'CONTROL-CHANGE' to notify-event
  call 'cobmind-notify' using 'I', notify-subject, notify-event,
      notify-text
  .

*> today inside a freeze: a dated range, or the last days of the
*> month under a MONTHEND line.
check-freeze.
  move 'N' to frozen-flag
  move spaces to freeze-reason

  move spaces to calendar-path
  accept calendar-path from environment "COBMIND_FREEZE"

  if calendar-path = spaces or low-value
    move './cobmind.freeze' to calendar-path
  end-if

  call 'cobmind-file-exists' using calendar-path, file-exists-rec

  if not file-found
    exit paragraph
  end-if

  move spaces to calendar-status
  open input calendar-in

  if calendar-status not = '00'
    exit paragraph
  end-if

  perform until calendar-status = '10'
    read calendar-in
      at end move '10' to calendar-status
      not at end perform weigh-freeze-line
    end-read
  end-perform

  close calendar-in
  .

weigh-freeze-line.
  if function trim(calendar-in-rec) = spaces
  or calendar-in-rec(1:1) = '#'
  or frozen-flag = 'Y'
    exit paragraph
  end-if

  move spaces to split-from split-to split-reason
  unstring calendar-in-rec delimited by ','
      into split-from, split-to, split-reason

  if function upper-case(function trim(split-from)) = 'MONTHEND'
    if function trim(split-to) is not numeric
      exit paragraph
    end-if
    move function numval(split-to) to month-end-days

    if today-month = 12
      compute next-month-first = (today-year + 1) * 10000 + 101
    else
      compute next-month-first = today-year * 10000
          + (today-month + 1) * 100 + 1
    end-if

    compute month-last-day = function date-of-integer(
        function integer-of-date(next-month-first) - 1)

    if function integer-of-date(month-last-day)
        - function integer-of-date(today-num) < month-end-days
      move 'Y' to frozen-flag
      move split-reason to freeze-reason
    end-if
    exit paragraph
  end-if

  if split-from(1:8) is not numeric or split-to(1:8) is not numeric
    exit paragraph
  end-if

  if today-num >= split-from(1:8) and today-num <= split-to(1:8)
    move 'Y' to frozen-flag
    move split-reason to freeze-reason
  end-if
  .

*>*********************************************************************
*> LIST / ASOF
*>*********************************************************************

list-registry.
  accept live-arg from argument-value
  perform load-registry

  move 0 to listed-count

  perform varying reg-ix from 1 by 1 until reg-ix > reg-count
    if live-arg = spaces or reg-path(reg-ix) = live-arg
      add 1 to listed-count
      display reg-id(reg-ix) ' ' reg-state(reg-ix) ' '
          function trim(reg-path(reg-ix))
      display '         staged ' reg-staged-at(reg-ix) ' by '
          function trim(reg-stager(reg-ix))
          '  approved ' reg-approved-at(reg-ix) ' by '
          function trim(reg-approver(reg-ix))
      display '         effective ' reg-effective(reg-ix)
          '  activated ' reg-activated(reg-ix)
          '  retired ' reg-retired(reg-ix)
          '  ' function trim(reg-note(reg-ix))
    end-if
  end-perform

  display listed-count ' version(s) listed from '
      function trim(registry-path)
  move mmdb2-rc-ok to return-code
  .

versions-as-of.
  accept asof-arg from argument-value

  evaluate true
    when asof-arg(1:1) = 'R' and asof-arg(2:12) is numeric
      move asof-arg(2:12) to asof-stamp
    when asof-arg(1:12) is numeric
      move asof-arg(1:12) to asof-stamp
    when other
      display 'ASOF needs <YYYYMMDDHHMM> or a run id'
          ' (R<YYYYMMDDhhmm...>)'
      move mmdb2-rc-bad-argument to return-code
      exit paragraph
  end-evaluate

  perform load-registry

  display 'control-file versions live at ' asof-stamp(1:8) ' '
      asof-stamp(9:4) ':'

  perform varying path-ix from 1 by 1 until path-ix > reg-count
    perform report-path-as-of
  end-perform

  move mmdb2-rc-ok to return-code
  .

*> each managed file once, at its first registry row.
report-path-as-of.
  move 'N' to path-seen

  perform varying reg-ix from 1 by 1
      until reg-ix >= path-ix or path-seen = 'Y'
    if reg-path(reg-ix) = reg-path(path-ix)
      move 'Y' to path-seen
    end-if
  end-perform

  if path-seen = 'Y'
    exit paragraph
  end-if

  move 0 to asof-hit

  perform varying reg-ix from 1 by 1 until reg-ix > reg-count
    if reg-path(reg-ix) = reg-path(path-ix)
    and reg-activated(reg-ix) not = spaces
    and reg-activated(reg-ix) <= asof-stamp
    and (reg-retired(reg-ix) = spaces
         or reg-retired(reg-ix) > asof-stamp)
      move reg-ix to asof-hit
    end-if
  end-perform

  if asof-hit = 0
    display '  ' function trim(reg-path(path-ix))
        ' - no version on record (before its baseline)'
  else
    move reg-id(asof-hit) to change-arg
    perform name-version-file
    display '  ' function trim(reg-path(path-ix)) ' - '
        reg-id(asof-hit) ' (activated ' reg-activated(asof-hit)
        ') ' function trim(version-file)
  end-if
  .

*>*********************************************************************
*> registry and file handling
*>*********************************************************************

load-registry.
  move 0 to reg-count

  call 'cobmind-file-exists' using registry-path, file-exists-rec

  if not file-found
    exit paragraph
  end-if

  move spaces to registry-in-status
  open input registry-in

  if registry-in-status not = '00'
    exit paragraph
  end-if

  perform until registry-in-status = '10'
    read registry-in
      at end move '10' to registry-in-status
      not at end perform parse-registry-line
    end-read
  end-perform

  close registry-in
  .

parse-registry-line.
  if function trim(registry-in-rec) = spaces
  or registry-in-rec(1:1) = '#'
    exit paragraph
  end-if

  if reg-count >= 500
    display 'version registry full, ignoring: '
        function trim(registry-in-rec)
    exit paragraph
  end-if

  add 1 to reg-count
  move reg-count to reg-slot
  perform clear-registry-slot

  unstring registry-in-rec delimited by ','
      into reg-id(reg-slot), reg-state(reg-slot), reg-path(reg-slot),
           reg-stager(reg-slot), reg-staged-at(reg-slot),
           reg-approver(reg-slot), reg-approved-at(reg-slot),
           reg-effective(reg-slot), reg-activated(reg-slot),
           reg-retired(reg-slot), reg-note(reg-slot)
  .

write-registry.
  open output registry-out

  if registry-out-status not = '00'
    display 'failed to write version registry: '
        function trim(registry-new)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move '# id,state,live-path,staged-by,staged-at,approver,approved-at,'
      & 'effective,activated-at,retired-at,note' to registry-out-rec
  write registry-out-rec

  perform varying reg-ix from 1 by 1 until reg-ix > reg-count
    move spaces to out-line
    string reg-id(reg-ix) ','
        function trim(reg-state(reg-ix)) ','
        function trim(reg-path(reg-ix)) ','
        function trim(reg-stager(reg-ix)) ','
        function trim(reg-staged-at(reg-ix)) ','
        function trim(reg-approver(reg-ix)) ','
        function trim(reg-approved-at(reg-ix)) ','
        function trim(reg-effective(reg-ix)) ','
        function trim(reg-activated(reg-ix)) ','
        function trim(reg-retired(reg-ix)) ','
        function trim(reg-note(reg-ix))
        delimited by size into out-line
    write registry-out-rec from out-line
  end-perform

  close registry-out

  call 'CBL_RENAME_FILE' using registry-new, registry-path
  .

*> copy-from to copy-to, line by line - the control files are all
*> line sequential text.
copy-text-file.
  move 'N' to copy-ok
  move 0 to copy-lines

  move spaces to copy-in-status
  open input copy-in

  if copy-in-status not = '00'
    display 'failed to open ' function trim(copy-from)
    exit paragraph
  end-if

  open output copy-out

  if copy-out-status not = '00'
    display 'failed to open ' function trim(copy-to)
    close copy-in
    exit paragraph
  end-if

  perform until copy-in-status = '10'
    read copy-in
      at end move '10' to copy-in-status
      not at end
        write copy-out-rec from copy-in-rec
        add 1 to copy-lines
    end-read
  end-perform

  close copy-in copy-out
  move 'Y' to copy-ok
  .

audit-change.
  move spaces to audit-tag
  string 'CTLCHG-' function trim(mode-arg) '=' reg-id(reg-slot)
      delimited by size into audit-tag
  move reg-path(reg-slot) to audit-subject
  call 'cobmind-audit-log' using audit-subject, audit-tag, 'OK',
      audit-dir-blank
  .
