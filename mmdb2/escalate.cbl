       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-escalate.

*>*********************************************************************
*> escalation sweep for critical notifications nobody has picked up.
*> every C-severity line in the cobmind-notify feed that is still
*> unacknowledged (cobmind-alert-state, the same ack file "--ack"
*> writes - the standing conditions under their ack names, any other
*> event under its own event code) after <minutes> pages the on-call
*> primary; still open <step> minutes later it pages the secondary,
*> and after another <step> the team lead, where the ladder stops.
*> run from the scheduler every few minutes:
*>
*>   PARM='<minutes> [<step-minutes>]'      step defaults to <minutes>
*>
*> who is on duty comes from the rota control file
*> ("COBMIND_ONCALL_ROTA", ./cobmind.rota when unset), first matching
*> line wins, a window whose start is later than its end running
*> past midnight:
*>
*>   # from-date,to-date,from-hhmm,to-hhmm,primary,secondary
*>   20260101,20261231,0800,2000,jsmith,akumar
*>   20260101,20261231,2000,0800,mlopez,jsmith
*>   lead,rwhite
*>
*> every page is a notify event (ESCALATE-L1/L2/L3, subject the
*> person paged) and one line in the escalation log
*> ("COBMIND_ESCALATIONS", ./cobmind.escalations when unset):
*>
*>   <paged-at YYYYMMDD-HHMMSS>,<level>,<person>,<event-ts>,<event>,
*>       <subject>
*>
*> (one line, wrapped here) - the sweep's memory of which rung each
*> event has reached, so a re-run never pages the same rung twice,
*> and the record mmdb2-handover prints of who was paged and when.
*> a critical event the mmdb2-playbook sweep has already put right
*> (an OK line in its playbook log) pages nobody.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select notify-in
    assign dynamic notify-file
    organization line sequential
    file status is notify-status.

  select rota-in
    assign dynamic rota-file
    organization line sequential
    file status is rota-status.

  select escal-in
    assign dynamic escal-file
    organization line sequential
    file status is escal-in-status.

  select escal-out
    assign dynamic escal-file
    organization line sequential
    file status is escal-out-status.

  select plog-in
    assign dynamic plog-file
    organization line sequential
    file status is plog-status.

data division.
file section.

fd notify-in.
01 notify-in-rec pic x(256).

fd rota-in.
01 rota-in-rec pic x(256).

fd escal-in.
01 escal-in-rec pic x(256).

fd escal-out.
01 escal-out-rec pic x(256).

fd plog-in.
01 plog-in-rec pic x(256).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 minutes-raw      pic x(6) value spaces.
01 step-raw         pic x(6) value spaces.
01 first-minutes    pic 9(5) value 0.
01 step-minutes     pic 9(5) value 0.

01 notify-file      pic x(128) value 'cobmind_notify.dat'.
01 notify-dir       pic x(128) value spaces.
01 notify-status    pic xx value spaces.

01 rota-file        pic x(128) value spaces.
01 rota-status      pic xx value spaces.
01 escal-file       pic x(128) value spaces.
01 escal-in-status  pic xx value spaces.
01 escal-out-status pic xx value spaces.
01 file-exists-rec  pic x(1).
   88 file-found    value 'Y', false 'N'.

*> the rota.
01 rota-table.
   05 rota-entry occurs 200 times.
      10 rota-from-date  pic x(8).
      10 rota-to-date    pic x(8).
      10 rota-from-hhmm  pic 9(4).
      10 rota-to-hhmm    pic 9(4).
      10 rota-primary    pic x(32).
      10 rota-secondary  pic x(32).
01 rota-count       pic 9(3) value 0.
01 rota-ix          pic 9(3) value 0.
01 team-lead        pic x(32) value spaces.
01 on-primary       pic x(32) value spaces.
01 on-secondary     pic x(32) value spaces.
01 rota-matched     pic x(1) value 'N'.

01 split-1          pic x(32) value spaces.
01 split-2          pic x(32) value spaces.
01 split-3          pic x(32) value spaces.
01 split-4          pic x(32) value spaces.
01 split-5          pic x(32) value spaces.
01 split-6          pic x(32) value spaces.

*> the rung each event has already reached, from the escalation log.
01 reached-table.
   05 reached-entry occurs 2000 times.
      10 reached-key     pic x(63).
      10 reached-level   pic 9(1).
01 reached-count    pic 9(4) value 0.
01 reached-ix       pic 9(4) value 0.
01 reached-scan     pic 9(4) value 0.
01 reached-dropped  pic 9(6) value 0.
01 event-key        pic x(63) value spaces.
01 key-ts           pic x(15) value spaces.
01 key-event        pic x(16) value spaces.
01 key-subject      pic x(32) value spaces.
01 level-text       pic x(4) value spaces.

*> events the playbook sweep healed, from its playbook log.
01 plog-file        pic x(128) value spaces.
01 plog-status      pic xx value spaces.
01 healed-table.
   05 healed-key    occurs 2000 times pic x(63).
01 healed-count     pic 9(4) value 0.
01 healed-ix        pic 9(4) value 0.
01 healed-rec       pic x(1) value 'N'.
   88 event-healed  value 'Y', false 'N'.
01 plog-outcome     pic x(9) value spaces.

*> one notification line, by the fixed columns cobmind-notify writes.
01 ntf-ts           pic x(15) value spaces.
01 ntf-severity     pic x(1) value spaces.
01 ntf-event        pic x(16) value spaces.
01 ntf-subject      pic x(32) value spaces.
01 ntf-condition    pic x(16) value spaces.
01 subject-full     pic x(128) value spaces.
01 alert-acked-flag pic x(1) value 'N'.

01 current-ts       pic x(21) value spaces.
01 now-date         pic x(8) value spaces.
01 now-hhmm         pic 9(4) value 0.
01 now-minutes      pic 9(12) value 0.
01 event-minutes    pic 9(12) value 0.
01 event-age        pic s9(12) value 0.
01 due-level        pic 9(1) value 0.
01 have-level       pic 9(1) value 0.
01 page-level       pic 9(1) value 0.
01 page-person      pic x(32) value spaces.
01 age-edit         pic zzzzz9.

01 notify-subject   pic x(128) value spaces.
01 notify-event     pic x(16) value spaces.
01 notify-text      pic x(128) value spaces.
01 escal-line       pic x(256) value spaces.

01 critical-count   pic 9(6) value 0.
01 open-count       pic 9(6) value 0.
01 paged-count      pic 9(6) value 0.
01 unmanned-count   pic 9(6) value 0.

*>*********************************************************************

procedure division.
  accept minutes-raw from argument-value
  accept step-raw from argument-value

  if function trim(minutes-raw) = spaces
  or function trim(minutes-raw) is not numeric
    display 'usage: mmdb2-escalate <minutes> [<step-minutes>]'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if
  move function numval(minutes-raw) to first-minutes

  move first-minutes to step-minutes
  if function trim(step-raw) not = spaces
    if function trim(step-raw) is not numeric
      display 'usage: mmdb2-escalate <minutes> [<step-minutes>]'
      move mmdb2-rc-bad-argument to return-code
      goback
    end-if
    move function numval(step-raw) to step-minutes
  end-if

  move function current-date to current-ts
  move current-ts(1:8) to now-date
  compute now-hhmm = function numval(current-ts(9:4))
  compute now-minutes =
      function integer-of-date(function numval(now-date)) * 1440
      + function numval(current-ts(9:2)) * 60
      + function numval(current-ts(11:2))

  perform load-rota
  perform who-is-on-duty
  perform load-escalation-log
  perform load-healed-events

  if rota-matched = 'N'
    display 'escalation: nobody on the rota for '
        now-date ' ' current-ts(9:4) ' - only the lead rung can page'
  end-if

  perform sweep-notifications

  display 'escalation:     ' critical-count ' critical event(s), '
      open-count ' unacknowledged past ' first-minutes ' minute(s), '
      paged-count ' page(s) sent'
  if unmanned-count > 0
    display 'escalation:     ' unmanned-count ' rung(s) with nobody '
        'on the rota to page'
  end-if
  if reached-dropped > 0
    display 'escalation:     ' reached-dropped ' escalation log '
        'line(s) past the table - the oldest events may page again'
  end-if

  move mmdb2-rc-ok to return-code
  goback.

*>*********************************************************************
*> the rota control file.
*>*********************************************************************

load-rota.
  move spaces to rota-file
  accept rota-file from environment "COBMIND_ONCALL_ROTA"

  if rota-file = spaces or low-value
    move './cobmind.rota' to rota-file
  end-if

  call 'cobmind-file-exists' using rota-file, file-exists-rec

  if not file-found
    display 'escalation: no on-call rota at ' function trim(rota-file)
    exit paragraph
  end-if

  move spaces to rota-status
  open input rota-in

  perform until rota-status = '10'
    read rota-in
      at end move '10' to rota-status
      not at end perform parse-rota-line
    end-read
  end-perform

  close rota-in
  .

parse-rota-line.
  if function trim(rota-in-rec) = spaces
  or rota-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to split-1 split-2 split-3 split-4 split-5 split-6
  unstring rota-in-rec delimited by ','
      into split-1 split-2 split-3 split-4 split-5 split-6
  end-unstring

  if function upper-case(function trim(split-1)) = 'LEAD'
    move function trim(split-2) to team-lead
    exit paragraph
  end-if

  if function trim(split-1) is not numeric
  or function trim(split-2) is not numeric
  or function trim(split-3) is not numeric
  or function trim(split-4) is not numeric
  or split-5 = spaces
    display 'rota: unreadable line ignored: '
        function trim(rota-in-rec)
    exit paragraph
  end-if

  if rota-count >= 200
    display 'rota: more than 200 lines - rest ignored'
    exit paragraph
  end-if

  add 1 to rota-count
  move function trim(split-1) to rota-from-date(rota-count)
  move function trim(split-2) to rota-to-date(rota-count)
  move function numval(split-3) to rota-from-hhmm(rota-count)
  move function numval(split-4) to rota-to-hhmm(rota-count)
  move function trim(split-5) to rota-primary(rota-count)
  move function trim(split-6) to rota-secondary(rota-count)
  .

*> the pages go to whoever holds the duty now, not whoever held it
*> when the event fired.
who-is-on-duty.
  move 'N' to rota-matched
  move spaces to on-primary on-secondary

  perform varying rota-ix from 1 by 1
      until rota-ix > rota-count or rota-matched = 'Y'
    if now-date >= rota-from-date(rota-ix)
    and now-date <= rota-to-date(rota-ix)
      if rota-from-hhmm(rota-ix) <= rota-to-hhmm(rota-ix)
        if now-hhmm >= rota-from-hhmm(rota-ix)
        and now-hhmm < rota-to-hhmm(rota-ix)
          move 'Y' to rota-matched
        end-if
      else
        if now-hhmm >= rota-from-hhmm(rota-ix)
        or now-hhmm < rota-to-hhmm(rota-ix)
          move 'Y' to rota-matched
        end-if
      end-if

      if rota-matched = 'Y'
        move rota-primary(rota-ix) to on-primary
        move rota-secondary(rota-ix) to on-secondary
      end-if
    end-if
  end-perform
  .

*>*********************************************************************
*> the escalation log - highest rung already paged per event.
*>*********************************************************************

load-escalation-log.
  move spaces to escal-file
  accept escal-file from environment "COBMIND_ESCALATIONS"

  if escal-file = spaces or low-value
    move './cobmind.escalations' to escal-file
  end-if

  call 'cobmind-file-exists' using escal-file, file-exists-rec

  if not file-found
    exit paragraph
  end-if

  move spaces to escal-in-status
  open input escal-in

  perform until escal-in-status = '10'
    read escal-in
      at end move '10' to escal-in-status
      not at end perform note-escalation-line
    end-read
  end-perform

  close escal-in
  .

note-escalation-line.
  if function trim(escal-in-rec) = spaces
  or escal-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to split-1 level-text split-3 key-ts key-event
      key-subject
  unstring escal-in-rec delimited by ','
      into split-1 level-text split-3 key-ts key-event key-subject
  end-unstring

  if function trim(level-text) is not numeric
    exit paragraph
  end-if

  move function numval(level-text) to page-level
  perform build-event-key
  perform find-reached-entry

  if reached-ix = 0
    if reached-count >= 2000
      add 1 to reached-dropped
      exit paragraph
    end-if
    add 1 to reached-count
    move reached-count to reached-ix
    move event-key to reached-key(reached-ix)
    move 0 to reached-level(reached-ix)
  end-if

  if page-level > reached-level(reached-ix)
    move page-level to reached-level(reached-ix)
  end-if
  .

build-event-key.
  move spaces to event-key
  move key-ts to event-key(1:15)
  move key-event to event-key(16:16)
  move key-subject to event-key(32:32)
  .

find-reached-entry.
  move 0 to reached-ix
  perform varying reached-scan from 1 by 1
      until reached-scan > reached-count or reached-ix > 0
    if reached-key(reached-scan) = event-key
      move reached-scan to reached-ix
    end-if
  end-perform
  .

*>*********************************************************************
*> the playbook log - events already put right hands-off.
*>*********************************************************************

load-healed-events.
  move spaces to plog-file
  accept plog-file from environment "COBMIND_PLAYBOOK_LOG"

  if plog-file = spaces or low-value
    move './cobmind.playbook-log' to plog-file
  end-if

  call 'cobmind-file-exists' using plog-file, file-exists-rec

  if not file-found
    exit paragraph
  end-if

  move spaces to plog-status
  open input plog-in

  perform until plog-status = '10'
    read plog-in
      at end move '10' to plog-status
      not at end perform note-healed-line
    end-read
  end-perform

  close plog-in
  .

note-healed-line.
  if plog-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to split-1 plog-outcome split-3 key-ts key-event
      key-subject
  unstring plog-in-rec delimited by ','
      into split-1 plog-outcome split-3 key-ts key-event key-subject
  end-unstring

  if plog-outcome not = 'OK'
  or healed-count >= 2000
    exit paragraph
  end-if

  perform build-event-key
  add 1 to healed-count
  move event-key to healed-key(healed-count)
  .

check-healed.
  set event-healed to false
  perform varying healed-ix from 1 by 1
      until healed-ix > healed-count or event-healed
    if healed-key(healed-ix) = event-key
      set event-healed to true
    end-if
  end-perform
  .

*>*********************************************************************
*> the sweep itself.
*>*********************************************************************

sweep-notifications.
  move spaces to notify-dir
  accept notify-dir from environment "COBMIND_NOTIFY_DIR"

  move 'cobmind_notify.dat' to notify-file
  if notify-dir not = spaces and low-value
    move spaces to notify-file
    string function trim(notify-dir) '/cobmind_notify.dat'
        delimited by size into notify-file
  end-if

  move spaces to notify-status
  open input notify-in

  if notify-status not = '00'
    display 'escalation: no notifications feed on disk'
    exit paragraph
  end-if

  perform until notify-status = '10'
    read notify-in
      at end move '10' to notify-status
      not at end perform consider-critical-line
    end-read
  end-perform

  close notify-in
  .

consider-critical-line.
  if function trim(notify-in-rec) = spaces
    exit paragraph
  end-if

  *> fixed columns: 1-15 ts, 17 severity, 19-34 event, 36-67 subject.
  move notify-in-rec(1:15) to ntf-ts
  move notify-in-rec(17:1) to ntf-severity
  move notify-in-rec(19:16) to ntf-event
  move notify-in-rec(36:32) to ntf-subject

  *> the pages this sweep sends are critical too, but they are the
  *> escalation, not something to escalate.
  if ntf-severity not = 'C'
  or ntf-event(1:9) = 'ESCALATE-'
    exit paragraph
  end-if

  if ntf-ts(1:8) is not numeric or ntf-ts(10:4) is not numeric
    exit paragraph
  end-if

  add 1 to critical-count

  *> the standing conditions are acknowledged under their ack names
  *> (the mapping mmdb2-handover applies); anything else under its
  *> own event code.
  evaluate function trim(ntf-event)
    when 'STALE-DATABASE'   move 'STALE' to ntf-condition
    when 'TREE-IMBALANCE'   move 'IMBALANCE' to ntf-condition
    when 'VERIFY-FAILED'    move 'VERIFY' to ntf-condition
    when 'WATCH-VERIFY-BAD' move 'VERIFY' to ntf-condition
    when other              move ntf-event to ntf-condition
  end-evaluate

  move spaces to subject-full
  move function trim(ntf-subject) to subject-full

  call 'cobmind-alert-state' using subject-full, ntf-condition,
      alert-acked-flag

  if alert-acked-flag = 'Y'
    exit paragraph
  end-if

  move ntf-ts to key-ts
  move ntf-event to key-event
  move ntf-subject to key-subject
  perform build-event-key
  perform check-healed

  if event-healed
    exit paragraph
  end-if

  compute event-minutes =
      function integer-of-date(function numval(ntf-ts(1:8))) * 1440
      + function numval(ntf-ts(10:2)) * 60
      + function numval(ntf-ts(12:2))
  compute event-age = now-minutes - event-minutes

  if event-age < first-minutes
    exit paragraph
  end-if

  add 1 to open-count

  evaluate true
    when event-age >= first-minutes + step-minutes * 2
      move 3 to due-level
    when event-age >= first-minutes + step-minutes
      move 2 to due-level
    when other
      move 1 to due-level
  end-evaluate

  move ntf-ts to key-ts
  move ntf-event to key-event
  move ntf-subject to key-subject
  perform build-event-key
  perform find-reached-entry

  move 0 to have-level
  if reached-ix > 0
    move reached-level(reached-ix) to have-level
  end-if

  *> climb one rung per elapsed step, each rung paged once; a rung
  *> nobody holds is passed over to the next.
  perform varying page-level from 1 by 1 until page-level > due-level
    if page-level > have-level
      perform page-one-rung
    end-if
  end-perform

  *> remember the rung reached, so the same event twice in the feed
  *> doesn't page twice in one sweep.
  if reached-ix = 0 and reached-count < 2000
    add 1 to reached-count
    move reached-count to reached-ix
    move event-key to reached-key(reached-ix)
  end-if
  if reached-ix > 0
    move due-level to reached-level(reached-ix)
  end-if
  .

page-one-rung.
  evaluate page-level
    when 1 move on-primary to page-person
    when 2 move on-secondary to page-person
    when other move team-lead to page-person
  end-evaluate

  if page-person = spaces
    add 1 to unmanned-count
    exit paragraph
  end-if

  move event-age to age-edit

  move spaces to notify-subject notify-text notify-event
  move page-person to notify-subject
  string 'ESCALATE-L' page-level delimited by size into notify-event
  string function trim(ntf-event) ' on ' function trim(ntf-subject)
      ' raised ' ntf-ts ' unacknowledged '
      function trim(age-edit) ' min - level ' page-level ' of 3'
      delimited by size into notify-text
  call 'cobmind-notify' using 'C', notify-subject, notify-event,
      notify-text

  move function current-date to current-ts
  move spaces to escal-line
  string current-ts(1:8) '-' current-ts(9:6) ','
      page-level ','
      function trim(page-person) ','
      ntf-ts ','
      function trim(ntf-event) ','
      function trim(ntf-subject)
      delimited by size into escal-line

  open extend escal-out
  if escal-out-status not = '00'
    open output escal-out
  end-if

  if escal-out-status = '00'
    write escal-out-rec from escal-line
    close escal-out
  else
    display 'escalation: could not record the page in '
        function trim(escal-file)
  end-if

  display 'escalation:     paged ' function trim(page-person)
      ' (level ' page-level ') for ' function trim(ntf-event)
      ' on ' function trim(ntf-subject)

  add 1 to paged-count
  .
