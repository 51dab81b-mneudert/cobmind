       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-playbook.

*>*********************************************************************
*> self-healing sweep over the cobmind-notify feed: the runbook's
*> known first response to an event, run hands-off. every warning or
*> critical event raised in the last <hours> (default 24) that no
*> earlier sweep has handled, and that nobody has acknowledged
*> (cobmind-alert-state, the ack names mmdb2-escalate applies), is
*> looked up in the playbook control file ("COBMIND_PLAYBOOKS",
*> ./cobmind.playbooks when unset), first matching line wins:
*>
*>   # event,action,max-runs-a-day[,argument[,argument]]
*>   META-MISMATCH,WARM-START,2,/geoip/ctl/warm.dblist
*>   STALE-DATABASE,WATCH-VERIFY,1,/geoip/drop,/geoip/ctl/warm.dblist
*>   DIST-MISSING,ROUTE,1,/geoip/batch/nightly.iplist_results,
*>       /geoip/ctl/distribution.ctl
*>
*> (the last one line, wrapped here). the actions are a fixed set -
*>
*>   WARM-START    rebuild the event database's "_meta" cache, the
*>                 mmdb2-warm-start step for that one database;
*>                 optional argument the warm-start database list
*>   WATCH-VERIFY  look in the drop directory (argument 1) for a
*>                 release newer than the event database and run the
*>                 mmdb2-watch existence / metadata / verify sequence
*>                 over it; optional argument 2 the database list
*>   ROUTE         once the results file (argument 1) passes its
*>                 TRLCHK control-total check and the missing output
*>                 has arrived, re-run the distribution route over
*>                 the control file (argument 2)
*>
*> - and the emergency actions that need a second operator's
*> countersign (ROLLBACK, FORCE-WINDOW, a CTL- control change) are
*> refused outright: a playbook is one unattended program, never two
*> humans. the database lists resolve the event subject, which the
*> feed carries in 32 columns, back to its full path.
*>
*> each action runs at most max-runs times a day per event code and
*> subject. the outcome goes back on the feed as a follow-up event -
*> PLAYBOOK-OK (I) when the action put things right, PLAYBOOK-FAILED
*> (C) when it failed or the day's runs are spent, PLAYBOOK-NONE (C)
*> for a warning no playbook covers - so a human is paged (by
*> mmdb2-escalate, which also leaves a healed critical event alone)
*> only when the playbook could not help. every outcome is one line
*> in the playbook log ("COBMIND_PLAYBOOK_LOG", ./cobmind.playbook-log
*> when unset):
*>
*>   <ran-at YYYYMMDD-HHMMSS>,<OK|FAILED|EXHAUSTED|UNCOVERED>,<action>,
*>       <event-ts>,<event>,<subject>
*>
*> the sweep's memory of what it has already handled. run from the
*> scheduler every few minutes, ahead of the escalation sweep:
*>
*>   PARM='[<hours>]'
*>
*> return code 96 when anything was handed to a human this sweep.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select notify-in
    assign dynamic notify-file
    organization line sequential
    file status is notify-status.

  select book-in
    assign dynamic book-file
    organization line sequential
    file status is book-status.

  select plog-in
    assign dynamic plog-file
    organization line sequential
    file status is plog-in-status.

  select plog-out
    assign dynamic plog-file
    organization line sequential
    file status is plog-out-status.

  select aux-in
    assign dynamic aux-file
    organization line sequential
    file status is aux-status.

  select trail-in
    assign dynamic trail-file
    organization line sequential
    file status is trail-status.

data division.
file section.

fd notify-in.
01 notify-in-rec pic x(256).

fd book-in.
01 book-in-rec pic x(400).

fd plog-in.
01 plog-in-rec pic x(256).

fd plog-out.
01 plog-out-rec pic x(256).

fd aux-in.
01 aux-in-rec pic x(300).

fd trail-in.
01 trail-in-rec pic x(8192).

working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-meta.cpy'.
copy 'mmdb2-verify.cpy'.

01 hours-raw        pic x(6) value spaces.
01 lookback-hours   pic 9(5) value 24.

01 notify-file      pic x(128) value 'cobmind_notify.dat'.
01 notify-dir       pic x(128) value spaces.
01 notify-status    pic xx value spaces.
01 book-file        pic x(128) value spaces.
01 book-status      pic xx value spaces.
01 plog-file        pic x(128) value spaces.
01 plog-in-status   pic xx value spaces.
01 plog-out-status  pic xx value spaces.
01 aux-file         pic x(160) value spaces.
01 aux-status       pic xx value spaces.
01 trail-file       pic x(128) value spaces.
01 trail-status     pic xx value spaces.
01 file-exists-rec  pic x(1).
   88 file-found    value 'Y', false 'N'.

*> the playbook control file.
01 book-table.
   05 book-entry occurs 100 times.
      10 book-event      pic x(16).
      10 book-action     pic x(16).
      10 book-max        pic 9(3).
      10 book-arg-1      pic x(128).
      10 book-arg-2      pic x(128).
01 book-count       pic 9(3) value 0.
01 book-ix          pic 9(3) value 0.
01 book-scan        pic 9(3) value 0.
01 refused-count    pic 9(3) value 0.

01 split-1          pic x(128) value spaces.
01 split-2          pic x(128) value spaces.
01 split-3          pic x(128) value spaces.
01 split-4          pic x(128) value spaces.
01 split-5          pic x(128) value spaces.
01 split-6          pic x(128) value spaces.
01 split-action     pic x(16) value spaces.

*> what earlier sweeps handled, and today's runs per event and
*> subject, from the playbook log.
01 handled-table.
   05 handled-entry occurs 2000 times.
      10 handled-key     pic x(63).
01 handled-count    pic 9(4) value 0.
01 handled-ix       pic 9(4) value 0.
01 handled-scan     pic 9(4) value 0.
01 handled-dropped  pic 9(6) value 0.

01 runs-table.
   05 runs-entry occurs 500 times.
      10 runs-key        pic x(48).
      10 runs-today      pic 9(3).
01 runs-count       pic 9(3) value 0.
01 runs-ix          pic 9(3) value 0.
01 runs-scan        pic 9(3) value 0.
01 runs-key-work    pic x(48) value spaces.

01 event-key        pic x(63) value spaces.
01 key-ts           pic x(15) value spaces.
01 key-event        pic x(16) value spaces.
01 key-subject      pic x(32) value spaces.
01 log-ran-at       pic x(15) value spaces.
01 log-outcome      pic x(9) value spaces.
01 log-action       pic x(16) value spaces.

*> the new events, gathered before any follow-up is written back to
*> the same feed.
01 event-table.
   05 event-entry occurs 500 times.
      10 ev-ts           pic x(15).
      10 ev-severity     pic x(1).
      10 ev-event        pic x(16).
      10 ev-subject      pic x(32).
01 event-count      pic 9(3) value 0.
01 event-ix         pic 9(3) value 0.
01 event-dropped    pic 9(6) value 0.

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
01 now-minutes      pic 9(12) value 0.
01 event-minutes    pic 9(12) value 0.
01 event-age        pic s9(12) value 0.

*> the action run for one event.
01 action-ok        pic x(1) value 'N'.
01 action-detail    pic x(96) value spaces.
01 action-db        pic x(128) value spaces.
01 db-list          pic x(128) value spaces.
01 resolved-rec     pic x(1) value 'N'.
   88 subject-resolved value 'Y', false 'N'.
01 meta-exists-rec  pic x(1) value 'N'.
   88 meta-current  value 'Y', false 'N'.

*> WATCH-VERIFY: the live release against the drop directory.
01 live-epoch       pic 9(11) value 0.
01 drop-dir         pic x(128) value spaces.
01 ls-cmd           pic x(400) value spaces.
01 candidate-table.
   05 candidate-file occurs 50 times pic x(128).
01 candidate-count  pic 9(3) value 0.
01 candidate-ix     pic 9(3) value 0.
01 candidate-db     pic x(128) value spaces.
01 candidate-epoch  pic 9(11) value 0.
01 newer-count      pic 9(3) value 0.
01 clean-count      pic 9(3) value 0.
01 clean-db         pic x(128) value spaces.
01 watch-handle     pic x(4).
01 watch-result-code pic x(2) value spaces.
01 quarantine-dir   pic x(128) value spaces.
01 quarantine-reason pic x(200) value spaces.
01 quarantined-rec  pic x(1) value 'N'.
   88 is-quarantined value 'Y', false 'N'.
01 cand-base        pic x(64) value spaces.
01 cand-base-start  pic 9(3) value 0.
01 cand-scan-ix     pic 9(3) value 0.
01 verify-state-op      pic x(1) value 'W'.
01 verify-state-date    pic x(8) value spaces.
01 verify-state-outcome pic x(2) value spaces.
01 verify-state-found   pic x(1) value 'N'.

*> ROUTE: the missing output's full pattern, and the TRLCHK re-check.
01 route-pattern    pic x(160) value spaces.
01 route-control    pic x(128) value spaces.
01 route-recipient  pic x(16) value spaces.
01 match-count      pic 9(5) value 0.
01 unsafe-count     pic 9(3) value 0.
01 trail-op         pic x(1) value 'R'.
01 fold-text        pic x(8192) value spaces.
01 reason-code      pic x(2) value spaces.
01 computed-trailer pic x(256) value spaces.
01 trailer-text     pic x(256) value spaces.
01 trailer-seen-rec pic x(1) value 'N'.
   88 trailer-seen  value 'Y', false 'N'.
01 trail-headers    pic 9(3) value 0.
01 eq-scan          pic 9(4) value 0.
01 rc-edit          pic 99.

01 notify-subject   pic x(128) value spaces.
01 notify-event     pic x(16) value spaces.
01 notify-text      pic x(128) value spaces.
01 audit-tag        pic x(45) value spaces.
01 audit-result     pic x(2) value spaces.
01 audit-dir        pic x(128) value spaces.
01 plog-line        pic x(256) value spaces.

01 new-count        pic 9(6) value 0.
01 healed-count     pic 9(6) value 0.
01 failed-count     pic 9(6) value 0.
01 exhausted-count  pic 9(6) value 0.
01 uncovered-count  pic 9(6) value 0.
01 escalated-count  pic 9(6) value 0.

*>*********************************************************************

procedure division.
  accept hours-raw from argument-value

  if function trim(hours-raw) not = spaces
    if function trim(hours-raw) is not numeric
      display 'usage: mmdb2-playbook [<hours>]'
      move mmdb2-rc-bad-argument to return-code
      goback
    end-if
    move function numval(hours-raw) to lookback-hours
  end-if

  move function current-date to current-ts
  move current-ts(1:8) to now-date
  compute now-minutes =
      function integer-of-date(function numval(now-date)) * 1440
      + function numval(current-ts(9:2)) * 60
      + function numval(current-ts(11:2))

  perform load-playbooks
  perform load-playbook-log
  perform gather-new-events

  perform varying event-ix from 1 by 1 until event-ix > event-count
    perform handle-one-event
  end-perform

  display 'playbook:       ' new-count ' new event(s), '
      healed-count ' healed, ' failed-count ' failed, '
      exhausted-count ' over the day''s runs, '
      uncovered-count ' with no playbook'
  display 'playbook:       ' escalated-count ' handed to a human'
  if refused-count > 0
    display 'playbook:       ' refused-count ' playbook line(s) '
        'refused - countersigned emergency actions never run '
        'unattended'
  end-if
  if event-dropped > 0
    display 'playbook:       ' event-dropped ' event(s) past the '
        'table - picked up by the next sweep'
  end-if
  if handled-dropped > 0
    display 'playbook:       ' handled-dropped ' playbook log '
        'line(s) past the table - the oldest events may be run again'
  end-if

  if escalated-count > 0
    move mmdb2-rc-playbook-escalated to return-code
  else
    move mmdb2-rc-ok to return-code
  end-if
  goback.

*>*********************************************************************
*> the playbook control file.
*>*********************************************************************

load-playbooks.
  move spaces to book-file
  accept book-file from environment "COBMIND_PLAYBOOKS"

  if book-file = spaces or low-value
    move './cobmind.playbooks' to book-file
  end-if

  call 'cobmind-file-exists' using book-file, file-exists-rec

  if not file-found
    display 'playbook: no playbook file at ' function trim(book-file)
        ' - every event goes to a human'
    exit paragraph
  end-if

  move spaces to book-status
  open input book-in

  perform until book-status = '10'
    read book-in
      at end move '10' to book-status
      not at end perform parse-playbook-line
    end-read
  end-perform

  close book-in
  .

parse-playbook-line.
  if function trim(book-in-rec) = spaces
  or book-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to split-1 split-2 split-3 split-4 split-5
  unstring book-in-rec delimited by ','
      into split-1 split-2 split-3 split-4 split-5
  end-unstring

  move function upper-case(function trim(split-2)) to split-action

  *> the two-human actions - never unattended, whatever the file says.
  if split-action = 'ROLLBACK' or split-action = 'FORCE-WINDOW'
  or split-action(1:4) = 'CTL-'
    display 'playbook: REFUSED - ' function trim(split-action)
        ' needs a second operator''s countersign and never runs '
        'from a playbook: ' function trim(book-in-rec)
    add 1 to refused-count
    exit paragraph
  end-if

  evaluate true
    when split-1 = spaces
      display 'playbook: unreadable line ignored: '
          function trim(book-in-rec)
      exit paragraph
    when split-action = 'WARM-START'
      continue
    when split-action = 'WATCH-VERIFY' and split-4 not = spaces
      continue
    when split-action = 'ROUTE' and split-4 not = spaces
    and split-5 not = spaces
      continue
    when split-action = 'WATCH-VERIFY' or split-action = 'ROUTE'
      display 'playbook: ' function trim(split-action)
          ' without its arguments ignored: ' function trim(book-in-rec)
      exit paragraph
    when other
      display 'playbook: unknown action ignored: '
          function trim(book-in-rec)
      exit paragraph
  end-evaluate

  if book-count >= 100
    display 'playbook: more than 100 lines - rest ignored'
    exit paragraph
  end-if

  add 1 to book-count
  move function upper-case(function trim(split-1))
      to book-event(book-count)
  move split-action to book-action(book-count)
  move 1 to book-max(book-count)
  if function trim(split-3) is numeric
    move function numval(split-3) to book-max(book-count)
  end-if
  move function trim(split-4) to book-arg-1(book-count)
  move function trim(split-5) to book-arg-2(book-count)
  .

*>*********************************************************************
*> the playbook log - what is handled, and how often today.
*>*********************************************************************

load-playbook-log.
  move spaces to plog-file
  accept plog-file from environment "COBMIND_PLAYBOOK_LOG"

  if plog-file = spaces or low-value
    move './cobmind.playbook-log' to plog-file
  end-if

  call 'cobmind-file-exists' using plog-file, file-exists-rec

  if not file-found
    exit paragraph
  end-if

  move spaces to plog-in-status
  open input plog-in

  perform until plog-in-status = '10'
    read plog-in
      at end move '10' to plog-in-status
      not at end perform note-playbook-line
    end-read
  end-perform

  close plog-in
  .

note-playbook-line.
  if function trim(plog-in-rec) = spaces
  or plog-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to log-ran-at log-outcome log-action key-ts key-event
      key-subject
  unstring plog-in-rec delimited by ','
      into log-ran-at log-outcome log-action key-ts key-event
           key-subject
  end-unstring

  perform build-event-key
  perform remember-handled

  *> only a run that actually happened today counts against the cap.
  if log-ran-at(1:8) = now-date
  and (log-outcome = 'OK' or log-outcome = 'FAILED')
    perform count-one-run
  end-if
  .

build-event-key.
  move spaces to event-key
  move key-ts to event-key(1:15)
  move key-event to event-key(16:16)
  move key-subject to event-key(32:32)
  .

remember-handled.
  perform find-handled-entry

  if handled-ix = 0
    if handled-count >= 2000
      add 1 to handled-dropped
      exit paragraph
    end-if
    add 1 to handled-count
    move event-key to handled-key(handled-count)
  end-if
  .

find-handled-entry.
  move 0 to handled-ix
  perform varying handled-scan from 1 by 1
      until handled-scan > handled-count or handled-ix > 0
    if handled-key(handled-scan) = event-key
      move handled-scan to handled-ix
    end-if
  end-perform
  .

count-one-run.
  perform find-runs-entry

  if runs-ix = 0
    if runs-count >= 500
      exit paragraph
    end-if
    add 1 to runs-count
    move runs-count to runs-ix
    move runs-key-work to runs-key(runs-ix)
    move 0 to runs-today(runs-ix)
  end-if

  add 1 to runs-today(runs-ix)
  .

find-runs-entry.
  move spaces to runs-key-work
  move key-event to runs-key-work(1:16)
  move key-subject to runs-key-work(17:32)

  move 0 to runs-ix
  perform varying runs-scan from 1 by 1
      until runs-scan > runs-count or runs-ix > 0
    if runs-key(runs-scan) = runs-key-work
      move runs-scan to runs-ix
    end-if
  end-perform
  .

*>*********************************************************************
*> the feed - new, unhandled, unacknowledged warnings and criticals.
*>*********************************************************************

gather-new-events.
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
    display 'playbook: no notifications feed on disk'
    exit paragraph
  end-if

  perform until notify-status = '10'
    read notify-in
      at end move '10' to notify-status
      not at end perform consider-feed-line
    end-read
  end-perform

  close notify-in
  .

consider-feed-line.
  if function trim(notify-in-rec) = spaces
    exit paragraph
  end-if

  *> fixed columns: 1-15 ts, 17 severity, 19-34 event, 36-67 subject.
  move notify-in-rec(1:15) to ntf-ts
  move notify-in-rec(17:1) to ntf-severity
  move notify-in-rec(19:16) to ntf-event
  move notify-in-rec(36:32) to ntf-subject

  *> the follow-ups and the pages are the outcome of a sweep, not
  *> something to heal.
  if (ntf-severity not = 'W' and ntf-severity not = 'C')
  or ntf-event(1:9) = 'PLAYBOOK-'
  or ntf-event(1:9) = 'ESCALATE-'
    exit paragraph
  end-if

  if ntf-ts(1:8) is not numeric or ntf-ts(10:4) is not numeric
    exit paragraph
  end-if

  compute event-minutes =
      function integer-of-date(function numval(ntf-ts(1:8))) * 1440
      + function numval(ntf-ts(10:2)) * 60
      + function numval(ntf-ts(12:2))
  compute event-age = now-minutes - event-minutes

  if event-age > lookback-hours * 60
    exit paragraph
  end-if

  move ntf-ts to key-ts
  move ntf-event to key-event
  move ntf-subject to key-subject
  perform build-event-key
  perform find-handled-entry

  if handled-ix > 0
    exit paragraph
  end-if

  *> the same ack names the escalation sweep honours.
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

  if event-count >= 500
    add 1 to event-dropped
    exit paragraph
  end-if

  add 1 to event-count
  move ntf-ts to ev-ts(event-count)
  move ntf-severity to ev-severity(event-count)
  move ntf-event to ev-event(event-count)
  move ntf-subject to ev-subject(event-count)

  *> the same event twice in the feed is handled once.
  perform remember-handled
  .

*>*********************************************************************
*> one new event: its playbook, the cap, the action, the follow-up.
*>*********************************************************************

handle-one-event.
  add 1 to new-count

  move spaces to subject-full
  move function trim(ev-subject(event-ix)) to subject-full

  move ev-ts(event-ix) to key-ts
  move ev-event(event-ix) to key-event
  move ev-subject(event-ix) to key-subject

  move 0 to book-ix
  perform varying book-scan from 1 by 1
      until book-scan > book-count or book-ix > 0
    if book-event(book-scan) = ev-event(event-ix)
      move book-scan to book-ix
    end-if
  end-perform

  if book-ix = 0
    perform escalate-uncovered
    exit paragraph
  end-if

  perform find-runs-entry

  if runs-ix > 0
  and runs-today(runs-ix) >= book-max(book-ix)
    perform escalate-exhausted
    exit paragraph
  end-if

  move 'N' to action-ok
  move spaces to action-detail

  evaluate book-action(book-ix)
    when 'WARM-START'   perform run-warm-start
    when 'WATCH-VERIFY' perform run-watch-verify
    when 'ROUTE'        perform run-route
  end-evaluate

  perform count-one-run

  move spaces to notify-subject notify-text
  move ev-subject(event-ix) to notify-subject
  string function trim(ev-event(event-ix)) ' raised '
      ev-ts(event-ix) ': ' function trim(book-action(book-ix))
      ' - ' function trim(action-detail)
      delimited by size into notify-text

  if action-ok = 'Y'
    add 1 to healed-count
    move 'OK' to log-outcome audit-result
    move 'PLAYBOOK-OK' to notify-event
    call 'cobmind-notify' using 'I', notify-subject, notify-event,
        notify-text
  else
    add 1 to failed-count
    add 1 to escalated-count
    move 'FAILED' to log-outcome
    move 'ER' to audit-result
    move 'PLAYBOOK-FAILED' to notify-event
    call 'cobmind-notify' using 'C', notify-subject, notify-event,
        notify-text
  end-if

  display 'playbook:       ' function trim(log-outcome) ' '
      function trim(ev-event(event-ix)) ' on '
      function trim(ev-subject(event-ix)) ' - '
      function trim(book-action(book-ix)) ': '
      function trim(action-detail)

  move spaces to audit-tag audit-dir
  string 'PLAYBOOK=' function trim(book-action(book-ix))
      delimited by size into audit-tag
  call 'cobmind-audit-log' using subject-full, audit-tag,
      audit-result, audit-dir

  move book-action(book-ix) to log-action
  perform write-playbook-log
  .

*> nothing in the playbook for it - a warning goes to a human now; a
*> critical is already on the escalation ladder and is left there.
escalate-uncovered.
  add 1 to uncovered-count
  move 'UNCOVERED' to log-outcome
  move spaces to log-action

  if ev-severity(event-ix) not = 'C'
    add 1 to escalated-count
    move spaces to notify-subject notify-text
    move ev-subject(event-ix) to notify-subject
    string function trim(ev-event(event-ix)) ' raised '
        ev-ts(event-ix) ': no playbook covers it'
        delimited by size into notify-text
    move 'PLAYBOOK-NONE' to notify-event
    call 'cobmind-notify' using 'C', notify-subject, notify-event,
        notify-text
  end-if

  display 'playbook:       no playbook for '
      function trim(ev-event(event-ix)) ' on '
      function trim(ev-subject(event-ix))

  perform write-playbook-log
  .

*> the day's runs are spent - the same fault keeps coming back, and
*> running the action again is not the answer.
escalate-exhausted.
  add 1 to exhausted-count
  add 1 to escalated-count
  move 'EXHAUSTED' to log-outcome
  move book-action(book-ix) to log-action

  move spaces to notify-subject notify-text
  move ev-subject(event-ix) to notify-subject
  string function trim(ev-event(event-ix)) ' raised '
      ev-ts(event-ix) ': ' function trim(book-action(book-ix))
      ' already run ' runs-today(runs-ix) ' time(s) today - '
      'playbook exhausted' delimited by size into notify-text
  move 'PLAYBOOK-FAILED' to notify-event
  call 'cobmind-notify' using 'C', notify-subject, notify-event,
      notify-text

  display 'playbook:       ' function trim(ev-event(event-ix)) ' on '
      function trim(ev-subject(event-ix)) ' - '
      function trim(book-action(book-ix)) ' runs spent for today'

  perform write-playbook-log
  .

write-playbook-log.
  move function current-date to current-ts
  move spaces to plog-line
  string current-ts(1:8) '-' current-ts(9:6) ','
      function trim(log-outcome) ','
      function trim(log-action) ','
      ev-ts(event-ix) ','
      function trim(ev-event(event-ix)) ','
      function trim(ev-subject(event-ix))
      delimited by size into plog-line

  open extend plog-out
  if plog-out-status not = '00'
    open output plog-out
  end-if

  if plog-out-status = '00'
    write plog-out-rec from plog-line
    close plog-out
  else
    display 'playbook: could not record the outcome in '
        function trim(plog-file)
  end-if
  .

*>*********************************************************************
*> the event subject back to a full database path - the feed keeps
*> only its first 32 columns, the database list has the rest.
*>*********************************************************************

resolve-subject-database.
  set subject-resolved to false
  move spaces to action-db
  move function trim(ev-subject(event-ix)) to action-db

  if db-list = spaces
    set subject-resolved to true
    exit paragraph
  end-if

  move db-list to aux-file
  move spaces to aux-status
  open input aux-in

  if aux-status not = '00'
    exit paragraph
  end-if

  perform until aux-status = '10' or subject-resolved
    read aux-in
      at end move '10' to aux-status
      not at end
        if aux-in-rec(1:1) not = '#'
        and function trim(aux-in-rec) not = spaces
          move spaces to split-6
          move function trim(aux-in-rec) to split-6
          if split-6(1:32) = ev-subject(event-ix)
          and (ev-subject(event-ix)(32:1) not = space
               or split-6(33:1) = space)
            move split-6 to action-db
            set subject-resolved to true
          end-if
        end-if
    end-read
  end-perform

  close aux-in
  .

*>*********************************************************************
*> WARM-START - the event database's metadata cache, rebuilt.
*>*********************************************************************

run-warm-start.
  move book-arg-1(book-ix) to db-list
  perform resolve-subject-database

  if not subject-resolved
    string 'database not in ' function trim(db-list)
        delimited by size into action-detail
    exit paragraph
  end-if

  call 'cobmind-file-exists' using action-db, file-exists-rec

  if not file-found
    string 'database not found: ' function trim(action-db)
        delimited by size into action-detail
    exit paragraph
  end-if

  *> rebuilt unconditionally, then checked against the live file the
  *> way every lookup checks it.
  call 'mmdb2-extract-meta' using action-db, mmdb2-meta-rec

  if return-code not = mmdb2-rc-ok
    move 'metadata extract failed' to action-detail
    exit paragraph
  end-if

  call 'cobmind-meta-exists' using action-db, meta-exists-rec

  if not meta-current
    move 'metadata cache still does not match the database'
        to action-detail
    exit paragraph
  end-if

  move 'Y' to action-ok
  move 'metadata cache rebuilt and current' to action-detail
  .

*>*********************************************************************
*> WATCH-VERIFY - a newer release in the drop directory, run through
*> the watch-mode existence / metadata / verify sequence.
*>*********************************************************************

run-watch-verify.
  move book-arg-2(book-ix) to db-list
  perform resolve-subject-database

  if not subject-resolved
    string 'database not in ' function trim(db-list)
        delimited by size into action-detail
    exit paragraph
  end-if

  move 0 to live-epoch
  call 'cobmind-file-exists' using action-db, file-exists-rec

  if file-found
    call 'cobmind-meta-exists' using action-db, meta-exists-rec
    if meta-current
      call 'mmdb2-read-meta-cache' using action-db, mmdb2-meta-rec
    else
      call 'mmdb2-extract-meta' using action-db, mmdb2-meta-rec
    end-if
    move mmdb2-meta-build-epoch to live-epoch
  end-if

  move book-arg-1(book-ix) to drop-dir
  perform list-drop-directory

  move 0 to newer-count clean-count
  move spaces to clean-db

  perform varying candidate-ix from 1 by 1
      until candidate-ix > candidate-count
    move candidate-file(candidate-ix) to candidate-db
    perform verify-one-candidate
  end-perform

  evaluate true
    when clean-count > 0
      move 'Y' to action-ok
      string 'newer release ' function trim(clean-db)
          ' verified clean - ready for promotion'
          delimited by size into action-detail
    when newer-count > 0
      string newer-count ' newer release(s) in '
          function trim(drop-dir) ' - none verified clean'
          delimited by size into action-detail
    when other
      string 'no newer release in ' function trim(drop-dir)
          delimited by size into action-detail
  end-evaluate
  .

list-drop-directory.
  move 0 to candidate-count

  move spaces to aux-file
  string function trim(drop-dir) '/.cobmind_playbook_list'
      delimited by size into aux-file

  move spaces to ls-cmd
  string 'ls -1 ' function trim(drop-dir) '/*.mmdb 2>/dev/null > '
      function trim(aux-file)
      delimited by size into ls-cmd
  call 'SYSTEM' using ls-cmd

  move spaces to aux-status
  open input aux-in

  if aux-status not = '00'
    exit paragraph
  end-if

  perform until aux-status = '10'
    read aux-in
      at end move '10' to aux-status
      not at end
        if function trim(aux-in-rec) not = spaces
        and candidate-count < 50
          add 1 to candidate-count
          move function trim(aux-in-rec)
              to candidate-file(candidate-count)
        end-if
    end-read
  end-perform

  close aux-in
  call 'CBL_DELETE_FILE' using aux-file
  .

verify-one-candidate.
  if candidate-db = action-db
    exit paragraph
  end-if

  perform check-quarantined

  if is-quarantined
    exit paragraph
  end-if

  call 'cobmind-meta-exists' using candidate-db, meta-exists-rec
  if meta-current
    call 'mmdb2-read-meta-cache' using candidate-db, mmdb2-meta-rec
  else
    call 'mmdb2-extract-meta' using candidate-db, mmdb2-meta-rec
  end-if
  move mmdb2-meta-build-epoch to candidate-epoch

  if candidate-epoch <= live-epoch
    exit paragraph
  end-if

  add 1 to newer-count

  call 'mmdb2-open' using candidate-db, watch-handle

  if return-code <> 0
    move 'ER' to watch-result-code
  else
    call 'mmdb2-verify' using watch-handle, mmdb2-meta-rec,
        mmdb2-verify-rec

    if mmdb2-verify-passed
      move 'OK' to watch-result-code
    else
      move 'BD' to watch-result-code
    end-if

    move 'W' to verify-state-op
    move watch-result-code to verify-state-outcome
    call 'cobmind-verify-state' using verify-state-op,
        candidate-db, verify-state-date, verify-state-outcome,
        verify-state-found

    if mmdb2-verify-passed
      move 'new release verified clean' to notify-text
      move 'WATCH-VERIFY-OK' to notify-event
      call 'cobmind-notify' using 'I', candidate-db, notify-event,
          notify-text
      add 1 to clean-count
      move candidate-db to clean-db
    else
      move mmdb2-verify-reason to notify-text
      move 'WATCH-VERIFY-BAD' to notify-event
      call 'cobmind-notify' using 'C', candidate-db, notify-event,
          notify-text
    end-if

    call 'mmdb2-close' using watch-handle
  end-if

  move spaces to audit-dir
  call 'cobmind-audit-log' using candidate-db, 'WATCH',
      watch-result-code, audit-dir
  .

*> a drop held back by mmdb2-quarantine is not re-validated here
*> either, exactly as watch mode passes it over.
check-quarantined.
  set is-quarantined to false

  move spaces to quarantine-dir
  accept quarantine-dir from environment "COBMIND_QUARANTINE"

  if quarantine-dir = spaces or low-value
    move './quarantine' to quarantine-dir
  end-if

  move 1 to cand-base-start
  perform varying cand-scan-ix from 1 by 1
      until cand-scan-ix > 128
    if candidate-db(cand-scan-ix:1) = '/'
      compute cand-base-start = cand-scan-ix + 1
    end-if
  end-perform

  move spaces to cand-base
  move candidate-db(cand-base-start:) to cand-base

  move spaces to quarantine-reason
  string function trim(quarantine-dir) '/' function trim(cand-base)
      '.reason' delimited by size into quarantine-reason

  call 'cobmind-file-exists' using quarantine-reason(1:128),
      quarantined-rec
  .

*>*********************************************************************
*> ROUTE - TRLCHK first, then the missing output, then the route.
*>*********************************************************************

run-route.
  move book-arg-1(book-ix) to trail-file
  perform recheck-results-trailer

  if not trailer-seen
  or computed-trailer(1:2) not = 'OK'
    string 'TRLCHK has not passed on ' function trim(trail-file)
        ' - route not re-run' delimited by size into action-detail
    exit paragraph
  end-if

  move book-arg-2(book-ix) to route-control
  perform find-route-pattern

  if route-pattern = spaces
    string 'no line in ' function trim(route-control)
        ' ships ' function trim(ev-subject(event-ix))
        delimited by size into action-detail
    exit paragraph
  end-if

  perform count-pattern-matches

  if match-count = 0
    string 'expected output still absent for '
        function trim(route-recipient) ' - route not re-run'
        delimited by size into action-detail
    exit paragraph
  end-if

  call 'mmdb2-route-outputs' using route-control

  if return-code not = mmdb2-rc-ok
    move return-code to rc-edit
    string 'route re-run ended rc ' rc-edit
        delimited by size into action-detail
    exit paragraph
  end-if

  move 'Y' to action-ok
  string 'route re-run, output shipped to '
      function trim(route-recipient)
      delimited by size into action-detail
  .

*> the control-total re-fold mmdb2-verify-trailer does for TRLCHK,
*> one heading line.
recheck-results-trailer.
  set trailer-seen to false
  move 0 to trail-headers
  move spaces to computed-trailer trailer-text

  move spaces to trail-status
  open input trail-in

  if trail-status not = '00'
    exit paragraph
  end-if

  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, fold-text, reason-code,
      computed-trailer

  perform until trail-status = '10'
    read trail-in
      at end move '10' to trail-status
      not at end perform fold-results-line
    end-read
  end-perform

  close trail-in

  if not trailer-seen
    exit paragraph
  end-if

  move 'V' to trail-op
  move spaces to fold-text
  move trailer-text to fold-text(1:256)
  call 'cobmind-trailer' using trail-op, fold-text, reason-code,
      computed-trailer
  .

fold-results-line.
  if trailer-seen
    *> data after the trailer - the file is not the one TRLCHK passed.
    set trailer-seen to false
    move '10' to trail-status
    exit paragraph
  end-if

  if trail-in-rec(1:1) = '#'
    exit paragraph
  end-if

  if trail-in-rec(1:8) = 'TRAILER,'
    set trailer-seen to true
    move trail-in-rec(1:256) to trailer-text
    exit paragraph
  end-if

  if trail-headers < 1
    add 1 to trail-headers
    exit paragraph
  end-if

  move 'ER' to reason-code
  move 0 to eq-scan
  inspect trail-in-rec tallying eq-scan
      for characters before initial ','

  if eq-scan > 0 and eq-scan < 8000
    evaluate trail-in-rec(eq-scan + 2:2)
      when 'OK' move 'OK' to reason-code
      when 'NO'
        if trail-in-rec(eq-scan + 2:5) = 'NOT_R'
          move 'ER' to reason-code
        else
          move 'NF' to reason-code
        end-if
      when 'RE' move 'RS' to reason-code
      when other move 'ER' to reason-code
    end-evaluate
  end-if

  move 'F' to trail-op
  move trail-in-rec to fold-text
  call 'cobmind-trailer' using trail-op, fold-text, reason-code,
      computed-trailer
  .

*> the DIST-MISSING subject is the control line's file pattern, cut
*> to the feed's 32 columns - the control file has it whole.
find-route-pattern.
  move spaces to route-pattern route-recipient
  move route-control to aux-file
  move spaces to aux-status
  open input aux-in

  if aux-status not = '00'
    exit paragraph
  end-if

  perform until aux-status = '10' or route-pattern not = spaces
    read aux-in
      at end move '10' to aux-status
      not at end
        if aux-in-rec(1:1) not = '#'
        and function trim(aux-in-rec) not = spaces
          move spaces to split-1 split-6
          unstring aux-in-rec delimited by ','
              into split-1 split-6
          end-unstring
          if split-6(1:32) = ev-subject(event-ix)
          and (ev-subject(event-ix)(32:1) not = space
               or split-6(33:1) = space)
            move split-6 to route-pattern
            move split-1 to route-recipient
          end-if
        end-if
    end-read
  end-perform

  close aux-in
  .

count-pattern-matches.
  move 0 to match-count

  move 0 to unsafe-count
  inspect route-pattern tallying unsafe-count for all '"'
      all '`' all '$' all ';' all '|' all '&' all '<' all '>'
      all "'"
  if unsafe-count > 0
    exit paragraph
  end-if

  move spaces to aux-file
  string function trim(plog-file) '.list'
      delimited by size into aux-file

  move spaces to ls-cmd
  string 'ls -1 ' function trim(route-pattern) ' 2>/dev/null > '
      function trim(aux-file)
      delimited by size into ls-cmd
  call 'SYSTEM' using ls-cmd

  move spaces to aux-status
  open input aux-in

  if aux-status not = '00'
    exit paragraph
  end-if

  perform until aux-status = '10'
    read aux-in
      at end move '10' to aux-status
      not at end
        if function trim(aux-in-rec) not = spaces
          add 1 to match-count
        end-if
    end-read
  end-perform

  close aux-in
  call 'CBL_DELETE_FILE' using aux-file
  .
