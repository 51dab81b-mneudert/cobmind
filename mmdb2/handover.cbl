*> end-of-shift handover report: one printed run that digests what
*> the outgoing operator has been scrolling two files for - every
*> warning/critical notification since shift start with its current
*> acknowledgment state, who the escalation sweep (mmdb2-escalate)
*> paged for them and when, the standing acks and when they run out,
*> the latest verify outcome per registered database, the
*> distributed files recipients left uncollected, collected late or
*> counted differently (mmdb2-receipt-reconcile), and the fleet
*> status walk - with unresolved items flagged CARRY so the incoming
*> operator sees what was still being chased. run at shift change:
*>
*> shift that began yesterday evening) counts from yesterday's HHMM.
*> notifications read from the cobmind-notify feed, acks from the
*> cobmind-alert-state file, verify outcomes from the state file the
*> fleet report already consults, receipt outcomes from the
*> reconciliation's receipt log; the fleet walk itself is
*> mmdb2-fleet-report, called last so its status lines close the
*> handover the way they open the morning.
*>*********************************************************************
    organization line sequential
    file status is ack-status.

  select escal-in
    assign dynamic escal-file
    organization line sequential
    file status is escal-status.

  select alias-in
    assign dynamic alias-file
    organization line sequential
    file status is alias-status.

  select receipt-in
    assign dynamic receipt-file
    organization line sequential
    file status is receipt-status.

data division.
file section.

fd ack-in.
01 ack-in-rec pic x(256).

fd escal-in.
01 escal-in-rec pic x(256).

fd alias-in.
01 alias-in-rec pic x(256).

fd receipt-in.
01 receipt-in-rec pic x(256).

working-storage section.

copy 'mmdb2-retcode.cpy'.
01 ack-exists-rec   pic x(1).
   88 ack-exists    value 'Y', false 'N'.

01 escal-file       pic x(128) value spaces.
01 escal-status     pic xx value spaces.
01 escal-exists-rec pic x(1).
   88 escal-exists  value 'Y', false 'N'.
01 escal-paged-at   pic x(15) value spaces.
01 escal-level      pic x(4) value spaces.
01 escal-person     pic x(32) value spaces.
01 escal-event-ts   pic x(15) value spaces.
01 escal-event      pic x(16) value spaces.
01 escal-subject    pic x(32) value spaces.
01 escal-count      pic 9(6) value 0.

01 alias-file       pic x(128) value spaces.
01 alias-status     pic xx value spaces.
01 alias-exists-rec pic x(1).
01 alias-value      pic x(128) value spaces.
01 alias-eq-pos     pic 9(3) value 0.

01 receipt-file     pic x(128) value spaces.
01 receipt-status   pic xx value spaces.
01 receipt-exists-rec pic x(1).
   88 receipt-exists value 'Y', false 'N'.
01 rcpt-stamp       pic x(15) value spaces.
01 rcpt-outcome     pic x(12) value spaces.
01 rcpt-recipient   pic x(16) value spaces.
01 rcpt-file        pic x(64) value spaces.
01 rcpt-detail      pic x(96) value spaces.
01 rcpt-count       pic 9(6) value 0.

01 current-ts       pic x(21) value spaces.
01 today-num        pic x(8) value spaces.
01 yesterday-num    pic 9(8) value 0.
  display ' '

  perform report-notifications
  perform report-escalations
  perform report-standing-acks
  perform report-verify-states
  perform report-delivery-receipts

  display ' '
  display '--- fleet status ---'

  *> the ack file speaks conditions, the feed speaks event codes -
  *> the standing conditions map back to their ack identity, the
  *> rest are acknowledged under their own event code (the identity
  *> the escalation sweep checks too).
  evaluate function trim(ntf-event)
    when 'STALE-DATABASE' move 'STALE' to ntf-condition
    when 'TREE-IMBALANCE' move 'IMBALANCE' to ntf-condition
    when 'VERIFY-FAILED'  move 'VERIFY' to ntf-condition
    when 'WATCH-VERIFY-BAD' move 'VERIFY' to ntf-condition
    when other            move ntf-event to ntf-condition
  end-evaluate

  move 'CARRY' to ntf-state
  .

*>*********************************************************************
*> section 2 - escalations paged since shift start: who was called,
*> for what, and when, from the sweep's escalation log.
*>*********************************************************************

report-escalations.
  display '--- escalations paged since shift start ---'

  move spaces to escal-file
  accept escal-file from environment "COBMIND_ESCALATIONS"

  if escal-file = spaces or low-value
    move './cobmind.escalations' to escal-file
  end-if

  call 'cobmind-file-exists' using escal-file, escal-exists-rec

  if not escal-exists
    display '  (nobody paged)'
    display ' '
    exit paragraph
  end-if

  move spaces to escal-status
  open input escal-in

  if escal-status = '00'
    perform until escal-status = '10'
      read escal-in
        at end move '10' to escal-status
        not at end perform report-one-escalation
      end-read
    end-perform

    close escal-in
  end-if

  if escal-count = 0
    display '  (nobody paged)'
  end-if
  display ' '
  .

report-one-escalation.
  if function trim(escal-in-rec) = spaces
  or escal-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to escal-paged-at escal-level escal-person
      escal-event-ts escal-event escal-subject
  unstring escal-in-rec delimited by ','
      into escal-paged-at, escal-level, escal-person, escal-event-ts,
           escal-event, escal-subject

  move spaces to line-stamp
  move escal-paged-at(1:13) to line-stamp

  if line-stamp < shift-stamp
    exit paragraph
  end-if

  add 1 to escal-count

  move spaces to out-line
  string
    '  PAGED   L' function trim(escal-level) ' '
    escal-paged-at ' ' escal-person ' '
    function trim(escal-event) ' on ' function trim(escal-subject)
    ' (raised ' function trim(escal-event-ts) ')'
    delimited by size
    into out-line
  display out-line(1:160)
  .

*>*********************************************************************
*> section 3 - the standing acknowledgments and when the silence runs
*> out; an expiry already past is called out, because that condition
*> starts paging again tonight.
*>*********************************************************************
  .

*>*********************************************************************
*> section 4 - latest verify outcome per registered database, from
*> the same state file the fleet report consults.
*>*********************************************************************

  end-if
  display out-line(1:80)
  .

*>*********************************************************************
*> section 5 - distributed files the receipt reconciliation flagged
*> since shift start: left uncollected past the recipient's agreed
*> hours, collected late, or loaded with a row count that disagrees
*> with the manifest.
*>*********************************************************************

report-delivery-receipts.
  display ' '
  display '--- delivery receipts flagged since shift start ---'

  move spaces to receipt-file
  accept receipt-file from environment "COBMIND_RECEIPTS"

  if receipt-file = spaces or low-value
    move './cobmind.receipts' to receipt-file
  end-if

  call 'cobmind-file-exists' using receipt-file, receipt-exists-rec

  if not receipt-exists
    display '  (no receipt reconciliation on file)'
    exit paragraph
  end-if

  move spaces to receipt-status
  open input receipt-in

  if receipt-status = '00'
    perform until receipt-status = '10'
      read receipt-in
        at end move '10' to receipt-status
        not at end perform report-one-receipt
      end-read
    end-perform

    close receipt-in
  end-if

  if rcpt-count = 0
    display '  (nothing flagged)'
  end-if
  .

report-one-receipt.
  if function trim(receipt-in-rec) = spaces
  or receipt-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to rcpt-stamp rcpt-outcome rcpt-recipient rcpt-file
      rcpt-detail
  unstring receipt-in-rec delimited by ','
      into rcpt-stamp, rcpt-outcome, rcpt-recipient, rcpt-file,
           rcpt-detail

  move spaces to line-stamp
  move rcpt-stamp(1:13) to line-stamp

  if line-stamp < shift-stamp or rcpt-outcome = 'COLLECTED'
    exit paragraph
  end-if

  add 1 to rcpt-count

  move spaces to out-line
  string
    '  ' rcpt-outcome ' ' rcpt-stamp ' '
    function trim(rcpt-recipient) ' ' function trim(rcpt-file) ' - '
    function trim(rcpt-detail)
    delimited by size
    into out-line
  display out-line(1:160)
  .
