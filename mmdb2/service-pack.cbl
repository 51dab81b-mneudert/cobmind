       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-service-pack.

*>*********************************************************************
*> monthly service review pack for management: one paginated report
*> of how the service ran over the month, each figure set beside
*> the three months before it, gathered from the files the service
*> leaves behind instead of assembled by hand from five reports.
*>
*>   PARM='<month YYYYMM> <month-root> <usage-ledger> <ceiling>
*>         <report-out>'
*>
*> the figures and where each comes from:
*>
*>   batch window   nights with batch runs, and the share of them
*>                  whose every batch run finished inside the run
*>                  window - the run ledger ("COBMIND_RUN_LEDGER")
*>                  against the window calendar mmdb2-check-window
*>                  guards with ("COBMIND_WINDOW_FILE"). a run
*>                  started after midnight inside a window that
*>                  opened the evening before belongs to that
*>                  evening's night; a run started outside every
*>                  window is an overrun of its night. the closed
*>                  month also gets a night-by-night page.
*>   lookups        runs, rows looked up, and the not-found and
*>                  error rates - the run ledger's by-reason counts
*>   change         promotions and rollbacks - the PROMOTE and
*>                  ROLLBACK= lines of the month's gathered audit
*>                  trail (<month-root>/<month>/cobmind_audit.log.
*>                  <month>, as mmdb2-month-close ARCHIVE leaves it)
*>   alerts         notifications by severity from the cobmind-notify
*>                  feed (escalation pages are not counted again),
*>                  the average minutes a warning or critical alert
*>                  waited for its acknowledgment, and how many got
*>                  none - the ack file ("COBMIND_ACKS"). an alert
*>                  raised while a live ack already covered it
*>                  counts as acknowledged at once; acks written
*>                  before cobmind-ack-write recorded the ack time
*>                  count as acknowledged but are not timed.
*>   supply         vendor drops late (DELIVERY-LATE events) and
*>                  distribution misses (DIST-MISSING events)
*>   licence        lookups charged against the contract (the
*>                  mmdb2-usage-report ledger) and the headroom left
*>                  under the contract ceiling
*>
*> a figure whose source is not on disk prints as n/a rather than
*> as zero. targets come from the service-level control file
*> ("COBMIND_SERVICE_LEVELS", ./cobmind.servicelevels when unset):
*>
*>   # measure,direction,green,amber
*>   #   direction H: higher is better (green at or above "green")
*>   #   direction L: lower is better (green at or below "green")
*>   WINDOW-ADHERENCE,H,99,95
*>   ERROR-RATE,L,0.5,1
*>   ROLLBACKS,L,0,1
*>
*> each of the closed month's figures with a target is marked GREEN,
*> AMBER or RED; a figure with none is reported unmarked. the pack
*> is a finding, not a gate - the step ends 0 whatever the colors,
*> and mmdb2-rc-io-error only when the report cannot be written.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select ledger-in
    assign dynamic ledger-file
    organization line sequential
    file status is ledger-status.

  select window-in
    assign dynamic window-file
    organization line sequential
    file status is window-status.

  select audit-in
    assign dynamic audit-file
    organization line sequential
    file status is audit-status.

  select notify-in
    assign dynamic notify-file
    organization line sequential
    file status is notify-status.

  select ack-in
    assign dynamic ack-file
    organization line sequential
    file status is ack-status.

  select usage-in
    assign dynamic usage-file
    organization line sequential
    file status is usage-status.

  select level-in
    assign dynamic level-file
    organization line sequential
    file status is level-status.

  select report-out
    assign dynamic report-inflight
    organization line sequential
    file status is report-status.

data division.
file section.

fd ledger-in.
01 ledger-in-rec pic x(300).

fd window-in.
01 window-in-rec pic x(64).

fd audit-in.
01 audit-in-rec pic x(512).

fd notify-in.
01 notify-in-rec pic x(256).

fd ack-in.
01 ack-in-rec pic x(256).

fd usage-in.
01 usage-in-rec pic x(80).

fd level-in.
01 level-in-rec pic x(128).

fd report-out.
01 report-out-rec pic x(132).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 month-arg        pic x(6) value spaces.
01 month-root       pic x(128) value spaces.
01 usage-file       pic x(128) value spaces.
01 ceiling-raw      pic x(12) value spaces.
01 ceiling-value    pic 9(10) value 0.
01 report-file      pic x(128) value spaces.

01 ledger-file      pic x(128) value spaces.
01 window-file      pic x(128) value spaces.
01 audit-file       pic x(160) value spaces.
01 notify-dir       pic x(128) value spaces.
01 notify-file      pic x(148) value spaces.
01 ack-file         pic x(128) value spaces.
01 level-file       pic x(128) value spaces.
01 report-inflight  pic x(140) value spaces.

01 ledger-status    pic xx value spaces.
01 window-status    pic xx value spaces.
01 audit-status     pic xx value spaces.
01 notify-status    pic xx value spaces.
01 ack-status       pic xx value spaces.
01 usage-status     pic xx value spaces.
01 level-status     pic xx value spaces.
01 report-status    pic xx value spaces.
01 commit-op        pic x(1) value 'B'.
01 report-commit-ok pic x(1) value 'Y'.
01 file-exists-rec  pic x(1).
   88 file-found    value 'Y', false 'N'.

*> which sources were on disk.
01 ledger-seen      pic x(1) value 'N'.
01 window-seen      pic x(1) value 'N'.
01 notify-seen      pic x(1) value 'N'.
01 ack-seen         pic x(1) value 'N'.
01 usage-seen       pic x(1) value 'N'.
01 level-seen       pic x(1) value 'N'.

*> the closed month in slot 1, the three before it in slots 2-4.
01 month-table.
   05 month-entry occurs 4 times.
      10 mon-yyyymm     pic x(6).
      10 mon-audit-seen pic x(1).
      10 mon-rows       pic 9(12).
      10 mon-runs       pic 9(8).
      10 mon-nf         pic 9(12).
      10 mon-er         pic 9(12).
      10 mon-promos     pic 9(6).
      10 mon-rollbacks  pic 9(6).
      10 mon-crit       pic 9(6).
      10 mon-warn       pic 9(6).
      10 mon-info       pic 9(6).
      10 mon-ack-mins   pic 9(10).
      10 mon-ack-timed  pic 9(6).
      10 mon-unacked    pic 9(6).
      10 mon-late       pic 9(6).
      10 mon-missed     pic 9(6).
      10 mon-licence    pic 9(12).
01 mon-ix           pic 9(1) value 0.
01 probe-month      pic x(6) value spaces.
01 probe-ix         pic 9(1) value 0.
01 year-num         pic 9(4) value 0.
01 month-num        pic 9(2) value 0.

*> one night per day of each month: batch runs, the tightest slack
*> (seconds between a run's finish and its window's close), the
*> run that set it, and whether a run started outside any window.
01 night-table.
   05 night-month occurs 4 times.
      10 night-entry occurs 31 times.
         15 night-runs     pic 9(4).
         15 night-slack    pic s9(8).
         15 night-close    pic x(4).
         15 night-finish   pic x(14).
         15 night-outside  pic x(1).
01 night-ix         pic 9(2) value 0.
01 nights-run       pic 9(4) value 0.
01 nights-fit       pic 9(4) value 0.

*> the run window calendar: one window per weekday, and holidays.
01 window-table.
   05 window-day occurs 7 times.
      10 win-set        pic x(1).
      10 win-from       pic 9(4).
      10 win-to         pic 9(4).
01 holiday-table.
   05 holiday-date occurs 200 times pic x(8).
01 holiday-count    pic 9(3) value 0.
01 holiday-ix       pic 9(3) value 0.
01 line-key         pic x(16) value spaces.
01 line-value       pic x(16) value spaces.
01 eq-pos           pic 9(3) value 0.
01 from-text        pic x(4) value spaces.
01 to-text          pic x(4) value spaces.
01 dow-num          pic 9(1) value 0.
01 prev-dow         pic 9(1) value 0.

*> one run-ledger row.
01 split-run        pic x(20) value spaces.
01 split-start      pic x(14) value spaces.
01 split-end        pic x(14) value spaces.
01 split-mode       pic x(16) value spaces.
01 split-db         pic x(128) value spaces.
01 split-rows       pic x(24) value spaces.
01 split-ok         pic x(24) value spaces.
01 split-nf         pic x(24) value spaces.
01 split-rs         pic x(24) value spaces.
01 split-er         pic x(24) value spaces.
01 count-field      pic x(24) value spaces.
01 count-text       pic x(16) value spaces.
01 count-value      pic 9(12) value 0.
01 start-date       pic x(8) value spaces.
01 start-hhmm       pic 9(4) value 0.
01 start-int        pic 9(8) value 0.
01 end-secs         pic 9(14) value 0.
01 close-secs       pic 9(14) value 0.
01 run-slack        pic s9(14) value 0.
01 night-int        pic 9(8) value 0.
01 night-date       pic 9(8) value 0.
01 close-hhmm       pic 9(4) value 0.
01 run-outside      pic x(1) value 'N'.

*> one audit line.
01 aud-ts           pic x(15) value spaces.
01 aud-operator     pic x(32) value spaces.
01 aud-subject      pic x(128) value spaces.
01 aud-tag          pic x(45) value spaces.

*> one notification, and the acks that may answer it.
01 ntf-ts           pic x(15) value spaces.
01 ntf-severity     pic x(1) value space.
01 ntf-event        pic x(16) value spaces.
01 ntf-subject      pic x(32) value spaces.
01 ntf-condition    pic x(16) value spaces.
01 ntf-minute       pic 9(12) value 0.

01 ack-table.
   05 ack-entry occurs 3000 times.
      10 ack-subject    pic x(32).
      10 ack-condition  pic x(16).
      10 ack-expiry     pic x(8).
      10 ack-ts         pic x(15).
01 ack-count        pic 9(4) value 0.
01 ack-ix           pic 9(4) value 0.
01 ack-dropped      pic 9(6) value 0.
01 split-subject    pic x(128) value spaces.
01 split-condition  pic x(16) value spaces.
01 split-expiry     pic x(8) value spaces.
01 split-operator   pic x(32) value spaces.
01 split-ack-ts     pic x(15) value spaces.
01 ack-minute       pic 9(12) value 0.
01 best-wait        pic 9(12) value 0.
01 wait-found       pic x(1) value 'N'.
01 untimed-found    pic x(1) value 'N'.

*> one usage-ledger row.
01 split-month      pic x(6) value spaces.
01 split-alias      pic x(32) value spaces.
01 split-count      pic x(12) value spaces.

*> the measures, as printed.
01 measure-table.
   05 measure-entry occurs 17 times.
      10 msr-key        pic x(20).
      10 msr-label      pic x(28).
      10 msr-section    pic x(40).
      10 msr-decimals   pic x(1).
      10 msr-value      pic s9(12)v99 occurs 4 times.
      10 msr-known      pic x(1) occurs 4 times.
      10 msr-direction  pic x(1).
      10 msr-green      pic s9(10)v99.
      10 msr-amber      pic s9(10)v99.
      10 msr-status     pic x(5).
01 msr-ix           pic 9(2) value 0.
01 msr-found        pic x(1) value 'N'.
01 msr-count        pic 9(2) value 17.
01 green-count      pic 9(2) value 0.
01 amber-count      pic 9(2) value 0.
01 red-count        pic 9(2) value 0.

01 split-measure    pic x(20) value spaces.
01 split-direction  pic x(1) value space.
01 split-green      pic x(12) value spaces.
01 split-amber      pic x(12) value spaces.

*> report layout.
01 current-ts       pic x(21) value spaces.
01 run-date-text    pic x(10) value spaces.
01 page-number      pic 9(5) value 0.
01 line-on-page     pic 9(3) value 0.
01 lines-per-page   pic 9(3) value 55.
01 page-kind        pic x(1) value 'S'.
   88 summary-page  value 'S'.
   88 night-page    value 'N'.
01 out-line         pic x(132) value spaces.
01 print-line       pic x(132) value spaces.
01 value-text       pic x(14) value spaces.
01 status-text      pic x(7) value spaces.
01 target-text      pic x(32) value spaces.
01 green-text       pic x(14) value spaces.
01 amber-text       pic x(14) value spaces.
01 count-edit       pic -(12)9.
01 rate-edit        pic -(9)9.99.
01 runs-edit        pic z(3)9.
01 slack-edit       pic -(7)9.
01 source-note      pic x(132) value spaces.
01 missing-count    pic 9(2) value 0.

*>*********************************************************************

procedure division.
  accept month-arg from argument-value
  accept month-root from argument-value
  accept usage-file from argument-value
  accept ceiling-raw from argument-value
  accept report-file from argument-value

  if month-arg is not numeric
  or month-root = spaces or usage-file = spaces
  or report-file = spaces
    display 'usage: mmdb2-service-pack <month YYYYMM> <month-root>'
        ' <usage-ledger> <ceiling> <report-out>'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  move month-arg(1:4) to year-num
  move month-arg(5:2) to month-num
  move function current-date to current-ts

  if month-num < 1 or month-num > 12
  or month-arg > current-ts(1:6)
    display 'not a month that has run: ' month-arg
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if function trim(ceiling-raw) not = spaces
  and function trim(ceiling-raw) is numeric
    move function numval(ceiling-raw) to ceiling-value
  end-if

  perform set-up-months
  perform set-up-measures

  perform load-window-calendar
  perform read-run-ledger
  perform read-audit-trails
  perform load-acks
  perform read-notify-feed
  perform read-usage-ledger
  perform load-service-levels

  perform work-out-measures
  perform mark-closed-month

  perform write-report

  display 'service review pack ' month-arg ': ' green-count
      ' green, ' amber-count ' amber, ' red-count ' red'
  display 'report: ' function trim(report-file)

  if report-commit-ok not = 'Y' or report-status not = '00'
    display 'service review built but the report could not be '
        'published'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move mmdb2-rc-ok to return-code
  goback.

*>*********************************************************************
*> the closed month and the three before it.
*>*********************************************************************

set-up-months.
  perform varying mon-ix from 1 by 1 until mon-ix > 4
    move spaces to mon-yyyymm(mon-ix)
    string year-num month-num delimited by size
        into mon-yyyymm(mon-ix)
    move 'N' to mon-audit-seen(mon-ix)
    move 0 to mon-rows(mon-ix) mon-runs(mon-ix) mon-nf(mon-ix)
        mon-er(mon-ix) mon-promos(mon-ix) mon-rollbacks(mon-ix)
        mon-crit(mon-ix) mon-warn(mon-ix) mon-info(mon-ix)
        mon-ack-mins(mon-ix) mon-ack-timed(mon-ix)
        mon-unacked(mon-ix) mon-late(mon-ix) mon-missed(mon-ix)
        mon-licence(mon-ix)

    perform varying night-ix from 1 by 1 until night-ix > 31
      move 0 to night-runs(mon-ix, night-ix)
          night-slack(mon-ix, night-ix)
      move spaces to night-close(mon-ix, night-ix)
          night-finish(mon-ix, night-ix)
      move 'N' to night-outside(mon-ix, night-ix)
    end-perform

    if month-num = 1
      move 12 to month-num
      subtract 1 from year-num
    else
      subtract 1 from month-num
    end-if
  end-perform
  .

find-month-slot.
  move 0 to probe-ix
  perform varying mon-ix from 1 by 1 until mon-ix > 4
    if mon-yyyymm(mon-ix) = probe-month
      move mon-ix to probe-ix
    end-if
  end-perform
  .

set-up-measures.
  initialize measure-table
  move 'NIGHTS-RUN'       to msr-key(1)
  move 'BATCH NIGHTS RUN' to msr-label(1)
  move 'BATCH WINDOW'     to msr-section(1)
  move 'WINDOW-ADHERENCE' to msr-key(2)
  move 'NIGHTS INSIDE WINDOW %' to msr-label(2)
  move 'RUNS'             to msr-key(3)
  move 'RUNS'             to msr-label(3)
  move 'LOOKUPS'          to msr-section(3)
  move 'LOOKUP-ROWS'      to msr-key(4)
  move 'ROWS LOOKED UP'   to msr-label(4)
  move 'NOT-FOUND-RATE'   to msr-key(5)
  move 'NOT FOUND %'      to msr-label(5)
  move 'ERROR-RATE'       to msr-key(6)
  move 'ERROR %'          to msr-label(6)
  move 'PROMOTIONS'       to msr-key(7)
  move 'PROMOTIONS'       to msr-label(7)
  move 'CHANGE'           to msr-section(7)
  move 'ROLLBACKS'        to msr-key(8)
  move 'ROLLBACKS'        to msr-label(8)
  move 'ALERTS-CRITICAL'  to msr-key(9)
  move 'ALERTS - CRITICAL' to msr-label(9)
  move 'ALERTS'           to msr-section(9)
  move 'ALERTS-WARNING'   to msr-key(10)
  move 'ALERTS - WARNING' to msr-label(10)
  move 'ALERTS-INFO'      to msr-key(11)
  move 'ALERTS - INFORMATION' to msr-label(11)
  move 'ACK-MINUTES'      to msr-key(12)
  move 'MINUTES TO ACKNOWLEDGE' to msr-label(12)
  move 'UNACKNOWLEDGED'   to msr-key(13)
  move 'NEVER ACKNOWLEDGED' to msr-label(13)
  move 'DELIVERIES-LATE'  to msr-key(14)
  move 'VENDOR DROPS LATE' to msr-label(14)
  move 'SUPPLY AND DISTRIBUTION' to msr-section(14)
  move 'DIST-MISSES'      to msr-key(15)
  move 'DISTRIBUTION MISSES' to msr-label(15)
  move 'LICENCE-LOOKUPS'  to msr-key(16)
  move 'LOOKUPS UNDER LICENCE' to msr-label(16)
  move 'LICENCE'          to msr-section(16)
  move 'LICENCE-HEADROOM' to msr-key(17)
  move 'HEADROOM UNDER CEILING %' to msr-label(17)

  perform varying msr-ix from 1 by 1 until msr-ix > msr-count
    move 'N' to msr-decimals(msr-ix)
    move space to msr-direction(msr-ix)
    move 0 to msr-green(msr-ix) msr-amber(msr-ix)
    move spaces to msr-status(msr-ix)
    perform varying mon-ix from 1 by 1 until mon-ix > 4
      move 0 to msr-value(msr-ix, mon-ix)
      move 'N' to msr-known(msr-ix, mon-ix)
    end-perform
  end-perform

  move 'Y' to msr-decimals(2) msr-decimals(5) msr-decimals(6)
      msr-decimals(12) msr-decimals(17)
  .

*>*********************************************************************
*> the run window calendar, in mmdb2-check-window's format - every
*> weekday's window and the holidays. no file means no windows, and
*> adherence is not measured.
*>*********************************************************************

load-window-calendar.
  perform varying dow-num from 1 by 1 until dow-num > 7
    move 'N' to win-set(dow-num)
    move 0 to win-from(dow-num) win-to(dow-num)
  end-perform

  move spaces to window-file
  accept window-file from environment "COBMIND_WINDOW_FILE"
  if window-file = spaces or low-value
    move './cobmind.window' to window-file
  end-if

  call 'cobmind-file-exists' using window-file, file-exists-rec
  if not file-found
    exit paragraph
  end-if

  move spaces to window-status
  open input window-in
  if window-status not = '00'
    exit paragraph
  end-if
  move 'Y' to window-seen

  perform until window-status = '10'
    read window-in
      at end move '10' to window-status
      not at end perform window-one-line
    end-read
  end-perform
  close window-in
  .

window-one-line.
  if function trim(window-in-rec) = spaces
  or window-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to line-key line-value
  move 0 to eq-pos
  inspect window-in-rec tallying eq-pos
      for characters before initial '='

  if eq-pos = 0 or eq-pos >= length of window-in-rec
    exit paragraph
  end-if

  move window-in-rec(1:eq-pos) to line-key
  move window-in-rec(eq-pos + 2:) to line-value
  move function lower-case(function trim(line-key)) to line-key

  evaluate function trim(line-key)
    when 'mon' move 1 to dow-num
    when 'tue' move 2 to dow-num
    when 'wed' move 3 to dow-num
    when 'thu' move 4 to dow-num
    when 'fri' move 5 to dow-num
    when 'sat' move 6 to dow-num
    when 'sun' move 7 to dow-num
    when 'holiday'
      if line-value(1:8) is numeric and holiday-count < 200
        add 1 to holiday-count
        move line-value(1:8) to holiday-date(holiday-count)
      end-if
      exit paragraph
    when other
      exit paragraph
  end-evaluate

  move spaces to from-text to-text
  unstring line-value delimited by '-'
      into from-text, to-text

  if from-text is numeric and to-text is numeric
    move 'Y' to win-set(dow-num)
    move from-text to win-from(dow-num)
    move to-text to win-to(dow-num)
  end-if
  .

*>*********************************************************************
*> the run ledger: every run counts toward its start month's runs,
*> rows and reason rates; batch runs also toward their night.
*>*********************************************************************

read-run-ledger.
  move spaces to ledger-file
  accept ledger-file from environment "COBMIND_RUN_LEDGER"
  if ledger-file = spaces or low-value
    move './cobmind.runs' to ledger-file
  end-if

  call 'cobmind-file-exists' using ledger-file, file-exists-rec
  if not file-found
    exit paragraph
  end-if

  move spaces to ledger-status
  open input ledger-in
  if ledger-status not = '00'
    exit paragraph
  end-if
  move 'Y' to ledger-seen

  perform until ledger-status = '10'
    read ledger-in
      at end move '10' to ledger-status
      not at end perform ledger-one-row
    end-read
  end-perform
  close ledger-in
  .

ledger-one-row.
  if function trim(ledger-in-rec) = spaces
    exit paragraph
  end-if

  move spaces to split-run split-start split-end split-mode split-db
      split-rows split-ok split-nf split-rs split-er
  unstring ledger-in-rec delimited by ','
      into split-run, split-start, split-end, split-mode, split-db,
           split-rows, split-ok, split-nf, split-rs, split-er

  if split-start(1:14) is not numeric
  or split-end(1:14) is not numeric
    exit paragraph
  end-if

  move split-start(1:6) to probe-month
  perform find-month-slot
  if probe-ix > 0
    add 1 to mon-runs(probe-ix)
    move split-rows to count-field
    perform parse-count
    add count-value to mon-rows(probe-ix)
    move split-nf to count-field
    perform parse-count
    add count-value to mon-nf(probe-ix)
    move split-er to count-field
    perform parse-count
    add count-value to mon-er(probe-ix)
  end-if

  if function trim(split-mode) = 'batch'
    perform place-batch-run
  end-if
  .

*> "name=<n>" to its number; anything else counts as none.
parse-count.
  move 0 to count-value
  move 0 to eq-pos
  inspect count-field tallying eq-pos for characters before initial '='
  if eq-pos = 0 or eq-pos >= length of count-field
    exit paragraph
  end-if

  move spaces to count-text
  move count-field(eq-pos + 2:) to count-text
  if function trim(count-text) not = spaces
  and function trim(count-text) is numeric
    move function numval(count-text) to count-value
  end-if
  .

*> which night a batch run belongs to, and when that night's window
*> closed: the start day's own window when the run started inside
*> it, otherwise the window that opened the evening before and runs
*> past midnight. a run inside neither started outside the window.
place-batch-run.
  move split-start(1:8) to start-date
  move split-start(9:4) to start-hhmm
  compute start-int = function integer-of-date(function numval(start-date))
  compute end-secs =
      function integer-of-date(function numval(split-end(1:8))) * 86400
      + function numval(split-end(9:2)) * 3600
      + function numval(split-end(11:2)) * 60
      + function numval(split-end(13:2))

  move start-int to night-int
  move 'Y' to run-outside
  move 0 to close-secs close-hhmm

  compute dow-num = function mod(start-int - 1, 7) + 1
  compute prev-dow = function mod(start-int - 2, 7) + 1

  move start-date to night-date
  perform check-holiday
  if holiday-ix = 0 and win-set(dow-num) = 'Y'
    if win-from(dow-num) > win-to(dow-num)
      if start-hhmm >= win-from(dow-num)
        move 'N' to run-outside
        move win-to(dow-num) to close-hhmm
        compute close-secs = (start-int + 1) * 86400
            + function integer(close-hhmm / 100) * 3600
            + function mod(close-hhmm, 100) * 60
      end-if
    else
      if start-hhmm >= win-from(dow-num)
      and start-hhmm < win-to(dow-num)
        move 'N' to run-outside
        move win-to(dow-num) to close-hhmm
        compute close-secs = start-int * 86400
            + function integer(close-hhmm / 100) * 3600
            + function mod(close-hhmm, 100) * 60
      end-if
    end-if
  end-if

  if run-outside = 'Y'
    compute night-date = function date-of-integer(start-int - 1)
    perform check-holiday
    if holiday-ix = 0 and win-set(prev-dow) = 'Y'
    and win-from(prev-dow) > win-to(prev-dow)
    and start-hhmm < win-to(prev-dow)
      move 'N' to run-outside
      compute night-int = start-int - 1
      move win-to(prev-dow) to close-hhmm
      compute close-secs = start-int * 86400
          + function integer(close-hhmm / 100) * 3600
          + function mod(close-hhmm, 100) * 60
    end-if
  end-if

  compute night-date = function date-of-integer(night-int)
  move night-date(1:6) to probe-month
  perform find-month-slot
  if probe-ix = 0
    exit paragraph
  end-if
  move night-date(7:2) to night-ix

  add 1 to night-runs(probe-ix, night-ix)
  if run-outside = 'Y'
    move 'Y' to night-outside(probe-ix, night-ix)
    move split-end(1:14) to night-finish(probe-ix, night-ix)
    move spaces to night-close(probe-ix, night-ix)
    exit paragraph
  end-if

  compute run-slack = close-secs - end-secs
  if night-outside(probe-ix, night-ix) = 'Y'
    exit paragraph
  end-if

  if night-runs(probe-ix, night-ix) = 1
  or run-slack < night-slack(probe-ix, night-ix)
    move run-slack to night-slack(probe-ix, night-ix)
    move close-hhmm to night-close(probe-ix, night-ix)
    move split-end(1:14) to night-finish(probe-ix, night-ix)
  end-if
  .

check-holiday.
  move 0 to holiday-ix
  perform varying eq-pos from 1 by 1 until eq-pos > holiday-count
    if holiday-date(eq-pos) = night-date
      move eq-pos to holiday-ix
    end-if
  end-perform
  .

*>*********************************************************************
*> each month's gathered audit trail from its month store.
*>*********************************************************************

read-audit-trails.
  perform varying mon-ix from 1 by 1 until mon-ix > 4
    move spaces to audit-file
    string function trim(month-root) '/' mon-yyyymm(mon-ix)
        '/cobmind_audit.log.' mon-yyyymm(mon-ix)
        delimited by size into audit-file

    call 'cobmind-file-exists' using audit-file, file-exists-rec
    if file-found
      move mon-ix to probe-ix
      perform read-one-audit-file
    end-if
  end-perform
  .

read-one-audit-file.
  move spaces to audit-status
  open input audit-in
  if audit-status not = '00'
    exit paragraph
  end-if
  move 'Y' to mon-audit-seen(probe-ix)

  perform until audit-status = '10'
    read audit-in
      at end move '10' to audit-status
      not at end perform audit-one-line
    end-read
  end-perform
  close audit-in
  .

audit-one-line.
  if audit-in-rec(1:5) = 'SEAL,'
  or function trim(audit-in-rec) = spaces
    exit paragraph
  end-if

  move spaces to aud-ts aud-operator aud-subject aud-tag
  unstring audit-in-rec delimited by ','
      into aud-ts aud-operator aud-subject aud-tag
  end-unstring

  evaluate true
    when aud-tag = 'PROMOTE'
      add 1 to mon-promos(probe-ix)
    when aud-tag(1:9) = 'ROLLBACK='
      add 1 to mon-rollbacks(probe-ix)
  end-evaluate
  .

*>*********************************************************************
*> the ack file, kept whole - an alert's acknowledgment may be any
*> row for its condition and subject.
*>*********************************************************************

load-acks.
  move spaces to ack-file
  accept ack-file from environment "COBMIND_ACKS"
  if ack-file = spaces or low-value
    move './cobmind.acks' to ack-file
  end-if

  call 'cobmind-file-exists' using ack-file, file-exists-rec
  if not file-found
    exit paragraph
  end-if

  move spaces to ack-status
  open input ack-in
  if ack-status not = '00'
    exit paragraph
  end-if
  move 'Y' to ack-seen

  perform until ack-status = '10'
    read ack-in
      at end move '10' to ack-status
      not at end perform ack-one-row
    end-read
  end-perform
  close ack-in

  if ack-dropped > 0
    display 'ack file over 3000 rows - ' ack-dropped
        ' later row(s) not considered'
  end-if
  .

ack-one-row.
  if function trim(ack-in-rec) = spaces
  or ack-in-rec(1:1) = '#'
    exit paragraph
  end-if

  if ack-count >= 3000
    add 1 to ack-dropped
    exit paragraph
  end-if

  move spaces to split-subject split-condition split-expiry
      split-operator split-ack-ts
  unstring ack-in-rec delimited by ','
      into split-subject, split-condition, split-expiry,
           split-operator, split-ack-ts

  add 1 to ack-count
  move split-subject(1:32) to ack-subject(ack-count)
  move function upper-case(split-condition) to ack-condition(ack-count)
  move split-expiry to ack-expiry(ack-count)
  move spaces to ack-ts(ack-count)
  if split-ack-ts(1:8) is numeric and split-ack-ts(10:4) is numeric
    move split-ack-ts to ack-ts(ack-count)
  end-if
  .

*>*********************************************************************
*> the notify feed: alerts by severity, the supply and distribution
*> events, and each warning or critical alert's wait for its ack.
*>*********************************************************************

read-notify-feed.
  move spaces to notify-dir
  accept notify-dir from environment "COBMIND_NOTIFY_DIR"

  move 'cobmind_notify.dat' to notify-file
  if notify-dir not = spaces and low-value
    move spaces to notify-file
    string function trim(notify-dir) '/cobmind_notify.dat'
        delimited by size into notify-file
  end-if

  call 'cobmind-file-exists' using notify-file, file-exists-rec
  if not file-found
    exit paragraph
  end-if

  move spaces to notify-status
  open input notify-in
  if notify-status not = '00'
    exit paragraph
  end-if
  move 'Y' to notify-seen

  perform until notify-status = '10'
    read notify-in
      at end move '10' to notify-status
      not at end perform notify-one-line
    end-read
  end-perform
  close notify-in
  .

notify-one-line.
  move notify-in-rec(1:15) to ntf-ts
  move notify-in-rec(17:1) to ntf-severity
  move notify-in-rec(19:16) to ntf-event
  move notify-in-rec(36:32) to ntf-subject

  if ntf-ts(1:8) is not numeric or ntf-ts(10:4) is not numeric
    exit paragraph
  end-if

  *> the escalation sweep's pages repeat an alert already counted.
  if ntf-event(1:9) = 'ESCALATE-'
    exit paragraph
  end-if

  move ntf-ts(1:6) to probe-month
  perform find-month-slot
  if probe-ix = 0
    exit paragraph
  end-if

  evaluate function trim(ntf-event)
    when 'DELIVERY-LATE' add 1 to mon-late(probe-ix)
    when 'DIST-MISSING'  add 1 to mon-missed(probe-ix)
  end-evaluate

  evaluate ntf-severity
    when 'C' add 1 to mon-crit(probe-ix)
    when 'W' add 1 to mon-warn(probe-ix)
    when other
      add 1 to mon-info(probe-ix)
      exit paragraph
  end-evaluate

  perform time-to-acknowledge
  .

*> the ack names mmdb2-escalate and mmdb2-handover use: the standing
*> conditions under their ack names, anything else its event code.
time-to-acknowledge.
  evaluate function trim(ntf-event)
    when 'STALE-DATABASE'   move 'STALE' to ntf-condition
    when 'TREE-IMBALANCE'   move 'IMBALANCE' to ntf-condition
    when 'VERIFY-FAILED'    move 'VERIFY' to ntf-condition
    when 'WATCH-VERIFY-BAD' move 'VERIFY' to ntf-condition
    when other              move ntf-event to ntf-condition
  end-evaluate

  compute ntf-minute =
      function integer-of-date(function numval(ntf-ts(1:8))) * 1440
      + function numval(ntf-ts(10:2)) * 60
      + function numval(ntf-ts(12:2))

  move 'N' to wait-found untimed-found
  move 0 to best-wait

  perform varying ack-ix from 1 by 1 until ack-ix > ack-count
    if function trim(ack-subject(ack-ix)) = function trim(ntf-subject)
    and ack-condition(ack-ix) = ntf-condition
      perform weigh-one-ack
    end-if
  end-perform

  evaluate true
    when wait-found = 'Y'
      add best-wait to mon-ack-mins(probe-ix)
      add 1 to mon-ack-timed(probe-ix)
    when untimed-found = 'Y'
      continue
    when other
      add 1 to mon-unacked(probe-ix)
  end-evaluate
  .

weigh-one-ack.
  if ack-ts(ack-ix) = spaces
    if ack-expiry(ack-ix) >= ntf-ts(1:8)
      move 'Y' to untimed-found
    end-if
    exit paragraph
  end-if

  compute ack-minute =
      function integer-of-date(function numval(ack-ts(ack-ix)(1:8)))
          * 1440
      + function numval(ack-ts(ack-ix)(10:2)) * 60
      + function numval(ack-ts(ack-ix)(12:2))

  *> an ack already live when the alert was raised answered it at
  *> once.
  if ack-minute <= ntf-minute
    if ack-expiry(ack-ix) >= ntf-ts(1:8)
      move 0 to best-wait
      move 'Y' to wait-found
    end-if
    exit paragraph
  end-if

  if wait-found = 'N'
  or ack-minute - ntf-minute < best-wait
    compute best-wait = ack-minute - ntf-minute
    move 'Y' to wait-found
  end-if
  .

*>*********************************************************************
*> the licence usage ledger mmdb2-usage-report keeps.
*>*********************************************************************

read-usage-ledger.
  call 'cobmind-file-exists' using usage-file, file-exists-rec
  if not file-found
    exit paragraph
  end-if

  move spaces to usage-status
  open input usage-in
  if usage-status not = '00'
    exit paragraph
  end-if
  move 'Y' to usage-seen

  perform until usage-status = '10'
    read usage-in
      at end move '10' to usage-status
      not at end perform usage-one-row
    end-read
  end-perform
  close usage-in
  .

usage-one-row.
  move spaces to split-month split-alias split-count
  unstring usage-in-rec delimited by ','
      into split-month, split-alias, split-count

  move split-month to probe-month
  perform find-month-slot
  if probe-ix > 0
  and function trim(split-count) not = spaces
  and function trim(split-count) is numeric
    add function numval(split-count) to mon-licence(probe-ix)
  end-if
  .

*>*********************************************************************
*> the service-level targets.
*>*********************************************************************

load-service-levels.
  move spaces to level-file
  accept level-file from environment "COBMIND_SERVICE_LEVELS"
  if level-file = spaces or low-value
    move './cobmind.servicelevels' to level-file
  end-if

  call 'cobmind-file-exists' using level-file, file-exists-rec
  if not file-found
    exit paragraph
  end-if

  move spaces to level-status
  open input level-in
  if level-status not = '00'
    exit paragraph
  end-if
  move 'Y' to level-seen

  perform until level-status = '10'
    read level-in
      at end move '10' to level-status
      not at end perform level-one-line
    end-read
  end-perform
  close level-in
  .

level-one-line.
  if function trim(level-in-rec) = spaces
  or level-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to split-measure split-direction split-green split-amber
  unstring level-in-rec delimited by ','
      into split-measure, split-direction, split-green, split-amber

  move function upper-case(split-measure) to split-measure
  move function upper-case(split-direction) to split-direction

  if (split-direction not = 'H' and split-direction not = 'L')
  or function test-numval(split-green) not = 0
  or function test-numval(split-amber) not = 0
    display 'malformed service-level line, skipped: '
        function trim(level-in-rec)
    exit paragraph
  end-if

  move 'N' to msr-found
  perform varying msr-ix from 1 by 1
      until msr-ix > msr-count or msr-found = 'Y'
    if msr-key(msr-ix) = split-measure
      move split-direction to msr-direction(msr-ix)
      move function numval(split-green) to msr-green(msr-ix)
      move function numval(split-amber) to msr-amber(msr-ix)
      move 'Y' to msr-found
    end-if
  end-perform

  if msr-found = 'N'
    display 'service-level line names no measure, skipped: '
        function trim(level-in-rec)
  end-if
  .

*>*********************************************************************
*> the figures, month by month; a figure whose source was not there
*> stays unknown.
*>*********************************************************************

work-out-measures.
  perform varying mon-ix from 1 by 1 until mon-ix > 4
    if ledger-seen = 'Y'
      move 0 to nights-run nights-fit
      perform varying night-ix from 1 by 1 until night-ix > 31
        if night-runs(mon-ix, night-ix) > 0
          add 1 to nights-run
          if night-outside(mon-ix, night-ix) = 'N'
          and night-slack(mon-ix, night-ix) >= 0
            add 1 to nights-fit
          end-if
        end-if
      end-perform

      move nights-run to msr-value(1, mon-ix)
      move 'Y' to msr-known(1, mon-ix)
      if window-seen = 'Y' and nights-run > 0
        compute msr-value(2, mon-ix) rounded =
            nights-fit * 100 / nights-run
        move 'Y' to msr-known(2, mon-ix)
      end-if

      move mon-runs(mon-ix) to msr-value(3, mon-ix)
      move mon-rows(mon-ix) to msr-value(4, mon-ix)
      move 'Y' to msr-known(3, mon-ix) msr-known(4, mon-ix)
      if mon-rows(mon-ix) > 0
        compute msr-value(5, mon-ix) rounded =
            mon-nf(mon-ix) * 100 / mon-rows(mon-ix)
        compute msr-value(6, mon-ix) rounded =
            mon-er(mon-ix) * 100 / mon-rows(mon-ix)
        move 'Y' to msr-known(5, mon-ix) msr-known(6, mon-ix)
      end-if
    end-if

    if mon-audit-seen(mon-ix) = 'Y'
      move mon-promos(mon-ix) to msr-value(7, mon-ix)
      move mon-rollbacks(mon-ix) to msr-value(8, mon-ix)
      move 'Y' to msr-known(7, mon-ix) msr-known(8, mon-ix)
    end-if

    if notify-seen = 'Y'
      move mon-crit(mon-ix) to msr-value(9, mon-ix)
      move mon-warn(mon-ix) to msr-value(10, mon-ix)
      move mon-info(mon-ix) to msr-value(11, mon-ix)
      move mon-late(mon-ix) to msr-value(14, mon-ix)
      move mon-missed(mon-ix) to msr-value(15, mon-ix)
      move 'Y' to msr-known(9, mon-ix) msr-known(10, mon-ix)
          msr-known(11, mon-ix) msr-known(14, mon-ix)
          msr-known(15, mon-ix)

      if mon-ack-timed(mon-ix) > 0
        compute msr-value(12, mon-ix) rounded =
            mon-ack-mins(mon-ix) / mon-ack-timed(mon-ix)
        move 'Y' to msr-known(12, mon-ix)
      end-if
      move mon-unacked(mon-ix) to msr-value(13, mon-ix)
      move 'Y' to msr-known(13, mon-ix)
    end-if

    if usage-seen = 'Y'
      move mon-licence(mon-ix) to msr-value(16, mon-ix)
      move 'Y' to msr-known(16, mon-ix)
      if ceiling-value > 0
        compute msr-value(17, mon-ix) rounded =
            (ceiling-value - mon-licence(mon-ix)) * 100
            / ceiling-value
        move 'Y' to msr-known(17, mon-ix)
      end-if
    end-if
  end-perform
  .

mark-closed-month.
  perform varying msr-ix from 1 by 1 until msr-ix > msr-count
    move spaces to msr-status(msr-ix)

    if msr-direction(msr-ix) not = space
    and msr-known(msr-ix, 1) = 'Y'
      evaluate true
        when msr-direction(msr-ix) = 'H'
        and msr-value(msr-ix, 1) >= msr-green(msr-ix)
          move 'GREEN' to msr-status(msr-ix)
        when msr-direction(msr-ix) = 'H'
        and msr-value(msr-ix, 1) >= msr-amber(msr-ix)
          move 'AMBER' to msr-status(msr-ix)
        when msr-direction(msr-ix) = 'L'
        and msr-value(msr-ix, 1) <= msr-green(msr-ix)
          move 'GREEN' to msr-status(msr-ix)
        when msr-direction(msr-ix) = 'L'
        and msr-value(msr-ix, 1) <= msr-amber(msr-ix)
          move 'AMBER' to msr-status(msr-ix)
        when other
          move 'RED' to msr-status(msr-ix)
      end-evaluate

      evaluate msr-status(msr-ix)
        when 'GREEN' add 1 to green-count
        when 'AMBER' add 1 to amber-count
        when other   add 1 to red-count
      end-evaluate
    end-if
  end-perform
  .

*>*********************************************************************
*> the pack: the summary table, the sources that were not there,
*> then the closed month night by night - in mmdb2-print-report's
*> paginated style.
*>*********************************************************************

write-report.
  move spaces to run-date-text
  string current-ts(1:4) '-' current-ts(5:2) '-' current-ts(7:2)
      delimited by size into run-date-text

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, report-commit-ok

  open output report-out
  if report-status not = '00'
    display 'failed to open service review report: '
        function trim(report-file)
    exit paragraph
  end-if

  set summary-page to true
  move 0 to line-on-page

  perform varying msr-ix from 1 by 1 until msr-ix > msr-count
    perform print-one-measure
  end-perform

  perform print-source-notes

  move spaces to print-line
  perform print-one-line
  move spaces to print-line
  string 'CLOSED MONTH AGAINST TARGET: ' green-count ' GREEN, '
      amber-count ' AMBER, ' red-count ' RED'
      delimited by size into print-line
  perform print-one-line

  set night-page to true
  move lines-per-page to line-on-page

  if ledger-seen = 'N'
    move '  (no run ledger on file)' to print-line
    perform print-one-line
  else
    perform varying night-ix from 1 by 1 until night-ix > 31
      if night-runs(1, night-ix) > 0
        perform print-one-night
      end-if
    end-perform
  end-if

  close report-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, report-commit-ok
  .

print-one-measure.
  if msr-section(msr-ix) not = spaces
    if msr-ix > 1
      move spaces to print-line
      perform print-one-line
    end-if
    move msr-section(msr-ix) to print-line
    perform print-one-line
  end-if

  move spaces to print-line
  move '  ' to print-line(1:2)
  move msr-label(msr-ix) to print-line(3:28)

  move 1 to mon-ix
  perform format-one-value
  move value-text to print-line(31:14)
  move msr-status(msr-ix) to print-line(47:5)

  perform varying mon-ix from 2 by 1 until mon-ix > 4
    perform format-one-value
    move value-text to print-line(53 + (mon-ix - 2) * 14:14)
  end-perform

  if msr-direction(msr-ix) not = space
    move msr-green(msr-ix) to rate-edit
    move function trim(rate-edit) to green-text
    move msr-amber(msr-ix) to rate-edit
    move function trim(rate-edit) to amber-text
    move spaces to target-text
    if msr-direction(msr-ix) = 'H'
      string '>=' function trim(green-text) ' / >='
          function trim(amber-text)
          delimited by size into target-text
    else
      string '<=' function trim(green-text) ' / <='
          function trim(amber-text)
          delimited by size into target-text
    end-if
    move target-text to print-line(97:32)
  end-if

  perform print-one-line
  .

format-one-value.
  move spaces to value-text
  if msr-known(msr-ix, mon-ix) not = 'Y'
    move '           n/a' to value-text
    exit paragraph
  end-if

  if msr-decimals(msr-ix) = 'Y'
    move msr-value(msr-ix, mon-ix) to rate-edit
    move rate-edit to value-text(2:13)
  else
    move msr-value(msr-ix, mon-ix) to count-edit
    move count-edit to value-text(2:13)
  end-if
  .

print-source-notes.
  move 0 to missing-count

  if ledger-seen = 'N'
    move spaces to print-line
    string 'NOT ON FILE: run ledger ' function trim(ledger-file)
        delimited by size into print-line
    perform print-note-line
  end-if
  if window-seen = 'N'
    move spaces to print-line
    string 'NOT ON FILE: run window calendar '
        function trim(window-file)
        delimited by size into print-line
    perform print-note-line
  end-if
  perform varying mon-ix from 1 by 1 until mon-ix > 4
    if mon-audit-seen(mon-ix) = 'N'
      move spaces to print-line
      string 'NOT ON FILE: audit trail for ' mon-yyyymm(mon-ix)
          ' in ' function trim(month-root)
          delimited by size into print-line
      perform print-note-line
    end-if
  end-perform
  if notify-seen = 'N'
    move spaces to print-line
    string 'NOT ON FILE: notification feed ' function trim(notify-file)
        delimited by size into print-line
    perform print-note-line
  end-if
  if ack-seen = 'N'
    move spaces to print-line
    string 'NOT ON FILE: acknowledgments ' function trim(ack-file)
        delimited by size into print-line
    perform print-note-line
  end-if
  if usage-seen = 'N'
    move spaces to print-line
    string 'NOT ON FILE: licence usage ledger ' function trim(usage-file)
        delimited by size into print-line
    perform print-note-line
  end-if
  if level-seen = 'N'
    move spaces to print-line
    string 'NOT ON FILE: service-level targets ' function trim(level-file)
        delimited by size into print-line
    perform print-note-line
  end-if
  .

print-note-line.
  if missing-count = 0
    move print-line to source-note
    move spaces to print-line
    perform print-one-line
    move source-note to print-line
  end-if
  add 1 to missing-count
  perform print-one-line
  .

print-one-night.
  move spaces to print-line
  move mon-yyyymm(1) to print-line(1:6)
  move night-ix to print-line(7:2)
  move night-runs(1, night-ix) to runs-edit
  move runs-edit to print-line(13:4)

  if night-close(1, night-ix) not = spaces
    string night-close(1, night-ix)(1:2) ':'
        night-close(1, night-ix)(3:2)
        delimited by size into print-line(21:5)
  else
    move '--:--' to print-line(21:5)
  end-if

  string night-finish(1, night-ix)(1:8) ' '
      night-finish(1, night-ix)(9:2) ':' night-finish(1, night-ix)(11:2)
      delimited by size into print-line(30:14)

  evaluate true
    when window-seen = 'N'
      move 'NO WINDOW CONFIGURED' to print-line(62:20)
    when night-outside(1, night-ix) = 'Y'
      move 'OVERRUN - STARTED OUTSIDE THE WINDOW' to print-line(62:36)
    when night-slack(1, night-ix) < 0
      compute slack-edit = night-slack(1, night-ix) / 60
      move slack-edit to print-line(48:8)
      move 'OVERRUN' to print-line(62:7)
    when other
      compute slack-edit = night-slack(1, night-ix) / 60
      move slack-edit to print-line(48:8)
      move 'INSIDE' to print-line(62:6)
  end-evaluate

  perform print-one-line
  .

*>*********************************************************************

print-one-line.
  if line-on-page = 0 or line-on-page >= lines-per-page
    perform print-page-header
  end-if

  write report-out-rec from print-line
  add 1 to line-on-page
  .

print-page-header.
  add 1 to page-number
  move 0 to line-on-page

  if page-number > 1
    move spaces to out-line
    write report-out-rec from out-line
    move '1' to report-out-rec
    write report-out-rec after advancing page
  end-if

  move spaces to out-line
  string 'COBMIND GEOIP MONTHLY SERVICE REVIEW - MONTH ' mon-yyyymm(1)
      '   RUN DATE: ' run-date-text
      '   PAGE ' page-number
      delimited by size into out-line
  write report-out-rec from out-line

  move spaces to out-line
  if summary-page
    move 'MEASURE' to out-line(1:7)
    move mon-yyyymm(1) to out-line(39:6)
    move 'STATUS' to out-line(47:6)
    move mon-yyyymm(2) to out-line(61:6)
    move mon-yyyymm(3) to out-line(75:6)
    move mon-yyyymm(4) to out-line(89:6)
    move 'TARGET GREEN / AMBER' to out-line(97:20)
  else
    move 'NIGHT     RUNS   CLOSES   LAST FINISH     SLACK MIN     RESULT'
        to out-line
  end-if
  write report-out-rec from out-line

  move all '-' to out-line
  write report-out-rec from out-line
  add 2 to line-on-page
  .
