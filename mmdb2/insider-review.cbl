       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-insider-review.

*>*********************************************************************
*> weekly insider-misuse review over the audit trail: where
*> mmdb2-audit-query answers a question somebody asks, this looks
*> for the patterns nobody thought to ask about, and prints every
*> operator whose lookups stand out - each finding citing the audit
*> lines behind it (<audit-file>:<line-number>). information
*> security's standing control, run weekly (see GEOWEEK):
*>
*>   PARM='<audit-dir> <report-out> [<as-of YYYYMMDD>] [<repeat-min>]
*>         [<spike-factor>]'
*>
*> the week reviewed is the seven days ending <as-of> (default the
*> run date, COBMIND_RUN_DATE when set); every cobmind_audit.log* file
*> in the directory - the live log and its dated archives - is read,
*> and only lookup lines count (a line whose address column is not
*> an address is a maintenance event, not a lookup). findings:
*>
*>   OFF-HOURS   a lookup outside the operator's rostered hours/days
*>   REPEAT      the same address looked up <repeat-min> (default 5)
*>               or more times in the week
*>   WATCHLIST   a lookup of a watchlist address (COBMIND_WATCHLIST,
*>               ./cobmind.watchlist - mmdb2-watchlist's state file)
*>   LEGAL-HOLD  a lookup of an address or prefix under legal hold
*>               (COBMIND_LEGAL_HOLD, ./cobmind.legalhold)
*>   SPIKE       the week's volume over <spike-factor> (default 3)
*>               times the operator's own weekly rate across the 30
*>               days before the week (and at least 20 lookups)
*>   PURPOSE     a purpose code outside the operator's team's list
*>   NOT-ROSTERED an operator the roster doesn't know
*>
*> the roster ("COBMIND_OPERATORS", ./cobmind.operators when unset)
*> - hours run past midnight when the start is later than the end,
*> days a Monday-to-Sunday mask ('-' off, default every day); TEAM
*> lines list each team's purpose codes, and team SERVICE marks the
*> batch ids whose volume is the night's, not a person's:
*>
*>   # operator,team,from-hhmm,to-hhmm[,days]
*>   jsmith,fraud,0800,1800,MTWTF--
*>   geobatch,SERVICE,0000,2400
*>   TEAM,fraud,fraud-case;customer-support
*>
*> any finding raises an INSIDER-REVIEW notify event and returns
*> mmdb2-rc-insider-finding.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select audit-in
    assign dynamic audit-path
    organization line sequential
    file status is audit-status.

  select listing-in
    assign dynamic listing-file
    organization line sequential
    file status is listing-status.

  select control-in
    assign dynamic control-file
    organization line sequential
    file status is control-status.

  select report-out
    assign dynamic report-inflight
    organization line sequential
    file status is report-status.

  select review-sort assign 'cobmind_insider.tmp'.

data division.
file section.

fd audit-in.
01 audit-in-rec pic x(512).

fd listing-in.
01 listing-in-rec pic x(160).

fd control-in.
01 control-in-rec pic x(256).

fd report-out.
01 report-out-rec pic x(132).

sd review-sort.
01 review-sort-rec.
   05 rs-operator     pic x(32).
   05 rs-ip           pic x(45).
   05 rs-ts           pic x(15).
   05 rs-period       pic x(1).
   05 rs-off-hours    pic x(1).
   05 rs-watch        pic x(1).
   05 rs-hold         pic x(16).
   05 rs-purpose-bad  pic x(1).
   05 rs-purpose      pic x(32).
   05 rs-rostered     pic x(1).
   05 rs-cite         pic x(48).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 audit-dir        pic x(128) value spaces.
01 report-file      pic x(128) value spaces.
01 report-inflight  pic x(140) value spaces.
01 as-of-arg        pic x(16) value spaces.
01 repeat-arg       pic x(8) value spaces.
01 spike-arg        pic x(8) value spaces.
01 repeat-min       pic 9(4) value 5.
01 spike-factor     pic 9(3)v99 value 3.
01 spike-min        pic 9(4) value 20.

01 audit-path       pic x(160) value spaces.
01 audit-status     pic xx value spaces.
01 listing-file     pic x(160) value spaces.
01 listing-status   pic xx value spaces.
01 control-file     pic x(128) value spaces.
01 control-status   pic xx value spaces.
01 report-status    pic xx value spaces.
01 ls-cmd           pic x(360) value spaces.
01 commit-op        pic x(1) value 'B'.
01 commit-ok        pic x(1) value 'Y'.
01 file-exists-rec  pic x(1).
   88 file-found    value 'Y', false 'N'.

*> the review window.
01 as-of-num        pic 9(8) value 0.
01 as-of-int        pic 9(8) value 0.
01 week-from-num    pic 9(8) value 0.
01 base-from-num    pic 9(8) value 0.
01 line-date-num    pic 9(8) value 0.
01 line-int         pic 9(8) value 0.
01 line-dow         pic 9(1) value 0.
01 line-hhmm        pic 9(4) value 0.

*> the roster.
01 roster-table.
   05 roster-entry occurs 300 times.
      10 ro-operator  pic x(32).
      10 ro-team      pic x(16).
      10 ro-from      pic 9(4).
      10 ro-to        pic 9(4).
      10 ro-days      pic x(7).
01 roster-count     pic 9(3) value 0.
01 roster-ix        pic 9(3) value 0.
01 roster-hit       pic 9(3) value 0.

01 team-table.
   05 team-entry occurs 50 times.
      10 tm-team      pic x(16).
      10 tm-purposes  pic x(200).
01 team-count       pic 9(2) value 0.
01 team-ix          pic 9(2) value 0.
01 team-hit         pic 9(2) value 0.

01 split-1          pic x(32) value spaces.
01 split-2          pic x(200) value spaces.
01 split-3          pic x(8) value spaces.
01 split-4          pic x(8) value spaces.
01 split-5          pic x(8) value spaces.

*> watchlist addresses and legal-hold terms.
01 watch-table.
   05 watch-ip      occurs 1000 times pic x(45).
01 watch-count      pic 9(4) value 0.
01 watch-ix         pic 9(4) value 0.

01 hold-table.
   05 hold-entry occurs 200 times.
      10 hd-term      pic x(45).
      10 hd-id        pic x(16).
      10 hd-bits      pic x(128).
      10 hd-bitlen    pic 9(3).
      10 hd-prefix    pic 9(3).
01 hold-count       pic 9(3) value 0.
01 hold-ix          pic 9(3) value 0.
01 slash-pos        pic 9(3) value 0.
01 term-addr        pic x(45) value spaces.
01 term-prefix      pic x(3) value spaces.

*> one audit line.
01 line-number      pic 9(8) value 0.
01 base-name        pic x(128) value spaces.
01 base-start       pic 9(3) value 0.
01 scan-ix          pic 9(3) value 0.
01 split-ts         pic x(15) value spaces.
01 split-operator   pic x(32) value spaces.
01 split-db         pic x(128) value spaces.
01 split-ip         pic x(45) value spaces.
01 split-rc         pic x(8) value spaces.
01 split-run        pic x(32) value spaces.
01 split-purpose    pic x(48) value spaces.
01 ip-valid         pic x(1) value 'N'.
01 ip-bits          pic x(128) value spaces.
01 ip-bitlen        pic 9(3) value 0.
01 purpose-item     pic x(32) value spaces.
01 purpose-pointer  pic 9(4) value 0.
01 purpose-found    pic x(1) value 'N'.
01 line-edit        pic z(7)9.

*> the sorted walk - per operator, per address.
01 sort-eof-rec     pic x(1) value 'N'.
   88 sort-eof      value 'Y', false 'N'.
01 cur-open         pic x(1) value 'N'.
01 cur-operator     pic x(32) value spaces.
01 cur-week         pic 9(8) value 0.
01 cur-base         pic 9(8) value 0.
01 cur-rostered     pic x(1) value 'N'.
01 cur-first-cite   pic x(64) value spaces.
01 cur-last-cite    pic x(64) value spaces.
01 cur-findings     pic 9(6) value 0.
01 ip-open          pic x(1) value 'N'.
01 cur-ip           pic x(45) value spaces.
01 ip-week          pic 9(6) value 0.
01 ip-cites.
   05 ip-cite       occurs 20 times pic x(64).
01 ip-cite-ix       pic 9(2) value 0.
01 expected-week    pic 9(8)v99 value 0.
01 spike-limit      pic 9(8)v99 value 0.
01 expected-edit    pic z(6)9.99.
01 count-edit       pic z(6)9.
01 cite-text        pic x(64) value spaces.

*> report layout.
01 finding-name     pic x(12) value spaces.
01 finding-detail   pic x(44) value spaces.
01 print-operator   pic x(16) value spaces.
01 out-line         pic x(132) value spaces.
01 page-number      pic 9(4) value 0.
01 line-on-page     pic 9(3) value 0.
01 lines-per-page   pic 9(3) value 55.
01 run-date-text    pic x(10) value spaces.
01 week-text        pic x(24) value spaces.
01 sandbox-env      pic x(8) value spaces.
01 test-watermark   pic x(16) value spaces.

01 lines-read       pic 9(8) value 0.
01 lines-reviewed   pic 9(8) value 0.
01 files-read       pic 9(4) value 0.
01 operators-seen   pic 9(6) value 0.
01 operators-flagged pic 9(6) value 0.
01 finding-counts.
   05 fc-off-hours  pic 9(6) value 0.
   05 fc-repeat     pic 9(6) value 0.
   05 fc-watch      pic 9(6) value 0.
   05 fc-hold       pic 9(6) value 0.
   05 fc-spike      pic 9(6) value 0.
   05 fc-purpose    pic 9(6) value 0.
   05 fc-roster     pic 9(6) value 0.
01 finding-total    pic 9(7) value 0.

01 notify-event     pic x(16) value spaces.
01 notify-text      pic x(128) value spaces.
01 notify-subject   pic x(128) value spaces.

*>*********************************************************************

procedure division.
  accept audit-dir from argument-value
  accept report-file from argument-value
  accept as-of-arg from argument-value
  accept repeat-arg from argument-value
  accept spike-arg from argument-value

  if audit-dir = spaces or report-file = spaces
    display 'usage: mmdb2-insider-review <audit-dir> <report-out>'
        ' [<as-of YYYYMMDD>] [<repeat-min>] [<spike-factor>]'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if function trim(as-of-arg) is numeric
  and function length(function trim(as-of-arg)) = 8
    move function trim(as-of-arg) to as-of-num
  else
    accept as-of-arg from environment "COBMIND_RUN_DATE"
    if as-of-arg(1:8) is numeric
      move as-of-arg(1:8) to as-of-num
    else
      move function current-date(1:8) to as-of-num
    end-if
  end-if

  if function test-date-yyyymmdd(as-of-num) not = 0
    display 'as-of date is not a date: ' as-of-num
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if repeat-arg not = spaces
  and function trim(repeat-arg) is numeric
    move function numval(repeat-arg) to repeat-min
  end-if
  if repeat-min < 2
    move 2 to repeat-min
  end-if

  if spike-arg not = spaces
  and function test-numval(spike-arg) = 0
    move function numval(spike-arg) to spike-factor
  end-if

  compute as-of-int = function integer-of-date(as-of-num)
  compute week-from-num =
      function date-of-integer(as-of-int - 6)
  compute base-from-num =
      function date-of-integer(as-of-int - 36)

  perform load-roster
  perform load-watchlist
  perform load-legal-holds

  perform open-report

  if report-status not = '00'
    display 'failed to open report output: '
        function trim(report-file)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  sort review-sort
      ascending key rs-operator rs-ip rs-ts
      input procedure is read-audit-estate
      output procedure is review-each-operator

  perform close-report

  display 'insider review: ' files-read ' audit file(s), '
      lines-reviewed ' lookup line(s) in the window, '
      operators-seen ' operator(s), ' operators-flagged ' flagged, '
      finding-total ' finding(s)'
  display 'report written to: ' function trim(report-file)

  if commit-ok not = 'Y'
    display 'review finished but the report could not be published'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  if finding-total > 0
    move report-file to notify-subject
    move spaces to notify-text
    string operators-flagged ' operator(s) flagged, '
        finding-total ' finding(s) in the week to ' as-of-num
        delimited by size into notify-text
    move 'INSIDER-REVIEW' to notify-event
    call 'cobmind-notify' using 'W', notify-subject, notify-event,
        notify-text
    move mmdb2-rc-insider-finding to return-code
  else
    move mmdb2-rc-ok to return-code
  end-if
  goback.

*>*********************************************************************
*> control files - roster, watchlist, legal holds.
*>*********************************************************************

load-roster.
  accept control-file from environment "COBMIND_OPERATORS"
  if control-file = spaces or low-value
    move './cobmind.operators' to control-file
  end-if

  call 'cobmind-file-exists' using control-file, file-exists-rec
  if not file-found
    display 'operator roster not found - hours and purposes not '
        'checked: ' function trim(control-file)
    exit paragraph
  end-if

  move spaces to control-status
  open input control-in

  perform until control-status = '10'
    read control-in
      at end move '10' to control-status
      not at end perform parse-roster-line
    end-read
  end-perform

  close control-in
  .

parse-roster-line.
  if function trim(control-in-rec) = spaces
  or control-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to split-1 split-2 split-3 split-4 split-5
  unstring control-in-rec delimited by ','
      into split-1, split-2, split-3, split-4, split-5
  end-unstring

  if function upper-case(split-1) = 'TEAM'
    if team-count < 50
      add 1 to team-count
      move spaces to split-1 tm-team(team-count)
          tm-purposes(team-count)
      unstring control-in-rec delimited by ','
          into split-1, tm-team(team-count), tm-purposes(team-count)
      end-unstring
      move function lower-case(tm-purposes(team-count))
          to tm-purposes(team-count)
    end-if
    exit paragraph
  end-if

  if roster-count >= 300
    exit paragraph
  end-if

  if split-1 = spaces
  or function trim(split-3) is not numeric
  or function trim(split-4) is not numeric
    display 'roster: malformed line, skipped: '
        function trim(control-in-rec)
    exit paragraph
  end-if

  add 1 to roster-count
  move split-1 to ro-operator(roster-count)
  move function upper-case(split-2) to ro-team(roster-count)
  move function numval(split-3) to ro-from(roster-count)
  move function numval(split-4) to ro-to(roster-count)
  move function upper-case(split-5) to ro-days(roster-count)
  if ro-days(roster-count) = spaces
    move 'MTWTFSS' to ro-days(roster-count)
  end-if
  .

load-watchlist.
  accept control-file from environment "COBMIND_WATCHLIST"
  if control-file = spaces or low-value
    move './cobmind.watchlist' to control-file
  end-if

  call 'cobmind-file-exists' using control-file, file-exists-rec
  if not file-found
    exit paragraph
  end-if

  move spaces to control-status
  open input control-in

  perform until control-status = '10'
    read control-in
      at end move '10' to control-status
      not at end
        if function trim(control-in-rec) not = spaces
        and control-in-rec(1:1) not = '#'
        and watch-count < 1000
          add 1 to watch-count
          move spaces to watch-ip(watch-count)
          unstring control-in-rec delimited by '|'
              into watch-ip(watch-count)
          end-unstring
          move function lower-case(function trim(
              watch-ip(watch-count))) to watch-ip(watch-count)
        end-if
    end-read
  end-perform

  close control-in
  .

*> address and prefix terms only - a country term has nothing to
*> match in an audit line.
load-legal-holds.
  accept control-file from environment "COBMIND_LEGAL_HOLD"
  if control-file = spaces or low-value
    move './cobmind.legalhold' to control-file
  end-if

  call 'cobmind-file-exists' using control-file, file-exists-rec
  if not file-found
    exit paragraph
  end-if

  move spaces to control-status
  open input control-in

  perform until control-status = '10'
    read control-in
      at end move '10' to control-status
      not at end perform parse-hold-line
    end-read
  end-perform

  close control-in
  .

parse-hold-line.
  if function trim(control-in-rec) = spaces
  or control-in-rec(1:1) = '#'
  or hold-count >= 200
    exit paragraph
  end-if

  move spaces to split-1 split-2
  unstring control-in-rec delimited by ','
      into split-1, split-2
  end-unstring

  move 0 to slash-pos
  inspect split-1 tallying slash-pos for all '.' all ':'
  if slash-pos = 0
    exit paragraph
  end-if

  add 1 to hold-count
  move function lower-case(function trim(split-1))
      to hd-term(hold-count)
  move split-2(1:16) to hd-id(hold-count)
  move 0 to hd-prefix(hold-count) hd-bitlen(hold-count)
  move spaces to hd-bits(hold-count)

  move 0 to slash-pos
  inspect hd-term(hold-count) tallying slash-pos
      for characters before initial '/'

  if slash-pos > 0 and slash-pos < 45
    move spaces to term-addr term-prefix
    move hd-term(hold-count)(1:slash-pos) to term-addr
    move hd-term(hold-count)(slash-pos + 2:3) to term-prefix
    if function trim(term-prefix) is numeric
      call 'mmdb2-ip-to-bits' using term-addr, hd-bits(hold-count),
          hd-bitlen(hold-count)
      move function numval(term-prefix) to hd-prefix(hold-count)
      if hd-prefix(hold-count) > hd-bitlen(hold-count)
        move 0 to hd-bitlen(hold-count)
      end-if
    end-if
  end-if
  .

*>*********************************************************************
*> sort input - every lookup line of the window, flagged.
*>*********************************************************************

read-audit-estate.
  move spaces to listing-file
  string function trim(audit-dir) '/.cobmind_insider_list'
      delimited by size into listing-file

  move spaces to ls-cmd
  string 'ls -1 ' function trim(audit-dir)
      '/cobmind_audit.log* 2>/dev/null > '
      function trim(listing-file)
      delimited by size into ls-cmd
  call 'SYSTEM' using ls-cmd

  move spaces to listing-status
  open input listing-in

  if listing-status not = '00'
    display 'no audit files under ' function trim(audit-dir)
    exit paragraph
  end-if

  perform until listing-status = '10'
    read listing-in
      at end move '10' to listing-status
      not at end perform read-listed-file
    end-read
  end-perform

  close listing-in
  call 'CBL_DELETE_FILE' using listing-file
  .

read-listed-file.
  if function trim(listing-in-rec) = spaces
    exit paragraph
  end-if

  *> the ".chain" state file rides the same glob.
  move 0 to scan-ix
  inspect listing-in-rec tallying scan-ix for all '.chain'
  if scan-ix > 0
    exit paragraph
  end-if

  move spaces to audit-path
  move function trim(listing-in-rec) to audit-path

  move 1 to base-start
  perform varying scan-ix from 1 by 1 until scan-ix > 160
    if audit-path(scan-ix:1) = '/'
      compute base-start = scan-ix + 1
    end-if
  end-perform
  move spaces to base-name
  move audit-path(base-start:) to base-name

  add 1 to files-read
  move 0 to line-number
  move spaces to audit-status
  open input audit-in

  if audit-status not = '00'
    exit paragraph
  end-if

  perform until audit-status = '10'
    read audit-in
      at end move '10' to audit-status
      not at end
        add 1 to line-number
        perform consider-audit-line
    end-read
  end-perform

  close audit-in
  .

consider-audit-line.
  if function trim(audit-in-rec) = spaces
  or audit-in-rec(1:5) = 'SEAL,'
    exit paragraph
  end-if

  add 1 to lines-read

  move spaces to split-ts split-operator split-db split-ip split-rc
      split-run split-purpose
  unstring audit-in-rec delimited by ','
      into split-ts, split-operator, split-db, split-ip, split-rc,
           split-run, split-purpose
  end-unstring

  if split-ts(1:8) is not numeric
  or split-ts(10:4) is not numeric
    exit paragraph
  end-if

  move split-ts(1:8) to line-date-num
  if line-date-num < base-from-num or line-date-num > as-of-num
    exit paragraph
  end-if

  move 'N' to ip-valid
  move function lower-case(split-ip) to split-ip
  call 'mmdb2-validate-ip' using split-ip, ip-valid
  if ip-valid not = 'Y'
    exit paragraph
  end-if

  perform find-roster-entry

  if roster-hit > 0
    if ro-team(roster-hit) = 'SERVICE'
      exit paragraph
    end-if
  end-if

  add 1 to lines-reviewed

  move spaces to review-sort-rec
  move split-operator to rs-operator
  move split-ip to rs-ip
  move split-ts to rs-ts
  move 'N' to rs-off-hours rs-watch rs-purpose-bad
  move 'Y' to rs-rostered

  move line-number to line-edit
  string function trim(base-name) ':' function trim(line-edit)
      delimited by size into rs-cite

  if line-date-num < week-from-num
    *> the baseline month only counts toward the operator's rate.
    move 'B' to rs-period
    release review-sort-rec
    exit paragraph
  end-if

  move 'W' to rs-period

  if roster-hit = 0
    move 'N' to rs-rostered
  else
    perform check-rostered-hours
    perform check-team-purpose
  end-if

  perform varying watch-ix from 1 by 1
      until watch-ix > watch-count or rs-watch = 'Y'
    if watch-ip(watch-ix) = split-ip
      move 'Y' to rs-watch
    end-if
  end-perform

  perform check-legal-hold

  release review-sort-rec
  .

find-roster-entry.
  move 0 to roster-hit
  perform varying roster-ix from 1 by 1
      until roster-ix > roster-count or roster-hit > 0
    if ro-operator(roster-ix) = split-operator
      move roster-ix to roster-hit
    end-if
  end-perform
  .

check-rostered-hours.
  compute line-int = function integer-of-date(line-date-num)
  compute line-dow = function mod(line-int - 1, 7) + 1
  move split-ts(10:4) to line-hhmm

  if ro-days(roster-hit)(line-dow:1) = '-'
  or ro-days(roster-hit)(line-dow:1) = '.'
    move 'Y' to rs-off-hours
    exit paragraph
  end-if

  if ro-from(roster-hit) <= ro-to(roster-hit)
    if line-hhmm < ro-from(roster-hit)
    or line-hhmm >= ro-to(roster-hit)
      move 'Y' to rs-off-hours
    end-if
  else
    *> a window past midnight.
    if line-hhmm < ro-from(roster-hit)
    and line-hhmm >= ro-to(roster-hit)
      move 'Y' to rs-off-hours
    end-if
  end-if
  .

check-team-purpose.
  move 0 to team-hit
  perform varying team-ix from 1 by 1
      until team-ix > team-count or team-hit > 0
    if function upper-case(tm-team(team-ix)) = ro-team(roster-hit)
      move team-ix to team-hit
    end-if
  end-perform

  if team-hit = 0
    exit paragraph
  end-if

  move spaces to rs-purpose
  if split-purpose(1:8) = 'purpose='
    unstring split-purpose(9:) delimited by '/'
        into rs-purpose
    end-unstring
    move function lower-case(rs-purpose) to rs-purpose
  end-if

  move 'N' to purpose-found
  move 1 to purpose-pointer
  perform until purpose-pointer > 200 or purpose-found = 'Y'
    move spaces to purpose-item
    unstring tm-purposes(team-hit) delimited by ';'
        into purpose-item with pointer purpose-pointer
    end-unstring
    if purpose-item not = spaces
    and function trim(purpose-item) = function trim(rs-purpose)
      move 'Y' to purpose-found
    end-if
    if purpose-item = spaces
      move 201 to purpose-pointer
    end-if
  end-perform

  if purpose-found not = 'Y'
    move 'Y' to rs-purpose-bad
  end-if
  .

check-legal-hold.
  move spaces to rs-hold
  move 0 to ip-bitlen

  perform varying hold-ix from 1 by 1
      until hold-ix > hold-count or rs-hold not = spaces
    if hd-bitlen(hold-ix) = 0
      if hd-term(hold-ix) = split-ip
        move hd-id(hold-ix) to rs-hold
      end-if
    else
      if ip-bitlen = 0
        call 'mmdb2-ip-to-bits' using split-ip, ip-bits, ip-bitlen
      end-if
      if ip-bitlen = hd-bitlen(hold-ix)
      and (hd-prefix(hold-ix) = 0
       or ip-bits(1:hd-prefix(hold-ix))
        = hd-bits(hold-ix)(1:hd-prefix(hold-ix)))
        move hd-id(hold-ix) to rs-hold
      end-if
    end-if
  end-perform
  .

*>*********************************************************************
*> sort output - per operator, per address.
*>*********************************************************************

review-each-operator.
  move 'N' to cur-open ip-open
  set sort-eof to false

  perform until sort-eof
    return review-sort
      at end set sort-eof to true
      not at end perform review-one-line
    end-return
  end-perform

  if cur-open = 'Y'
    perform close-operator
  end-if
  .

review-one-line.
  if cur-open = 'N' or rs-operator not = cur-operator
    if cur-open = 'Y'
      perform close-operator
    end-if

    move 'Y' to cur-open
    move rs-operator to cur-operator
    move 0 to cur-week cur-base cur-findings
    move 'Y' to cur-rostered
    move spaces to cur-first-cite cur-last-cite
    move 'N' to ip-open
    add 1 to operators-seen
  end-if

  if ip-open = 'N' or rs-ip not = cur-ip
    if ip-open = 'Y'
      perform close-address
    end-if
    move 'Y' to ip-open
    move rs-ip to cur-ip
    move 0 to ip-week
    move spaces to ip-cites
  end-if

  if rs-period = 'B'
    add 1 to cur-base
    exit paragraph
  end-if

  add 1 to cur-week
  add 1 to ip-week

  move spaces to cite-text
  string function trim(rs-cite) ' ' rs-ts
      delimited by size into cite-text

  if ip-week <= 20
    move cite-text to ip-cite(ip-week)
  end-if

  if cur-first-cite = spaces
    move cite-text to cur-first-cite
  end-if
  move cite-text to cur-last-cite

  if rs-rostered = 'N'
    move 'N' to cur-rostered
  end-if

  if rs-off-hours = 'Y'
    move 'OFF-HOURS' to finding-name
    move spaces to finding-detail
    move rs-ip to finding-detail
    perform print-finding
    add 1 to fc-off-hours
  end-if

  if rs-watch = 'Y'
    move 'WATCHLIST' to finding-name
    move spaces to finding-detail
    move rs-ip to finding-detail
    perform print-finding
    add 1 to fc-watch
  end-if

  if rs-hold not = spaces
    move 'LEGAL-HOLD' to finding-name
    move spaces to finding-detail
    string function trim(rs-ip) ' hold ' function trim(rs-hold)
        delimited by size into finding-detail
    perform print-finding
    add 1 to fc-hold
  end-if

  if rs-purpose-bad = 'Y'
    move 'PURPOSE' to finding-name
    move spaces to finding-detail
    if rs-purpose = spaces
      string function trim(rs-ip) ' no purpose given'
          delimited by size into finding-detail
    else
      string function trim(rs-ip) ' purpose ' function trim(rs-purpose)
          delimited by size into finding-detail
    end-if
    perform print-finding
    add 1 to fc-purpose
  end-if
  .

close-address.
  if ip-week < repeat-min
    exit paragraph
  end-if

  add 1 to fc-repeat
  move 'REPEAT' to finding-name
  move ip-week to count-edit
  move spaces to finding-detail
  string function trim(cur-ip) ' x' function trim(count-edit)
      delimited by size into finding-detail

  move ip-cite(1) to cite-text
  perform print-finding-line
  add 1 to cur-findings

  perform varying ip-cite-ix from 2 by 1
      until ip-cite-ix > 20 or ip-cite-ix > ip-week
    move spaces to finding-name finding-detail
    move ip-cite(ip-cite-ix) to cite-text
    perform print-finding-line
  end-perform

  if ip-week > 20
    move spaces to finding-name finding-detail
    compute count-edit = ip-week - 20
    move spaces to cite-text
    string '... and ' function trim(count-edit) ' more'
        delimited by size into cite-text
    perform print-finding-line
  end-if
  .

close-operator.
  if ip-open = 'Y'
    perform close-address
    move 'N' to ip-open
  end-if

  if cur-week > 0 and cur-rostered = 'N'
    add 1 to fc-roster
    move 'NOT-ROSTERED' to finding-name
    move 'operator not on the roster' to finding-detail
    move cur-first-cite to cite-text
    perform print-finding-line
    add 1 to cur-findings
  end-if

  *> the operator's own rate: the 30 baseline days scaled to a week.
  compute expected-week rounded = cur-base * 7 / 30
  compute spike-limit = expected-week * spike-factor

  if cur-week >= spike-min and cur-week > spike-limit
    add 1 to fc-spike
    move 'SPIKE' to finding-name
    move cur-week to count-edit
    move expected-week to expected-edit
    move spaces to finding-detail
    string function trim(count-edit) ' lookups vs '
        function trim(expected-edit) '/week usual'
        delimited by size into finding-detail
    move cur-first-cite to cite-text
    perform print-finding-line
    add 1 to cur-findings
    move spaces to finding-name finding-detail
    move cur-last-cite to cite-text
    perform print-finding-line
  end-if

  if cur-findings > 0
    add 1 to operators-flagged
    add cur-findings to finding-total
  end-if
  .

print-finding.
  move spaces to cite-text
  string function trim(rs-cite) ' ' rs-ts
      delimited by size into cite-text
  perform print-finding-line
  add 1 to cur-findings
  .

*>*********************************************************************
*> the printed report - mmdb2-print-report's fixed-width page.
*>*********************************************************************

open-report.
  move spaces to run-date-text
  string as-of-num(1:4) '-' as-of-num(5:2) '-' as-of-num(7:2)
      delimited by size into run-date-text
  move spaces to week-text
  string week-from-num(1:4) '-' week-from-num(5:2) '-'
      week-from-num(7:2) ' - ' run-date-text
      delimited by size into week-text

  move spaces to sandbox-env test-watermark
  accept sandbox-env from environment "COBMIND_SANDBOX"
  if function upper-case(sandbox-env(1:1)) = 'Y'
    move '  *** TEST ***' to test-watermark
  end-if

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, commit-ok

  open output report-out

  if report-status = '00'
    perform print-page-header
  end-if
  .

close-report.
  move spaces to out-line
  write report-out-rec from out-line

  move spaces to out-line
  string 'AUDIT FILES: ' files-read '   LOOKUP LINES REVIEWED: '
      lines-reviewed '   OPERATORS: ' operators-seen
      '   FLAGGED: ' operators-flagged
      delimited by size into out-line
  write report-out-rec from out-line

  move spaces to out-line
  string 'OFF-HOURS: ' fc-off-hours '  REPEAT: ' fc-repeat
      '  WATCHLIST: ' fc-watch '  LEGAL-HOLD: ' fc-hold
      '  SPIKE: ' fc-spike '  PURPOSE: ' fc-purpose
      '  NOT-ROSTERED: ' fc-roster
      delimited by size into out-line
  write report-out-rec from out-line

  close report-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, commit-ok
  .

print-finding-line.
  if line-on-page >= lines-per-page
    perform print-page-header
  end-if

  add 1 to line-on-page

  if finding-name = spaces
    move spaces to print-operator
  else
    move cur-operator to print-operator
  end-if

  move spaces to out-line
  string ' ' print-operator ' ' finding-name ' ' finding-detail ' '
      cite-text
      delimited by size into out-line
  write report-out-rec from out-line
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
  string
    'COBMIND INSIDER-MISUSE REVIEW'
    '   WEEK: ' week-text
    '   AUDIT DIR: ' function trim(audit-dir)
    '   PAGE ' page-number
    test-watermark
    delimited by size into out-line
  write report-out-rec from out-line

  move spaces to out-line
  string
    ' OPERATOR         FINDING      ADDRESS / DETAIL'
    '                              CITED AUDIT LINE'
    delimited by size into out-line
  write report-out-rec from out-line

  move spaces to out-line
  write report-out-rec from out-line
  .
