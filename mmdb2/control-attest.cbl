       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-control-attest.

*>*********************************************************************
*> annual control attestation for the auditors: proof that the
*> controls actually ran over a date range, gathered from the files
*> they leave behind instead of by hand.
*>
*>   PARM='<from YYYYMMDD> <to YYYYMMDD> <day-ledger> <report-out>
*>         [<audit-dir>]'
*>
*> the controls and the evidence each is held to:
*>
*>   NIGHTLY-CLOSE        every night in the range has its DAYSEAL
*>                        closing block in the day ledger
*>                        (mmdb2-day-ledger); a file the night was
*>                        supposed to produce but did not is an
*>                        exception of its own
*>   PROMOTION-GATES      every promotion - the release history
*>                        registry ("COBMIND_HISTORY"), and the audit
*>                        trail's PROMOTE lines for dates the
*>                        registry has since pruned - found its
*>                        ANCHOR and IMPACT gates recorded with
*>                        outcome=OK that day or the day before, in
*>                        the gate history (cobmind-gate-state's
*>                        "<state-file>.hist")
*>   ROLLBACK-COUNTERSIGN every ROLLBACK in the audit trail has a
*>                        countersign row ("COBMIND_COUNTERSIGN")
*>                        for that date, naming that approver, who
*>                        is not the operator who rolled back
*>   WINDOW-COUNTERSIGN   the same for every forced run window
*>                        (WINDOW-OVERRIDE, countersign FORCE-WINDOW)
*>   AUDIT-CHAIN-VERIFY   every night's audit archive was checked by
*>                        mmdb2-audit-verify and found intact - the
*>                        outcome it records in the trail
*>   LEGAL-HOLD-RETENTION every held file retention reached was
*>                        preserved to the hold vault before the
*>                        prune (cobmind-hold-guard's decisions in
*>                        the trail)
*>
*> the audit trail is the live log and every dated archive from the
*> range's first day to today in audit-dir (the working directory
*> when omitted, as cobmind-audit-log defaults). a range running
*> past yesterday is attested through yesterday - tonight has not
*> closed yet.
*>
*> report-out lists, per control, how many times it was expected to
*> operate, how many times it did, and every exception with its
*> reference. every line carries its ",chain=" value under the
*> cobmind-audit-log arithmetic and the report closes with a SEAL
*> line, exactly like an audit archive - mmdb2-audit-verify proves
*> the report the auditors hold is the report the run wrote. any
*> exception ends the step mmdb2-rc-control-exception.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select ledger-in
    assign dynamic ledger-file
    organization line sequential
    file status is ledger-status.

  select gate-in
    assign dynamic gate-hist-file
    organization line sequential
    file status is gate-status.

  select sign-in
    assign dynamic sign-file
    organization line sequential
    file status is sign-status.

  select promo-in
    assign dynamic promo-file
    organization line sequential
    file status is promo-status.

  select audit-in
    assign dynamic audit-file
    organization line sequential
    file status is audit-status.

  select report-out
    assign dynamic report-inflight
    organization line sequential
    file status is report-status.

data division.
file section.

fd ledger-in.
01 ledger-in-rec pic x(512).

fd gate-in.
01 gate-in-rec pic x(192).

fd sign-in.
01 sign-in-rec pic x(128).

fd promo-in.
01 promo-in-rec pic x(192).

fd audit-in.
01 audit-in-rec pic x(512).

fd report-out.
01 report-out-rec pic x(512).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 from-arg         pic x(8) value spaces.
01 to-arg           pic x(8) value spaces.
01 ledger-file      pic x(128) value spaces.
01 report-file      pic x(128) value spaces.
01 audit-dir        pic x(128) value spaces.

01 gate-state-file  pic x(128) value spaces.
01 gate-hist-file   pic x(136) value spaces.
01 sign-file        pic x(128) value spaces.
01 promo-file       pic x(128) value spaces.
01 audit-file       pic x(160) value spaces.
01 report-inflight  pic x(140) value spaces.

01 ledger-status    pic xx value spaces.
01 gate-status      pic xx value spaces.
01 sign-status      pic xx value spaces.
01 promo-status     pic xx value spaces.
01 audit-status     pic xx value spaces.
01 report-status    pic xx value spaces.
01 commit-op        pic x(1) value 'B'.
01 report-commit-ok pic x(1) value 'Y'.
01 file-exists-rec  pic x(1).
   88 file-found    value 'Y', false 'N'.

*> the range, as day numbers; day slot 1 is the day before the range
*> (a promotion's gates may have run the evening before it).
01 today-num        pic x(8) value spaces.
01 end-date         pic x(8) value spaces.
01 base-int         pic 9(8) value 0.
01 end-int          pic 9(8) value 0.
01 day-int          pic 9(8) value 0.
01 day-count        pic 9(4) value 0.
01 day-ix           pic 9(4) value 0.
01 day-date         pic 9(8) value 0.
01 probe-date       pic x(8) value spaces.
01 probe-ix         pic 9(4) value 0.
01 day-table.
   05 day-entry occurs 1002 times.
      10 day-sealed     pic x(1).
      10 day-anchor     pic x(1).
      10 day-impact     pic x(1).
      10 day-registry   pic x(1).
      10 day-verify-ok  pic x(1).
      10 day-verify-bad pic x(1).
      10 day-archive    pic x(1).
      10 day-bad-tag    pic x(45).

*> the six controls.
01 control-table.
   05 control-entry occurs 6 times.
      10 ctl-name       pic x(20).
      10 ctl-expected   pic 9(6).
      10 ctl-operated   pic 9(6).
      10 ctl-exceptions pic 9(6).
      10 ctl-text       pic x(60).
01 ctl-ix           pic 9(1) value 0.
01 total-exceptions pic 9(6) value 0.

01 exception-table.
   05 exception-entry occurs 3000 times.
      10 exc-ctl        pic 9(1).
      10 exc-ref        pic x(80).
      10 exc-detail     pic x(100).
01 exc-count        pic 9(4) value 0.
01 exc-ix           pic 9(4) value 0.
01 exc-dropped      pic 9(6) value 0.
01 new-exc-ref      pic x(80) value spaces.
01 new-exc-detail   pic x(100) value spaces.

01 sign-table.
   05 sign-entry occurs 2000 times.
      10 sgn-date       pic x(8).
      10 sgn-action     pic x(16).
      10 sgn-approver   pic x(32).
01 sign-count       pic 9(4) value 0.
01 sign-ix          pic 9(4) value 0.
01 sign-want-date   pic x(8) value spaces.
01 sign-want-action pic x(16) value spaces.
01 sign-want-appr   pic x(32) value spaces.
01 sign-hit         pic x(1) value 'N'.

01 split-a          pic x(160) value spaces.
01 split-b          pic x(160) value spaces.
01 split-c          pic x(160) value spaces.
01 split-d          pic x(160) value spaces.

*> one audit line.
01 aud-ts           pic x(15) value spaces.
01 aud-operator     pic x(32) value spaces.
01 aud-subject      pic x(128) value spaces.
01 aud-tag          pic x(45) value spaces.
01 aud-rc           pic x(2) value spaces.
01 aud-date         pic x(8) value spaces.
01 aud-files        pic 9(4) value 0.
01 aud-lines        pic 9(10) value 0.
01 name-pos         pic 9(4) value 0.
01 approver         pic x(32) value spaces.
01 action-ctl       pic 9(1) value 0.

*> a promotion's gates.
01 gate-ok-rec      pic x(1) value 'N'.
01 gate-state-now   pic x(1) value space.
01 gate-problem     pic x(100) value spaces.
01 promo-ref        pic x(80) value spaces.

01 report-line      pic x(512) value spaces.
01 chained-line     pic x(512) value spaces.
01 chain-text       pic x(512) value spaces.
01 prev-chain       pic x(16) value spaces.
01 next-chain       pic x(16) value spaces.
01 current-ts       pic x(21) value spaces.
01 operator-name    pic x(32) value spaces.
01 run-id           pic x(20) value spaces.

01 audit-subject    pic x(128) value spaces.
01 audit-tag        pic x(45) value spaces.

*>*********************************************************************

procedure division.
  accept from-arg from argument-value
  accept to-arg from argument-value
  accept ledger-file from argument-value
  accept report-file from argument-value
  accept audit-dir from argument-value

  if from-arg is not numeric or to-arg is not numeric
  or ledger-file = spaces or report-file = spaces
    display 'usage: mmdb2-control-attest <from YYYYMMDD>'
        ' <to YYYYMMDD> <day-ledger> <report-out> [<audit-dir>]'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if function test-date-yyyymmdd(function numval(from-arg)) not = 0
  or function test-date-yyyymmdd(function numval(to-arg)) not = 0
  or from-arg > to-arg
    display 'attestation range is not a valid range of dates: '
        from-arg ' - ' to-arg
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  *> tonight has not closed - a range into today or beyond is
  *> attested through yesterday.
  move function current-date(1:8) to today-num
  move to-arg to end-date
  if end-date >= today-num
    compute day-date = function date-of-integer(
        function integer-of-date(function numval(today-num)) - 1)
    move day-date to end-date
  end-if

  compute base-int = function integer-of-date(function numval(from-arg))
      - 1
  compute end-int = function integer-of-date(function numval(end-date))

  if end-int <= base-int
    display 'nothing to attest: the range starts today or later'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  compute day-count = end-int - base-int + 1
  if end-int - base-int > 1000
    display 'attestation range over 1000 days: ' from-arg ' - '
        to-arg
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  perform varying day-ix from 1 by 1 until day-ix > day-count
    move 'N' to day-sealed(day-ix) day-registry(day-ix)
        day-verify-ok(day-ix) day-verify-bad(day-ix) day-archive(day-ix)
    move space to day-anchor(day-ix) day-impact(day-ix)
    move spaces to day-bad-tag(day-ix)
  end-perform

  perform set-up-controls
  perform resolve-evidence-files

  perform read-day-ledger
  perform read-gate-history
  perform load-countersigns
  perform read-promotion-registry
  perform read-audit-trail
  perform tally-each-day

  perform write-report

  move report-file to audit-subject
  move spaces to audit-tag
  string 'CONTROL-ATTEST=' total-exceptions delimited by size
      into audit-tag
  call 'cobmind-audit-log' using audit-subject, audit-tag, 'OK',
      audit-dir

  display 'control attestation ' from-arg ' - ' end-date
  perform varying ctl-ix from 1 by 1 until ctl-ix > 6
    display '  ' ctl-name(ctl-ix) ' expected ' ctl-expected(ctl-ix)
        ' operated ' ctl-operated(ctl-ix)
        ' exceptions ' ctl-exceptions(ctl-ix)
  end-perform
  display 'report: ' function trim(report-file)

  if report-commit-ok not = 'Y' or report-status not = '00'
    display 'attestation built but the report could not be published'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  if total-exceptions > 0
    display total-exceptions ' exception(s) - see the report'
    move mmdb2-rc-control-exception to return-code
    goback
  end-if

  move mmdb2-rc-ok to return-code
  goback.

*>*********************************************************************

set-up-controls.
  move 'NIGHTLY-CLOSE' to ctl-name(1)
  move 'every night closed in the day ledger' to ctl-text(1)
  move 'PROMOTION-GATES' to ctl-name(2)
  move 'every promotion passed its ANCHOR and IMPACT gates'
      to ctl-text(2)
  move 'ROLLBACK-COUNTERSIGN' to ctl-name(3)
  move 'every rollback countersigned by a second operator'
      to ctl-text(3)
  move 'WINDOW-COUNTERSIGN' to ctl-name(4)
  move 'every forced run window countersigned by a second operator'
      to ctl-text(4)
  move 'AUDIT-CHAIN-VERIFY' to ctl-name(5)
  move 'every night''s audit archive verified intact' to ctl-text(5)
  move 'LEGAL-HOLD-RETENTION' to ctl-name(6)
  move 'every held file vaulted before retention pruned it'
      to ctl-text(6)

  perform varying ctl-ix from 1 by 1 until ctl-ix > 6
    move 0 to ctl-expected(ctl-ix) ctl-operated(ctl-ix)
        ctl-exceptions(ctl-ix)
  end-perform
  .

resolve-evidence-files.
  accept gate-state-file from environment "COBMIND_GATE_STATE"
  if gate-state-file = spaces or low-value
    move './cobmind.gatestate' to gate-state-file
  end-if
  move spaces to gate-hist-file
  string function trim(gate-state-file) '.hist' delimited by size
      into gate-hist-file

  accept sign-file from environment "COBMIND_COUNTERSIGN"
  if sign-file = spaces or low-value
    move './cobmind.countersign' to sign-file
  end-if

  accept promo-file from environment "COBMIND_HISTORY"
  if promo-file = spaces or low-value
    move './cobmind.history' to promo-file
  end-if
  .

*> the day slot for probe-date - 0 outside the range.
find-day-slot.
  move 0 to probe-ix
  if probe-date is not numeric
    exit paragraph
  end-if
  if function test-date-yyyymmdd(function numval(probe-date)) not = 0
    exit paragraph
  end-if

  compute day-int = function integer-of-date(function numval(probe-date))
  if day-int >= base-int and day-int <= end-int
    compute probe-ix = day-int - base-int + 1
  end-if
  .

add-exception.
  add 1 to ctl-exceptions(ctl-ix)
  add 1 to total-exceptions

  if exc-count >= 3000
    add 1 to exc-dropped
    exit paragraph
  end-if

  add 1 to exc-count
  move ctl-ix to exc-ctl(exc-count)
  move new-exc-ref to exc-ref(exc-count)
  move new-exc-detail to exc-detail(exc-count)
  .

*>*********************************************************************
*> the day ledger: closing blocks, and the files a night missed.
*>*********************************************************************

read-day-ledger.
  move spaces to ledger-status
  open input ledger-in
  if ledger-status not = '00'
    display 'day ledger unreadable - every night counts unclosed: '
        function trim(ledger-file)
    exit paragraph
  end-if

  perform until ledger-status = '10'
    read ledger-in
      at end move '10' to ledger-status
      not at end perform ledger-one-line
    end-read
  end-perform
  close ledger-in
  .

ledger-one-line.
  move spaces to split-a split-b split-c split-d
  unstring ledger-in-rec delimited by ','
      into split-a split-b split-c split-d
  end-unstring

  move split-b(1:8) to probe-date
  perform find-day-slot
  if probe-ix < 2
    exit paragraph
  end-if

  evaluate true
    when split-a = 'DAYSEAL'
      move 'Y' to day-sealed(probe-ix)
    when split-a = 'FILE' and split-d(1:7) = 'MISSING'
      move 1 to ctl-ix
      move spaces to new-exc-ref new-exc-detail
      string probe-date ' ' function trim(split-c)
          delimited by size into new-exc-ref
      move 'expected output missing at the night''s close'
          to new-exc-detail
      perform add-exception
  end-evaluate
  .

*>*********************************************************************
*> the gate history: the last ANCHOR and IMPACT outcome each day.
*>*********************************************************************

read-gate-history.
  call 'cobmind-file-exists' using gate-hist-file, file-exists-rec
  if not file-found
    display 'no gate history - promotions cannot show their gates: '
        function trim(gate-hist-file)
    exit paragraph
  end-if

  move spaces to gate-status
  open input gate-in
  if gate-status not = '00'
    exit paragraph
  end-if

  perform until gate-status = '10'
    read gate-in
      at end move '10' to gate-status
      not at end perform gate-one-line
    end-read
  end-perform
  close gate-in
  .

gate-one-line.
  move spaces to split-a split-b split-c
  unstring gate-in-rec delimited by ','
      into split-a split-b split-c
  end-unstring

  move split-b(1:8) to probe-date
  perform find-day-slot
  if probe-ix = 0
    exit paragraph
  end-if

  move 0 to name-pos
  inspect split-c tallying name-pos for all 'outcome=OK'
  if name-pos > 0
    move 'Y' to gate-state-now
  else
    move 'N' to gate-state-now
  end-if

  evaluate split-a
    when 'ANCHOR' move gate-state-now to day-anchor(probe-ix)
    when 'IMPACT' move gate-state-now to day-impact(probe-ix)
  end-evaluate
  .

*>*********************************************************************
*> the countersign file, held for the rollback and window checks.
*>*********************************************************************

load-countersigns.
  call 'cobmind-file-exists' using sign-file, file-exists-rec
  if not file-found
    exit paragraph
  end-if

  move spaces to sign-status
  open input sign-in
  if sign-status not = '00'
    exit paragraph
  end-if

  perform until sign-status = '10'
    read sign-in
      at end move '10' to sign-status
      not at end
        if function trim(sign-in-rec) not = spaces
        and sign-in-rec(1:1) not = '#'
        and sign-count < 2000
          move spaces to split-a split-b split-c
          unstring sign-in-rec delimited by ','
              into split-a split-b split-c
          end-unstring
          add 1 to sign-count
          move split-a(1:8) to sgn-date(sign-count)
          move function upper-case(split-b(1:16))
              to sgn-action(sign-count)
          move split-c(1:32) to sgn-approver(sign-count)
        end-if
    end-read
  end-perform
  close sign-in
  .

find-countersign.
  move 'N' to sign-hit
  perform varying sign-ix from 1 by 1
      until sign-ix > sign-count or sign-hit = 'Y'
    if sgn-date(sign-ix) = sign-want-date
    and sgn-action(sign-ix) = sign-want-action
    and function trim(sgn-approver(sign-ix))
        = function trim(sign-want-appr)
      move 'Y' to sign-hit
    end-if
  end-perform
  .

*>*********************************************************************
*> promotions - the registry first; the audit trail fills in the
*> dates the registry has pruned.
*>*********************************************************************

read-promotion-registry.
  call 'cobmind-file-exists' using promo-file, file-exists-rec
  if not file-found
    exit paragraph
  end-if

  move spaces to promo-status
  open input promo-in
  if promo-status not = '00'
    exit paragraph
  end-if

  perform until promo-status = '10'
    read promo-in
      at end move '10' to promo-status
      not at end
        if function trim(promo-in-rec) not = spaces
        and promo-in-rec(1:1) not = '#'
          move spaces to split-a split-b split-c
          unstring promo-in-rec delimited by ','
              into split-a split-b split-c
          end-unstring
          move split-b(1:8) to probe-date
          perform find-day-slot
          if probe-ix > 1
            move 'Y' to day-registry(probe-ix)
            move spaces to promo-ref
            string probe-date ' ' function trim(split-a) ' '
                function trim(split-c)
                delimited by size into promo-ref
            perform check-promotion-gates
          end-if
        end-if
    end-read
  end-perform
  close promo-in
  .

*> probe-ix is the promotion's day; its gates ran that day or the
*> evening before.
check-promotion-gates.
  add 1 to ctl-expected(2)
  move 'Y' to gate-ok-rec
  move spaces to gate-problem

  move day-anchor(probe-ix) to gate-state-now
  if gate-state-now = space
    move day-anchor(probe-ix - 1) to gate-state-now
  end-if
  evaluate gate-state-now
    when 'Y' continue
    when 'N'
      move 'N' to gate-ok-rec
      move 'ANCHOR gate did not pass' to gate-problem
    when other
      move 'N' to gate-ok-rec
      move 'no ANCHOR gate on record' to gate-problem
  end-evaluate

  move day-impact(probe-ix) to gate-state-now
  if gate-state-now = space
    move day-impact(probe-ix - 1) to gate-state-now
  end-if
  evaluate gate-state-now
    when 'Y' continue
    when 'N'
      move 'N' to gate-ok-rec
      string function trim(gate-problem) '; IMPACT gate did not pass'
          delimited by size into new-exc-detail
      move new-exc-detail to gate-problem
    when other
      move 'N' to gate-ok-rec
      move spaces to new-exc-detail
      string function trim(gate-problem) '; no IMPACT gate on record'
          delimited by size into new-exc-detail
      move new-exc-detail to gate-problem
  end-evaluate

  if gate-ok-rec = 'Y'
    add 1 to ctl-operated(2)
    exit paragraph
  end-if

  if gate-problem(1:2) = '; '
    move gate-problem(3:) to gate-problem
  end-if
  move 2 to ctl-ix
  move promo-ref to new-exc-ref
  move gate-problem to new-exc-detail
  perform add-exception
  .

*>*********************************************************************
*> the audit trail - each dated archive from the range's first day
*> to today, then the live log.
*>*********************************************************************

read-audit-trail.
  compute day-int = base-int + 1
  compute end-int = function integer-of-date(function numval(today-num))

  perform until day-int > end-int
    compute day-date = function date-of-integer(day-int)
    move spaces to audit-file
    if audit-dir not = spaces and low-value
      string function trim(audit-dir) '/cobmind_audit.log.' day-date
          delimited by size into audit-file
    else
      string 'cobmind_audit.log.' day-date
          delimited by size into audit-file
    end-if

    call 'cobmind-file-exists' using audit-file, file-exists-rec
    if file-found
      move day-date to probe-date
      perform find-day-slot-audit
      if probe-ix > 0
        move 'Y' to day-archive(probe-ix)
      end-if
      perform read-one-audit-file
    end-if
    add 1 to day-int
  end-perform

  compute end-int = function integer-of-date(function numval(end-date))

  move spaces to audit-file
  if audit-dir not = spaces and low-value
    string function trim(audit-dir) '/cobmind_audit.log'
        delimited by size into audit-file
  else
    move 'cobmind_audit.log' to audit-file
  end-if
  call 'cobmind-file-exists' using audit-file, file-exists-rec
  if file-found
    perform read-one-audit-file
  end-if
  .

*> the archive loop runs end-int up to today; the day slots stop at
*> the range's end.
find-day-slot-audit.
  move 0 to probe-ix
  compute day-int = function integer-of-date(function numval(probe-date))
  if day-int > base-int
  and day-int - base-int + 1 <= day-count
    compute probe-ix = day-int - base-int + 1
  end-if
  .

read-one-audit-file.
  add 1 to aud-files
  move spaces to audit-status
  open input audit-in
  if audit-status not = '00'
    exit paragraph
  end-if

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
  add 1 to aud-lines

  move spaces to aud-ts aud-operator aud-subject aud-tag aud-rc
  unstring audit-in-rec delimited by ','
      into aud-ts aud-operator aud-subject aud-tag aud-rc
  end-unstring
  move aud-ts(1:8) to aud-date

  evaluate true
    when aud-tag(1:9) = 'ROLLBACK='
      move aud-tag(10:) to approver
      move 3 to action-ctl
      move 'ROLLBACK' to sign-want-action
      perform check-countersigned
    when aud-tag(1:16) = 'WINDOW-OVERRIDE='
      move aud-tag(17:) to approver
      move 4 to action-ctl
      move 'FORCE-WINDOW' to sign-want-action
      perform check-countersigned
    when aud-tag = 'PROMOTE'
      perform check-audit-promotion
    when aud-tag(1:13) = 'AUDIT-VERIFY='
      perform note-audit-verify
    when aud-tag(1:13) = 'HOLD-VAULTED='
      perform note-hold-decision
    when aud-tag(1:18) = 'HOLD-VAULT-FAILED='
      perform note-hold-decision
  end-evaluate
  .

*> the audit line names the approver; the countersign file must
*> agree, dated the same day, and the two people must differ.
check-countersigned.
  move aud-date to probe-date
  perform find-event-day
  if probe-ix = 0
    exit paragraph
  end-if

  move action-ctl to ctl-ix
  add 1 to ctl-expected(ctl-ix)

  move spaces to new-exc-ref new-exc-detail
  string aud-ts ' ' function trim(aud-operator) ' '
      function trim(aud-subject)
      delimited by size into new-exc-ref

  if function trim(approver) = spaces
    move 'no approver named on the audit line' to new-exc-detail
    perform add-exception
    exit paragraph
  end-if

  if function trim(approver) = function trim(aud-operator)
    string 'approved by the same operator ('
        function trim(approver) ')'
        delimited by size into new-exc-detail
    perform add-exception
    exit paragraph
  end-if

  move aud-date to sign-want-date
  move approver to sign-want-appr
  perform find-countersign
  if sign-hit not = 'Y'
    string 'no ' function trim(sign-want-action)
        ' countersign on file for ' aud-date ' by '
        function trim(approver)
        delimited by size into new-exc-detail
    perform add-exception
    exit paragraph
  end-if

  add 1 to ctl-operated(ctl-ix)
  .

*> an event's day must fall inside the attested range itself.
find-event-day.
  perform find-day-slot
  if probe-ix < 2
    move 0 to probe-ix
  end-if
  .

check-audit-promotion.
  move aud-date to probe-date
  perform find-event-day
  if probe-ix = 0
    exit paragraph
  end-if
  if day-registry(probe-ix) = 'Y'
    exit paragraph
  end-if

  move spaces to promo-ref
  string aud-date ' ' function trim(aud-subject)
      ' (audit trail)'
      delimited by size into promo-ref
  perform check-promotion-gates
  .

*> verify outcomes count for the archive they name, whenever the
*> check was run.
note-audit-verify.
  move 0 to name-pos
  inspect aud-subject tallying name-pos
      for characters before initial 'cobmind_audit.log.'
  if name-pos >= 110
    exit paragraph
  end-if

  move aud-subject(name-pos + 19:8) to probe-date
  perform find-event-day
  if probe-ix = 0
    exit paragraph
  end-if

  if aud-tag(14:2) = 'OK'
    move 'Y' to day-verify-ok(probe-ix)
  else
    move 'Y' to day-verify-bad(probe-ix)
    move aud-tag to day-bad-tag(probe-ix)
  end-if
  .

note-hold-decision.
  move aud-date to probe-date
  perform find-event-day
  if probe-ix = 0
    exit paragraph
  end-if

  add 1 to ctl-expected(6)
  if aud-tag(1:13) = 'HOLD-VAULTED='
    add 1 to ctl-operated(6)
    exit paragraph
  end-if

  move 6 to ctl-ix
  move spaces to new-exc-ref new-exc-detail
  string aud-ts ' ' function trim(aud-tag(19:)) ' '
      function trim(aud-subject)
      delimited by size into new-exc-ref
  move 'vault copy failed - prune stopped, hold not yet preserved'
      to new-exc-detail
  perform add-exception
  .

*>*********************************************************************
*> the day-by-day controls: the night's close and its archive check.
*>*********************************************************************

tally-each-day.
  perform varying day-ix from 2 by 1 until day-ix > day-count
    compute day-date = function date-of-integer(base-int + day-ix - 1)
    move day-date to probe-date

    add 1 to ctl-expected(1)
    if day-sealed(day-ix) = 'Y'
      add 1 to ctl-operated(1)
    else
      move 1 to ctl-ix
      move spaces to new-exc-ref
      move probe-date to new-exc-ref
      move 'no DAYSEAL closing block in the day ledger'
          to new-exc-detail
      perform add-exception
    end-if

    add 1 to ctl-expected(5)
    move 5 to ctl-ix
    move spaces to new-exc-ref new-exc-detail
    string 'cobmind_audit.log.' probe-date
        delimited by size into new-exc-ref
    evaluate true
      when day-verify-bad(day-ix) = 'Y'
        string 'archive chain check failed: '
            function trim(day-bad-tag(day-ix))
            delimited by size into new-exc-detail
        perform add-exception
      when day-verify-ok(day-ix) = 'Y'
        add 1 to ctl-operated(5)
      when day-archive(day-ix) = 'Y'
        move 'archive on disk but never verified' to new-exc-detail
        perform add-exception
      when other
        move 'no archive on disk and no verify on record'
            to new-exc-detail
        perform add-exception
    end-evaluate
  end-perform
  .

*>*********************************************************************
*> the report - chained line by line and sealed like an audit
*> archive.
*>*********************************************************************

write-report.
  move function current-date to current-ts

  accept operator-name from environment "USER"
  if operator-name = spaces
    accept operator-name from environment "LOGNAME"
  end-if
  if operator-name = spaces
    move 'UNKNOWN' to operator-name
  end-if
  accept run-id from environment "COBMIND_RUN_ID"
  if run-id = spaces or low-value
    move '-' to run-id
  end-if

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, report-commit-ok

  open output report-out
  if report-status not = '00'
    display 'failed to open attestation report: '
        function trim(report-file)
    exit paragraph
  end-if

  move spaces to prev-chain

  move spaces to report-line
  string 'ATTESTATION,' from-arg '-' end-date
      ',written=' current-ts(1:8) '-' current-ts(9:6)
      ',prepared=' function trim(operator-name)
      ',run=' function trim(run-id)
      delimited by size into report-line
  perform write-report-line

  move spaces to report-line
  string 'SOURCE,day-ledger,' function trim(ledger-file)
      delimited by size into report-line
  perform write-report-line
  move spaces to report-line
  string 'SOURCE,gate-history,' function trim(gate-hist-file)
      delimited by size into report-line
  perform write-report-line
  move spaces to report-line
  string 'SOURCE,countersign,' function trim(sign-file)
      ' rows=' sign-count
      delimited by size into report-line
  perform write-report-line
  move spaces to report-line
  string 'SOURCE,promotion-history,' function trim(promo-file)
      delimited by size into report-line
  perform write-report-line
  move spaces to report-line
  if audit-dir = spaces or low-value
    string 'SOURCE,audit-trail,. files=' aud-files
        ' lines=' aud-lines
        delimited by size into report-line
  else
    string 'SOURCE,audit-trail,' function trim(audit-dir)
        ' files=' aud-files ' lines=' aud-lines
        delimited by size into report-line
  end-if
  perform write-report-line

  perform varying ctl-ix from 1 by 1 until ctl-ix > 6
    move spaces to report-line
    string 'CONTROL,' function trim(ctl-name(ctl-ix))
        ',expected=' ctl-expected(ctl-ix)
        ',operated=' ctl-operated(ctl-ix)
        ',exceptions=' ctl-exceptions(ctl-ix)
        ',' function trim(ctl-text(ctl-ix))
        delimited by size into report-line
    perform write-report-line

    perform varying exc-ix from 1 by 1 until exc-ix > exc-count
      if exc-ctl(exc-ix) = ctl-ix
        move spaces to report-line
        string 'EXCEPTION,' function trim(ctl-name(ctl-ix)) ','
            function trim(exc-ref(exc-ix)) ','
            function trim(exc-detail(exc-ix))
            delimited by size into report-line
        perform write-report-line
      end-if
    end-perform
  end-perform

  if exc-dropped > 0
    move spaces to report-line
    string 'NOTE,' exc-dropped ' exception(s) past the first 3000'
        ' counted but not listed'
        delimited by size into report-line
    perform write-report-line
  end-if

  move spaces to report-line
  if total-exceptions = 0
    string 'RESULT,controls=6,exceptions=' total-exceptions
        ',every control operated every time it was expected to'
        delimited by size into report-line
  else
    string 'RESULT,controls=6,exceptions=' total-exceptions
        ',EXCEPTIONS NOTED - see the lines above'
        delimited by size into report-line
  end-if
  perform write-report-line

  move spaces to report-line
  string 'SEAL,' current-ts(1:8) ',chain=' function trim(prev-chain)
      delimited by size into report-line
  write report-out-rec from report-line

  close report-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, report-commit-ok
  .

*> the cobmind-audit-log arithmetic: each line's chain over the one
*> before and the line's own text.
write-report-line.
  move spaces to chain-text
  move report-line to chain-text
  call 'cobmind-chain-hash' using prev-chain, chain-text, next-chain

  move spaces to chained-line
  string function trim(report-line trailing) ',chain=' next-chain
      delimited by size into chained-line
  write report-out-rec from chained-line

  move next-chain to prev-chain
  .
