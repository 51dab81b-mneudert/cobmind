       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-quarterly-return.

*>*********************************************************************
*> the regulator's quarterly return of screened traffic: how many
*> customer interactions originated from each sanctioned or
*> high-risk jurisdiction, how many were blocked, and how many were
*> released after review.
*>
*>   PARM='<results-base> <YYYYQn> <return-out> <reconciliation-out>'
*>
*> the figures come from two sources and nowhere else:
*>
*>   - the screening verdict column of every results generation
*>     cataloged under <results-base> (the "_results.gens" or
*>     ".gens" catalog mmdb2-restatement reads) whose run date - its
*>     provenance header's run id - falls in the quarter. each row's
*>     country is its record's country.iso_code; a generation written
*>     without the screen column is excluded, and named on the
*>     reconciliation page as excluded;
*>   - the hold-queue dispositions ("COBMIND_HOLD_QUEUE"): a DENY row
*>     whose address the desk RELEASED counts as released after
*>     review - when the case covers the row's run, i.e. the case
*>     was opened by that run or an earlier one - every other DENY
*>     row as blocked. a hold queue with more RELEASED cases than
*>     the step can hold ends it mmdb2-rc-capacity-warn before
*>     anything is written, rather than file short release counts.
*>
*> the jurisdictions are every country the country master has under
*> EMBARGO or SECTORAL sanctions at quarter end, plus the high-risk
*> list ("COBMIND_HIGH_RISK", ./cobmind.highrisk - one iso code per
*> line, "#" comments) as HIGHRISK. every jurisdiction gets a detail
*> record, nil figures included.
*>
*> return-out is the regulator's fixed layout (mmdb2-regreturn.cpy),
*> reporter id from "COBMIND_REPORTER_ID". reconciliation-out is the
*> page a reviewer signs: each generation's own counts, the hold
*> queue's, each figure tied back to them, and the cross-foots -
*> interactions by jurisdiction against the generations' in-scope
*> rows, blocked plus released against the in-scope DENY rows, the
*> trailer against the detail records. a tie that doesn't hold ends
*> the step mmdb2-rc-out-of-balance.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select gens-in
    assign dynamic gens-file
    organization line sequential
    file status is gens-status.

  select gen-in
    assign dynamic gen-path
    organization line sequential
    file status is gen-status.

  select case-in
    assign dynamic case-file
    organization line sequential
    file status is case-status.

  select risk-in
    assign dynamic risk-file
    organization line sequential
    file status is risk-status.

  select return-out
    assign dynamic return-inflight
    organization line sequential
    file status is return-status.

  select recon-out
    assign dynamic recon-inflight
    organization line sequential
    file status is recon-status.

data division.
file section.

fd gens-in.
01 gens-in-rec pic x(160).

fd gen-in.
01 gen-in-rec pic x(8192).

fd case-in.
01 case-in-rec pic x(256).

fd risk-in.
01 risk-in-rec pic x(80).

fd return-out.
01 return-out-rec pic x(120).

fd recon-out.
01 recon-out-rec pic x(160).

working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-regreturn.cpy'.
copy 'mmdb2-country.cpy'.

01 results-base     pic x(128) value spaces.
01 period-arg       pic x(8) value spaces.
01 return-file      pic x(128) value spaces.
01 recon-file       pic x(128) value spaces.

01 gens-file        pic x(136) value spaces.
01 gens-status      pic xx value spaces.
01 gen-path         pic x(160) value spaces.
01 gen-status       pic xx value spaces.
01 case-file        pic x(128) value spaces.
01 case-status      pic xx value spaces.
01 risk-file        pic x(128) value spaces.
01 risk-status      pic xx value spaces.
01 return-inflight  pic x(140) value spaces.
01 return-status    pic xx value spaces.
01 recon-inflight   pic x(140) value spaces.
01 recon-status     pic xx value spaces.
01 file-exists-rec  pic x(1).
   88 file-found    value 'Y', false 'N'.
01 commit-op        pic x(1) value 'B'.
01 return-commit-ok pic x(1) value 'Y'.
01 recon-commit-ok  pic x(1) value 'Y'.

*> the quarter.
01 period-year      pic 9(4) value 0.
01 period-quarter   pic 9(1) value 0.
01 from-date        pic x(8) value spaces.
01 to-date          pic x(8) value spaces.
01 to-date-num      pic 9(8) value 0.
01 first-month      pic 9(2) value 0.
01 last-month       pic 9(2) value 0.
01 last-day         pic 9(2) value 0.

*> reportable jurisdictions.
01 jur-table.
   05 jur-entry occurs 300 times indexed by jur-ix.
      10 jur-iso          pic x(2).
      10 jur-category     pic x(8).
      10 jur-name         pic x(48).
      10 jur-interactions pic 9(12).
      10 jur-blocked      pic 9(12).
      10 jur-released     pic 9(12).
01 jur-count        pic 9(3) value 0.
01 jur-found-ix     pic 9(3) value 0.
01 master-op        pic x(1) value 'N'.
01 master-as-of     pic 9(8) value 0.
01 master-found     pic x(1) value 'N'.
01 risk-iso         pic x(2) value spaces.

*> the hold queue's RELEASED cases, with the run that opened each.
01 released-table.
   05 rel-entry occurs 50000 times indexed by rel-ix.
      10 rel-ip         pic x(45).
      10 rel-first-run  pic x(20).
      10 rel-first-seen pic x(8).
      10 rel-hit        pic x(1).
01 rel-count        pic 9(6) value 0.
01 rel-hit-count    pic 9(6) value 0.
01 rel-overflow     pic 9(6) value 0.
01 rel-found-rec    pic x(1) value 'N'.
   88 rel-found     value 'Y', false 'N'.
01 case-cases       pic 9(6) value 0.
01 split-ip         pic x(45) value spaces.
01 split-network    pic x(43) value spaces.
01 split-country    pic x(2) value spaces.
01 split-verdict    pic x(5) value spaces.
01 split-case-status pic x(10) value spaces.
01 split-first-run  pic x(20) value spaces.
01 split-first-seen pic x(8) value spaces.

*> one generation's provenance and columns.
01 header-token     pic x(128) value spaces.
01 source-run       pic x(20) value spaces.
01 gen-date         pic x(8) value spaces.
01 header-done      pic x(1) value 'N'.
01 heading-tally    pic 9(3) value 0.
01 has-screen       pic x(1) value 'N'.
01 has-territory    pic x(1) value 'N'.
01 has-anon         pic x(1) value 'N'.
01 col-ip           pic x(45) value spaces.
01 col-reason       pic x(16) value spaces.
01 col-network      pic x(45) value spaces.
01 col-prefix       pic x(8) value spaces.
01 col-screen       pic x(8) value spaces.
01 col-skip         pic x(64) value spaces.
01 col-record       pic x(8192) value spaces.
01 col-pointer      pic 9(5) value 1.

01 path-country     pic x(64) value 'CTRY'.
01 field-value      pic x(256) value spaces.
01 found-flag       pic x(1) value 'N'.
01 row-country      pic x(2) value spaces.
01 quote-op         pic x(1) value 'U'.
01 quote-delim      pic x(1) value ','.
01 quote-changed    pic x(1) value 'N'.
01 quote-stage-in   pic x(8192) value spaces.
01 quote-stage-out  pic x(8192) value spaces.

*> per-generation source counts for the reconciliation page.
01 gen-table.
   05 gen-entry occurs 200 times.
      10 gt-path      pic x(160).
      10 gt-date      pic x(8).
      10 gt-screened  pic x(1).
      10 gt-rows      pic 9(10).
      10 gt-in-scope  pic 9(10).
      10 gt-denied    pic 9(10).
      10 gt-released  pic 9(10).
01 gen-count        pic 9(3) value 0.
01 gen-ix           pic 9(3) value 0.
01 gens-seen        pic 9(5) value 0.
01 gens-skipped     pic 9(5) value 0.

*> totals and ties.
01 total-rows        pic 9(12) value 0.
01 total-in-scope    pic 9(12) value 0.
01 total-denied      pic 9(12) value 0.
01 total-out-denied  pic 9(12) value 0.
01 sum-interactions  pic 9(15) value 0.
01 sum-blocked       pic 9(15) value 0.
01 sum-released      pic 9(15) value 0.
01 detail-written    pic 9(6) value 0.
01 tie-breaks        pic 9(2) value 0.
01 tie-left          pic 9(15) value 0.
01 tie-right         pic 9(15) value 0.
01 tie-label         pic x(60) value spaces.

01 current-ts       pic x(21) value spaces.
01 operator-name    pic x(32) value spaces.
01 recon-line       pic x(160) value spaces.

01 audit-subject    pic x(128) value spaces.
01 audit-tag        pic x(45) value spaces.
01 audit-dir-blank  pic x(128) value spaces.

*>*********************************************************************

procedure division.
  accept results-base from argument-value
  accept period-arg from argument-value
  accept return-file from argument-value
  accept recon-file from argument-value

  move function upper-case(period-arg) to period-arg

  if results-base = spaces or return-file = spaces
  or recon-file = spaces
  or period-arg(1:4) is not numeric or period-arg(5:1) not = 'Q'
  or period-arg(6:1) < '1' or period-arg(6:1) > '4'
    display 'usage: mmdb2-quarterly-return <results-base> <YYYYQn>'
        ' <return-out> <reconciliation-out>'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  perform resolve-quarter

  perform find-catalog
  if not file-found
    display 'no generation catalog under ' function trim(results-base)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  perform load-jurisdictions
  perform load-released-cases

  if rel-overflow > 0
    display 'hold queue ' function trim(case-file) ' has '
        rel-overflow ' RELEASED case(s) past the ' rel-count
        ' the return can hold - no return written'
    move mmdb2-rc-capacity-warn to return-code
    goback
  end-if

  move spaces to gens-status
  open input gens-in
  perform until gens-status = '10'
    read gens-in
      at end move '10' to gens-status
      not at end
        if function trim(gens-in-rec) not = spaces
          move spaces to gen-path
          move function trim(gens-in-rec) to gen-path
          perform consider-generation
        end-if
    end-read
  end-perform
  close gens-in

  perform write-return-file
  perform write-reconciliation-page

  move return-file to audit-subject
  move spaces to audit-tag
  string 'QUARTERLY-RETURN=' period-arg(1:6) delimited by size
      into audit-tag
  call 'cobmind-audit-log' using audit-subject, audit-tag, 'OK',
      audit-dir-blank

  display 'quarterly return ' period-arg(1:6) ' (' from-date ' - '
      to-date '): ' jur-count ' jurisdiction(s), ' gen-count
      ' generation(s)'
  display 'interactions: ' sum-interactions '  blocked: ' sum-blocked
      '  released: ' sum-released
  display 'return:         ' function trim(return-file)
  display 'reconciliation: ' function trim(recon-file)

  evaluate true
    when return-commit-ok not = 'Y' or recon-commit-ok not = 'Y'
      display 'return incomplete - an output could not be published'
      move mmdb2-rc-io-error to return-code
    when tie-breaks > 0
      display 'OUT OF BALANCE: ' tie-breaks ' tie(s) do not hold - '
          'see the reconciliation page'
      move mmdb2-rc-out-of-balance to return-code
    when other
      move mmdb2-rc-ok to return-code
  end-evaluate
  goback.

*>*********************************************************************

resolve-quarter.
  move period-arg(1:4) to period-year
  move period-arg(6:1) to period-quarter

  compute first-month = (period-quarter - 1) * 3 + 1
  compute last-month = first-month + 2

  if last-month = 3 or last-month = 12
    move 31 to last-day
  else
    move 30 to last-day
  end-if

  move spaces to from-date to-date
  string period-year first-month '01' delimited by size
      into from-date
  string period-year last-month last-day delimited by size
      into to-date
  move to-date to to-date-num
  .

find-catalog.
  move spaces to gens-file
  string function trim(results-base) '_results.gens'
      delimited by size into gens-file
  call 'cobmind-file-exists' using gens-file, file-exists-rec

  if not file-found
    move spaces to gens-file
    string function trim(results-base) '.gens'
        delimited by size into gens-file
    call 'cobmind-file-exists' using gens-file, file-exists-rec
  end-if
  .

*>*********************************************************************
*> the jurisdictions: sanctions from the country master as at quarter
*> end, then the high-risk list for whatever the master doesn't
*> already sanction.
*>*********************************************************************

load-jurisdictions.
  move 0 to jur-count
  move to-date-num to master-as-of
  move 'N' to master-op
  move spaces to mmdb2-country-iso
  move 'Y' to master-found

  perform until master-found not = 'Y'
    call 'mmdb2-country-master' using master-op, master-as-of,
        mmdb2-country-rec, master-found

    if master-found = 'Y'
    and (mmdb2-country-embargoed or mmdb2-country-sectoral)
    and jur-count < 300
      add 1 to jur-count
      initialize jur-entry(jur-count)
      move mmdb2-country-iso to jur-iso(jur-count)
      move mmdb2-country-sanctions to jur-category(jur-count)
      move mmdb2-country-name to jur-name(jur-count)
    end-if
  end-perform

  move spaces to risk-file
  accept risk-file from environment "COBMIND_HIGH_RISK"

  if risk-file = spaces or low-value
    move './cobmind.highrisk' to risk-file
  end-if

  call 'cobmind-file-exists' using risk-file, file-exists-rec

  if not file-found
    exit paragraph
  end-if

  move spaces to risk-status
  open input risk-in

  if risk-status not = '00'
    exit paragraph
  end-if

  perform until risk-status = '10'
    read risk-in
      at end move '10' to risk-status
      not at end perform take-risk-line
    end-read
  end-perform

  close risk-in
  .

take-risk-line.
  if function trim(risk-in-rec) = spaces
  or risk-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move function upper-case(function trim(risk-in-rec)) to risk-iso
  move risk-iso to row-country
  perform find-jurisdiction

  if jur-found-ix > 0 or jur-count >= 300
    exit paragraph
  end-if

  add 1 to jur-count
  initialize jur-entry(jur-count)
  move risk-iso to jur-iso(jur-count)
  move 'HIGHRISK' to jur-category(jur-count)

  move 'F' to master-op
  move risk-iso to mmdb2-country-iso
  call 'mmdb2-country-master' using master-op, master-as-of,
      mmdb2-country-rec, master-found
  if master-found = 'Y'
    move mmdb2-country-name to jur-name(jur-count)
  end-if
  .

find-jurisdiction.
  move 0 to jur-found-ix

  perform varying jur-ix from 1 by 1
      until jur-ix > jur-count or jur-found-ix > 0
    if jur-iso(jur-ix) = row-country
      set jur-found-ix to jur-ix
    end-if
  end-perform
  .

*>*********************************************************************
*> the hold queue's RELEASED cases - released after review.
*>*********************************************************************

load-released-cases.
  move 0 to rel-count case-cases

  move spaces to case-file
  accept case-file from environment "COBMIND_HOLD_QUEUE"

  if case-file = spaces or low-value
    move './cobmind.holds' to case-file
  end-if

  call 'cobmind-file-exists' using case-file, file-exists-rec

  if not file-found
    exit paragraph
  end-if

  move spaces to case-status
  open input case-in

  if case-status not = '00'
    exit paragraph
  end-if

  perform until case-status = '10'
    read case-in
      at end move '10' to case-status
      not at end perform take-case-row
    end-read
  end-perform

  close case-in
  .

take-case-row.
  if function trim(case-in-rec) = spaces
  or case-in-rec(1:1) = '#'
    exit paragraph
  end-if

  add 1 to case-cases

  move spaces to split-ip split-network split-country split-verdict
      split-case-status split-first-run split-first-seen
  unstring case-in-rec delimited by ','
      into split-ip, split-network, split-country, split-verdict,
           split-case-status, split-first-run, split-first-seen

  if function trim(split-case-status) not = 'RELEASED'
    exit paragraph
  end-if

  if rel-count >= 50000
    add 1 to rel-overflow
    exit paragraph
  end-if

  add 1 to rel-count
  move split-ip to rel-ip(rel-count)
  move split-first-run to rel-first-run(rel-count)
  move split-first-seen to rel-first-seen(rel-count)
  move 'N' to rel-hit(rel-count)
  .

*>*********************************************************************
*> one cataloged generation - dated by its own provenance header.
*>*********************************************************************

consider-generation.
  add 1 to gens-seen
  move spaces to source-run gen-date
  move 'N' to header-done

  move spaces to gen-status
  open input gen-in
  if gen-status not = '00'
    add 1 to gens-skipped
    exit paragraph
  end-if

  perform until gen-status = '10' or header-done = 'Y'
    read gen-in
      at end move '10' to gen-status
      not at end
        if gen-in-rec(1:6) = '# run='
          move spaces to header-token
          unstring gen-in-rec(7:) delimited by ' '
              into header-token
          end-unstring
          move header-token to source-run
          move 'Y' to header-done
        end-if
    end-read
  end-perform
  close gen-in

  if source-run(2:8) is not numeric
    add 1 to gens-skipped
    exit paragraph
  end-if

  move source-run(2:8) to gen-date
  if gen-date < from-date or gen-date > to-date
    exit paragraph
  end-if

  if gen-count >= 200
    display '  ' function trim(gen-path)
        ': more than 200 generations in the quarter, skipped'
    add 1 to gens-skipped
    exit paragraph
  end-if

  add 1 to gen-count
  move gen-path to gt-path(gen-count)
  move gen-date to gt-date(gen-count)
  move 'N' to gt-screened(gen-count)
  move 0 to gt-rows(gen-count) gt-in-scope(gen-count)
      gt-denied(gen-count) gt-released(gen-count)
  move 'N' to has-screen has-territory has-anon

  move spaces to gen-status
  open input gen-in
  perform until gen-status = '10'
    read gen-in
      at end move '10' to gen-status
      not at end perform weigh-one-line
    end-read
  end-perform
  close gen-in

  add gt-rows(gen-count) to total-rows
  add gt-in-scope(gen-count) to total-in-scope
  add gt-denied(gen-count) to total-denied

  if gt-screened(gen-count) not = 'Y'
    display '  ' function trim(gen-path) ' (' gen-date '): '
        'no screen column - excluded'
  else
    display '  ' function trim(gen-path) ' (' gen-date '): '
        gt-rows(gen-count) ' row(s), ' gt-in-scope(gen-count)
        ' in scope, ' gt-denied(gen-count) ' denied'
  end-if
  .

weigh-one-line.
  if function trim(gen-in-rec) = spaces
  or gen-in-rec(1:8) = 'TRAILER,'
  or gen-in-rec(1:1) = '#'
    exit paragraph
  end-if

  if gen-in-rec(1:10) = 'ip,reason,'
    perform note-heading-columns
    exit paragraph
  end-if

  *> no verdict column, no screening figures - the generation is
  *> named as excluded on the reconciliation page.
  if has-screen not = 'Y'
    exit paragraph
  end-if

  perform split-results-row
  add 1 to gt-rows(gen-count)

  perform pick-row-country
  perform find-jurisdiction

  if jur-found-ix = 0
    if function trim(col-screen) = 'DENY'
      add 1 to total-out-denied
    end-if
    exit paragraph
  end-if

  add 1 to gt-in-scope(gen-count)
  add 1 to jur-interactions(jur-found-ix)

  if function trim(col-screen) not = 'DENY'
    exit paragraph
  end-if

  add 1 to gt-denied(gen-count)
  perform find-released-address

  if rel-found
    add 1 to jur-released(jur-found-ix)
    add 1 to gt-released(gen-count)
  else
    add 1 to jur-blocked(jur-found-ix)
  end-if
  .

note-heading-columns.
  move 0 to heading-tally
  inspect gen-in-rec tallying heading-tally for all ',screen,'
  if heading-tally > 0
    move 'Y' to has-screen
    move 'Y' to gt-screened(gen-count)
  end-if
  move 0 to heading-tally
  inspect gen-in-rec tallying heading-tally for all ',territory,'
  if heading-tally > 0
    move 'Y' to has-territory
  end-if
  move 0 to heading-tally
  inspect gen-in-rec tallying heading-tally for all ',anon,'
  if heading-tally > 0
    move 'Y' to has-anon
  end-if
  .

split-results-row.
  move spaces to col-ip col-reason col-network col-prefix col-screen
      col-record
  move 1 to col-pointer
  unstring gen-in-rec delimited by ','
      into col-ip col-reason col-network col-prefix col-screen
      with pointer col-pointer
  end-unstring

  if has-territory = 'Y'
    unstring gen-in-rec delimited by ','
        into col-skip with pointer col-pointer
    end-unstring
  end-if
  if has-anon = 'Y'
    unstring gen-in-rec delimited by ','
        into col-skip with pointer col-pointer
    end-unstring
  end-if

  if col-pointer <= 8192
    move gen-in-rec(col-pointer:) to col-record
  end-if
  .

pick-row-country.
  move spaces to row-country

  if col-record(1:1) = '"'
    move 'U' to quote-op
    move col-record to quote-stage-in
    call 'cobmind-quote-field' using quote-op, quote-delim,
        quote-stage-in, quote-stage-out, quote-changed
    move quote-stage-out to col-record
  end-if

  call 'mmdb2-get-field' using col-record, path-country,
      field-value, found-flag
  if found-flag = 'Y'
    move function upper-case(field-value(1:2)) to row-country
  end-if
  .

*> the address and the run: a release covers the DENY rows of the
*> run that opened the case and every run after it (a released
*> address is cleared, not re-opened). the opening run is the
*> case's first-run; a case opened without a run id falls back on
*> its first-seen date against the generation's.
find-released-address.
  set rel-found to false

  perform varying rel-ix from 1 by 1
      until rel-ix > rel-count or rel-found
    if rel-ip(rel-ix) = col-ip
      perform check-release-covers-run
    end-if
    if rel-found
      if rel-hit(rel-ix) not = 'Y'
        move 'Y' to rel-hit(rel-ix)
        add 1 to rel-hit-count
      end-if
    end-if
  end-perform
  .

check-release-covers-run.
  evaluate true
    when rel-first-run(rel-ix)(1:1) = 'R'
    and source-run(1:1) = 'R'
      if source-run >= rel-first-run(rel-ix)
        set rel-found to true
      end-if
    when rel-first-seen(rel-ix) is numeric
      if gen-date >= rel-first-seen(rel-ix)
        set rel-found to true
      end-if
    when other
      set rel-found to true
  end-evaluate
  .

*>*********************************************************************
*> the return itself, in the regulator's layout.
*>*********************************************************************

write-return-file.
  move function current-date to current-ts

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, return-file,
      return-inflight, return-commit-ok

  open output return-out
  if return-status not = '00'
    display 'failed to open return file: ' function trim(return-file)
    move 'N' to return-commit-ok
    exit paragraph
  end-if

  move spaces to rrh-reporter
  accept rrh-reporter from environment "COBMIND_REPORTER_ID"
  if rrh-reporter = spaces or low-value
    move 'COBMIND' to rrh-reporter
  end-if
  move period-arg(1:6) to rrh-period
  move from-date to rrh-period-from
  move to-date to rrh-period-to
  move current-ts(1:8) to rrh-created-date
  move current-ts(9:6) to rrh-created-time
  write return-out-rec from rr-header

  move 0 to sum-interactions sum-blocked sum-released detail-written

  perform varying jur-ix from 1 by 1 until jur-ix > jur-count
    move jur-iso(jur-ix) to rrd-jurisdiction
    move jur-category(jur-ix) to rrd-category
    move jur-name(jur-ix) to rrd-name
    move jur-interactions(jur-ix) to rrd-interactions
    move jur-blocked(jur-ix) to rrd-blocked
    move jur-released(jur-ix) to rrd-released
    write return-out-rec from rr-detail

    add 1 to detail-written
    add jur-interactions(jur-ix) to sum-interactions
    add jur-blocked(jur-ix) to sum-blocked
    add jur-released(jur-ix) to sum-released
  end-perform

  move detail-written to rrt-detail-count
  move sum-interactions to rrt-interactions
  move sum-blocked to rrt-blocked
  move sum-released to rrt-released
  write return-out-rec from rr-trailer

  close return-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, return-file,
      return-inflight, return-commit-ok
  .

*>*********************************************************************
*> the reconciliation page: every figure back to its source counts.
*>*********************************************************************

write-reconciliation-page.
  accept operator-name from environment "USER"
  if operator-name = spaces
    accept operator-name from environment "LOGNAME"
  end-if
  if operator-name = spaces
    move 'UNKNOWN' to operator-name
  end-if

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, recon-file,
      recon-inflight, recon-commit-ok

  open output recon-out
  if recon-status not = '00'
    display 'failed to open reconciliation page: '
        function trim(recon-file)
    move 'N' to recon-commit-ok
    exit paragraph
  end-if

  move spaces to recon-line
  string 'COBMIND QUARTERLY RETURN - SCREENED TRAFFIC BY '
      'JURISDICTION - RECONCILIATION'
      delimited by size into recon-line
  write recon-out-rec from recon-line

  move spaces to recon-line
  string 'period:      ' period-arg(1:6) '  (' from-date ' - '
      to-date ')   prepared ' current-ts(1:8) '-' current-ts(9:6)
      delimited by size into recon-line
  write recon-out-rec from recon-line

  move spaces to recon-line
  string 'return:      ' function trim(return-file)
      '   reporter ' function trim(rrh-reporter)
      delimited by size into recon-line
  write recon-out-rec from recon-line

  move spaces to recon-out-rec
  write recon-out-rec

  move spaces to recon-line
  string 'SOURCE 1 - results generations (' function trim(gens-file)
      ')'
      delimited by size into recon-line
  write recon-out-rec from recon-line

  move '  generation,date,rows,in_scope,denied,released_after_review'
      to recon-out-rec
  write recon-out-rec

  perform varying gen-ix from 1 by 1 until gen-ix > gen-count
    move spaces to recon-line
    if gt-screened(gen-ix) = 'Y'
      string '  ' function trim(gt-path(gen-ix)) ','
          gt-date(gen-ix) ','
          gt-rows(gen-ix) ','
          gt-in-scope(gen-ix) ','
          gt-denied(gen-ix) ','
          gt-released(gen-ix)
          delimited by size into recon-line
    else
      string '  ' function trim(gt-path(gen-ix)) ','
          gt-date(gen-ix)
          ',EXCLUDED - written without the screen column'
          delimited by size into recon-line
    end-if
    write recon-out-rec from recon-line
  end-perform

  move spaces to recon-line
  string '  totals: rows=' total-rows ' in_scope=' total-in-scope
      ' denied=' total-denied ' denied_out_of_scope='
      total-out-denied
      delimited by size into recon-line
  write recon-out-rec from recon-line

  move spaces to recon-line
  string '  cataloged generations read: ' gens-seen
      '  unreadable or undated: ' gens-skipped
      delimited by size into recon-line
  write recon-out-rec from recon-line

  move spaces to recon-out-rec
  write recon-out-rec

  move spaces to recon-line
  string 'SOURCE 2 - hold queue (' function trim(case-file) ')'
      delimited by size into recon-line
  write recon-out-rec from recon-line

  move spaces to recon-line
  string '  cases on file: ' case-cases '  RELEASED: ' rel-count
      '  released addresses among the quarter''s DENY rows: '
      rel-hit-count
      delimited by size into recon-line
  write recon-out-rec from recon-line

  move spaces to recon-out-rec
  write recon-out-rec

  move 'RETURN FIGURES - jurisdiction,category,interactions,blocked,'
      & 'released' to recon-out-rec
  write recon-out-rec

  perform varying jur-ix from 1 by 1 until jur-ix > jur-count
    move spaces to recon-line
    string '  ' jur-iso(jur-ix) ','
        function trim(jur-category(jur-ix)) ','
        jur-interactions(jur-ix) ','
        jur-blocked(jur-ix) ','
        jur-released(jur-ix) '   '
        function trim(jur-name(jur-ix))
        delimited by size into recon-line
    write recon-out-rec from recon-line
  end-perform

  move spaces to recon-line
  string '  trailer: records=' rrt-detail-count ' interactions='
      rrt-interactions ' blocked=' rrt-blocked ' released='
      rrt-released
      delimited by size into recon-line
  write recon-out-rec from recon-line

  move spaces to recon-out-rec
  write recon-out-rec

  move 'TIES' to recon-out-rec
  write recon-out-rec

  move 'interactions = generations'' in-scope rows' to tie-label
  move sum-interactions to tie-left
  move total-in-scope to tie-right
  perform write-tie-line

  move 'blocked + released = in-scope DENY rows' to tie-label
  compute tie-left = sum-blocked + sum-released
  move total-denied to tie-right
  perform write-tie-line

  move 'released = generations'' released-after-review rows'
      to tie-label
  move sum-released to tie-left
  move 0 to tie-right
  perform varying gen-ix from 1 by 1 until gen-ix > gen-count
    add gt-released(gen-ix) to tie-right
  end-perform
  perform write-tie-line

  move 'trailer records = jurisdictions' to tie-label
  move rrt-detail-count to tie-left
  move jur-count to tie-right
  perform write-tie-line

  move spaces to recon-out-rec
  write recon-out-rec

  move spaces to recon-line
  string 'prepared by: ' function trim(operator-name)
      delimited by size into recon-line
  write recon-out-rec from recon-line

  move 'reviewed (compliance): ______________________  date: '
      & '__________' to recon-out-rec
  write recon-out-rec

  close recon-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, recon-file,
      recon-inflight, recon-commit-ok
  .

write-tie-line.
  move spaces to recon-line

  if tie-left = tie-right
    string '  ' tie-label ' ' tie-left ' = ' tie-right '  OK'
        delimited by size into recon-line
  else
    add 1 to tie-breaks
    string '  ' tie-label ' ' tie-left ' <> ' tie-right '  BREAK'
        delimited by size into recon-line
  end-if

  write recon-out-rec from recon-line
  .
