       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-volatility.

*>*********************************************************************
*> per-network answer volatility across an alias's archived releases:
*> where "--diff" compares two releases, this walks the last N the
*> release history registry ("COBMIND_HISTORY", kept by mmdb2-promote)
*> still has on disk and scores every network by how many times its
*> country, city, or ASN answer changed from one release to the next.
*> the fraud desk discounts geo answers from networks that flip every
*> month; the vendor escalation gets the worst offenders by name.
*>
*>   PARM='<alias> <releases> <report-out> <scores-out> [<top-n>]'
*>
*> each release is dumped (mmdb2-dump, the same full walk "--diff"
*> runs) to a work file, every network's three answers go through one
*> SORT by network and release order, and the output procedure counts
*> the answer changes between consecutive releases that carry the
*> network. a network present in only some releases is compared
*> across the ones it is in - a re-split block is new networks, not a
*> changed answer. outputs:
*>
*>   scores-out   network,changes,last_change_date - every network,
*>                provenance header and control-total trailer like
*>                every other generated file
*>   report-out   the ranked "most unstable networks" listing (top-n,
*>                default 100) in the fixed-width print-report style
*>*********************************************************************

environment division.
input-output section.

file-control.
  select history-in
    assign dynamic history-file
    organization line sequential
    file status is history-status.

  select dump-in
    assign dynamic dump-file
    organization line sequential
    file status is dump-status.

  select vol-sort assign 'cobmind_volsort.tmp'.
  select rank-sort assign 'cobmind_ranksort.tmp'.

  select scores-out
    assign dynamic scores-inflight
    organization line sequential
    file status is scores-status.

  select rank-raw
    assign dynamic rank-raw-file
    organization line sequential
    file status is rank-raw-status.

  select report-out
    assign dynamic report-inflight
    organization line sequential
    file status is report-status.

data division.
file section.

fd history-in.
01 history-in-rec pic x(192).

fd dump-in.
01 dump-in-rec pic x(8192).

sd vol-sort.
01 vol-sort-rec.
   05 vol-network     pic x(50).
   05 vol-seq         pic 9(3).
   05 vol-date        pic x(8).
   05 vol-answer.
      10 vol-country  pic x(8).
      10 vol-city     pic x(64).
      10 vol-asn      pic x(12).

sd rank-sort.
01 rank-sort-rec.
   05 rank-changes    pic 9(5).
   05 rank-network    pic x(50).
   05 rank-last-date  pic x(8).
   05 rank-seen       pic 9(3).
   05 rank-answer     pic x(84).

fd scores-out.
01 scores-out-rec pic x(128).

fd rank-raw.
01 rank-raw-rec pic x(150).

fd report-out.
01 report-out-rec pic x(132).

working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-meta.cpy'.

01 alias-arg        pic x(32) value spaces.
01 releases-raw     pic x(3) value spaces.
01 releases-wanted  pic 9(3) value 12.
01 report-file      pic x(128) value spaces.
01 scores-file      pic x(128) value spaces.
01 top-raw          pic x(5) value spaces.
01 top-limit        pic 9(5) value 100.

01 history-file     pic x(128) value spaces.
01 history-status   pic xx value spaces.
01 history-exists-rec pic x(1).
   88 history-exists value 'Y', false 'N'.
01 hist-alias       pic x(32) value spaces.
01 hist-date        pic x(8) value spaces.
01 hist-path        pic x(128) value spaces.
01 cand-exists-rec  pic x(1).
   88 cand-exists   value 'Y', false 'N'.

*> the alias's archived releases, in registry (promotion) order; the
*> last releases-wanted of them are the ones walked.
01 release-table.
   05 release-entry occurs 200 times.
      10 release-date  pic x(8).
      10 release-path  pic x(128).
01 release-total    pic 9(3) value 0.
01 release-first    pic 9(3) value 0.
01 release-ix       pic 9(3) value 0.
01 release-seq      pic 9(3) value 0.
01 releases-walked  pic 9(3) value 0.

01 database-handle  pic x(4).
01 metafile-exists-rec pic x(1).
   88 metafile-exists value 'Y', false 'N'.
01 dump-file        pic x(128) value spaces.
01 dump-ckpt-file   pic x(160) value spaces.
01 dump-progress-file pic x(160) value spaces.
01 dump-status      pic xx value spaces.
01 newest-path      pic x(128) value spaces.
01 newest-epoch     pic 9(11) value 0.

01 comma-pos        pic 9(4) value 0.
01 row-record       pic x(8192) value spaces.
01 field-path       pic x(64) value spaces.
01 field-value      pic x(256) value spaces.
01 field-found      pic x(1) value 'N'.

*> the network currently being scored in the output procedure.
01 cur-network      pic x(50) value spaces.
01 cur-changes      pic 9(5) value 0.
01 cur-last-date    pic x(8) value spaces.
01 cur-seen         pic 9(3) value 0.
01 cur-answer       pic x(84) value spaces.
01 sort-eof-rec     pic x(1) value 'N'.
   88 sort-eof      value 'Y', false 'N'.

01 scores-inflight  pic x(140) value spaces.
01 report-inflight  pic x(140) value spaces.
01 rank-raw-file    pic x(140) value spaces.
01 scores-status    pic xx value spaces.
01 report-status    pic xx value spaces.
01 rank-raw-status  pic xx value spaces.
01 commit-op        pic x(1) value 'B'.
01 scores-commit-ok pic x(1) value 'Y'.
01 report-commit-ok pic x(1) value 'Y'.

01 provenance-line  pic x(256) value spaces.
01 class-op         pic x(1) value 'W'.
01 class-subject    pic x(256) value spaces.
01 class-label      pic x(12) value spaces.
01 provenance-input pic x(128) value spaces.
01 trail-op         pic x(1) value 'R'.
01 trail-fold       pic x(8192) value spaces.
01 trail-reason     pic x(2) value 'OK'.
01 trailer-line     pic x(256) value spaces.

01 out-line         pic x(132) value spaces.
01 score-line       pic x(128) value spaces.

01 network-count    pic 9(10) value 0.
01 volatile-count   pic 9(10) value 0.
01 ranked-count     pic 9(5) value 0.
01 rows-loaded      pic 9(10) value 0.

01 run-date-num     pic 9(8) value 0.
01 run-date-text    pic x(10) value spaces.
01 page-number      pic 9(5) value 0.
01 line-on-page     pic 9(3) value 0.
01 lines-per-page   pic 9(3) value 55.
01 rank-edit        pic zzzz9.
01 changes-edit     pic zzzz9.
01 seen-edit        pic zz9.
01 last-date-text   pic x(10) value spaces.

*> sandbox runs watermark every page header as TEST.
01 sandbox-env      pic x(8) value spaces.
01 test-watermark   pic x(14) value spaces.

*>*********************************************************************

procedure division.
  accept alias-arg from argument-value
  accept releases-raw from argument-value
  accept report-file from argument-value
  accept scores-file from argument-value
  accept top-raw from argument-value

  if alias-arg = spaces or report-file = spaces
  or scores-file = spaces
  or function trim(releases-raw) is not numeric
    display 'usage: mmdb2-volatility <alias> <releases> <report-out>'
        ' <scores-out> [<top-n>]'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  move function numval(releases-raw) to releases-wanted

  if function trim(top-raw) is numeric
    move function numval(top-raw) to top-limit
  end-if

  perform load-release-history

  compute release-first = release-total - releases-wanted + 1
  if release-total < releases-wanted
    move 1 to release-first
  end-if

  if release-total - release-first + 1 < 2
    display 'volatility needs at least two archived releases of '
        function trim(alias-arg) ' on disk - found ' release-total
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  move spaces to dump-file
  string function trim(scores-file) '_voldump' delimited by size
      into dump-file
  move spaces to dump-ckpt-file
  string function trim(dump-file) '_ckpt' delimited by size
      into dump-ckpt-file
  move spaces to dump-progress-file
  string function trim(dump-file) '_progress' delimited by size
      into dump-progress-file
  move spaces to rank-raw-file
  string function trim(scores-file) '_rank' delimited by size
      into rank-raw-file

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, scores-file,
      scores-inflight, scores-commit-ok

  open output scores-out

  if scores-status not = '00'
    display 'failed to open scores file: ' function trim(scores-file)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  open output rank-raw

  if rank-raw-status not = '00'
    display 'failed to open rank work file: '
        function trim(rank-raw-file)
    close scores-out
    call 'CBL_DELETE_FILE' using scores-inflight
    call 'CBL_DELETE_FILE' using dump-file
    call 'CBL_DELETE_FILE' using dump-ckpt-file
    call 'CBL_DELETE_FILE' using dump-progress-file
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  sort vol-sort
      ascending key vol-network vol-seq
      input procedure is dump-each-release
      output procedure is score-each-network

  move 'W' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line
  write scores-out-rec from trailer-line

  close scores-out
  close rank-raw

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, scores-file,
      scores-inflight, scores-commit-ok

  perform write-ranked-report

  call 'CBL_DELETE_FILE' using rank-raw-file

  display 'volatility: ' releases-walked ' release(s) of '
      function trim(alias-arg) ', ' network-count ' network(s), '
      volatile-count ' changed answer at least once'
  display 'scores written to: ' function trim(scores-file)
  display 'report written to: ' function trim(report-file)

  if scores-commit-ok not = 'Y' or report-commit-ok not = 'Y'
    display 'volatility finished but could not publish its outputs'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move mmdb2-rc-ok to return-code
  goback.

*>*********************************************************************
*> the alias's archived releases still on disk, in registry order -
*> mmdb2-promote appends each promotion, so file order is release
*> order.
*>*********************************************************************

load-release-history.
  move 0 to release-total

  move spaces to history-file
  accept history-file from environment "COBMIND_HISTORY"

  if history-file = spaces or low-value
    move './cobmind.history' to history-file
  end-if

  call 'cobmind-file-exists' using history-file, history-exists-rec

  if not history-exists
    display 'no release history registry at '
        function trim(history-file)
    exit paragraph
  end-if

  move spaces to history-status
  open input history-in

  if history-status not = '00'
    exit paragraph
  end-if

  perform until history-status = '10'
    read history-in
      at end move '10' to history-status
      not at end perform consider-history-line
    end-read
  end-perform

  close history-in
  .

consider-history-line.
  if function trim(history-in-rec) = spaces
  or history-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to hist-alias hist-date hist-path
  unstring history-in-rec delimited by ','
      into hist-alias, hist-date, hist-path

  if function trim(hist-alias) not = function trim(alias-arg)
  or hist-date is not numeric
    exit paragraph
  end-if

  call 'cobmind-file-exists' using hist-path, cand-exists-rec

  if not cand-exists
    display 'archived release no longer on disk, skipped: '
        function trim(hist-path)
    exit paragraph
  end-if

  if release-total >= 200
    *> keep the newest: slide the window down one.
    perform varying release-ix from 1 by 1 until release-ix > 199
      move release-entry(release-ix + 1) to release-entry(release-ix)
    end-perform
    subtract 1 from release-total
  end-if

  add 1 to release-total
  move hist-date to release-date(release-total)
  move function trim(hist-path) to release-path(release-total)
  .

*>*********************************************************************
*> sort input: one full dump per walked release, each network's
*> country/city/ASN released with the release's sequence and date.
*>*********************************************************************

dump-each-release.
  move 0 to release-seq releases-walked

  perform varying release-ix from release-first by 1
      until release-ix > release-total
    add 1 to release-seq
    perform dump-one-release
  end-perform
  .

dump-one-release.
  call 'mmdb2-open' using release-path(release-ix), database-handle

  if return-code not = mmdb2-rc-ok
    display 'archived release would not open, skipped: '
        function trim(release-path(release-ix))
    exit paragraph
  end-if

  call 'cobmind-meta-exists' using release-path(release-ix),
      metafile-exists-rec

  if metafile-exists
    call 'mmdb2-read-meta-cache' using release-path(release-ix),
        mmdb2-meta-rec
  else
    display 'extracting meta data for '
        function trim(release-path(release-ix)) '...'
    call 'mmdb2-extract-meta' using release-path(release-ix),
        mmdb2-meta-rec
  end-if

  display 'volatility: walking release ' release-date(release-ix)
      ' (' function trim(release-path(release-ix)) ')'

  call 'mmdb2-dump' using database-handle, mmdb2-meta-rec, dump-file,
      release-path(release-ix)

  if return-code not = mmdb2-rc-ok
    display 'dump of release failed, skipped: '
        function trim(release-path(release-ix))
    call 'mmdb2-close' using database-handle
    call 'CBL_DELETE_FILE' using dump-ckpt-file
    call 'CBL_DELETE_FILE' using dump-progress-file
    exit paragraph
  end-if

  add 1 to releases-walked
  move release-path(release-ix) to newest-path
  move mmdb2-meta-build-epoch to newest-epoch

  move spaces to dump-status
  open input dump-in

  if dump-status = '00'
    perform until dump-status = '10'
      read dump-in
        at end move '10' to dump-status
        not at end perform release-dump-row
      end-read
    end-perform

    close dump-in
  end-if

  call 'mmdb2-close' using database-handle
  call 'CBL_DELETE_FILE' using dump-file
  call 'CBL_DELETE_FILE' using dump-ckpt-file
  call 'CBL_DELETE_FILE' using dump-progress-file
  .

release-dump-row.
  if function trim(dump-in-rec) = spaces
  or dump-in-rec(1:1) = '#'
  or dump-in-rec(1:5) = 'cidr,'
  or dump-in-rec(1:8) = 'TRAILER,'
    exit paragraph
  end-if

  move 0 to comma-pos
  inspect dump-in-rec tallying comma-pos
      for characters before initial ','

  if comma-pos = 0 or comma-pos > 50
    exit paragraph
  end-if

  move spaces to vol-sort-rec
  move dump-in-rec(1:comma-pos) to vol-network
  move release-seq to vol-seq
  move release-date(release-ix) to vol-date

  move spaces to row-record
  move dump-in-rec(comma-pos + 2:) to row-record

  move 'CTRY' to field-path
  perform pick-record-field
  move field-value to vol-country

  *> the English name when the record carries per-language names,
  *> the flat value otherwise.
  move 'CITY.en' to field-path
  perform pick-record-field
  if field-found not = 'Y'
    move 'CITY' to field-path
    perform pick-record-field
  end-if
  move field-value to vol-city

  move 'ASN' to field-path
  perform pick-record-field
  move field-value to vol-asn

  release vol-sort-rec
  add 1 to rows-loaded
  .

pick-record-field.
  move spaces to field-value
  call 'mmdb2-get-field' using row-record, field-path, field-value,
      field-found
  .

*>*********************************************************************
*> sort output: one network at a time, releases in order - an answer
*> that differs from the network's previous release's answer is one
*> change, dated by the release that carried the new answer.
*>*********************************************************************

score-each-network.
  *> reset here rather than before the sort - every mmdb2-dump in the
  *> input procedure folds its own file through the same totals.
  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  move alias-arg to provenance-input
  move 'W' to class-op
  move 'mmdb2-volatility' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  move 'C' to class-op
  move 'network,changes,last_change_date' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label

  call 'cobmind-provenance' using newest-path, newest-epoch,
      provenance-input, provenance-line
  write scores-out-rec from provenance-line

  move 'network,changes,last_change_date' to scores-out-rec
  write scores-out-rec

  move spaces to cur-network
  set sort-eof to false

  perform until sort-eof
    return vol-sort
      at end set sort-eof to true
      not at end perform score-one-row
    end-return
  end-perform

  if cur-network not = spaces
    perform close-network
  end-if
  .

score-one-row.
  if vol-network not = cur-network
    if cur-network not = spaces
      perform close-network
    end-if

    move vol-network to cur-network
    move 0 to cur-changes cur-seen
    move spaces to cur-last-date
    move vol-answer to cur-answer
  else
    if vol-answer not = cur-answer
      add 1 to cur-changes
      move vol-date to cur-last-date
      move vol-answer to cur-answer
    end-if
  end-if

  add 1 to cur-seen
  .

close-network.
  add 1 to network-count

  move spaces to score-line
  if cur-changes > 0
    add 1 to volatile-count
    string function trim(cur-network) ',' cur-changes ','
        cur-last-date
        delimited by size into score-line
  else
    string function trim(cur-network) ',' cur-changes ',-'
        delimited by size into score-line
  end-if
  write scores-out-rec from score-line

  move 'F' to trail-op
  move spaces to trail-fold
  move score-line to trail-fold
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  *> only networks that moved at all are candidates for the ranking.
  if cur-changes > 0
    move cur-changes to rank-changes
    move cur-network to rank-network
    move cur-last-date to rank-last-date
    move cur-seen to rank-seen
    move cur-answer to rank-answer
    write rank-raw-rec from rank-sort-rec
  end-if
  .

*>*********************************************************************
*> the ranked report: most changes first, network order within a
*> tie, cut at top-n.
*>*********************************************************************

write-ranked-report.
  move function current-date(1:8) to run-date-num
  move spaces to run-date-text
  string run-date-num(1:4) '-' run-date-num(5:2) '-'
      run-date-num(7:2) delimited by size into run-date-text

  move spaces to sandbox-env test-watermark
  accept sandbox-env from environment "COBMIND_SANDBOX"
  if function upper-case(sandbox-env(1:1)) = 'Y'
    move '  *** TEST ***' to test-watermark
  end-if

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, report-commit-ok

  open output report-out

  if report-status not = '00'
    display 'failed to open report output: '
        function trim(report-file)
    move 'N' to report-commit-ok
    exit paragraph
  end-if

  move 0 to page-number ranked-count
  perform print-page-header
  perform print-release-list

  sort rank-sort
      descending key rank-changes
      ascending key rank-network
      using rank-raw
      output procedure is print-ranked-rows

  move spaces to out-line
  write report-out-rec from out-line
  move spaces to out-line
  string 'NETWORKS SCORED: ' network-count
      '   CHANGED AT LEAST ONCE: ' volatile-count
      '   LISTED: ' ranked-count
      delimited by size into out-line
  write report-out-rec from out-line

  close report-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, report-commit-ok
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
    'COBMIND NETWORK VOLATILITY REPORT'
    '   ALIAS: ' function trim(alias-arg)
    '   RUN DATE: ' run-date-text
    '   PAGE ' page-number
    test-watermark
    delimited by size into out-line
  write report-out-rec from out-line

  move spaces to out-line
  string
    ' RANK  NETWORK                                    CHANGES'
    '  LAST CHANGE  SEEN  LATEST ANSWER'
    delimited by size into out-line
  write report-out-rec from out-line

  move spaces to out-line
  write report-out-rec from out-line
  .

print-release-list.
  move spaces to out-line
  string 'RELEASES WALKED (' releases-walked '):'
      delimited by size into out-line
  write report-out-rec from out-line
  add 1 to line-on-page

  perform varying release-ix from release-first by 1
      until release-ix > release-total
    move spaces to out-line
    string '  ' release-date(release-ix) '  '
        function trim(release-path(release-ix))
        delimited by size into out-line
    write report-out-rec from out-line
    add 1 to line-on-page
  end-perform

  move spaces to out-line
  write report-out-rec from out-line
  add 1 to line-on-page
  .

print-ranked-rows.
  set sort-eof to false

  perform until sort-eof or ranked-count >= top-limit
    return rank-sort
      at end set sort-eof to true
      not at end perform print-one-ranked-row
    end-return
  end-perform
  .

print-one-ranked-row.
  if line-on-page >= lines-per-page
    perform print-page-header
  end-if

  add 1 to ranked-count
  add 1 to line-on-page

  move ranked-count to rank-edit
  move rank-changes to changes-edit
  move rank-seen to seen-edit

  move spaces to last-date-text
  string rank-last-date(1:4) '-' rank-last-date(5:2) '-'
      rank-last-date(7:2) delimited by size into last-date-text

  move rank-answer to cur-answer

  move spaces to out-line
  string
    rank-edit '  '
    rank-network(1:43) '  '
    changes-edit '  '
    last-date-text '   '
    seen-edit '  '
    function trim(cur-answer(1:8)) '/'
    function trim(cur-answer(9:64)) '/AS'
    function trim(cur-answer(73:12))
    delimited by size into out-line
  write report-out-rec from out-line
  .
