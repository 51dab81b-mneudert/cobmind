       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-accuracy-score.

*>*********************************************************************
*> the vendor's geolocation accuracy for our own customers, not a
*> handful of offices: the transaction-master join ("--join-col")
*> carries each customer's KYC-verified postal address coordinates
*> next to the geo answer, and this measures the great-circle error
*> between the two with the impossible-travel screen's distance math
*> (mmdb2-great-circle). two job steps:
*>
*>   PARM='SCORE <join-results> <account-col> <ip-col> <lat-col>
*>         <lon-col> <record-col> [<history-file>]'
*>       after an enrichment join. the columns are 1-based comma
*>       positions in the join output, lat-col and lon-col the
*>       verified address's coordinates (decimal degrees), record-col
*>       where the decoded record starts. only home-broadband logins
*>       are scored: an anonymising answer (mmdb2-anon-flags) or a
*>       connection_type other than Cable/DSL is a login the vendor
*>       can't be expected to place at the customer's address. rows
*>       with no verified coordinates, or no decoded location, are
*>       counted and left out.
*>
*>       the release is the join output's own provenance header
*>       (its database's build date). the scorecard per country, the
*>       whole release first as country ALL, goes to
*>       <join-results>_accuracy:
*>
*>         release,country,logins,median_km,p90_km,mean_km,max_km
*>
*>       median and 90th percentile by nearest rank. the same lines,
*>       plus the date scored, replace that release's lines in the
*>       standing history file ("COBMIND_ACCURACY_HIST",
*>       ./cobmind.accuracy when not given), and the release's
*>       headline goes to the gate-state file as ACCURACY for the
*>       release bulletin (mmdb2-release-bulletin).
*>
*>   PARM='REPORT <history-file> <report-out>'
*>       the scorecard across releases for the vendor renewal: each
*>       country's releases in build order with the move in median
*>       and 90th-percentile error from the release before:
*>
*>         country,release,logins,median_km,p90_km,mean_km,max_km,
*>             median_change_km,p90_change_km
*>
*>       (one line, wrapped here).
*>*********************************************************************

environment division.
input-output section.

file-control.
  select join-in
    assign dynamic join-file
    organization line sequential
    file status is join-status.

  select score-out
    assign dynamic score-file
    organization line sequential
    file status is score-status.

  select history-in
    assign dynamic history-file
    organization line sequential
    file status is history-in-status.

  select history-out
    assign dynamic history-new
    organization line sequential
    file status is history-out-status.

  select report-out
    assign dynamic report-inflight
    organization line sequential
    file status is report-status.

  select error-sort assign 'cobmind_accsort.tmp'.

  select release-sort assign 'cobmind_accrels.tmp'.

data division.
file section.

fd join-in.
01 join-in-rec pic x(8192).

fd score-out.
01 score-out-rec pic x(160).

fd history-in.
01 history-in-rec pic x(160).

fd history-out.
01 history-out-rec pic x(160).

fd report-out.
01 report-out-rec pic x(200).

sd error-sort.
01 error-sort-rec.
   05 es-country      pic x(2).
   05 es-distance     pic 9(6)v9(2).

sd release-sort.
01 release-sort-rec.
   05 rs-country      pic x(3).
   05 rs-release      pic x(8).
   05 rs-logins       pic 9(10).
   05 rs-median       pic 9(6)v9(2).
   05 rs-p90          pic 9(6)v9(2).
   05 rs-mean         pic 9(6)v9(2).
   05 rs-max          pic 9(6)v9(2).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 mode-arg          pic x(8) value spaces.
01 join-file         pic x(128) value spaces.
01 score-file        pic x(140) value spaces.
01 history-file      pic x(128) value spaces.
01 history-new       pic x(136) value spaces.
01 report-file       pic x(128) value spaces.
01 report-inflight   pic x(140) value spaces.
01 acct-col-raw      pic x(3) value spaces.
01 ip-col-raw        pic x(3) value spaces.
01 lat-col-raw       pic x(3) value spaces.
01 lon-col-raw       pic x(3) value spaces.
01 rec-col-raw       pic x(3) value spaces.
01 account-col       pic 9(2) value 0.
01 ip-col            pic 9(2) value 0.
01 lat-col           pic 9(2) value 0.
01 lon-col           pic 9(2) value 0.
01 record-col        pic 9(2) value 0.

01 join-status       pic xx value spaces.
01 score-status      pic xx value spaces.
01 history-in-status pic xx value spaces.
01 history-out-status pic xx value spaces.
01 report-status     pic xx value spaces.
01 file-exists-rec   pic x(1).
   88 file-found     value 'Y', false 'N'.
01 commit-op         pic x(1) value 'B'.
01 report-commit-ok  pic x(1) value 'Y'.

*> the release: the join output's provenance header build_epoch.
01 header-pos        pic 9(4) value 0.
01 header-tally      pic 9(4) value 0.
01 epoch-text        pic x(11) value spaces.
01 build-epoch       pic 9(11) value 0.
01 build-epoch-days  pic 9(10) value 0.
01 build-date-num    pic 9(8) value 0.
01 release-date      pic x(8) value spaces.
01 today-num         pic x(8) value spaces.

*> the join row being scored.
01 scan-pos          pic 9(4) value 0.
01 field-num         pic 9(2) value 0.
01 field-start       pic 9(4) value 0.
01 field-len         pic 9(4) value 0.
01 pick-col          pic 9(2) value 0.
01 pick-text         pic x(45) value spaces.
01 acct-text         pic x(32) value spaces.
01 record-text       pic x(8192) value spaces.
01 quote-op          pic x(1) value 'U'.
01 quote-delim       pic x(1) value ','.
01 quote-changed     pic x(1) value 'N'.
01 quote-stage-out   pic x(8192) value spaces.

01 path-country      pic x(64) value 'CTRY'.
01 path-latitude     pic x(64) value 'LAT'.
01 path-longitude    pic x(64) value 'LON'.
01 path-connection   pic x(64) value 'connection_type'.
01 field-value       pic x(256) value spaces.
01 found-flag        pic x(1) value 'N'.
01 anon-mask         pic x(4) value '----'.
01 row-country       pic x(2) value spaces.

*> verified address (1) against the vendor's answer (2).
01 lat-1             pic s9(3)v9(9) value 0.
01 lon-1             pic s9(3)v9(9) value 0.
01 lat-2             pic s9(3)v9(9) value 0.
01 lon-2             pic s9(3)v9(9) value 0.
01 distance-km       pic 9(6)v9(2) value 0.

*> logins per country, so the sorted pass knows each group's ranks.
01 count-table.
   05 count-entry occurs 301 times indexed by count-ix.
      10 ct-country   pic x(2).
      10 ct-logins    pic 9(10).
01 count-key         pic x(2) value spaces.
01 count-used        pic 9(3) value 0.
01 count-found-ix    pic 9(3) value 0.
01 count-full-rec    pic x(1) value 'N'.
   88 count-full     value 'Y', false 'N'.

*> the country group being ranked in the sort output procedure.
01 cur-country       pic x(2) value spaces.
01 cur-open          pic x(1) value 'N'.
01 cur-n             pic 9(10) value 0.
01 cur-rank          pic 9(10) value 0.
01 cur-median-rank   pic 9(10) value 0.
01 cur-p90-rank      pic 9(10) value 0.
01 cur-median        pic 9(6)v9(2) value 0.
01 cur-p90           pic 9(6)v9(2) value 0.
01 cur-max           pic 9(6)v9(2) value 0.
01 cur-sum           pic 9(12)v9(2) value 0.
01 cur-mean          pic 9(6)v9(2) value 0.
01 sort-eof-rec      pic x(1) value 'N'.
   88 sort-eof       value 'Y', false 'N'.

*> the release's scorecard lines, held for the history rewrite.
01 card-table.
   05 card-line      pic x(120) occurs 301 times.
01 card-count        pic 9(3) value 0.
01 countries-scored  pic 9(3) value 0.
01 card-ix           pic 9(3) value 0.
01 all-logins        pic 9(10) value 0.
01 all-median        pic 9(6)v9(2) value 0.
01 all-p90           pic 9(6)v9(2) value 0.

01 logins-edit       pic z(9)9.
01 median-edit       pic z(5)9.99.
01 p90-edit          pic z(5)9.99.
01 mean-edit         pic z(5)9.99.
01 max-edit          pic z(5)9.99.
01 change-edit       pic -(6)9.99.
01 p90-change-edit   pic -(6)9.99.
01 country-label     pic x(3) value spaces.
01 out-line          pic x(200) value spaces.

*> a parsed history line.
01 hs-release        pic x(8) value spaces.
01 hs-country        pic x(3) value spaces.
01 hs-logins         pic x(12) value spaces.
01 hs-median         pic x(12) value spaces.
01 hs-p90            pic x(12) value spaces.
01 hs-mean           pic x(12) value spaces.
01 hs-max            pic x(12) value spaces.
01 hs-scored         pic x(8) value spaces.

*> REPORT: the previous release of the country being written.
01 prev-country      pic x(3) value spaces.
01 prev-median       pic 9(6)v9(2) value 0.
01 prev-p90          pic 9(6)v9(2) value 0.
01 change-km         pic s9(6)v9(2) value 0.
01 p90-change-km     pic s9(6)v9(2) value 0.

01 gate-op           pic x(1) value 'W'.
01 gate-kind         pic x(8) value 'ACCURACY'.
01 gate-date         pic x(8) value spaces.
01 gate-text         pic x(160) value spaces.
01 gate-found        pic x(1) value 'N'.

01 rows-read         pic 9(10) value 0.
01 rows-scored       pic 9(10) value 0.
01 rows-no-address   pic 9(10) value 0.
01 rows-no-location  pic 9(10) value 0.
01 rows-not-broadband pic 9(10) value 0.
01 history-kept      pic 9(8) value 0.
01 report-lines      pic 9(8) value 0.

*>*********************************************************************

procedure division.
  accept mode-arg from argument-value

  evaluate function upper-case(function trim(mode-arg))
    when 'SCORE'  perform score-release
    when 'REPORT' perform report-history
    when other
      display 'usage: mmdb2-accuracy-score SCORE <join-results>'
          ' <account-col> <ip-col> <lat-col> <lon-col> <record-col>'
          ' [<history-file>]'
      display '       mmdb2-accuracy-score REPORT <history-file>'
          ' <report-out>'
      move mmdb2-rc-bad-argument to return-code
  end-evaluate
  goback.

*>*********************************************************************
*> SCORE - one join output's error distances, ranked per country.
*>*********************************************************************

score-release.
  accept join-file from argument-value
  accept acct-col-raw from argument-value
  accept ip-col-raw from argument-value
  accept lat-col-raw from argument-value
  accept lon-col-raw from argument-value
  accept rec-col-raw from argument-value
  accept history-file from argument-value

  if join-file = spaces
  or function trim(acct-col-raw) is not numeric
  or function trim(ip-col-raw) is not numeric
  or function trim(lat-col-raw) is not numeric
  or function trim(lon-col-raw) is not numeric
  or function trim(rec-col-raw) is not numeric
    display 'SCORE needs <join-results> <account-col> <ip-col>'
        ' <lat-col> <lon-col> <record-col> [<history-file>]'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  move function numval(acct-col-raw) to account-col
  move function numval(ip-col-raw) to ip-col
  move function numval(lat-col-raw) to lat-col
  move function numval(lon-col-raw) to lon-col
  move function numval(rec-col-raw) to record-col

  if account-col = 0 or ip-col = 0 or lat-col = 0 or lon-col = 0
  or record-col = 0
    display 'columns are 1-based'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  perform settle-history-file
  move function current-date(1:8) to today-num

  open input join-in

  if join-status not = '00'
    display 'failed to open join results: ' function trim(join-file)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move spaces to score-file history-new
  string function trim(join-file) '_accuracy' delimited by size
      into score-file
  string function trim(history-file) '_new' delimited by size
      into history-new

  move 0 to count-used card-count
  set count-full to false

  sort error-sort
      ascending key es-country es-distance
      input procedure is score-join-rows
      output procedure is rank-each-country

  close join-in

  if release-date = spaces
    display 'no provenance header in ' function trim(join-file)
        ' - release recorded as 00000000'
    move '00000000' to release-date
  end-if

  perform write-scorecard
  perform rewrite-history

  *> the headline for the release bulletin.
  move spaces to gate-text
  move 0 to countries-scored
  if card-count > 1
    compute countries-scored = card-count - 1
  end-if
  move all-logins to logins-edit
  move all-median to median-edit
  move all-p90 to p90-edit
  string 'release=' release-date ';logins='
      function trim(logins-edit) ';median_km='
      function trim(median-edit) ';p90_km='
      function trim(p90-edit) ';countries=' countries-scored
      delimited by size into gate-text
  move 'W' to gate-op
  move 'ACCURACY' to gate-kind
  call 'cobmind-gate-state' using gate-op, gate-kind, gate-date,
      gate-text, gate-found

  display 'accuracy: release ' release-date ' - ' rows-scored
      ' login(s) scored of ' rows-read
  display 'accuracy: left out - no verified address '
      rows-no-address ', no decoded location ' rows-no-location
      ', not home broadband ' rows-not-broadband
  display 'accuracy: median ' function trim(median-edit)
      ' km, 90th percentile ' function trim(p90-edit) ' km'
  display 'accuracy: scorecard ' function trim(score-file)
  display 'accuracy: history ' function trim(history-file) ' ('
      history-kept ' line(s) from other releases kept)'

  if count-full
    display 'accuracy: more than 300 countries - the rest were '
        'scored under ALL only'
  end-if

  move mmdb2-rc-ok to return-code
  .

settle-history-file.
  if history-file = spaces
    accept history-file from environment "COBMIND_ACCURACY_HIST"
  end-if

  if history-file = spaces or low-value
    move './cobmind.accuracy' to history-file
  end-if
  .

score-join-rows.
  perform until join-status = '10'
    read join-in
      at end move '10' to join-status
      not at end perform score-join-row
    end-read
  end-perform
  .

score-join-row.
  if join-in-rec(1:6) = '# run='
    perform take-provenance-header
    exit paragraph
  end-if

  if function trim(join-in-rec) = spaces
  or join-in-rec(1:1) = '#'
  or join-in-rec(1:8) = 'TRAILER,'
    exit paragraph
  end-if

  perform pick-record-text

  *> the heading row carries the literal column name.
  if function trim(record-text) = 'record'
    exit paragraph
  end-if

  move account-col to pick-col
  perform pick-comma-column
  move pick-text(1:32) to acct-text

  if acct-text = spaces
    exit paragraph
  end-if

  add 1 to rows-read

  *> the customer's verified address.
  move lat-col to pick-col
  perform pick-comma-column
  if pick-text = spaces or function test-numval(pick-text) not = 0
    add 1 to rows-no-address
    exit paragraph
  end-if
  move function numval(pick-text) to lat-1

  move lon-col to pick-col
  perform pick-comma-column
  if pick-text = spaces or function test-numval(pick-text) not = 0
    add 1 to rows-no-address
    exit paragraph
  end-if
  move function numval(pick-text) to lon-1

  if record-text(1:1) = '"'
    move 'U' to quote-op
    call 'cobmind-quote-field' using quote-op, quote-delim,
        record-text, quote-stage-out, quote-changed
    move quote-stage-out to record-text
  end-if

  *> home broadband only.
  move '----' to anon-mask
  call 'mmdb2-anon-flags' using record-text, anon-mask
  if anon-mask not = '----'
    add 1 to rows-not-broadband
    exit paragraph
  end-if

  call 'mmdb2-get-field' using record-text, path-connection,
      field-value, found-flag
  if found-flag = 'Y'
  and function upper-case(function trim(field-value)) not = 'CABLE/DSL'
    add 1 to rows-not-broadband
    exit paragraph
  end-if

  *> the vendor's answer.
  call 'mmdb2-get-field' using record-text, path-latitude,
      field-value, found-flag
  if found-flag not = 'Y'
    add 1 to rows-no-location
    exit paragraph
  end-if
  move function numval(field-value) to lat-2

  call 'mmdb2-get-field' using record-text, path-longitude,
      field-value, found-flag
  if found-flag not = 'Y'
    add 1 to rows-no-location
    exit paragraph
  end-if
  move function numval(field-value) to lon-2

  move spaces to row-country
  call 'mmdb2-get-field' using record-text, path-country,
      field-value, found-flag
  if found-flag = 'Y'
    move function upper-case(field-value(1:2)) to row-country
  end-if
  if row-country = spaces
    move '--' to row-country
  end-if

  call 'mmdb2-great-circle' using lat-1, lon-1, lat-2, lon-2,
      distance-km

  add 1 to rows-scored

  *> every login once under its country, once under the release as
  *> a whole ('**' sorts ahead of every iso code).
  move '**' to es-country count-key
  move distance-km to es-distance
  release error-sort-rec
  perform find-count-country

  move row-country to count-key
  perform find-count-country
  if count-found-ix = 0
    set count-full to true
    exit paragraph
  end-if

  move row-country to es-country
  move distance-km to es-distance
  release error-sort-rec
  .

*> count-key's slot in the count table, added when new; counts the
*> login. count-found-ix 0 when the table is full.
find-count-country.
  move 0 to count-found-ix

  perform varying count-ix from 1 by 1
      until count-ix > count-used or count-found-ix > 0
    if ct-country(count-ix) = count-key
      set count-found-ix to count-ix
    end-if
  end-perform

  if count-found-ix = 0
    if count-used >= 301
      exit paragraph
    end-if
    add 1 to count-used
    move count-key to ct-country(count-used)
    move 0 to ct-logins(count-used)
    move count-used to count-found-ix
  end-if

  add 1 to ct-logins(count-found-ix)
  .

take-provenance-header.
  move 0 to header-tally
  inspect join-in-rec tallying header-tally
      for characters before initial 'build_epoch='

  if header-tally >= 8000
    exit paragraph
  end-if

  compute header-pos = header-tally + 13
  move spaces to epoch-text
  unstring join-in-rec(header-pos:) delimited by ' '
      into epoch-text
  end-unstring

  if function trim(epoch-text) is not numeric
    exit paragraph
  end-if

  move function numval(epoch-text) to build-epoch
  compute build-epoch-days = build-epoch / 86400
  compute build-date-num =
      function date-of-integer(
          function integer-of-date(19700101) + build-epoch-days)
  move build-date-num to release-date
  .

*> column pick-col (1-based, comma-split) of the join row into
*> pick-text - the mmdb2-attribution walk.
pick-comma-column.
  move spaces to pick-text
  move 1 to scan-pos
  move 1 to field-num
  move 0 to field-start field-len

  perform until field-num >= pick-col or scan-pos > 8192
    if join-in-rec(scan-pos:1) = ','
      add 1 to field-num
    end-if
    add 1 to scan-pos
  end-perform

  if field-num not = pick-col or scan-pos > 8192
    exit paragraph
  end-if

  move scan-pos to field-start

  perform until scan-pos > 8192
      or join-in-rec(scan-pos:1) = ','
    add 1 to scan-pos
  end-perform

  compute field-len = scan-pos - field-start

  if field-len > 0 and field-len <= 45
    move function trim(join-in-rec(field-start:field-len))
        to pick-text
  end-if
  .

*> the decoded record runs from record-col to the end of the row.
pick-record-text.
  move spaces to record-text
  move 1 to scan-pos
  move 1 to field-num

  perform until field-num >= record-col or scan-pos > 8192
    if join-in-rec(scan-pos:1) = ','
      add 1 to field-num
    end-if
    add 1 to scan-pos
  end-perform

  if field-num = record-col and scan-pos <= 8192
    move join-in-rec(scan-pos:) to record-text
  end-if
  .

*>*********************************************************************
*> the sorted distances, one country group at a time: nearest-rank
*> median and 90th percentile, mean and worst.
*>*********************************************************************

rank-each-country.
  move 'N' to cur-open
  set sort-eof to false

  perform until sort-eof
    return error-sort
      at end set sort-eof to true
      not at end perform rank-one-login
    end-return
  end-perform

  if cur-open = 'Y'
    perform close-country-group
  end-if
  .

rank-one-login.
  if cur-open = 'N' or es-country not = cur-country
    if cur-open = 'Y'
      perform close-country-group
    end-if
    perform open-country-group
  end-if

  add 1 to cur-rank
  add es-distance to cur-sum

  if cur-rank = cur-median-rank
    move es-distance to cur-median
  end-if
  if cur-rank = cur-p90-rank
    move es-distance to cur-p90
  end-if
  move es-distance to cur-max
  .

open-country-group.
  move 'Y' to cur-open
  move es-country to cur-country
  move 0 to cur-rank cur-sum cur-median cur-p90 cur-max cur-n

  perform varying count-ix from 1 by 1 until count-ix > count-used
    if ct-country(count-ix) = es-country
      move ct-logins(count-ix) to cur-n
    end-if
  end-perform

  compute cur-median-rank = (cur-n + 1) / 2
  compute cur-p90-rank = (cur-n * 9 + 9) / 10
  .

close-country-group.
  if cur-rank > 0
    compute cur-mean rounded = cur-sum / cur-rank
  else
    move 0 to cur-mean
  end-if

  if cur-country = '**'
    move 'ALL' to country-label
    move cur-rank to all-logins
    move cur-median to all-median
    move cur-p90 to all-p90
  else
    move cur-country to country-label
  end-if

  move cur-rank to logins-edit
  move cur-median to median-edit
  move cur-p90 to p90-edit
  move cur-mean to mean-edit
  move cur-max to max-edit

  if card-count < 301
    add 1 to card-count
    move spaces to card-line(card-count)
    string function trim(country-label) ','
        function trim(logins-edit) ','
        function trim(median-edit) ','
        function trim(p90-edit) ','
        function trim(mean-edit) ','
        function trim(max-edit)
        delimited by size into card-line(card-count)
  end-if
  .

write-scorecard.
  open output score-out

  if score-status not = '00'
    display 'failed to open scorecard: ' function trim(score-file)
    exit paragraph
  end-if

  move 'release,country,logins,median_km,p90_km,mean_km,max_km'
      to score-out-rec
  write score-out-rec

  perform varying card-ix from 1 by 1 until card-ix > card-count
    move spaces to out-line
    string release-date ',' function trim(card-line(card-ix))
        delimited by size into out-line
    write score-out-rec from out-line
  end-perform

  close score-out
  .

*> the standing history less any earlier scoring of this release,
*> then this release's lines - a re-score replaces, never doubles.
rewrite-history.
  move 0 to history-kept
  open output history-out

  if history-out-status not = '00'
    display 'failed to open history: ' function trim(history-new)
    exit paragraph
  end-if

  call 'cobmind-file-exists' using history-file, file-exists-rec

  if file-found
    move spaces to history-in-status
    open input history-in
    if history-in-status = '00'
      perform until history-in-status = '10'
        read history-in
          at end move '10' to history-in-status
          not at end
            if history-in-rec(1:8) not = release-date
            and function trim(history-in-rec) not = spaces
              write history-out-rec from history-in-rec
              add 1 to history-kept
            end-if
        end-read
      end-perform
      close history-in
    end-if
  end-if

  perform varying card-ix from 1 by 1 until card-ix > card-count
    move spaces to out-line
    string release-date ',' function trim(card-line(card-ix)) ','
        today-num
        delimited by size into out-line
    write history-out-rec from out-line
  end-perform

  close history-out

  call 'CBL_RENAME_FILE' using history-new, history-file
  .

*>*********************************************************************
*> REPORT - every country's releases in build order, for the vendor
*> renewal.
*>*********************************************************************

report-history.
  accept history-file from argument-value
  accept report-file from argument-value

  if history-file = spaces or report-file = spaces
    display 'REPORT needs <history-file> <report-out>'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  call 'cobmind-file-exists' using history-file, file-exists-rec

  if not file-found
    display 'no accuracy history: ' function trim(history-file)
    move mmdb2-rc-not-found to return-code
    exit paragraph
  end-if

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, report-commit-ok

  open output report-out

  if report-status not = '00'
    display 'failed to open report: ' function trim(report-file)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move spaces to out-line
  string 'country,release,logins,median_km,p90_km,mean_km,max_km,'
      'median_change_km,p90_change_km'
      delimited by size into out-line
  write report-out-rec from out-line

  move 0 to report-lines

  sort release-sort
      ascending key rs-country rs-release
      input procedure is load-history-lines
      output procedure is write-release-lines

  close report-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, report-commit-ok

  display 'accuracy report: ' report-lines ' line(s) to '
      function trim(report-file)

  if report-commit-ok not = 'Y'
    move mmdb2-rc-io-error to return-code
  else
    move mmdb2-rc-ok to return-code
  end-if
  .

load-history-lines.
  move spaces to history-in-status
  open input history-in

  perform until history-in-status not = '00'
    read history-in
      at end move '10' to history-in-status
      not at end perform release-history-line
    end-read
  end-perform

  close history-in
  .

release-history-line.
  if function trim(history-in-rec) = spaces
  or history-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to hs-release hs-country hs-logins hs-median hs-p90
      hs-mean hs-max hs-scored
  unstring history-in-rec delimited by ','
      into hs-release, hs-country, hs-logins, hs-median, hs-p90,
           hs-mean, hs-max, hs-scored

  if hs-release is not numeric
    exit paragraph
  end-if

  *> the release as a whole leads every country.
  if hs-country = 'ALL'
    move '***' to rs-country
  else
    move hs-country to rs-country
  end-if
  move hs-release to rs-release
  move function numval(hs-logins) to rs-logins
  move function numval(hs-median) to rs-median
  move function numval(hs-p90) to rs-p90
  move function numval(hs-mean) to rs-mean
  move function numval(hs-max) to rs-max
  release release-sort-rec
  .

write-release-lines.
  move spaces to prev-country
  set sort-eof to false

  perform until sort-eof
    return release-sort
      at end set sort-eof to true
      not at end perform write-release-line
    end-return
  end-perform
  .

write-release-line.
  move 0 to change-km p90-change-km
  if rs-country = prev-country
    compute change-km = rs-median - prev-median
    compute p90-change-km = rs-p90 - prev-p90
  end-if

  if rs-country = '***'
    move 'ALL' to country-label
  else
    move rs-country to country-label
  end-if

  move rs-logins to logins-edit
  move rs-median to median-edit
  move rs-p90 to p90-edit
  move rs-mean to mean-edit
  move rs-max to max-edit
  move change-km to change-edit
  move p90-change-km to p90-change-edit

  move spaces to out-line
  if rs-country = prev-country
    string function trim(country-label) ',' rs-release ','
        function trim(logins-edit) ','
        function trim(median-edit) ','
        function trim(p90-edit) ','
        function trim(mean-edit) ','
        function trim(max-edit) ','
        function trim(change-edit) ','
        function trim(p90-change-edit)
        delimited by size into out-line
  else
    string function trim(country-label) ',' rs-release ','
        function trim(logins-edit) ','
        function trim(median-edit) ','
        function trim(p90-edit) ','
        function trim(mean-edit) ','
        function trim(max-edit) ',,'
        delimited by size into out-line
  end-if
  write report-out-rec from out-line
  add 1 to report-lines

  move rs-country to prev-country
  move rs-median to prev-median
  move rs-p90 to prev-p90
  .
