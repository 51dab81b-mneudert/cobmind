       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-restatement.

*>*********************************************************************
*> restatement of past results after the vendor ships a corrected
*> release: billing has to restate the tax jurisdiction of every
*> transaction geolocated with the bad build, and finance signs the
*> restatement off.
*>
*>   PARM='<results-base> <from YYYYMMDD> <to YYYYMMDD>
*>         <corrected-db> <restatement-out> <certificate-out>
*>         [<history-file>]'
*>
*> every results generation cataloged under <results-base>
*> (cobmind-generations' "_results.gens" or ".gens", as
*> mmdb2-erasure finds it) whose run date - the date in its
*> provenance header's run id - falls in the range is re-resolved
*> address by address against the corrected release:
*>
*>   <generation>_restated   the generation as the corrected release
*>                           answers it, with its own provenance
*>                           header and control-total trailer; the
*>                           original generation is left as it was
*>   restatement-out         only the rows whose answer changed -
*>                           reason, country, city and postal code,
*>                           old and new side by side:
*>
*>     date,generation_run,ip,old_reason,old_country,old_city,
*>     old_postal,new_reason,new_country,new_city,new_postal,
*>     old_network,new_network
*>
*> with a history file named, each restated date is re-digested into
*> the warehouse (mmdb2-history-digest - the date's rows replaced, as
*> a nightly re-load would) so the warehouse reflects the corrected
*> answers; two generations on one date leave the later one's digest.
*>
*> certificate-out is the restatement certificate: range, corrected
*> release and build, every generation restated with its row and
*> changed counts, the restatement file's own trailer (binding the
*> certificate to the file), prepared-by and finance sign-off lines,
*> and a closing seal - the shop's chain hash over every line above
*> it. the run itself goes in the audit trail.
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

  select restated-out
    assign dynamic restated-inflight
    organization line sequential
    file status is restated-status.

  select change-work
    assign dynamic change-work-file
    organization line sequential
    file status is change-work-status.

  select restate-out
    assign dynamic restate-inflight
    organization line sequential
    file status is restate-status.

  select cert-out
    assign dynamic cert-inflight
    organization line sequential
    file status is cert-status.

data division.
file section.

fd gens-in.
01 gens-in-rec pic x(160).

fd gen-in.
01 gen-in-rec pic x(8192).

fd restated-out.
01 restated-out-rec pic x(8192).

fd change-work.
01 change-work-rec pic x(512).

fd restate-out.
01 restate-out-rec pic x(512).

fd cert-out.
01 cert-out-rec pic x(256).

working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-meta.cpy'.
copy 'mmdb2-result.cpy'.

01 results-base     pic x(128) value spaces.
01 from-arg         pic x(8) value spaces.
01 to-arg           pic x(8) value spaces.
01 database-path    pic x(128) value spaces.
01 restate-file     pic x(128) value spaces.
01 cert-file        pic x(128) value spaces.
01 history-file     pic x(128) value spaces.

01 gens-file        pic x(136) value spaces.
01 gens-status      pic xx value spaces.
01 gen-path         pic x(160) value spaces.
01 gen-status       pic xx value spaces.
01 restated-file    pic x(128) value spaces.
01 restated-inflight pic x(140) value spaces.
01 restated-status  pic xx value spaces.
01 change-work-file pic x(140) value spaces.
01 change-work-status pic xx value spaces.
01 restate-inflight pic x(140) value spaces.
01 restate-status   pic xx value spaces.
01 cert-inflight    pic x(140) value spaces.
01 cert-status      pic xx value spaces.
01 file-exists-rec  pic x(1).
   88 file-found    value 'Y', false 'N'.
01 commit-op        pic x(1) value 'B'.
01 restated-commit-ok pic x(1) value 'Y'.
01 restate-commit-ok pic x(1) value 'Y'.
01 cert-commit-ok   pic x(1) value 'Y'.
01 publish-failed   pic x(1) value 'N'.

01 database-handle  pic x(4).
01 metafile-exists-rec pic x(1).
   88 metafile-exists value 'Y', false 'N'.
01 explain-off      pic x(1) value 'N'.
01 lang-filter      pic x(8) value spaces.

*> one generation's provenance.
01 header-pos       pic 9(4) value 0.
01 source-class     pic x(12) value spaces.
01 header-token     pic x(128) value spaces.
01 source-run       pic x(20) value spaces.
01 source-epoch     pic 9(11) value 0.
01 gen-date         pic x(8) value spaces.
01 header-done      pic x(1) value 'N'.

*> row columns - the shape the heading announces.
01 col-ip           pic x(45) value spaces.
01 col-reason       pic x(16) value spaces.
01 col-network      pic x(45) value spaces.
01 col-prefix       pic x(8) value spaces.
01 col-skip         pic x(64) value spaces.
01 col-record       pic x(8192) value spaces.
01 col-pointer      pic 9(5) value 1.
01 heading-tally    pic 9(3) value 0.
01 has-screen       pic x(1) value 'N'.
01 has-territory    pic x(1) value 'N'.
01 has-anon         pic x(1) value 'N'.

01 ip-valid-rec     pic x(1).
   88 ip-is-valid   value 'Y', false 'N'.

*> the answer billing restates on, old and new.
01 path-country     pic x(64) value 'CTRY'.
01 path-city        pic x(64) value 'CITY'.
01 path-postal      pic x(64) value 'POSTAL'.
01 field-value      pic x(256) value spaces.
01 found-flag       pic x(1) value 'N'.
01 old-answer.
   05 old-reason    pic x(16).
   05 old-country   pic x(8).
   05 old-city      pic x(64).
   05 old-postal    pic x(16).
01 new-answer.
   05 new-reason    pic x(16).
   05 new-country   pic x(8).
   05 new-city      pic x(64).
   05 new-postal    pic x(16).
01 answer-record    pic x(8192) value spaces.
01 answer-country   pic x(8) value spaces.
01 answer-city      pic x(64) value spaces.
01 answer-postal    pic x(16) value spaces.

01 quote-op         pic x(1) value 'Q'.
01 quote-delim      pic x(1) value ','.
01 quote-changed    pic x(1) value 'N'.
01 quote-stage-in   pic x(8192) value spaces.
01 quote-stage-out  pic x(8192) value spaces.
01 old-city-out     pic x(80) value spaces.
01 new-city-out     pic x(80) value spaces.
01 record-out       pic x(8192) value spaces.

01 out-line         pic x(8192) value spaces.
01 change-line      pic x(512) value spaces.
01 provenance-line  pic x(256) value spaces.
01 class-op         pic x(1) value 'W'.
01 class-subject    pic x(256) value spaces.
01 class-label      pic x(12) value spaces.
01 trail-op         pic x(1) value 'R'.
01 trail-fold       pic x(8192) value spaces.
01 trail-reason     pic x(2) value 'OK'.
01 trailer-line     pic x(256) value spaces.
01 restate-trailer  pic x(256) value spaces.

*> certificate bookkeeping.
01 cert-table.
   05 cert-entry occurs 100 times.
      10 ct-path      pic x(160).
      10 ct-date      pic x(8).
      10 ct-run       pic x(20).
      10 ct-epoch     pic 9(11).
      10 ct-rows      pic 9(10).
      10 ct-changed   pic 9(10).
      10 ct-history   pic x(1).
01 cert-count       pic 9(3) value 0.
01 cert-ix          pic 9(3) value 0.
01 gen-rows         pic 9(10) value 0.
01 gen-changed      pic 9(10) value 0.
01 total-rows       pic 9(10) value 0.
01 total-changed    pic 9(10) value 0.
01 gens-seen        pic 9(5) value 0.
01 gens-skipped     pic 9(5) value 0.
01 cert-line        pic x(256) value spaces.
01 cert-fold        pic x(512) value spaces.
01 seal-prev        pic x(16) value spaces.
01 seal-next        pic x(16) value spaces.
01 current-ts       pic x(21) value spaces.
01 operator-name    pic x(32) value spaces.
01 run-id           pic x(20) value spaces.

01 audit-subject    pic x(128) value spaces.
01 audit-tag        pic x(45) value spaces.
01 audit-dir-blank  pic x(128) value spaces.
01 notify-event     pic x(16) value spaces.
01 notify-text      pic x(128) value spaces.

*>*********************************************************************

procedure division.
  accept results-base from argument-value
  accept from-arg from argument-value
  accept to-arg from argument-value
  accept database-path from argument-value
  accept restate-file from argument-value
  accept cert-file from argument-value
  accept history-file from argument-value

  if results-base = spaces or database-path = spaces
  or restate-file = spaces or cert-file = spaces
  or from-arg is not numeric or to-arg is not numeric
    display 'usage: mmdb2-restatement <results-base> <from YYYYMMDD>'
        ' <to YYYYMMDD> <corrected-db> <restatement-out>'
        ' <certificate-out> [<history-file>]'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if from-arg > to-arg
    display 'restatement range runs backwards: ' from-arg ' - '
        to-arg
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  perform find-catalog
  if not file-found
    display 'no generation catalog under ' function trim(results-base)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  call 'mmdb2-open' using database-path, database-handle
  if return-code not = mmdb2-rc-ok
    goback
  end-if

  call 'cobmind-meta-exists' using database-path, metafile-exists-rec

  if metafile-exists
    call 'mmdb2-read-meta-cache' using database-path, mmdb2-meta-rec
  else
    display 'extracting meta data...'
    call 'mmdb2-extract-meta' using database-path, mmdb2-meta-rec
  end-if

  move spaces to change-work-file
  string function trim(restate-file) '_work' delimited by size
      into change-work-file
  open output change-work

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

  close change-work
  call 'mmdb2-close' using database-handle

  perform write-restatement-file
  call 'CBL_DELETE_FILE' using change-work-file

  perform write-certificate

  move cert-file to audit-subject
  move spaces to audit-tag
  string 'RESTATEMENT=' total-changed delimited by size
      into audit-tag
  call 'cobmind-audit-log' using audit-subject, audit-tag, 'OK',
      audit-dir-blank

  display 'restatement: ' cert-count ' generation(s) restated of '
      gens-seen ' cataloged, ' total-rows ' row(s), ' total-changed
      ' changed'
  display 'restatement file: ' function trim(restate-file)
  display 'certificate:      ' function trim(cert-file)

  if publish-failed = 'Y'
    display 'restatement incomplete - an output could not be published'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  if total-changed > 0
    move spaces to notify-text
    string total-changed ' row(s) restated ' from-arg '-' to-arg
        ' - certificate awaits finance sign-off'
        delimited by size into notify-text
    move 'RESTATEMENT' to notify-event
    call 'cobmind-notify' using 'I', audit-subject, notify-event,
        notify-text
  end-if

  move mmdb2-rc-ok to return-code
  goback.

*>*********************************************************************
*> the catalog - under the base's "_results" name, or the base may
*> already name the results file itself.
*>*********************************************************************

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
*> one cataloged generation - dated by its own provenance header.
*>*********************************************************************

consider-generation.
  add 1 to gens-seen
  move spaces to source-run gen-date
  move 0 to source-epoch
  move 'N' to header-done

  move spaces to gen-status
  open input gen-in
  if gen-status not = '00'
    display '  ' function trim(gen-path) ': unreadable, skipped'
    add 1 to gens-skipped
    exit paragraph
  end-if

  perform until gen-status = '10' or header-done = 'Y'
    read gen-in
      at end move '10' to gen-status
      not at end
        if gen-in-rec(1:6) = '# run='
          perform harvest-generation-header
          move 'Y' to header-done
        end-if
    end-read
  end-perform
  close gen-in

  if source-run(2:8) is not numeric
    display '  ' function trim(gen-path)
        ': no dated run id in its header, skipped'
    add 1 to gens-skipped
    exit paragraph
  end-if

  move source-run(2:8) to gen-date
  if gen-date < from-arg or gen-date > to-arg
    exit paragraph
  end-if

  if cert-count >= 100
    display '  ' function trim(gen-path)
        ': more than 100 generations in range, skipped'
    add 1 to gens-skipped
    exit paragraph
  end-if

  perform restate-generation
  .

harvest-generation-header.
  move spaces to source-class

  move spaces to header-token
  unstring gen-in-rec(7:) delimited by ' '
      into header-token
  end-unstring
  move header-token to source-run

  move 0 to header-pos
  inspect gen-in-rec tallying header-pos
      for characters before initial ' build_epoch='
  if header-pos < 200
    move spaces to header-token
    unstring gen-in-rec(header-pos + 14:) delimited by ' '
        into header-token
    end-unstring
    if function trim(header-token) is numeric
      move function numval(header-token) to source-epoch
    end-if
  end-if

  move 0 to header-pos
  inspect gen-in-rec tallying header-pos
      for characters before initial ' class='
  if header-pos < 248
    move spaces to header-token
    unstring gen-in-rec(header-pos + 8:) delimited by ' '
        into header-token
    end-unstring
    move header-token to source-class
  end-if
  .

*>*********************************************************************
*> re-resolve the generation into its "_restated" sibling, note every
*> changed answer, and re-digest the date into the warehouse.
*>*********************************************************************

restate-generation.
  move 0 to gen-rows gen-changed
  move 'N' to has-screen has-territory has-anon

  move spaces to restated-file
  string function trim(gen-path) '_restated' delimited by size
      into restated-file

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, restated-file,
      restated-inflight, restated-commit-ok

  open output restated-out
  if restated-status not = '00'
    display '  ' function trim(restated-file) ': cannot be written'
    move 'Y' to publish-failed
    exit paragraph
  end-if

  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  move 'W' to class-op
  move 'mmdb2-restatement' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  move 'F' to class-op
  move source-class to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label

  call 'cobmind-provenance' using database-path,
      mmdb2-meta-build-epoch, gen-path, provenance-line
  write restated-out-rec from provenance-line

  move spaces to out-line
  string '# restated generation=' function trim(gen-path)
      ' source_run=' function trim(source-run)
      ' source_epoch=' source-epoch
      delimited by size into out-line
  write restated-out-rec from out-line

  move 'ip,reason,network,prefix_len,record' to restated-out-rec
  write restated-out-rec

  move spaces to gen-status
  open input gen-in
  perform until gen-status = '10'
    read gen-in
      at end move '10' to gen-status
      not at end perform restate-one-line
    end-read
  end-perform
  close gen-in

  move 'W' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line
  write restated-out-rec from trailer-line
  close restated-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, restated-file,
      restated-inflight, restated-commit-ok
  if restated-commit-ok not = 'Y'
    move 'Y' to publish-failed
  end-if

  add 1 to cert-count
  move gen-path to ct-path(cert-count)
  move gen-date to ct-date(cert-count)
  move source-run to ct-run(cert-count)
  move source-epoch to ct-epoch(cert-count)
  move gen-rows to ct-rows(cert-count)
  move gen-changed to ct-changed(cert-count)
  move 'N' to ct-history(cert-count)
  add gen-rows to total-rows
  add gen-changed to total-changed

  if history-file not = spaces and restated-commit-ok = 'Y'
    call 'mmdb2-history-digest' using restated-file, history-file,
        gen-date
    if return-code = mmdb2-rc-ok
      move 'Y' to ct-history(cert-count)
    else
      move 'Y' to publish-failed
    end-if
  end-if

  display '  ' function trim(gen-path) ' (' gen-date '): ' gen-rows
      ' row(s), ' gen-changed ' changed'
  .

restate-one-line.
  if function trim(gen-in-rec) = spaces
  or gen-in-rec(1:8) = 'TRAILER,'
  or gen-in-rec(1:1) = '#'
    exit paragraph
  end-if

  if gen-in-rec(1:10) = 'ip,reason,'
    perform note-heading-columns
    exit paragraph
  end-if

  perform split-results-row
  add 1 to gen-rows

  *> the old answer, off the row as written.
  move spaces to old-answer
  move col-reason to old-reason
  move col-record to answer-record
  perform pick-answer-fields
  move answer-country to old-country
  move answer-city to old-city
  move answer-postal to old-postal

  *> the corrected release's answer. an address the resolver never
  *> turned into an address keeps its row as it was.
  move function trim(col-ip) to col-ip
  call 'mmdb2-validate-ip' using col-ip, ip-valid-rec

  if not ip-is-valid
    move gen-in-rec to out-line
    write restated-out-rec from out-line
    move 'ER' to trail-reason
    move out-line to trail-fold
    move 'F' to trail-op
    call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
        trailer-line
    exit paragraph
  end-if

  move spaces to mmdb2-lookup-result
  move 'ER' to mmdb2-result-reason
  call 'mmdb2-lookup-ip' using database-handle, mmdb2-meta-rec,
      col-ip, explain-off, mmdb2-lookup-result, lang-filter

  move spaces to new-answer
  evaluate true
    when mmdb2-reason-ok        move 'OK'        to new-reason
    when mmdb2-reason-not-found move 'NOT_FOUND' to new-reason
    when mmdb2-reason-reserved  move 'RESERVED'  to new-reason
    when other                  move 'ERROR'     to new-reason
  end-evaluate
  move mmdb2-result-decoded to answer-record
  perform pick-answer-fields
  move answer-country to new-country
  move answer-city to new-city
  move answer-postal to new-postal

  move 'Q' to quote-op
  move mmdb2-result-decoded to quote-stage-in
  call 'cobmind-quote-field' using quote-op, quote-delim,
      quote-stage-in, quote-stage-out, quote-changed
  move quote-stage-out to record-out

  move spaces to out-line
  string function trim(col-ip) ','
      function trim(new-reason) ','
      function trim(mmdb2-result-network) ','
      mmdb2-result-prefix-len ','
      function trim(record-out)
      delimited by size into out-line
  write restated-out-rec from out-line

  move 'F' to trail-op
  move out-line to trail-fold
  call 'cobmind-trailer' using trail-op, trail-fold,
      mmdb2-result-reason, trailer-line

  if new-answer = old-answer
    exit paragraph
  end-if

  add 1 to gen-changed

  move 'Q' to quote-op
  move spaces to quote-stage-in
  move old-city to quote-stage-in
  call 'cobmind-quote-field' using quote-op, quote-delim,
      quote-stage-in, quote-stage-out, quote-changed
  move quote-stage-out(1:80) to old-city-out
  move spaces to quote-stage-in
  move new-city to quote-stage-in
  call 'cobmind-quote-field' using quote-op, quote-delim,
      quote-stage-in, quote-stage-out, quote-changed
  move quote-stage-out(1:80) to new-city-out

  move spaces to change-line
  string gen-date ','
      function trim(source-run) ','
      function trim(col-ip) ','
      function trim(old-reason) ','
      function trim(old-country) ','
      function trim(old-city-out) ','
      function trim(old-postal) ','
      function trim(new-reason) ','
      function trim(new-country) ','
      function trim(new-city-out) ','
      function trim(new-postal) ','
      function trim(col-network) '/' function trim(col-prefix) ','
      function trim(mmdb2-result-network) '/' mmdb2-result-prefix-len
      delimited by size into change-line
  write change-work-rec from change-line
  .

pick-answer-fields.
  move spaces to answer-country answer-city answer-postal

  if answer-record(1:1) = '"'
    move 'U' to quote-op
    move answer-record to quote-stage-in
    call 'cobmind-quote-field' using quote-op, quote-delim,
        quote-stage-in, quote-stage-out, quote-changed
    move quote-stage-out to answer-record
  end-if

  call 'mmdb2-get-field' using answer-record, path-country,
      field-value, found-flag
  if found-flag = 'Y'
    move field-value to answer-country
  end-if
  call 'mmdb2-get-field' using answer-record, path-city,
      field-value, found-flag
  if found-flag = 'Y'
    move field-value to answer-city
  end-if
  call 'mmdb2-get-field' using answer-record, path-postal,
      field-value, found-flag
  if found-flag = 'Y'
    move field-value to answer-postal
  end-if
  .

note-heading-columns.
  move 0 to heading-tally
  inspect gen-in-rec tallying heading-tally for all ',screen,'
  if heading-tally > 0
    move 'Y' to has-screen
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
  move spaces to col-ip col-reason col-network col-prefix col-record
  move 1 to col-pointer
  unstring gen-in-rec delimited by ','
      into col-ip col-reason col-network col-prefix
      with pointer col-pointer
  end-unstring

  if has-screen = 'Y'
    unstring gen-in-rec delimited by ','
        into col-skip with pointer col-pointer
    end-unstring
  end-if
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

*>*********************************************************************
*> the restatement file - assembled from the work file once every
*> generation's own trailer is written, so its totals are its own.
*>*********************************************************************

write-restatement-file.
  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, restate-file,
      restate-inflight, restate-commit-ok

  open output restate-out
  if restate-status not = '00'
    display 'failed to open restatement output: '
        function trim(restate-file)
    move 'Y' to publish-failed
    exit paragraph
  end-if

  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  move 'W' to class-op
  move 'mmdb2-restatement' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  move 'C' to class-op
  move 'date,generation_run,ip,old_country,old_city,old_postal'
      to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label

  call 'cobmind-provenance' using database-path,
      mmdb2-meta-build-epoch, results-base, provenance-line
  write restate-out-rec from provenance-line

  move spaces to change-line
  string '# restatement from=' from-arg ' to=' to-arg
      ' corrected_epoch=' mmdb2-meta-build-epoch
      delimited by size into change-line
  write restate-out-rec from change-line

  move spaces to change-line
  string 'date,generation_run,ip,old_reason,old_country,old_city,'
      'old_postal,new_reason,new_country,new_city,new_postal,'
      'old_network,new_network'
      delimited by size into change-line
  write restate-out-rec from change-line

  move 'OK' to trail-reason
  move spaces to change-work-status
  open input change-work
  perform until change-work-status = '10'
    read change-work
      at end move '10' to change-work-status
      not at end
        write restate-out-rec from change-work-rec
        move 'F' to trail-op
        move spaces to trail-fold
        move change-work-rec to trail-fold
        call 'cobmind-trailer' using trail-op, trail-fold,
            trail-reason, trailer-line
    end-read
  end-perform
  close change-work

  move 'W' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line
  move trailer-line to restate-trailer
  write restate-out-rec from trailer-line
  close restate-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, restate-file,
      restate-inflight, restate-commit-ok
  if restate-commit-ok not = 'Y'
    move 'Y' to publish-failed
  end-if
  .

*>*********************************************************************
*> the certificate finance signs - every line folded into the seal.
*>*********************************************************************

write-certificate.
  move function current-date to current-ts

  accept operator-name from environment "USER"
  if operator-name = spaces
    accept operator-name from environment "LOGNAME"
  end-if
  if operator-name = spaces
    move 'UNKNOWN' to operator-name
  end-if
  accept run-id from environment "COBMIND_RUN_ID"

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, cert-file,
      cert-inflight, cert-commit-ok

  open output cert-out
  if cert-status not = '00'
    display 'failed to open certificate: ' function trim(cert-file)
    move 'Y' to publish-failed
    exit paragraph
  end-if

  move spaces to seal-prev

  move spaces to cert-line
  string 'COBMIND RESTATEMENT CERTIFICATE ' current-ts(1:8) '-'
      current-ts(9:6)
      delimited by size into cert-line
  perform write-cert-line

  move spaces to cert-line
  string 'run:         ' function trim(run-id)
      delimited by size into cert-line
  perform write-cert-line

  move spaces to cert-line
  string 'range:       ' from-arg ' - ' to-arg
      delimited by size into cert-line
  perform write-cert-line

  move spaces to cert-line
  string 'corrected:   ' function trim(database-path)
      ' build_epoch=' mmdb2-meta-build-epoch
      delimited by size into cert-line
  perform write-cert-line

  move spaces to cert-line
  string 'results:     ' function trim(gens-file)
      delimited by size into cert-line
  perform write-cert-line

  move spaces to cert-line
  string 'restatement: ' function trim(restate-file)
      delimited by size into cert-line
  perform write-cert-line

  move spaces to cert-line
  string '             ' function trim(restate-trailer)
      delimited by size into cert-line
  perform write-cert-line

  move spaces to cert-line
  if history-file = spaces
    move 'history:     not reloaded' to cert-line
  else
    string 'history:     ' function trim(history-file)
        delimited by size into cert-line
  end-if
  perform write-cert-line

  move spaces to cert-line
  string 'generation,date,source_run,source_build_epoch,rows,changed,'
      'history_reloaded'
      delimited by size into cert-line
  perform write-cert-line

  perform varying cert-ix from 1 by 1 until cert-ix > cert-count
    move spaces to cert-line
    string function trim(ct-path(cert-ix)) ','
        ct-date(cert-ix) ','
        function trim(ct-run(cert-ix)) ','
        ct-epoch(cert-ix) ','
        ct-rows(cert-ix) ','
        ct-changed(cert-ix) ','
        ct-history(cert-ix)
        delimited by size into cert-line
    perform write-cert-line
  end-perform

  move spaces to cert-line
  string 'totals:      generations=' cert-count ' rows=' total-rows
      ' changed=' total-changed ' skipped=' gens-skipped
      delimited by size into cert-line
  perform write-cert-line

  move spaces to cert-line
  string 'prepared by: ' function trim(operator-name)
      delimited by size into cert-line
  perform write-cert-line

  move 'approved (finance): ______________________  date: __________'
      to cert-line
  perform write-cert-line

  move spaces to cert-line
  string 'seal:        ' seal-prev
      delimited by size into cert-line
  write cert-out-rec from cert-line

  close cert-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, cert-file,
      cert-inflight, cert-commit-ok
  if cert-commit-ok not = 'Y'
    move 'Y' to publish-failed
  end-if
  .

write-cert-line.
  write cert-out-rec from cert-line

  move spaces to cert-fold
  move cert-line to cert-fold
  call 'cobmind-chain-hash' using seal-prev, cert-fold, seal-next
  move seal-next to seal-prev
  .
