       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-kyc-mismatch.

*>*********************************************************************
*> declared-versus-resolved country, for onboarding's periodic
*> customer due-diligence reviews. the transaction-master join
*> ("--join-col") already puts the customer's declared residence and
*> card-issuing country next to the geo answer; this compares them.
*> two job steps:
*>
*>   PARM='CLASSIFY <join-results> <account-col> <ip-col>
*>         <residence-col> <issuer-col> <record-col> <history-file>'
*>       nightly, after the enrichment join. the columns are 1-based
*>       comma positions in the join output, record-col being where
*>       the decoded record starts (the join appends it last). each
*>       row's resolved country.iso_code is classed
*>
*>         MATCH       the residence or the issuing country
*>         NEIGHBOUR   a neighbour of either, per the neighbour table
*>         EXPLAINED   an anonymous / VPN / hosting / tor answer
*>                     (mmdb2-anon-flags), a known corporate VPN
*>                     range, or a network an operator annotated
*>                     (mmdb2-annotate)
*>         MISMATCH    none of the above
*>         UNRESOLVED  no country decoded, or none declared
*>
*>       into <join-results>_kyc:
*>
*>         account,ip,residence,issuer,resolved,class,explanation
*>
*>       and the night per account into <join-results>_kycsum:
*>
*>         account,rows,match,neighbour,explained,mismatch,
*>             unresolved,residence,issuer,mismatch_countries
*>
*>       (one line, wrapped here). the same lines, prefixed with the
*>       run date, replace the night's lines in the standing history
*>       file (rewritten through a "_new" sibling, so a re-run night
*>       is not counted twice).
*>
*>   PARM='REVIEW <history-file> <review-out> [<min-nights>
*>         [<window-nights>]]'
*>       the KYC review file: every account with mismatches on at
*>       least min-nights (3 when omitted) of the newest
*>       window-nights nights in the history (7 when omitted) -
*>       persistent mismatches, not one holiday login:
*>
*>         account,mismatch_nights,nights_seen,first_mismatch,
*>             last_mismatch,residence,issuer,resolved_countries
*>
*>       the count goes to the notify feed for onboarding.
*>
*> neighbour table ("COBMIND_NEIGHBOURS", ./cobmind.neighbours when
*> unset), a country and its neighbours, read both ways:
*>
*>   # iso,neighbour,neighbour,...
*>   DE,AT,CH,FR,NL,BE,LU,DK,PL,CZ
*>
*> corporate VPN ranges ("COBMIND_CORP_VPN", ./cobmind.corpvpn when
*> unset), the suppression-list shape:
*>
*>   # network/prefix (comment text after a comma)
*>   198.51.100.0/24,acme corp remote access
*>
*> the run date is "COBMIND_RUN_DATE" (YYYYMMDD) when set, so a
*> rerun files under the original night, today otherwise.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select join-in
    assign dynamic join-file
    organization line sequential
    file status is join-status.

  select class-out
    assign dynamic class-file
    organization line sequential
    file status is class-status.

  select summary-out
    assign dynamic summary-file
    organization line sequential
    file status is summary-status.

  select history-in
    assign dynamic history-file
    organization line sequential
    file status is history-in-status.

  select history-out
    assign dynamic history-new
    organization line sequential
    file status is history-out-status.

  select review-out
    assign dynamic review-inflight
    organization line sequential
    file status is review-status.

  select list-in
    assign dynamic list-path
    organization line sequential
    file status is list-status.

  select account-sort assign 'cobmind_kycsort.tmp'.

  select review-sort assign 'cobmind_kycrevw.tmp'.

data division.
file section.

fd join-in.
01 join-in-rec pic x(8192).

fd class-out.
01 class-out-rec pic x(256).

fd summary-out.
01 summary-out-rec pic x(160).

fd history-in.
01 history-in-rec pic x(160).

fd history-out.
01 history-out-rec pic x(160).

fd review-out.
01 review-out-rec pic x(160).

fd list-in.
01 list-in-rec pic x(128).

sd account-sort.
01 account-sort-rec.
   05 as-account      pic x(32).
   05 as-class        pic x(1).
   05 as-resolved     pic x(2).
   05 as-residence    pic x(2).
   05 as-issuer       pic x(2).

sd review-sort.
01 review-sort-rec.
   05 rv-account      pic x(32).
   05 rv-night        pic x(8).
   05 rv-mismatch     pic 9(8).
   05 rv-residence    pic x(2).
   05 rv-issuer       pic x(2).
   05 rv-countries    pic x(24).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 mode-arg          pic x(8) value spaces.
01 join-file         pic x(128) value spaces.
01 class-file        pic x(136) value spaces.
01 summary-file      pic x(136) value spaces.
01 history-file      pic x(128) value spaces.
01 history-new       pic x(136) value spaces.
01 review-file       pic x(128) value spaces.
01 list-path         pic x(128) value spaces.
01 acct-col-raw      pic x(3) value spaces.
01 ip-col-raw        pic x(3) value spaces.
01 res-col-raw       pic x(3) value spaces.
01 iss-col-raw       pic x(3) value spaces.
01 rec-col-raw       pic x(3) value spaces.
01 min-nights-raw    pic x(3) value spaces.
01 window-raw        pic x(3) value spaces.
01 account-col       pic 9(2) value 0.
01 ip-col            pic 9(2) value 0.
01 residence-col     pic 9(2) value 0.
01 issuer-col        pic 9(2) value 0.
01 record-col        pic 9(2) value 0.
01 min-nights        pic 9(3) value 3.
01 window-nights     pic 9(3) value 7.

01 join-status       pic xx value spaces.
01 class-status      pic xx value spaces.
01 summary-status    pic xx value spaces.
01 history-in-status pic xx value spaces.
01 history-out-status pic xx value spaces.
01 review-status     pic xx value spaces.
01 list-status       pic xx value spaces.
01 file-exists-rec   pic x(1).
   88 file-found     value 'Y', false 'N'.

01 run-date-text     pic x(8) value spaces.
01 run-date          pic x(8) value spaces.

*> the neighbour table, one pair per row, read both ways.
01 neighbour-table.
   05 neighbour-entry occurs 2000 times.
      10 nb-country    pic x(2).
      10 nb-neighbour  pic x(2).
01 neighbour-count   pic 9(4) value 0.
01 neighbour-ix      pic 9(4) value 0.
01 split-codes.
   05 split-code     pic x(8) occurs 20 times.
01 split-ix          pic 9(2) value 0.

*> the corporate VPN ranges.
01 vpn-table.
   05 vpn-entry occurs 200 times.
      10 vpn-prefix    pic 9(3).
      10 vpn-bits      pic x(128).
      10 vpn-bitlen    pic 9(3).
01 vpn-count         pic 9(3) value 0.
01 vpn-ix            pic 9(3) value 0.
01 split-network     pic x(50) value spaces.
01 slash-pos         pic 9(3) value 0.
01 entry-addr        pic x(45) value spaces.
01 entry-prefix      pic x(3) value spaces.
01 work-bits         pic x(128) value spaces.
01 work-bitlen       pic 9(3) value 0.
01 ip-bitstring      pic x(128) value spaces.
01 ip-bit-length     pic 9(3) value 0.

*> the join row being classed.
01 scan-pos          pic 9(4) value 0.
01 field-num         pic 9(2) value 0.
01 field-start       pic 9(4) value 0.
01 field-len         pic 9(4) value 0.
01 pick-col          pic 9(2) value 0.
01 pick-text         pic x(45) value spaces.
01 acct-text         pic x(32) value spaces.
01 ip-text           pic x(45) value spaces.
01 residence-text    pic x(2) value spaces.
01 issuer-text       pic x(2) value spaces.
01 resolved-text     pic x(2) value spaces.
01 record-text       pic x(8192) value spaces.

01 path-country      pic x(64) value 'CTRY'.
01 field-value       pic x(256) value spaces.
01 found-flag        pic x(1) value 'N'.
01 anon-mask         pic x(4) value '----'.
01 note-network      pic x(43) value spaces.
01 note-out          pic x(64) value spaces.
01 pair-a            pic x(2) value spaces.
01 pair-b            pic x(2) value spaces.
01 pair-found        pic x(1) value 'N'.
01 vpn-hit           pic x(1) value 'N'.

01 class-code        pic x(1) value spaces.
01 class-text        pic x(10) value spaces.
01 explain-text      pic x(80) value spaces.
01 out-line          pic x(256) value spaces.

*> the account being totalled in the CLASSIFY sort output procedure.
01 cur-account       pic x(32) value spaces.
01 cur-open          pic x(1) value 'N'.
01 cur-rows          pic 9(8) value 0.
01 cur-match         pic 9(8) value 0.
01 cur-neighbour     pic 9(8) value 0.
01 cur-explained     pic 9(8) value 0.
01 cur-mismatch      pic 9(8) value 0.
01 cur-unresolved    pic 9(8) value 0.
01 cur-residence     pic x(2) value spaces.
01 cur-issuer        pic x(2) value spaces.
01 cur-countries     pic x(24) value spaces.
01 cur-mismatch-nights pic 9(4) value 0.
01 cur-nights-seen   pic 9(4) value 0.
01 cur-first         pic x(8) value spaces.
01 cur-last          pic x(8) value spaces.
01 add-code          pic x(2) value spaces.
01 code-tally        pic 9(3) value 0.
01 sort-eof-rec      pic x(1) value 'N'.
   88 sort-eof       value 'Y', false 'N'.

01 summary-line      pic x(160) value spaces.
01 rows-edit         pic z(7)9.
01 match-edit        pic z(7)9.
01 neighbour-edit    pic z(7)9.
01 explained-edit    pic z(7)9.
01 mismatch-edit     pic z(7)9.
01 unresolved-edit   pic z(7)9.
01 nights-edit       pic z(3)9.
01 seen-edit         pic z(3)9.

*> a parsed history line.
01 hs-night          pic x(8) value spaces.
01 hs-account        pic x(32) value spaces.
01 hs-rows           pic x(10) value spaces.
01 hs-match          pic x(10) value spaces.
01 hs-neighbour      pic x(10) value spaces.
01 hs-explained      pic x(10) value spaces.
01 hs-mismatch       pic x(10) value spaces.
01 hs-unresolved     pic x(10) value spaces.
01 hs-residence      pic x(8) value spaces.
01 hs-issuer         pic x(8) value spaces.
01 hs-countries      pic x(24) value spaces.

*> REVIEW: the distinct nights on file, and the window's oldest.
01 night-table.
   05 night-entry    pic x(8) occurs 1000 times.
01 night-count       pic 9(4) value 0.
01 night-ix          pic 9(4) value 0.
01 night-hit         pic 9(4) value 0.
01 window-pass       pic 9(3) value 0.
01 window-start      pic x(8) value spaces.
01 window-ceiling    pic x(8) value spaces.
01 window-best       pic x(8) value spaces.
01 nights-in-window  pic 9(3) value 0.

01 review-inflight   pic x(140) value spaces.
01 commit-op         pic x(1) value 'B'.
01 review-commit-ok  pic x(1) value 'Y'.

01 notify-subject    pic x(128) value spaces.
01 notify-event      pic x(16) value spaces.
01 notify-text       pic x(128) value spaces.

01 rows-classed      pic 9(8) value 0.
01 match-count       pic 9(8) value 0.
01 neighbour-count-total pic 9(8) value 0.
01 explained-count   pic 9(8) value 0.
01 mismatch-count    pic 9(8) value 0.
01 unresolved-count  pic 9(8) value 0.
01 accounts-written  pic 9(8) value 0.
01 history-kept      pic 9(8) value 0.
01 accounts-reviewed pic 9(8) value 0.
01 accounts-flagged  pic 9(8) value 0.

*>*********************************************************************

procedure division.
  accept mode-arg from argument-value

  evaluate function upper-case(function trim(mode-arg))
    when 'CLASSIFY' perform classify-night
    when 'REVIEW'   perform review-history
    when other
      display 'usage: mmdb2-kyc-mismatch CLASSIFY <join-results>'
          ' <account-col> <ip-col> <residence-col> <issuer-col>'
          ' <record-col> <history-file>'
      display '       mmdb2-kyc-mismatch REVIEW <history-file>'
          ' <review-out> [<min-nights> [<window-nights>]]'
      move mmdb2-rc-bad-argument to return-code
  end-evaluate
  goback.

*>*********************************************************************
*> CLASSIFY - one night's join rows, classed, summed per account.
*>*********************************************************************

classify-night.
  accept join-file from argument-value
  accept acct-col-raw from argument-value
  accept ip-col-raw from argument-value
  accept res-col-raw from argument-value
  accept iss-col-raw from argument-value
  accept rec-col-raw from argument-value
  accept history-file from argument-value

  if join-file = spaces or history-file = spaces
  or function trim(acct-col-raw) is not numeric
  or function trim(ip-col-raw) is not numeric
  or function trim(res-col-raw) is not numeric
  or function trim(iss-col-raw) is not numeric
  or function trim(rec-col-raw) is not numeric
    display 'CLASSIFY needs <join-results> <account-col> <ip-col>'
        ' <residence-col> <issuer-col> <record-col> <history-file>'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  move function numval(acct-col-raw) to account-col
  move function numval(ip-col-raw) to ip-col
  move function numval(res-col-raw) to residence-col
  move function numval(iss-col-raw) to issuer-col
  move function numval(rec-col-raw) to record-col

  if account-col = 0 or ip-col = 0 or residence-col = 0
  or issuer-col = 0 or record-col = 0
    display 'columns are 1-based'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  perform settle-run-date
  perform load-neighbours
  perform load-corporate-vpn

  open input join-in

  if join-status not = '00'
    display 'failed to open join results: ' function trim(join-file)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move spaces to class-file summary-file history-new
  string function trim(join-file) '_kyc' delimited by size
      into class-file
  string function trim(join-file) '_kycsum' delimited by size
      into summary-file
  string function trim(history-file) '_new' delimited by size
      into history-new

  open output class-out

  if class-status not = '00'
    display 'failed to open classification output: '
        function trim(class-file)
    close join-in
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  open output summary-out
  open output history-out

  if summary-status not = '00' or history-out-status not = '00'
    display 'failed to open summary or history output'
    close join-in class-out
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move 'account,ip,residence,issuer,resolved,class,explanation'
      to out-line
  write class-out-rec from out-line

  move spaces to summary-line
  string 'account,rows,match,neighbour,explained,mismatch,unresolved,'
      'residence,issuer,mismatch_countries'
      delimited by size into summary-line
  write summary-out-rec from summary-line

  *> the history as it stood, less any earlier run of this night.
  perform copy-other-nights

  sort account-sort
      ascending key as-account
      input procedure is class-join-rows
      output procedure is total-each-account

  close join-in class-out summary-out history-out

  call 'CBL_RENAME_FILE' using history-new, history-file

  display 'kyc: ' rows-classed ' row(s) classed for ' run-date
      ' - match ' match-count ', neighbour ' neighbour-count-total
      ', explained ' explained-count ', mismatch ' mismatch-count
      ', unresolved ' unresolved-count
  display 'kyc: ' accounts-written ' account(s) summarised in '
      function trim(summary-file)
  display 'kyc: history ' function trim(history-file) ' ('
      history-kept ' line(s) from other nights kept)'

  move mmdb2-rc-ok to return-code
  .

settle-run-date.
  move spaces to run-date-text
  accept run-date-text from environment "COBMIND_RUN_DATE"

  if run-date-text is numeric
    move run-date-text to run-date
  else
    move function current-date(1:8) to run-date
  end-if
  .

copy-other-nights.
  move 0 to history-kept

  call 'cobmind-file-exists' using history-file, file-exists-rec

  if not file-found
    exit paragraph
  end-if

  move spaces to history-in-status
  open input history-in

  if history-in-status not = '00'
    exit paragraph
  end-if

  perform until history-in-status = '10'
    read history-in
      at end move '10' to history-in-status
      not at end
        if history-in-rec(1:8) not = run-date
        and function trim(history-in-rec) not = spaces
          write history-out-rec from history-in-rec
          add 1 to history-kept
        end-if
    end-read
  end-perform

  close history-in
  .

class-join-rows.
  perform until join-status = '10'
    read join-in
      at end move '10' to join-status
      not at end perform class-join-row
    end-read
  end-perform
  .

class-join-row.
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

  move ip-col to pick-col
  perform pick-comma-column
  move pick-text to ip-text

  move residence-col to pick-col
  perform pick-comma-column
  move function upper-case(pick-text(1:2)) to residence-text

  move issuer-col to pick-col
  perform pick-comma-column
  move function upper-case(pick-text(1:2)) to issuer-text

  move spaces to resolved-text
  if record-text not = spaces
    call 'mmdb2-get-field' using record-text, path-country,
        field-value, found-flag
    if found-flag = 'Y'
      move function upper-case(field-value(1:2)) to resolved-text
    end-if
  end-if

  perform judge-row

  add 1 to rows-classed

  move spaces to out-line
  string function trim(acct-text) ',' function trim(ip-text) ','
      function trim(residence-text) ',' function trim(issuer-text) ','
      function trim(resolved-text) ',' function trim(class-text) ','
      function trim(explain-text)
      delimited by size into out-line
  write class-out-rec from out-line

  move spaces to account-sort-rec
  move acct-text to as-account
  move class-code to as-class
  move resolved-text to as-resolved
  move residence-text to as-residence
  move issuer-text to as-issuer
  release account-sort-rec
  .

*> the class of one row, first answer wins: MATCH, NEIGHBOUR,
*> EXPLAINED, MISMATCH.
judge-row.
  move spaces to explain-text

  if resolved-text = spaces
  or (residence-text = spaces and issuer-text = spaces)
    move 'U' to class-code
    move 'UNRESOLVED' to class-text
    add 1 to unresolved-count
    exit paragraph
  end-if

  if resolved-text = residence-text or resolved-text = issuer-text
    move 'M' to class-code
    move 'MATCH' to class-text
    add 1 to match-count
    exit paragraph
  end-if

  move resolved-text to pair-a
  move residence-text to pair-b
  perform find-neighbour-pair
  if pair-found not = 'Y'
    move issuer-text to pair-b
    perform find-neighbour-pair
  end-if

  if pair-found = 'Y'
    move 'N' to class-code
    move 'NEIGHBOUR' to class-text
    move spaces to explain-text
    string 'neighbour of ' function trim(pair-b)
        delimited by size into explain-text
    add 1 to neighbour-count-total
    exit paragraph
  end-if

  perform find-explanation

  if explain-text not = spaces
    move 'E' to class-code
    move 'EXPLAINED' to class-text
    add 1 to explained-count
    exit paragraph
  end-if

  move 'X' to class-code
  move 'MISMATCH' to class-text
  add 1 to mismatch-count
  .

find-neighbour-pair.
  move 'N' to pair-found

  if pair-b = spaces
    exit paragraph
  end-if

  perform varying neighbour-ix from 1 by 1
      until neighbour-ix > neighbour-count or pair-found = 'Y'
    if (nb-country(neighbour-ix) = pair-a
        and nb-neighbour(neighbour-ix) = pair-b)
    or (nb-country(neighbour-ix) = pair-b
        and nb-neighbour(neighbour-ix) = pair-a)
      move 'Y' to pair-found
    end-if
  end-perform
  .

*> anonymising answer, corporate VPN range, operator annotation -
*> the first that applies goes in explain-text.
find-explanation.
  move spaces to explain-text

  move '----' to anon-mask
  call 'mmdb2-anon-flags' using record-text, anon-mask

  if anon-mask not = '----'
    string 'anon=' anon-mask delimited by size into explain-text
    exit paragraph
  end-if

  perform check-corporate-vpn

  if vpn-hit = 'Y'
    move 'corporate vpn' to explain-text
    exit paragraph
  end-if

  move spaces to note-network note-out
  move ip-text to note-network
  call 'mmdb2-annotate' using note-network, note-out

  if note-out not = spaces
    string 'note: ' function trim(note-out)
        delimited by size into explain-text
  end-if
  .

check-corporate-vpn.
  move 'N' to vpn-hit

  if vpn-count = 0 or ip-text = spaces
    exit paragraph
  end-if

  call 'mmdb2-ip-to-bits' using ip-text, ip-bitstring,
      ip-bit-length

  if ip-bit-length = 0
    exit paragraph
  end-if

  perform varying vpn-ix from 1 by 1
      until vpn-ix > vpn-count or vpn-hit = 'Y'
    if vpn-bitlen(vpn-ix) = ip-bit-length
    and ip-bitstring(1:vpn-prefix(vpn-ix))
        = vpn-bits(vpn-ix)(1:vpn-prefix(vpn-ix))
      move 'Y' to vpn-hit
    end-if
  end-perform
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

total-each-account.
  move 'N' to cur-open
  set sort-eof to false

  perform until sort-eof
    return account-sort
      at end set sort-eof to true
      not at end perform total-one-row
    end-return
  end-perform

  if cur-open = 'Y'
    perform write-account-summary
  end-if
  .

total-one-row.
  if cur-open = 'N' or as-account not = cur-account
    if cur-open = 'Y'
      perform write-account-summary
    end-if

    move 'Y' to cur-open
    move as-account to cur-account
    move 0 to cur-rows cur-match cur-neighbour cur-explained
        cur-mismatch cur-unresolved
    move spaces to cur-residence cur-issuer cur-countries
  end-if

  add 1 to cur-rows

  if as-residence not = spaces
    move as-residence to cur-residence
  end-if
  if as-issuer not = spaces
    move as-issuer to cur-issuer
  end-if

  evaluate as-class
    when 'M' add 1 to cur-match
    when 'N' add 1 to cur-neighbour
    when 'E' add 1 to cur-explained
    when 'U' add 1 to cur-unresolved
    when 'X'
      add 1 to cur-mismatch
      move as-resolved to add-code
      perform add-country-code
  end-evaluate
  .

*> add-code into cur-countries (semicolon-joined, up to eight codes),
*> once.
add-country-code.
  if add-code = spaces
    exit paragraph
  end-if

  move 0 to code-tally
  inspect cur-countries tallying code-tally for all add-code

  if code-tally > 0
    exit paragraph
  end-if

  if cur-countries = spaces
    move add-code to cur-countries
    exit paragraph
  end-if

  if function length(function trim(cur-countries)) > 21
    exit paragraph
  end-if

  string function trim(cur-countries) ';' add-code
      delimited by size into cur-countries
  .

write-account-summary.
  move cur-rows to rows-edit
  move cur-match to match-edit
  move cur-neighbour to neighbour-edit
  move cur-explained to explained-edit
  move cur-mismatch to mismatch-edit
  move cur-unresolved to unresolved-edit

  move spaces to summary-line
  string function trim(cur-account) ','
      function trim(rows-edit) ',' function trim(match-edit) ','
      function trim(neighbour-edit) ','
      function trim(explained-edit) ','
      function trim(mismatch-edit) ','
      function trim(unresolved-edit) ','
      function trim(cur-residence) ',' function trim(cur-issuer) ','
      function trim(cur-countries)
      delimited by size into summary-line
  write summary-out-rec from summary-line

  move spaces to out-line
  string run-date ',' function trim(summary-line)
      delimited by size into out-line
  write history-out-rec from out-line

  add 1 to accounts-written
  .

*>*********************************************************************
*> REVIEW - persistent mismatches over the newest nights on file.
*>*********************************************************************

review-history.
  accept history-file from argument-value
  accept review-file from argument-value
  accept min-nights-raw from argument-value
  accept window-raw from argument-value

  if history-file = spaces or review-file = spaces
    display 'REVIEW needs <history-file> <review-out>'
        ' [<min-nights> [<window-nights>]]'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  if min-nights-raw not = spaces
    if function trim(min-nights-raw) is not numeric
    or function numval(min-nights-raw) = 0
      display 'min-nights must be 1-999'
      move mmdb2-rc-bad-argument to return-code
      exit paragraph
    end-if
    move function numval(min-nights-raw) to min-nights
  end-if

  if window-raw not = spaces
    if function trim(window-raw) is not numeric
    or function numval(window-raw) = 0
      display 'window-nights must be 1-999'
      move mmdb2-rc-bad-argument to return-code
      exit paragraph
    end-if
    move function numval(window-raw) to window-nights
  end-if

  call 'cobmind-file-exists' using history-file, file-exists-rec

  if not file-found
    display 'no kyc history at ' function trim(history-file)
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  perform collect-nights
  perform find-window-start

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, review-file,
      review-inflight, review-commit-ok

  open output review-out

  if review-status not = '00'
    display 'failed to open review output: '
        function trim(review-file)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move spaces to summary-line
  string 'account,mismatch_nights,nights_seen,first_mismatch,'
      'last_mismatch,residence,issuer,resolved_countries'
      delimited by size into summary-line
  write review-out-rec from summary-line

  sort review-sort
      ascending key rv-account rv-night
      input procedure is load-window-rows
      output procedure is review-each-account

  close review-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, review-file,
      review-inflight, review-commit-ok

  display 'kyc review: ' nights-in-window ' night(s) from '
      window-start ', ' accounts-reviewed ' account(s), '
      accounts-flagged ' with mismatches on ' min-nights
      ' or more night(s)'
  display 'review written to: ' function trim(review-file)

  if accounts-flagged > 0
    move spaces to notify-subject notify-text
    move review-file to notify-subject
    string accounts-flagged ' account(s) with persistent declared/'
        'resolved country mismatches for KYC review'
        delimited by size into notify-text
    move 'KYC-REVIEW' to notify-event
    call 'cobmind-notify' using 'W', notify-subject, notify-event,
        notify-text
  end-if

  if review-commit-ok not = 'Y'
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move mmdb2-rc-ok to return-code
  .

collect-nights.
  move 0 to night-count

  move spaces to history-in-status
  open input history-in

  if history-in-status not = '00'
    exit paragraph
  end-if

  perform until history-in-status = '10'
    read history-in
      at end move '10' to history-in-status
      not at end perform note-history-night
    end-read
  end-perform

  close history-in
  .

note-history-night.
  if history-in-rec(1:8) is not numeric
    exit paragraph
  end-if

  move 0 to night-hit

  perform varying night-ix from 1 by 1
      until night-ix > night-count or night-hit > 0
    if night-entry(night-ix) = history-in-rec(1:8)
      move night-ix to night-hit
    end-if
  end-perform

  if night-hit = 0 and night-count < 1000
    add 1 to night-count
    move history-in-rec(1:8) to night-entry(night-count)
  end-if
  .

*> the window's oldest night: step down through the distinct nights
*> on file, newest first, window-nights times.
find-window-start.
  move '99999999' to window-ceiling
  move spaces to window-start
  move 0 to nights-in-window

  perform varying window-pass from 1 by 1
      until window-pass > window-nights
    move spaces to window-best
    perform varying night-ix from 1 by 1 until night-ix > night-count
      if night-entry(night-ix) < window-ceiling
      and (window-best = spaces
           or night-entry(night-ix) > window-best)
        move night-entry(night-ix) to window-best
      end-if
    end-perform

    if window-best not = spaces
      move window-best to window-start window-ceiling
      add 1 to nights-in-window
    end-if
  end-perform
  .

load-window-rows.
  move spaces to history-in-status
  open input history-in

  if history-in-status not = '00'
    exit paragraph
  end-if

  perform until history-in-status = '10'
    read history-in
      at end move '10' to history-in-status
      not at end perform release-window-row
    end-read
  end-perform

  close history-in
  .

release-window-row.
  move spaces to hs-night hs-account hs-rows hs-match hs-neighbour
      hs-explained hs-mismatch hs-unresolved hs-residence hs-issuer
      hs-countries

  if function trim(history-in-rec) = spaces
  or history-in-rec(1:1) = '#'
    exit paragraph
  end-if

  unstring history-in-rec delimited by ','
      into hs-night, hs-account, hs-rows, hs-match, hs-neighbour,
           hs-explained, hs-mismatch, hs-unresolved, hs-residence,
           hs-issuer, hs-countries

  if hs-night is not numeric or hs-night < window-start
  or hs-account = spaces
    exit paragraph
  end-if

  move spaces to review-sort-rec
  move hs-account to rv-account
  move hs-night to rv-night
  move function numval(hs-mismatch) to rv-mismatch
  move hs-residence to rv-residence
  move hs-issuer to rv-issuer
  move hs-countries to rv-countries
  release review-sort-rec
  .

review-each-account.
  move 'N' to cur-open
  set sort-eof to false

  perform until sort-eof
    return review-sort
      at end set sort-eof to true
      not at end perform review-one-night
    end-return
  end-perform

  if cur-open = 'Y'
    perform judge-account-review
  end-if
  .

review-one-night.
  if cur-open = 'N' or rv-account not = cur-account
    if cur-open = 'Y'
      perform judge-account-review
    end-if

    move 'Y' to cur-open
    move rv-account to cur-account
    move 0 to cur-mismatch-nights cur-nights-seen
    move spaces to cur-first cur-last cur-countries
        cur-residence cur-issuer
  end-if

  add 1 to cur-nights-seen
  move rv-residence to cur-residence
  move rv-issuer to cur-issuer

  if rv-mismatch > 0
    add 1 to cur-mismatch-nights
    if cur-first = spaces
      move rv-night to cur-first
    end-if
    move rv-night to cur-last

    perform varying split-ix from 1 by 1 until split-ix > 8
      move rv-countries(split-ix * 3 - 2:2) to add-code
      perform add-country-code
    end-perform
  end-if
  .

judge-account-review.
  add 1 to accounts-reviewed

  if cur-mismatch-nights < min-nights
    exit paragraph
  end-if

  add 1 to accounts-flagged

  move cur-mismatch-nights to nights-edit
  move cur-nights-seen to seen-edit

  move spaces to summary-line
  string function trim(cur-account) ','
      function trim(nights-edit) ',' function trim(seen-edit) ','
      cur-first ',' cur-last ','
      function trim(cur-residence) ',' function trim(cur-issuer) ','
      function trim(cur-countries)
      delimited by size into summary-line
  write review-out-rec from summary-line
  .

*>*********************************************************************
*> control files.
*>*********************************************************************

load-neighbours.
  move 0 to neighbour-count

  move spaces to list-path
  accept list-path from environment "COBMIND_NEIGHBOURS"

  if list-path = spaces or low-value
    move './cobmind.neighbours' to list-path
  end-if

  call 'cobmind-file-exists' using list-path, file-exists-rec

  if not file-found
    exit paragraph
  end-if

  move spaces to list-status
  open input list-in

  if list-status not = '00'
    exit paragraph
  end-if

  perform until list-status = '10'
    read list-in
      at end move '10' to list-status
      not at end perform parse-neighbour-line
    end-read
  end-perform

  close list-in
  .

parse-neighbour-line.
  if function trim(list-in-rec) = spaces
  or list-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to split-codes
  unstring list-in-rec delimited by ','
      into split-code(1), split-code(2), split-code(3), split-code(4),
           split-code(5), split-code(6), split-code(7), split-code(8),
           split-code(9), split-code(10), split-code(11),
           split-code(12), split-code(13), split-code(14),
           split-code(15), split-code(16), split-code(17),
           split-code(18), split-code(19), split-code(20)

  if function length(function trim(split-code(1))) not = 2
    display 'malformed neighbour line, skipped: '
        function trim(list-in-rec)
    exit paragraph
  end-if

  perform varying split-ix from 2 by 1 until split-ix > 20
    if function trim(split-code(split-ix)) not = spaces
      if neighbour-count >= 2000
        display 'neighbour table full, ignoring: '
            function trim(list-in-rec)
        exit paragraph
      end-if
      add 1 to neighbour-count
      move function upper-case(function trim(split-code(1)))
          to nb-country(neighbour-count)
      move function upper-case(function trim(split-code(split-ix)))
          to nb-neighbour(neighbour-count)
    end-if
  end-perform
  .

load-corporate-vpn.
  move 0 to vpn-count

  move spaces to list-path
  accept list-path from environment "COBMIND_CORP_VPN"

  if list-path = spaces or low-value
    move './cobmind.corpvpn' to list-path
  end-if

  call 'cobmind-file-exists' using list-path, file-exists-rec

  if not file-found
    exit paragraph
  end-if

  move spaces to list-status
  open input list-in

  if list-status not = '00'
    exit paragraph
  end-if

  perform until list-status = '10'
    read list-in
      at end move '10' to list-status
      not at end perform parse-vpn-line
    end-read
  end-perform

  close list-in
  .

parse-vpn-line.
  if function trim(list-in-rec) = spaces
  or list-in-rec(1:1) = '#'
    exit paragraph
  end-if

  if vpn-count >= 200
    display 'corporate vpn list full, ignoring: '
        function trim(list-in-rec)
    exit paragraph
  end-if

  move spaces to split-network
  unstring list-in-rec delimited by ',' into split-network

  move 0 to slash-pos
  inspect split-network tallying slash-pos
      for characters before initial '/'

  if slash-pos = 0 or slash-pos >= 46
    display 'malformed corporate vpn network, skipped: '
        function trim(split-network)
    exit paragraph
  end-if

  move spaces to entry-addr entry-prefix
  move split-network(1:slash-pos) to entry-addr
  move split-network(slash-pos + 2:3) to entry-prefix

  if function trim(entry-prefix) is not numeric
    display 'malformed corporate vpn prefix, skipped: '
        function trim(split-network)
    exit paragraph
  end-if

  call 'mmdb2-ip-to-bits' using entry-addr, work-bits, work-bitlen

  if work-bitlen = 0
  or function numval(entry-prefix) > work-bitlen
    display 'unparseable corporate vpn network, skipped: '
        function trim(split-network)
    exit paragraph
  end-if

  add 1 to vpn-count
  move function numval(entry-prefix) to vpn-prefix(vpn-count)
  move work-bits to vpn-bits(vpn-count)
  move work-bitlen to vpn-bitlen(vpn-count)
  .
