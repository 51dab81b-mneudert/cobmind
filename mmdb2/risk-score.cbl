       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-risk-score.

*>*********************************************************************
*> one geo-risk number per account for the fraud system. the night's
*> separate answers - mmdb2-travel-check's verdicts, mmdb2-time-check's
*> verdicts, and the batch results' threat overlay score, Anonymous-IP
*> flag mask and screening verdict - are gathered by account, weighed
*> against a rule table the fraud desk maintains, and written as one
*> row per account:
*>
*>   account,risk_score,alert,signals
*>   acct-1001,075,Y,travel=BREACH(+40);anon=VPN(+15);time=ANOMALY(+20)
*>
*> the results file carries no account of its own, so its columns
*> reach an account through the addresses that account's travel and
*> time verdict rows name. rule table, one rule per line:
*>
*>   # signal,match,weight
*>   travel,BREACH,40
*>   time,ANOMALY,20
*>   screen,DENY,50
*>   anon,VPN,15              ANONYMOUS / VPN / HOSTING / TOR
*>   threat,70,30             overlay score at or above 70
*>   threat,40,10
*>   alert,60                 alert threshold (100 when absent)
*>
*> a rule counts at most once per account however many of its rows
*> match, and of the threat bands only the highest one reached
*> counts - the bands grade one score, they don't stack. every
*> account over the threshold goes to the notify feed and turns the
*> step's return code into mmdb2-rc-risk-alert.
*>
*> run as its own job step after the checks:
*>   PARM='<rule-table> <scores-out> <travel-verdicts> <time-verdicts>
*>        [<results-file>]'
*> (one line, wrapped here) - '-' for a verdict file the night didn't
*> produce. the results file is the standard column layout
*> (ip,reason,network,prefix_len[,screen][,territory][,anon],record);
*> its provenance header names the database the scores are stamped
*> with. the scores file carries the provenance header and control-
*> total trailer like every other run-created output.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select rules-in
    assign dynamic rules-file
    organization line sequential
    file status is rules-status.

  select verdict-in
    assign dynamic verdict-file
    organization line sequential
    file status is verdict-status.

  select results-in
    assign dynamic results-file
    organization line sequential
    file status is results-status.

  select scores-out
    assign dynamic scores-inflight
    organization line sequential
    file status is scores-status.

  select risk-sort assign 'cobmind_risksort.tmp'.

data division.
file section.

fd rules-in.
01 rules-in-rec pic x(256).

fd verdict-in.
01 verdict-in-rec pic x(1024).

fd results-in.
01 results-in-rec pic x(8192).

fd scores-out.
01 scores-out-rec pic x(512).

sd risk-sort.
01 risk-sort-rec.
   05 rs-account      pic x(64).
   05 rs-signal       pic x(8).
   05 rs-value        pic x(16).
   05 rs-score        pic 9(3).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 rules-file       pic x(128) value spaces.
01 scores-file      pic x(128) value spaces.
01 travel-file      pic x(128) value spaces.
01 time-file        pic x(128) value spaces.
01 results-file     pic x(128) value spaces.
01 verdict-file     pic x(128) value spaces.

01 rules-status     pic xx value spaces.
01 verdict-status   pic xx value spaces.
01 results-status   pic xx value spaces.
01 scores-status    pic xx value spaces.
01 file-exists-rec  pic x(1).
   88 file-found    value 'Y', false 'N'.

*> the rule table.
01 rule-table.
   05 rule-entry occurs 50 times.
      10 rule-signal   pic x(8).
      10 rule-match    pic x(16).
      10 rule-band     pic 9(3).
      10 rule-weight   pic 9(3).
      10 rule-hit      pic x(1).
01 rule-count       pic 9(3) value 0.
01 rule-ix          pic 9(3) value 0.
01 best-band-ix     pic 9(3) value 0.
01 alert-threshold  pic 9(5) value 100.
01 rule-signal-text pic x(32) value spaces.
01 rule-match-text  pic x(32) value spaces.
01 rule-weight-text pic x(16) value spaces.

*> the results file's answers, by address.
01 answer-table.
   05 answer-entry occurs 5000 times indexed by answer-ix.
      10 ans-ip        pic x(45).
      10 ans-screen    pic x(5).
      10 ans-anon      pic x(4).
      10 ans-threat    pic 9(3).
01 answer-count     pic 9(5) value 0.
01 answers-dropped  pic 9(10) value 0.
01 answer-hit-rec   pic x(1) value 'N'.
   88 answer-hit    value 'Y', false 'N'.

*> which optional columns the results heading named.
01 has-screen       pic x(1) value 'N'.
01 has-territory    pic x(1) value 'N'.
01 has-anon         pic x(1) value 'N'.
01 heading-tally    pic 9(3) value 0.
01 results-db       pic x(128) value spaces.
01 results-epoch    pic 9(11) value 0.
01 header-pos       pic 9(4) value 0.
01 header-token     pic x(128) value spaces.

01 col-pointer      pic 9(5) value 0.
01 col-ip           pic x(45) value spaces.
01 col-reason       pic x(32) value spaces.
01 col-network      pic x(50) value spaces.
01 col-prefix       pic x(8) value spaces.
01 col-screen       pic x(8) value spaces.
01 col-territory    pic x(64) value spaces.
01 col-anon         pic x(8) value spaces.
01 col-record       pic x(8192) value spaces.
01 threat-path      pic x(64) value 'threat_score'.
01 field-value      pic x(256) value spaces.
01 field-found      pic x(1) value 'N'.

*> a verdict row, travel or time.
01 verdict-kind     pic x(8) value spaces.
01 v-account        pic x(64) value spaces.
01 v-col-2          pic x(45) value spaces.
01 v-col-3          pic x(45) value spaces.
01 v-col-4          pic x(32) value spaces.
01 v-col-5          pic x(32) value spaces.
01 v-col-6          pic x(32) value spaces.
01 v-col-7          pic x(32) value spaces.
01 v-verdict        pic x(16) value spaces.
01 lookup-ip        pic x(45) value spaces.
01 verdict-rows     pic 9(10) value 0.

*> the account being scored in the sort output procedure.
01 cur-account      pic x(64) value spaces.
01 cur-threat       pic 9(3) value 0.
01 cur-total        pic 9(5) value 0.
01 sort-eof-rec     pic x(1) value 'N'.
   88 sort-eof      value 'Y', false 'N'.

01 signals-text     pic x(384) value spaces.
01 signals-work     pic x(384) value spaces.
01 one-signal       pic x(64) value spaces.
01 weight-edit      pic zz9.
01 total-edit       pic 9(3).
01 threshold-edit   pic zzzz9.
01 alert-flag       pic x(1) value 'N'.

01 account-count    pic 9(10) value 0.
01 alert-count      pic 9(10) value 0.

01 scores-inflight  pic x(140) value spaces.
01 commit-op        pic x(1) value 'B'.
01 scores-commit-ok pic x(1) value 'Y'.

01 provenance-line  pic x(256) value spaces.
01 class-op         pic x(1) value 'W'.
01 class-subject    pic x(256) value spaces.
01 class-label      pic x(12) value spaces.
01 trail-op         pic x(1) value 'R'.
01 trail-fold       pic x(8192) value spaces.
01 trail-reason     pic x(2) value 'OK'.
01 trailer-line     pic x(256) value spaces.
01 score-line       pic x(512) value spaces.

01 notify-subject   pic x(128) value spaces.
01 notify-event     pic x(16) value spaces.
01 notify-text      pic x(128) value spaces.

*>*********************************************************************

procedure division.
  accept rules-file from argument-value
  accept scores-file from argument-value
  accept travel-file from argument-value
  accept time-file from argument-value
  accept results-file from argument-value

  if rules-file = spaces or scores-file = spaces
  or travel-file = spaces or time-file = spaces
    display 'usage: mmdb2-risk-score <rule-table> <scores-out>'
        ' <travel-verdicts|-> <time-verdicts|-> [<results-file>]'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  perform load-rule-table

  if rule-count = 0
    display 'no scoring rules in ' function trim(rules-file)
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  perform load-results-answers

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, scores-file,
      scores-inflight, scores-commit-ok

  open output scores-out

  if scores-status not = '00'
    display 'failed to open scores file: ' function trim(scores-file)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  if results-db = spaces
    move rules-file to results-db
  end-if
  move 'W' to class-op
  move 'mmdb2-risk-score' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  move 'C' to class-op
  move 'account,risk_score,alert,signals' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label

  call 'cobmind-provenance' using results-db, results-epoch,
      rules-file, provenance-line
  write scores-out-rec from provenance-line

  move 'account,risk_score,alert,signals' to scores-out-rec
  write scores-out-rec

  sort risk-sort
      ascending key rs-account rs-signal rs-value
      input procedure is gather-signals
      output procedure is score-each-account

  move 'W' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line
  write scores-out-rec from trailer-line

  close scores-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, scores-file,
      scores-inflight, scores-commit-ok

  move alert-threshold to threshold-edit
  display 'risk scoring:   ' account-count ' account(s) scored, '
      alert-count ' at or over the alert threshold of '
      function trim(threshold-edit)
  if answers-dropped > 0
    display 'risk scoring:   ' answers-dropped ' results row(s) past'
        ' the answer table - their addresses scored without them'
  end-if
  display 'scores written to: ' function trim(scores-file)

  if scores-commit-ok not = 'Y'
    display 'risk scoring finished but could not publish its scores'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  if alert-count > 0
    move mmdb2-rc-risk-alert to return-code
  else
    move mmdb2-rc-ok to return-code
  end-if
  goback.

*>*********************************************************************
*> the rule table: signal,match,weight - or alert,<threshold>.
*>*********************************************************************

load-rule-table.
  move 0 to rule-count

  call 'cobmind-file-exists' using rules-file, file-exists-rec

  if not file-found
    display 'rule table not found: ' function trim(rules-file)
    exit paragraph
  end-if

  move spaces to rules-status
  open input rules-in

  perform until rules-status = '10'
    read rules-in
      at end move '10' to rules-status
      not at end perform parse-rule-line
    end-read
  end-perform

  close rules-in
  .

parse-rule-line.
  if function trim(rules-in-rec) = spaces
  or rules-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to rule-signal-text rule-match-text rule-weight-text
  unstring rules-in-rec delimited by ','
      into rule-signal-text rule-match-text rule-weight-text
  end-unstring

  move function upper-case(function trim(rule-signal-text))
      to rule-signal-text
  move function upper-case(function trim(rule-match-text))
      to rule-match-text

  if rule-signal-text = 'ALERT'
    if function trim(rule-match-text) is numeric
      move function numval(rule-match-text) to alert-threshold
    else
      display 'rule table: unreadable alert threshold ignored: '
          function trim(rules-in-rec)
    end-if
    exit paragraph
  end-if

  if rule-signal-text not = 'TRAVEL' and not = 'TIME'
  and not = 'THREAT' and not = 'ANON' and not = 'SCREEN'
    display 'rule table: unknown signal ignored: '
        function trim(rules-in-rec)
    exit paragraph
  end-if

  if function trim(rule-weight-text) is not numeric
  or rule-match-text = spaces
    display 'rule table: incomplete rule ignored: '
        function trim(rules-in-rec)
    exit paragraph
  end-if

  if rule-signal-text = 'THREAT'
  and function trim(rule-match-text) is not numeric
    display 'rule table: threat band must be a score: '
        function trim(rules-in-rec)
    exit paragraph
  end-if

  if rule-count >= 50
    display 'rule table: more than 50 rules - rest ignored'
    exit paragraph
  end-if

  add 1 to rule-count
  move rule-signal-text to rule-signal(rule-count)
  move rule-match-text to rule-match(rule-count)
  move 0 to rule-band(rule-count)
  if rule-signal-text = 'THREAT'
    move function numval(rule-match-text) to rule-band(rule-count)
  end-if
  move function numval(rule-weight-text) to rule-weight(rule-count)
  move 'N' to rule-hit(rule-count)
  .

*>*********************************************************************
*> the results file's per-address answers, kept for the verdict rows
*> to reach through. the heading says which optional columns ride
*> between prefix_len and the record; the provenance header names
*> the database.
*>*********************************************************************

load-results-answers.
  move 0 to answer-count

  if results-file = spaces or results-file = '-'
    exit paragraph
  end-if

  call 'cobmind-file-exists' using results-file, file-exists-rec

  if not file-found
    display 'results file not found: ' function trim(results-file)
        ' - scoring the verdict files alone'
    exit paragraph
  end-if

  move spaces to results-status
  open input results-in

  perform until results-status = '10'
    read results-in
      at end move '10' to results-status
      not at end perform load-one-answer
    end-read
  end-perform

  close results-in
  .

load-one-answer.
  if function trim(results-in-rec) = spaces
  or results-in-rec(1:8) = 'TRAILER,'
    exit paragraph
  end-if

  if results-in-rec(1:1) = '#'
    perform harvest-results-header
    exit paragraph
  end-if

  if results-in-rec(1:10) = 'ip,reason,'
    move 0 to heading-tally
    inspect results-in-rec tallying heading-tally for all ',screen,'
    if heading-tally > 0
      move 'Y' to has-screen
    end-if
    move 0 to heading-tally
    inspect results-in-rec tallying heading-tally
        for all ',territory,'
    if heading-tally > 0
      move 'Y' to has-territory
    end-if
    move 0 to heading-tally
    inspect results-in-rec tallying heading-tally for all ',anon,'
    if heading-tally > 0
      move 'Y' to has-anon
    end-if
    exit paragraph
  end-if

  move spaces to col-ip col-reason col-network col-prefix
      col-screen col-territory col-anon col-record
  move 1 to col-pointer
  unstring results-in-rec delimited by ','
      into col-ip col-reason col-network col-prefix
      with pointer col-pointer
  end-unstring

  if has-screen = 'Y'
    unstring results-in-rec delimited by ','
        into col-screen with pointer col-pointer
    end-unstring
  end-if
  if has-territory = 'Y'
    unstring results-in-rec delimited by ','
        into col-territory with pointer col-pointer
    end-unstring
  end-if
  if has-anon = 'Y'
    unstring results-in-rec delimited by ','
        into col-anon with pointer col-pointer
    end-unstring
  end-if

  if col-pointer <= 8192
    move results-in-rec(col-pointer:) to col-record
  end-if

  if col-ip = spaces
    exit paragraph
  end-if

  if answer-count >= 5000
    add 1 to answers-dropped
    exit paragraph
  end-if

  add 1 to answer-count
  set answer-ix to answer-count
  move col-ip to ans-ip(answer-ix)
  move function upper-case(col-screen) to ans-screen(answer-ix)
  move '----' to ans-anon(answer-ix)
  if has-anon = 'Y'
    move col-anon to ans-anon(answer-ix)
  end-if

  move 0 to ans-threat(answer-ix)
  call 'mmdb2-get-field' using col-record, threat-path, field-value,
      field-found
  if field-found = 'Y'
  and function trim(field-value) is numeric
    move function numval(field-value) to ans-threat(answer-ix)
  end-if
  .

harvest-results-header.
  move 0 to header-pos
  inspect results-in-rec tallying header-pos
      for characters before initial ' db='
  if header-pos < 200
    move spaces to header-token
    unstring results-in-rec(header-pos + 5:) delimited by ' '
        into header-token
    end-unstring
    move header-token to results-db
  end-if

  move 0 to header-pos
  inspect results-in-rec tallying header-pos
      for characters before initial ' build_epoch='
  if header-pos < 200
    move spaces to header-token
    unstring results-in-rec(header-pos + 14:) delimited by ' '
        into header-token
    end-unstring
    if function trim(header-token) is numeric
      move function numval(header-token) to results-epoch
    end-if
  end-if
  .

*>*********************************************************************
*> sort input: every signal the night raised, keyed by account.
*>*********************************************************************

gather-signals.
  if travel-file not = '-'
    move 'TRAVEL' to verdict-kind
    move travel-file to verdict-file
    perform read-verdict-file
  end-if

  if time-file not = '-'
    move 'TIME' to verdict-kind
    move time-file to verdict-file
    perform read-verdict-file
  end-if
  .

read-verdict-file.
  call 'cobmind-file-exists' using verdict-file, file-exists-rec

  if not file-found
    display function lower-case(function trim(verdict-kind))
        ' verdicts not found: ' function trim(verdict-file)
    exit paragraph
  end-if

  move spaces to verdict-status
  open input verdict-in

  perform until verdict-status = '10'
    read verdict-in
      at end move '10' to verdict-status
      not at end perform release-verdict-row
    end-read
  end-perform

  close verdict-in
  .

*> travel: account,ip_1,ip_2,distance_km,elapsed_sec,speed_kmh,verdict
*> time:   account,ip,timestamp,time_zone,local_hour,verdict
release-verdict-row.
  if function trim(verdict-in-rec) = spaces
  or verdict-in-rec(1:1) = '#'
  or verdict-in-rec(1:8) = 'account,'
  or verdict-in-rec(1:8) = 'TRAILER,'
    exit paragraph
  end-if

  move spaces to v-account v-col-2 v-col-3 v-col-4 v-col-5 v-col-6
      v-col-7
  unstring verdict-in-rec delimited by ','
      into v-account v-col-2 v-col-3 v-col-4 v-col-5 v-col-6 v-col-7
  end-unstring

  if v-account = spaces
    exit paragraph
  end-if

  add 1 to verdict-rows

  if verdict-kind = 'TRAVEL'
    move v-col-7 to v-verdict
  else
    move v-col-6 to v-verdict
  end-if

  move v-account to rs-account
  move verdict-kind to rs-signal
  move function upper-case(function trim(v-verdict)) to rs-value
  move 0 to rs-score
  release risk-sort-rec

  move v-col-2 to lookup-ip
  perform release-answer-signals

  if verdict-kind = 'TRAVEL'
    move v-col-3 to lookup-ip
    perform release-answer-signals
  end-if
  .

*> what the results file said about one of the account's addresses.
release-answer-signals.
  if answer-count = 0 or lookup-ip = spaces
    exit paragraph
  end-if

  set answer-hit to false
  set answer-ix to 1
  search answer-entry varying answer-ix
    at end continue
    when answer-ix > answer-count
      continue
    when ans-ip(answer-ix) = lookup-ip
      set answer-hit to true
  end-search

  if not answer-hit
    exit paragraph
  end-if

  move v-account to rs-account
  move 0 to rs-score

  if ans-screen(answer-ix) not = spaces
    move 'SCREEN' to rs-signal
    move ans-screen(answer-ix) to rs-value
    release risk-sort-rec
  end-if

  move 'ANON' to rs-signal
  if ans-anon(answer-ix)(1:1) = 'Y'
    move 'ANONYMOUS' to rs-value
    release risk-sort-rec
  end-if
  if ans-anon(answer-ix)(2:1) = 'Y'
    move 'VPN' to rs-value
    release risk-sort-rec
  end-if
  if ans-anon(answer-ix)(3:1) = 'Y'
    move 'HOSTING' to rs-value
    release risk-sort-rec
  end-if
  if ans-anon(answer-ix)(4:1) = 'Y'
    move 'TOR' to rs-value
    release risk-sort-rec
  end-if

  if ans-threat(answer-ix) > 0
    move 'THREAT' to rs-signal
    move ans-threat(answer-ix) to rs-value
    move ans-threat(answer-ix) to rs-score
    release risk-sort-rec
  end-if
  .

*>*********************************************************************
*> sort output: one account at a time - mark the rules its signals
*> hit, then weigh and write.
*>*********************************************************************

score-each-account.
  move spaces to cur-account
  set sort-eof to false

  perform until sort-eof
    return risk-sort
      at end set sort-eof to true
      not at end perform score-one-signal
    end-return
  end-perform

  if cur-account not = spaces
    perform close-account
  end-if
  .

score-one-signal.
  if rs-account not = cur-account
    if cur-account not = spaces
      perform close-account
    end-if

    move rs-account to cur-account
    move 0 to cur-threat
    perform varying rule-ix from 1 by 1 until rule-ix > rule-count
      move 'N' to rule-hit(rule-ix)
    end-perform
  end-if

  if rs-signal = 'THREAT'
    if rs-score > cur-threat
      move rs-score to cur-threat
    end-if
    exit paragraph
  end-if

  perform varying rule-ix from 1 by 1 until rule-ix > rule-count
    if rule-signal(rule-ix) = rs-signal
    and rule-match(rule-ix) = rs-value
      move 'Y' to rule-hit(rule-ix)
    end-if
  end-perform
  .

close-account.
  add 1 to account-count

  *> the highest threat band the account's worst score reached.
  move 0 to best-band-ix
  if cur-threat > 0
    perform varying rule-ix from 1 by 1 until rule-ix > rule-count
      if rule-signal(rule-ix) = 'THREAT'
      and cur-threat >= rule-band(rule-ix)
        if best-band-ix = 0
          move rule-ix to best-band-ix
        else
          if rule-band(rule-ix) > rule-band(best-band-ix)
            move rule-ix to best-band-ix
          end-if
        end-if
      end-if
    end-perform
  end-if
  if best-band-ix > 0
    move 'Y' to rule-hit(best-band-ix)
  end-if

  move 0 to cur-total
  move spaces to signals-text
  perform varying rule-ix from 1 by 1 until rule-ix > rule-count
    if rule-hit(rule-ix) = 'Y'
      add rule-weight(rule-ix) to cur-total
      perform append-signal
    end-if
  end-perform

  if cur-total > 999
    move 999 to cur-total
  end-if
  move cur-total to total-edit

  if signals-text = spaces
    move '-' to signals-text
  end-if

  move 'N' to alert-flag
  if cur-total >= alert-threshold
    move 'Y' to alert-flag
    add 1 to alert-count
  end-if

  move spaces to score-line
  string function trim(cur-account) ',' total-edit ',' alert-flag ','
      function trim(signals-text)
      delimited by size into score-line
  write scores-out-rec from score-line

  move 'F' to trail-op
  move spaces to trail-fold
  move score-line to trail-fold
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  if alert-flag = 'Y'
    move spaces to notify-subject notify-text
    move cur-account to notify-subject
    move alert-threshold to threshold-edit
    string 'geo-risk score ' total-edit ' at or over '
        function trim(threshold-edit) ': '
        function trim(signals-text)
        delimited by size into notify-text
    move 'GEO-RISK' to notify-event
    call 'cobmind-notify' using 'W', notify-subject, notify-event,
        notify-text
  end-if
  .

append-signal.
  move rule-weight(rule-ix) to weight-edit
  move spaces to one-signal
  if rule-signal(rule-ix) = 'THREAT'
    string 'threat>=' function trim(rule-match(rule-ix))
        '(+' function trim(weight-edit) ')'
        delimited by size into one-signal
  else
    string function lower-case(function trim(rule-signal(rule-ix)))
        '=' function trim(rule-match(rule-ix))
        '(+' function trim(weight-edit) ')'
        delimited by size into one-signal
  end-if

  if signals-text = spaces
    move one-signal to signals-text
  else
    move signals-text to signals-work
    move spaces to signals-text
    string function trim(signals-work) ';' function trim(one-signal)
        delimited by size into signals-text
  end-if
  .
