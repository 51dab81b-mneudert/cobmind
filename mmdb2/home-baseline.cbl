       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-home-baseline.

*>*********************************************************************
*> account home-location baseline - where each account usually logs
*> in from, so a login can be judged against the account's own
*> history rather than only against its previous login (the most
*> mmdb2-travel-check can say). two job steps:
*>
*>   PARM='BUILD <baseline-file> <join-results> <account-col>
*>         <network-col> <record-col> <ledger-file> [<decay-pct>]'
*>       nightly, after the enrichment join and mmdb2-attribution's
*>       LOAD. every weight already in the baseline fades by
*>       decay-pct (10 when omitted) so old habits lose their pull,
*>       then the night's join rows add one login each to the
*>       account's country, city and ASN. the columns are 1-based
*>       comma positions in the join output, record-col being where
*>       the decoded record starts (the join appends it last). an
*>       account the baseline has never held is seeded from its
*>       whole attribution-ledger history instead - every ledger
*>       network the night's join located counts at its ledger
*>       count - so a new baseline starts from the accounts' habits
*>       rather than from one night. the baseline is rewritten
*>       through a "_new" sibling:
*>
*>         <account>,<C|T|A>,<value>,<weight>,<share %>
*>
*>       C country, T city, A autonomous system number; share is
*>       the value's part of the account's weight for that kind.
*>
*>   PARM='SCREEN <baseline-file> <database> <events-file>
*>         [<threshold>]'
*>       one login per line (account,ip,timestamp - the
*>       mmdb2-time-check event shape), looked up and held against
*>       the account's baseline. the novelty score (0-100) weighs
*>       how unusual the country (50), city (30) and ASN (20) are
*>       for the account - 100 minus the share it holds - over
*>       whichever of the three the record decodes. verdicts land in
*>       <events-file>_pattern:
*>
*>         account,ip,timestamp,country,city,asn,novelty,verdict
*>
*>       verdict OUT-OF-PATTERN at or over the threshold (70 when
*>       omitted), IN-PATTERN under it, NO-BASELINE for an account
*>       the baseline doesn't hold and UNRESOLVED where the address
*>       doesn't decode. each OUT-OF-PATTERN login goes to the
*>       notify feed, and any one turns the step's return code into
*>       mmdb2-rc-out-of-pattern for the scheduler.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select baseline-in
    assign dynamic baseline-file
    organization line sequential
    file status is baseline-in-status.

  select baseline-out
    assign dynamic baseline-new
    organization line sequential
    file status is baseline-out-status.

  select join-in
    assign dynamic join-file
    organization line sequential
    file status is join-status.

  select ledger-in
    assign dynamic ledger-file
    organization line sequential
    file status is ledger-status.

  select events-in
    assign dynamic events-file
    organization line sequential
    file status is events-status.

  select verdict-out
    assign dynamic verdict-file
    organization line sequential
    file status is verdict-status.

data division.
file section.

fd baseline-in.
01 baseline-in-rec pic x(160).

fd baseline-out.
01 baseline-out-rec pic x(160).

fd join-in.
01 join-in-rec pic x(8192).

fd ledger-in.
01 ledger-in-rec pic x(160).

fd events-in.
01 events-in-rec pic x(160).

fd verdict-out.
01 verdict-out-rec pic x(256).

working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-meta.cpy'.
copy 'mmdb2-result.cpy'.

01 mode-arg          pic x(8) value spaces.
01 baseline-file     pic x(128) value spaces.
01 baseline-new      pic x(136) value spaces.
01 join-file         pic x(128) value spaces.
01 ledger-file       pic x(128) value spaces.
01 events-file       pic x(128) value spaces.
01 verdict-file      pic x(136) value spaces.
01 database-path     pic x(128) value spaces.
01 acct-col-raw      pic x(3) value spaces.
01 net-col-raw       pic x(3) value spaces.
01 rec-col-raw       pic x(3) value spaces.
01 decay-raw         pic x(3) value spaces.
01 threshold-raw     pic x(3) value spaces.
01 account-col       pic 9(2) value 0.
01 network-col       pic 9(2) value 0.
01 record-col        pic 9(2) value 0.
01 decay-pct         pic 9(2) value 10.
01 threshold         pic 9(3) value 70.

01 baseline-in-status  pic xx value spaces.
01 baseline-out-status pic xx value spaces.
01 join-status       pic xx value spaces.
01 ledger-status     pic xx value spaces.
01 events-status     pic xx value spaces.
01 verdict-status    pic xx value spaces.
01 file-exists-rec   pic x(1).
   88 file-found     value 'Y', false 'N'.

*> the baseline: one weight per account, kind and value.
01 base-table.
   05 base-entry occurs 6000 times.
      10 base-account  pic x(32).
      10 base-kind     pic x(1).
      10 base-value    pic x(48).
      10 base-weight   pic 9(7)v99.
01 base-count        pic 9(4) value 0.
01 base-ix           pic 9(4) value 0.
01 base-slot         pic 9(4) value 0.
01 base-overflow     pic 9(8) value 0.

*> per account and kind totals, for the shares.
01 total-table.
   05 total-entry occurs 3000 times.
      10 total-account pic x(32).
      10 total-kind    pic x(1).
      10 total-weight  pic 9(9)v99.
01 total-count       pic 9(4) value 0.
01 total-ix          pic 9(4) value 0.
01 total-slot        pic 9(4) value 0.

*> tonight's networks, located by the join - the ledger's networks
*> are placed through this.
01 net-table.
   05 net-entry occurs 3000 times.
      10 net-network   pic x(45).
      10 net-country   pic x(48).
      10 net-city      pic x(48).
      10 net-asn       pic x(48).
01 net-count         pic 9(4) value 0.
01 net-ix            pic 9(4) value 0.
01 net-slot          pic 9(4) value 0.

*> accounts first seen tonight, and whether the ledger seeded them.
01 new-acct-table.
   05 new-acct-entry occurs 2000 times.
      10 new-acct      pic x(32).
      10 new-seeded    pic x(1).
01 new-acct-count    pic 9(4) value 0.
01 new-acct-ix       pic 9(4) value 0.
01 new-acct-slot     pic 9(4) value 0.

01 split-account     pic x(32) value spaces.
01 split-kind        pic x(8) value spaces.
01 split-value       pic x(48) value spaces.
01 split-weight      pic x(16) value spaces.
01 split-network     pic x(45) value spaces.
01 split-first       pic x(8) value spaces.
01 split-last        pic x(8) value spaces.
01 split-count       pic x(10) value spaces.
01 split-ip          pic x(45) value spaces.
01 split-ts          pic x(14) value spaces.

01 scan-pos          pic 9(4) value 0.
01 field-num         pic 9(2) value 0.
01 field-start       pic 9(4) value 0.
01 field-len         pic 9(4) value 0.
01 pick-col          pic 9(2) value 0.
01 pick-text         pic x(45) value spaces.
01 acct-text         pic x(32) value spaces.
01 net-text          pic x(45) value spaces.
01 record-text       pic x(8192) value spaces.

01 path-country      pic x(64) value 'CTRY'.
01 path-city-en      pic x(64) value 'CITY.en'.
01 path-city         pic x(64) value 'CITY'.
01 path-asn          pic x(64) value 'ASN'.
01 field-value       pic x(256) value spaces.
01 found-flag        pic x(1) value 'N'.
01 loc-country       pic x(48) value spaces.
01 loc-city          pic x(48) value spaces.
01 loc-asn           pic x(48) value spaces.

01 add-account       pic x(32) value spaces.
01 add-kind          pic x(1) value spaces.
01 add-value         pic x(48) value spaces.
01 add-weight        pic 9(7)v99 value 0.
01 ledger-weight     pic 9(7)v99 value 0.
01 decay-factor      pic 9v9(4) value 0.
01 share-pct         pic 9(3)v9 value 0.
01 share-disp        pic zz9.9.
01 weight-disp       pic z(6)9.99.

*> screening.
01 database-handle   pic x(4).
01 metafile-exists-rec pic x(1).
   88 metafile-exists value 'Y', false 'N'.
01 ip-valid-rec      pic x(1).
   88 ip-is-valid    value 'Y', false 'N'.
01 explain-off       pic x(1) value 'N'.
01 lang-filter       pic x(8) value spaces.
01 acct-known        pic x(1) value 'N'.
01 kind-share        pic 9(3)v9 value 0.
01 unusual-pct       pic 9(3)v9 value 0.
01 score-sum         pic 9(5)v99 value 0.
01 score-weight      pic 9(3) value 0.
01 novelty           pic 9(3) value 0.
01 verdict-text      pic x(14) value spaces.
01 out-line          pic x(256) value spaces.

01 notify-subject    pic x(128) value spaces.
01 notify-event      pic x(16) value spaces.
01 notify-text       pic x(128) value spaces.

01 rows-digested     pic 9(8) value 0.
01 accounts-seeded   pic 9(6) value 0.
01 entries-faded     pic 9(6) value 0.
01 events-checked    pic 9(8) value 0.
01 pattern-breaks    pic 9(8) value 0.
01 no-baseline-count pic 9(8) value 0.
01 unresolved-count  pic 9(8) value 0.

*>*********************************************************************

procedure division.
  accept mode-arg from argument-value

  evaluate function upper-case(function trim(mode-arg))
    when 'BUILD'  perform build-baseline
    when 'SCREEN' perform screen-logins
    when other
      display 'usage: mmdb2-home-baseline BUILD <baseline-file>'
          ' <join-results> <account-col> <network-col> <record-col>'
          ' <ledger-file> [<decay-pct>]'
      display '       mmdb2-home-baseline SCREEN <baseline-file>'
          ' <database> <events-file> [<threshold>]'
      move mmdb2-rc-bad-argument to return-code
  end-evaluate
  goback.

*>*********************************************************************
*> BUILD - fade, add the night, seed new accounts from the ledger.
*>*********************************************************************

build-baseline.
  accept baseline-file from argument-value
  accept join-file from argument-value
  accept acct-col-raw from argument-value
  accept net-col-raw from argument-value
  accept rec-col-raw from argument-value
  accept ledger-file from argument-value
  accept decay-raw from argument-value

  if baseline-file = spaces or join-file = spaces
  or ledger-file = spaces
  or function trim(acct-col-raw) is not numeric
  or function trim(net-col-raw) is not numeric
  or function trim(rec-col-raw) is not numeric
    display 'BUILD needs <baseline-file> <join-results> <account-col>'
        ' <network-col> <record-col> <ledger-file> [<decay-pct>]'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  move function numval(acct-col-raw) to account-col
  move function numval(net-col-raw) to network-col
  move function numval(rec-col-raw) to record-col

  if decay-raw not = spaces
    if function trim(decay-raw) is not numeric
    or function numval(decay-raw) > 99
      display 'decay-pct must be 0-99'
      move mmdb2-rc-bad-argument to return-code
      exit paragraph
    end-if
    move function numval(decay-raw) to decay-pct
  end-if

  perform load-baseline
  perform fade-baseline

  open input join-in

  if join-status not = '00'
    display 'failed to open join results: ' function trim(join-file)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  perform until join-status = '10'
    read join-in
      at end move '10' to join-status
      not at end perform digest-join-row
    end-read
  end-perform

  close join-in

  perform seed-from-ledger
  perform write-baseline

  display 'baseline: ' rows-digested ' login(s) digested, '
      accounts-seeded ' new account(s) seeded from the ledger, '
      entries-faded ' faded entr(ies) dropped'
  display 'baseline: ' base-count ' entr(ies) written to '
      function trim(baseline-file)
  if base-overflow > 0
    display 'WARNING: ' base-overflow ' weight(s) past the baseline '
        'table - split the baseline by account range'
  end-if
  .

load-baseline.
  move 0 to base-count

  call 'cobmind-file-exists' using baseline-file, file-exists-rec

  if not file-found
    exit paragraph
  end-if

  move spaces to baseline-in-status
  open input baseline-in

  if baseline-in-status not = '00'
    display 'failed to open baseline: ' function trim(baseline-file)
    exit paragraph
  end-if

  perform until baseline-in-status = '10'
    read baseline-in
      at end move '10' to baseline-in-status
      not at end perform load-baseline-row
    end-read
  end-perform

  close baseline-in
  .

load-baseline-row.
  if function trim(baseline-in-rec) = spaces
  or baseline-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to split-account split-kind split-value split-weight
  unstring baseline-in-rec delimited by ','
      into split-account, split-kind, split-value, split-weight

  if split-account = spaces or split-value = spaces
  or function test-numval(split-weight) not = 0
    exit paragraph
  end-if

  if base-count >= 6000
    add 1 to base-overflow
    exit paragraph
  end-if

  add 1 to base-count
  move split-account to base-account(base-count)
  move split-kind(1:1) to base-kind(base-count)
  move split-value to base-value(base-count)
  move function numval(split-weight) to base-weight(base-count)
  .

*> weights fade by decay-pct a night; a weight faded below a tenth
*> of a login is forgotten.
fade-baseline.
  compute decay-factor = (100 - decay-pct) / 100

  perform varying base-ix from 1 by 1 until base-ix > base-count
    compute base-weight(base-ix) rounded
        = base-weight(base-ix) * decay-factor
    if base-weight(base-ix) < 0.10
      move spaces to base-account(base-ix)
      add 1 to entries-faded
    end-if
  end-perform
  .

digest-join-row.
  if function trim(join-in-rec) = spaces
  or join-in-rec(1:1) = '#'
  or join-in-rec(1:8) = 'TRAILER,'
    exit paragraph
  end-if

  move account-col to pick-col
  perform pick-comma-column
  move pick-text(1:32) to acct-text

  move network-col to pick-col
  perform pick-comma-column
  move pick-text to net-text

  perform pick-record-text

  if acct-text = spaces or record-text = spaces
    exit paragraph
  end-if

  perform locate-record
  if loc-country = spaces
    exit paragraph
  end-if

  add 1 to rows-digested

  if net-text not = spaces
    perform remember-network
  end-if

  *> a login for an account the baseline never held waits for the
  *> ledger seeding - the ledger already counts tonight.
  perform find-base-account
  if base-slot = 0
    perform note-new-account
  end-if

  if base-slot > 0
    move acct-text to add-account
    move 1 to add-weight
    perform add-location-weights
  end-if
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

*> country, city and asn of the decoded record in record-text.
locate-record.
  move spaces to loc-country loc-city loc-asn

  call 'mmdb2-get-field' using record-text, path-country,
      field-value, found-flag
  if found-flag = 'Y'
    move function upper-case(field-value(1:2)) to loc-country
  end-if

  call 'mmdb2-get-field' using record-text, path-city-en,
      field-value, found-flag
  if found-flag not = 'Y'
    call 'mmdb2-get-field' using record-text, path-city,
        field-value, found-flag
  end-if
  if found-flag = 'Y'
    move field-value to loc-city
  end-if

  call 'mmdb2-get-field' using record-text, path-asn,
      field-value, found-flag
  if found-flag = 'Y'
    move field-value to loc-asn
  end-if
  .

remember-network.
  move 0 to net-slot
  perform varying net-ix from 1 by 1
      until net-ix > net-count or net-slot > 0
    if net-network(net-ix) = net-text
      move net-ix to net-slot
    end-if
  end-perform

  if net-slot = 0 and net-count < 3000
    add 1 to net-count
    move net-text to net-network(net-count)
    move loc-country to net-country(net-count)
    move loc-city to net-city(net-count)
    move loc-asn to net-asn(net-count)
  end-if
  .

find-base-account.
  move 0 to base-slot
  perform varying base-ix from 1 by 1
      until base-ix > base-count or base-slot > 0
    if base-account(base-ix) = acct-text
      move base-ix to base-slot
    end-if
  end-perform
  .

note-new-account.
  move 0 to new-acct-slot
  perform varying new-acct-ix from 1 by 1
      until new-acct-ix > new-acct-count or new-acct-slot > 0
    if new-acct(new-acct-ix) = acct-text
      move new-acct-ix to new-acct-slot
    end-if
  end-perform

  if new-acct-slot = 0 and new-acct-count < 2000
    add 1 to new-acct-count
    move acct-text to new-acct(new-acct-count)
    move 'N' to new-seeded(new-acct-count)
  end-if
  .

*> one login's (or one ledger row's) weight onto the account's
*> country, city and asn.
add-location-weights.
  move 'C' to add-kind
  move loc-country to add-value
  perform add-one-weight

  if loc-city not = spaces
    move 'T' to add-kind
    move loc-city to add-value
    perform add-one-weight
  end-if

  if loc-asn not = spaces
    move 'A' to add-kind
    move loc-asn to add-value
    perform add-one-weight
  end-if
  .

add-one-weight.
  move 0 to base-slot
  perform varying base-ix from 1 by 1
      until base-ix > base-count or base-slot > 0
    if base-account(base-ix) = add-account
    and base-kind(base-ix) = add-kind
    and base-value(base-ix) = add-value
      move base-ix to base-slot
    end-if
  end-perform

  if base-slot = 0
    if base-count >= 6000
      add 1 to base-overflow
      exit paragraph
    end-if
    add 1 to base-count
    move base-count to base-slot
    move add-account to base-account(base-slot)
    move add-kind to base-kind(base-slot)
    move add-value to base-value(base-slot)
    move 0 to base-weight(base-slot)
  end-if

  add add-weight to base-weight(base-slot)
    on size error move 9999999.99 to base-weight(base-slot)
  end-add
  .

*>*********************************************************************
*> new accounts start from their attribution-ledger history; one the
*> ledger can't place (none of its networks located tonight) starts
*> from the night's logins instead.
*>*********************************************************************

seed-from-ledger.
  if new-acct-count = 0
    exit paragraph
  end-if

  call 'cobmind-file-exists' using ledger-file, file-exists-rec

  if file-found
    move spaces to ledger-status
    open input ledger-in

    if ledger-status = '00'
      perform until ledger-status = '10'
        read ledger-in
          at end move '10' to ledger-status
          not at end perform seed-one-ledger-row
        end-read
      end-perform

      close ledger-in
    end-if
  end-if

  perform varying new-acct-ix from 1 by 1
      until new-acct-ix > new-acct-count
    if new-seeded(new-acct-ix) = 'Y'
      add 1 to accounts-seeded
    else
      perform seed-from-tonight
    end-if
  end-perform
  .

seed-one-ledger-row.
  if function trim(ledger-in-rec) = spaces
  or ledger-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to split-account split-network split-first
      split-last split-count
  unstring ledger-in-rec delimited by ','
      into split-account, split-network, split-first, split-last,
           split-count

  move 0 to new-acct-slot
  perform varying new-acct-ix from 1 by 1
      until new-acct-ix > new-acct-count or new-acct-slot > 0
    if new-acct(new-acct-ix) = split-account
      move new-acct-ix to new-acct-slot
    end-if
  end-perform

  if new-acct-slot = 0
  or function trim(split-count) is not numeric
    exit paragraph
  end-if

  move 0 to net-slot
  perform varying net-ix from 1 by 1
      until net-ix > net-count or net-slot > 0
    if net-network(net-ix) = split-network
      move net-ix to net-slot
    end-if
  end-perform

  if net-slot = 0
    exit paragraph
  end-if

  move net-country(net-slot) to loc-country
  move net-city(net-slot) to loc-city
  move net-asn(net-slot) to loc-asn
  move split-account to add-account
  move function numval(split-count) to ledger-weight
  move ledger-weight to add-weight
  perform add-location-weights
  move 'Y' to new-seeded(new-acct-slot)
  .

*> a second pass over the join for the accounts the ledger couldn't
*> place.
seed-from-tonight.
  open input join-in

  perform until join-status = '10'
    read join-in
      at end move '10' to join-status
      not at end
        move account-col to pick-col
        perform pick-comma-column
        if pick-text(1:32) = new-acct(new-acct-ix)
          perform pick-record-text
          perform locate-record
          if loc-country not = spaces
            move new-acct(new-acct-ix) to add-account
            move 1 to add-weight
            perform add-location-weights
          end-if
        end-if
    end-read
  end-perform

  close join-in
  .

*>*********************************************************************

write-baseline.
  perform total-by-account-kind

  move spaces to baseline-new
  string function trim(baseline-file) '_new' delimited by size
      into baseline-new

  open output baseline-out

  if baseline-out-status not = '00'
    display 'failed to write baseline: ' function trim(baseline-new)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move '# account,kind(C country/T city/A asn),value,weight,share'
      to baseline-out-rec
  write baseline-out-rec

  perform varying base-ix from 1 by 1 until base-ix > base-count
    if base-account(base-ix) not = spaces
      perform write-baseline-row
    end-if
  end-perform

  close baseline-out

  call 'CBL_RENAME_FILE' using baseline-new, baseline-file
  move mmdb2-rc-ok to return-code
  .

write-baseline-row.
  move base-account(base-ix) to add-account
  move base-kind(base-ix) to add-kind
  perform find-total
  move 0 to share-pct
  if total-slot > 0 and total-weight(total-slot) > 0
    compute share-pct rounded = base-weight(base-ix) * 100
        / total-weight(total-slot)
  end-if

  move share-pct to share-disp
  move base-weight(base-ix) to weight-disp

  move spaces to out-line
  string
    function trim(base-account(base-ix)) ','
    base-kind(base-ix) ','
    function trim(base-value(base-ix)) ','
    function trim(weight-disp) ','
    function trim(share-disp)
    delimited by size into out-line
  write baseline-out-rec from out-line
  .

total-by-account-kind.
  move 0 to total-count

  perform varying base-ix from 1 by 1 until base-ix > base-count
    if base-account(base-ix) not = spaces
      move base-account(base-ix) to add-account
      move base-kind(base-ix) to add-kind
      perform find-total

      if total-slot = 0 and total-count < 3000
        add 1 to total-count
        move total-count to total-slot
        move add-account to total-account(total-slot)
        move add-kind to total-kind(total-slot)
        move 0 to total-weight(total-slot)
      end-if

      if total-slot > 0
        add base-weight(base-ix) to total-weight(total-slot)
      end-if
    end-if
  end-perform
  .

find-total.
  move 0 to total-slot
  perform varying total-ix from 1 by 1
      until total-ix > total-count or total-slot > 0
    if total-account(total-ix) = add-account
    and total-kind(total-ix) = add-kind
      move total-ix to total-slot
    end-if
  end-perform
  .

*>*********************************************************************
*> SCREEN - each login against its account's baseline.
*>*********************************************************************

screen-logins.
  accept baseline-file from argument-value
  accept database-path from argument-value
  accept events-file from argument-value
  accept threshold-raw from argument-value

  if baseline-file = spaces or database-path = spaces
  or events-file = spaces
    display 'SCREEN needs <baseline-file> <database> <events-file>'
        ' [<threshold>]'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  if threshold-raw not = spaces
    if function trim(threshold-raw) is not numeric
    or function numval(threshold-raw) > 100
      display 'threshold must be 0-100'
      move mmdb2-rc-bad-argument to return-code
      exit paragraph
    end-if
    move function numval(threshold-raw) to threshold
  end-if

  perform load-baseline
  perform total-by-account-kind

  call 'mmdb2-open' using database-path, database-handle
  if return-code not = mmdb2-rc-ok
    exit paragraph
  end-if

  call 'cobmind-meta-exists' using database-path, metafile-exists-rec

  if metafile-exists
    call 'mmdb2-read-meta-cache' using database-path, mmdb2-meta-rec
  else
    display 'extracting meta data...'
    call 'mmdb2-extract-meta' using database-path, mmdb2-meta-rec
  end-if

  open input events-in

  if events-status not = '00'
    display 'failed to open events file: ' function trim(events-file)
    call 'mmdb2-close' using database-handle
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move spaces to verdict-file
  string function trim(events-file) '_pattern' delimited by size
      into verdict-file

  open output verdict-out

  move 'account,ip,timestamp,country,city,asn,novelty,verdict'
      to out-line
  write verdict-out-rec from out-line

  perform until events-status = '10'
    read events-in
      at end move '10' to events-status
      not at end perform screen-one-login
    end-read
  end-perform

  close events-in
  close verdict-out
  call 'mmdb2-close' using database-handle

  display 'logins checked:  ' events-checked
  display 'out of pattern:  ' pattern-breaks
  display 'no baseline:     ' no-baseline-count
  display 'unresolved:      ' unresolved-count
  display 'verdicts written to: ' function trim(verdict-file)

  if pattern-breaks > 0
    move mmdb2-rc-out-of-pattern to return-code
  else
    move mmdb2-rc-ok to return-code
  end-if
  .

screen-one-login.
  if function trim(events-in-rec) = spaces
  or events-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to split-account split-ip split-ts
  unstring events-in-rec delimited by ','
      into split-account, split-ip, split-ts

  add 1 to events-checked
  move 0 to novelty
  move spaces to loc-country loc-city loc-asn

  move spaces to mmdb2-lookup-result
  move 'ER' to mmdb2-result-reason

  call 'mmdb2-validate-ip' using split-ip, ip-valid-rec
  if ip-is-valid
    call 'mmdb2-lookup-ip' using database-handle, mmdb2-meta-rec,
        split-ip, explain-off, mmdb2-lookup-result, lang-filter
  end-if

  if mmdb2-reason-ok
    move mmdb2-result-decoded to record-text
    perform locate-record
  end-if

  if loc-country = spaces
    move 'UNRESOLVED' to verdict-text
    add 1 to unresolved-count
    perform write-pattern-row
    exit paragraph
  end-if

  move split-account to acct-text
  move 'N' to acct-known
  perform varying base-ix from 1 by 1
      until base-ix > base-count or acct-known = 'Y'
    if base-account(base-ix) = acct-text
      move 'Y' to acct-known
    end-if
  end-perform

  if acct-known not = 'Y'
    move 'NO-BASELINE' to verdict-text
    add 1 to no-baseline-count
    perform write-pattern-row
    exit paragraph
  end-if

  move 0 to score-sum score-weight

  move 'C' to add-kind
  move loc-country to add-value
  perform share-of-value
  compute unusual-pct = 100 - kind-share
  compute score-sum = score-sum + unusual-pct * 50
  add 50 to score-weight

  if loc-city not = spaces
    move 'T' to add-kind
    move loc-city to add-value
    perform share-of-value
    compute unusual-pct = 100 - kind-share
    compute score-sum = score-sum + unusual-pct * 30
    add 30 to score-weight
  end-if

  if loc-asn not = spaces
    move 'A' to add-kind
    move loc-asn to add-value
    perform share-of-value
    compute unusual-pct = 100 - kind-share
    compute score-sum = score-sum + unusual-pct * 20
    add 20 to score-weight
  end-if

  compute novelty rounded = score-sum / score-weight

  if novelty >= threshold
    move 'OUT-OF-PATTERN' to verdict-text
    add 1 to pattern-breaks
    perform notify-out-of-pattern
  else
    move 'IN-PATTERN' to verdict-text
  end-if

  perform write-pattern-row
  .

*> the share (0-100) add-value holds of the account's add-kind
*> weight.
share-of-value.
  move 0 to kind-share
  move acct-text to add-account
  perform find-total

  if total-slot = 0 or total-weight(total-slot) = 0
    exit paragraph
  end-if

  perform varying base-ix from 1 by 1 until base-ix > base-count
    if base-account(base-ix) = acct-text
    and base-kind(base-ix) = add-kind
    and base-value(base-ix) = add-value
      compute kind-share rounded = base-weight(base-ix) * 100
          / total-weight(total-slot)
    end-if
  end-perform
  .

notify-out-of-pattern.
  move spaces to notify-subject notify-text
  move split-account to notify-subject
  string 'novelty ' novelty ' login from '
      function trim(loc-country) '/' function trim(loc-city) '/AS'
      function trim(loc-asn) ' (' function trim(split-ip) ')'
      delimited by size into notify-text
  move 'OUT-OF-PATTERN' to notify-event
  call 'cobmind-notify' using 'W', notify-subject, notify-event,
      notify-text
  .

write-pattern-row.
  move spaces to out-line
  string
    function trim(split-account) ','
    function trim(split-ip) ','
    function trim(split-ts) ','
    function trim(loc-country) ','
    function trim(loc-city) ','
    function trim(loc-asn) ','
    novelty ','
    function trim(verdict-text)
    delimited by size into out-line
  write verdict-out-rec from out-line
  .
