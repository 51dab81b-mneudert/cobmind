       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-subject-access.

*>*********************************************************************
*> subject access request report: everything we hold about one
*> customer account's addresses, run on the privacy office's order:
*>
*>   PARM='<account> <from YYYYMMDD> <to YYYYMMDD>
*>         <attribution-ledger> <results-base> <history-file>
*>         <audit-dir> <report-out>'
*>
*> the account's addresses are its attribution-ledger rows
*> (mmdb2-attribution) whose first-seen/last-seen span overlaps the
*> date range - an address or a network each. every store is then
*> searched for records touching one of them (prefix overlap, the
*> mmdb2-case-dossier test):
*>
*>   1. the attribution ledger - the account's own rows;
*>   2. every results generation cataloged under <results-base>
*>      (cobmind-generations), dated by its provenance run id;
*>   3. the mmdb2-history-load warehouse, by each row's date;
*>   4. the hold queue ("COBMIND_HOLD_QUEUE"), by the case's seen
*>      span;
*>   5. the corrections file ("COBMIND_CORRECTIONS") and
*>   6. the annotations file ("COBMIND_ANNOTATIONS") - undated, so
*>      every touching row counts whatever the range;
*>   7. the live audit log and every dated archive in <audit-dir>,
*>      by each line's date;
*>   8. the mmdb2-sightings master ("COBMIND_SIGHTINGS"), by each
*>      record's seen span.
*>
*> third-party data stays out: operator names (audit lines, case
*> reviewers, note authors) are replaced by "[OPERATOR]", any other
*> account the ledger places on one of the account's networks is
*> replaced by "[OTHER ACCOUNT]", and a row naming another account
*> but not this one is withheld outright - counted, never shown. a
*> row for an address inside one of the account's networks but
*> narrower than it (a host of its /24) may be another customer's:
*> it is shown with the address masked to the account's network,
*> and withheld when the ledger places another account on that
*> network.
*>
*> two outputs: <report-out>, the disclosure report in plain
*> language for the customer, and <report-out>_annex, the same items
*> as machine-readable rows, both through the usual in-flight commit
*> (nothing at either name until the run completes) -
*>
*>   item,store,source_file,source_line,address,date,redacted,
*>       account,detail
*>
*> with a provenance header classed as account data. the report
*> closes with an index of every source searched: its items, their
*> numbers, and how many rows were withheld, so the privacy office
*> can answer where each item came from. the run goes in the audit
*> trail under the account; return code mmdb2-rc-not-found when the
*> ledger attributes no address to the account in the range.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select ledger-in
    assign dynamic ledger-file
    organization line sequential
    file status is ledger-status.

  select gens-in
    assign dynamic gens-file
    organization line sequential
    file status is gens-status.

  select store-in
    assign dynamic store-path
    organization line sequential
    file status is store-status.

  select listing-in
    assign dynamic listing-file
    organization line sequential
    file status is listing-status.

  select sightings-in
    assign dynamic sightings-file
    organization indexed
    access mode dynamic
    record key is mmdb2-sgt-key
    file status is sightings-status.

  select report-out
    assign dynamic report-inflight
    organization line sequential
    file status is report-status.

  select annex-out
    assign dynamic annex-inflight
    organization line sequential
    file status is annex-status.

data division.
file section.

fd ledger-in.
01 ledger-in-rec pic x(256).

fd gens-in.
01 gens-in-rec pic x(160).

fd store-in.
01 store-in-rec pic x(8192).

fd listing-in.
01 listing-in-rec pic x(160).

fd sightings-in.
copy 'mmdb2-sighting.cpy'.

fd report-out.
01 report-out-rec pic x(256).

fd annex-out.
01 annex-out-rec pic x(8704).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 account-arg      pic x(32) value spaces.
01 from-arg         pic x(8) value spaces.
01 to-arg           pic x(8) value spaces.
01 ledger-file      pic x(128) value spaces.
01 results-base     pic x(128) value spaces.
01 history-file     pic x(128) value spaces.
01 audit-dir        pic x(128) value spaces.
01 report-file      pic x(128) value spaces.
01 annex-file       pic x(136) value spaces.

01 ledger-status    pic xx value spaces.
01 gens-file        pic x(136) value spaces.
01 gens-status      pic xx value spaces.
01 store-path       pic x(168) value spaces.
01 store-status     pic xx value spaces.
01 listing-file     pic x(160) value spaces.
01 listing-status   pic xx value spaces.
01 shell-cmd        pic x(360) value spaces.
01 sightings-file   pic x(128) value spaces.
01 sightings-status pic xx value spaces.
01 report-status    pic xx value spaces.
01 annex-status     pic xx value spaces.
01 report-inflight  pic x(140) value spaces.
01 annex-inflight   pic x(140) value spaces.
01 commit-op        pic x(1) value 'B'.
01 report-commit-ok pic x(1) value 'Y'.
01 annex-commit-ok  pic x(1) value 'Y'.
01 exists-rec       pic x(1).
   88 target-exists value 'Y', false 'N'.

01 sar-rc           pic 9(2) value 0.

*> the account's addresses off the ledger.
01 subject-table.
   05 subject-entry occurs 200 times.
      10 subj-network  pic x(45).
      10 subj-bits     pic x(128).
      10 subj-bitlen   pic 9(3).
      10 subj-prefix   pic 9(3).
      10 subj-first    pic x(8).
      10 subj-last     pic x(8).
      10 subj-count    pic x(8).
      10 subj-line     pic 9(7).
      10 subj-shared   pic 9(4).
01 subject-total    pic 9(3) value 0.
01 subject-ix       pic 9(3) value 0.

*> other accounts seen on any of those networks - third parties.
01 other-table.
   05 other-account occurs 500 times pic x(32).
01 other-total      pic 9(3) value 0.
01 other-ix         pic 9(3) value 0.
01 other-hit        pic x(1) value 'N'.

*> a ledger row, split.
01 ledger-pass      pic 9(1) value 1.
01 ledger-line      pic 9(7) value 0.
01 led-account      pic x(32) value spaces.
01 led-network      pic x(45) value spaces.
01 led-first        pic x(8) value spaces.
01 led-last         pic x(8) value spaces.
01 led-count        pic x(8) value spaces.

*> the touch test: probe-text is "<address>[/<prefix>]".
01 probe-text       pic x(45) value spaces.
01 probe-address    pic x(45) value spaces.
01 prefix-part      pic x(4) value spaces.
01 probe-bits       pic x(128) value spaces.
01 probe-bitlen     pic 9(3) value 0.
01 probe-prefix     pic 9(3) value 0.
01 common-bits      pic 9(3) value 0.
01 touch-hit        pic x(1) value 'N'.
01 touch-ix         pic 9(3) value 0.
01 count-shared     pic x(1) value 'N'.
01 narrow-ix        pic 9(3) value 0.
01 narrow-scan      pic 9(3) value 0.
01 row-own          pic x(1) value 'N'.
01 row-withheld     pic x(1) value 'N'.
01 mask-text        pic x(45) value spaces.
01 mask-len         pic 9(2) value 0.
01 ip-valid-rec     pic x(1).
   88 ip-is-valid   value 'Y', false 'N'.

*> the item in hand.
01 item-store       pic x(12) value spaces.
01 item-line        pic 9(7) value 0.
01 item-address     pic x(45) value spaces.
01 item-date        pic x(8) value spaces.
01 item-redacted    pic x(1) value 'N'.
01 item-no          pic 9(6) value 0.
01 disclose-text    pic x(8192) value spaces.
01 splice-work      pic x(8192) value spaces.
01 text-len         pic 9(5) value 0.
01 report-width     pic 9(3) value 0.
01 report-pos       pic 9(5) value 0.

*> account-number search inside a line.
01 find-text        pic x(45) value spaces.
01 find-len         pic 9(2) value 0.
01 find-start       pic 9(5) value 1.
01 match-pos        pic 9(5) value 0.
01 scan-pos         pic 9(5) value 0.
01 boundary-char    pic x(1) value space.
01 boundaries-rec   pic x(1) value 'Y'.
   88 boundaries-clear value 'Y', false 'N'.
01 subject-named    pic x(1) value 'N'.
01 other-named      pic x(1) value 'N'.
01 redact-token     pic x(15) value '[OTHER ACCOUNT]'.

*> every source searched, for the closing index.
01 source-table.
   05 source-entry occurs 120 times.
      10 src-store     pic x(12).
      10 src-path      pic x(168).
      10 src-first     pic 9(6).
      10 src-items     pic 9(6).
      10 src-withheld  pic 9(6).
01 source-total     pic 9(3) value 0.
01 source-ix        pic 9(3) value 0.

*> field splits for the stores.
01 split-1          pic x(128) value spaces.
01 split-2          pic x(128) value spaces.
01 split-3          pic x(128) value spaces.
01 split-4          pic x(128) value spaces.
01 split-5          pic x(128) value spaces.
01 split-6          pic x(128) value spaces.
01 split-7          pic x(128) value spaces.
01 split-8          pic x(128) value spaces.
01 split-9          pic x(128) value spaces.
01 split-10         pic x(128) value spaces.
01 split-rest       pic x(8192) value spaces.
01 field-ptr        pic 9(5) value 0.
01 field-text       pic x(128) value spaces.
01 comma-count      pic 9(2) value 0.
01 rest-start       pic 9(5) value 0.
01 rest-comma       pic 9(2) value 0.

01 gen-date         pic x(8) value spaces.
01 in-range         pic x(1) value 'N'.
01 span-first       pic x(8) value spaces.
01 span-last        pic x(8) value spaces.

*> sighting master range walk.
01 key-op           pic x(1) value 'A'.
01 net-bits         pic x(128) value spaces.
01 net-bitlen       pic 9(3) value 0.
01 low-key          pic x(40) value spaces.
01 high-key         pic x(40) value spaces.
01 bit-ix           pic 9(3) value 0.
01 rec-address      pic x(45) value spaces.
01 rec-bits         pic x(128) value spaces.
01 rec-bitlen       pic 9(3) value 0.
01 rec-key          pic x(40) value spaces.
01 earlier-ix       pic 9(3) value 0.
01 earlier-hit      pic x(1) value 'N'.

01 quote-op         pic x(1) value 'Q'.
01 quote-delim      pic x(1) value ','.
01 quote-changed    pic x(1) value 'N'.
01 quote-stage-in   pic x(8192) value spaces.
01 quote-stage-out  pic x(8192) value spaces.

01 no-db            pic x(128) value spaces.
01 no-epoch         pic 9(11) value 0.
01 provenance-line  pic x(256) value spaces.
01 class-op         pic x(1) value 'W'.
01 class-subject    pic x(256) value spaces.
01 class-label      pic x(12) value spaces.

01 current-ts       pic x(21) value spaces.
01 out-line         pic x(256) value spaces.
01 annex-line       pic x(8704) value spaces.
01 items-withheld   pic 9(6) value 0.
01 section-items    pic 9(6) value 0.
01 section-title    pic x(60) value spaces.
01 section-text-1   pic x(64) value spaces.
01 section-text-2   pic x(64) value spaces.
01 section-text-3   pic x(64) value spaces.
01 last-item        pic 9(6) value 0.

01 audit-dir-blank  pic x(128) value spaces.
01 audit-tag        pic x(45) value 'SUBJECT-ACCESS'.
01 audit-subject    pic x(128) value spaces.

*>*********************************************************************

procedure division.
  accept account-arg from argument-value
  accept from-arg from argument-value
  accept to-arg from argument-value
  accept ledger-file from argument-value
  accept results-base from argument-value
  accept history-file from argument-value
  accept audit-dir from argument-value
  accept report-file from argument-value

  if account-arg = spaces or report-file = spaces
  or ledger-file = spaces
  or from-arg is not numeric or to-arg is not numeric
  or from-arg > to-arg
    display 'usage: mmdb2-subject-access <account> <from YYYYMMDD>'
        ' <to YYYYMMDD> <attribution-ledger> <results-base>'
        ' <history-file> <audit-dir> <report-out>'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  call 'cobmind-file-exists' using ledger-file, exists-rec
  if not target-exists
    display 'no attribution ledger at ' function trim(ledger-file)
    move mmdb2-rc-not-found to return-code
    goback
  end-if

  move 1 to ledger-pass
  perform read-ledger-pass
  move 2 to ledger-pass
  perform read-ledger-pass

  perform open-outputs
  if report-status not = '00' or annex-status not = '00'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  if subject-total = 0
    move 'The attribution ledger attributes no internet address to'
        to out-line
    perform write-report-line
    move 'this account during the period. We hold no GeoIP records'
        to out-line
    perform write-report-line
    move 'about it.' to out-line
    perform write-report-line
    move mmdb2-rc-not-found to sar-rc
  else
    perform disclose-ledger-rows
    perform search-results-generations
    perform search-history
    perform search-hold-queue
    perform search-corrections
    perform search-annotations
    perform search-audit-trail
    perform search-sighting-master
    move mmdb2-rc-ok to sar-rc
  end-if

  perform write-source-index

  close report-out annex-out

  *> both published, or the run is not done.
  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, report-commit-ok
  call 'cobmind-commit-file' using commit-op, annex-file,
      annex-inflight, annex-commit-ok
  if report-commit-ok not = 'Y' or annex-commit-ok not = 'Y'
    display 'subject access incomplete - the report and annex could'
        ' not be published'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move account-arg to audit-subject
  call 'cobmind-audit-log' using audit-subject, audit-tag, 'OK',
      audit-dir-blank

  display 'subject access: ' subject-total ' address(es), ' item-no
      ' item(s) disclosed, ' items-withheld ' withheld'
  display 'report written to: ' function trim(report-file)
  display 'annex written to:  ' function trim(annex-file)

  *> the audit call resets return-code on the way.
  move sar-rc to return-code
  goback.

*>*********************************************************************
*> the ledger, twice: pass one collects the account's addresses in
*> the range, pass two every other account seen on one of them.
*>*********************************************************************

read-ledger-pass.
  move 0 to ledger-line
  move spaces to ledger-status
  open input ledger-in

  if ledger-status not = '00'
    exit paragraph
  end-if

  perform until ledger-status = '10'
    read ledger-in
      at end move '10' to ledger-status
      not at end
        add 1 to ledger-line
        perform consider-ledger-row
    end-read
  end-perform

  close ledger-in
  .

consider-ledger-row.
  if function trim(ledger-in-rec) = spaces
  or ledger-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to led-account led-network led-first led-last
      led-count
  unstring ledger-in-rec delimited by ','
      into led-account, led-network, led-first, led-last, led-count

  if led-account = spaces or led-network = spaces
    exit paragraph
  end-if

  if ledger-pass = 1
    if led-account = account-arg
    and led-first <= to-arg and led-last >= from-arg
    and subject-total < 200
      move led-network to probe-text
      perform split-probe-text
      if probe-bitlen > 0
        add 1 to subject-total
        move led-network to subj-network(subject-total)
        move probe-bits to subj-bits(subject-total)
        move probe-bitlen to subj-bitlen(subject-total)
        move probe-prefix to subj-prefix(subject-total)
        move led-first to subj-first(subject-total)
        move led-last to subj-last(subject-total)
        move led-count to subj-count(subject-total)
        move ledger-line to subj-line(subject-total)
        move 0 to subj-shared(subject-total)
      end-if
    end-if
  else
    if led-account not = account-arg
      move led-network to probe-text
      move 'Y' to count-shared
      perform test-touch
      move 'N' to count-shared
      if touch-hit = 'Y'
        perform remember-other-account
      end-if
    end-if
  end-if
  .

remember-other-account.
  move 'N' to other-hit
  perform varying other-ix from 1 by 1
      until other-ix > other-total or other-hit = 'Y'
    if other-account(other-ix) = led-account
      move 'Y' to other-hit
    end-if
  end-perform

  if other-hit = 'N' and other-total < 500
    add 1 to other-total
    move led-account to other-account(other-total)
  end-if
  .

*> probe-text in; its address, bits, and prefix length (the full
*> width when none was written) out - bit length zero when it is
*> not an address at all.
split-probe-text.
  move spaces to probe-address prefix-part probe-bits
  move 0 to probe-bitlen probe-prefix
  unstring function trim(probe-text) delimited by '/'
      into probe-address, prefix-part

  call 'mmdb2-validate-ip' using probe-address, ip-valid-rec
  if not ip-is-valid
    exit paragraph
  end-if

  call 'mmdb2-ip-to-bits' using probe-address, probe-bits,
      probe-bitlen

  if function trim(prefix-part) not = spaces
  and function trim(prefix-part) is numeric
    move function numval(prefix-part) to probe-prefix
  end-if
  if probe-prefix = 0 or probe-prefix > probe-bitlen
    move probe-bitlen to probe-prefix
  end-if
  .

*> does probe-text touch any of the account's addresses? one
*> containing the other counts. touch-ix is the first one touched;
*> with count-shared set, every one touched is marked shared.
test-touch.
  move 'N' to touch-hit
  move 0 to touch-ix
  perform split-probe-text

  if probe-bitlen = 0
    exit paragraph
  end-if

  perform varying subject-ix from 1 by 1
      until subject-ix > subject-total
    if subj-bitlen(subject-ix) = probe-bitlen
      if subj-prefix(subject-ix) < probe-prefix
        move subj-prefix(subject-ix) to common-bits
      else
        move probe-prefix to common-bits
      end-if

      if common-bits = 0
      or subj-bits(subject-ix)(1:common-bits)
          = probe-bits(1:common-bits)
        if touch-hit = 'N'
          move 'Y' to touch-hit
          move subject-ix to touch-ix
        end-if
        if count-shared = 'Y'
          add 1 to subj-shared(subject-ix)
        end-if
      end-if
    end-if
  end-perform
  .

*>*********************************************************************
*> the two outputs and their openings.
*>*********************************************************************

open-outputs.
  move spaces to annex-file
  string function trim(report-file) '_annex' delimited by size
      into annex-file

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, report-commit-ok
  call 'cobmind-commit-file' using commit-op, annex-file,
      annex-inflight, annex-commit-ok

  move spaces to report-status annex-status
  open output report-out
  if report-status not = '00'
    display 'failed to write report: ' function trim(report-file)
    exit paragraph
  end-if

  open output annex-out
  if annex-status not = '00'
    display 'failed to write annex: ' function trim(annex-file)
    close report-out
    exit paragraph
  end-if

  move 'W' to class-op
  move 'mmdb2-subject-access' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  move 'C' to class-op
  move 'item,store,source_file,source_line,address,date,redacted,'
      & 'account,detail' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  call 'cobmind-provenance' using no-db, no-epoch, ledger-file,
      provenance-line
  write annex-out-rec from provenance-line

  move spaces to annex-line
  string '# subject access annex: account ' function trim(account-arg)
      ', ' from-arg ' to ' to-arg
      delimited by size into annex-line
  write annex-out-rec from annex-line
  move 'item,store,source_file,source_line,address,date,redacted,'
      & 'account,detail' to annex-out-rec
  write annex-out-rec

  move function current-date to current-ts

  move 'SUBJECT ACCESS REQUEST - GEOLOCATION DATA DISCLOSURE'
      to out-line
  perform write-report-line
  move all '=' to out-line(1:52)
  perform write-report-line
  move spaces to out-line
  string 'Account:   ' function trim(account-arg)
      delimited by size into out-line
  perform write-report-line
  move spaces to out-line
  string 'Period:    ' from-arg(1:4) '-' from-arg(5:2) '-'
      from-arg(7:2) ' to ' to-arg(1:4) '-' to-arg(5:2) '-'
      to-arg(7:2)
      delimited by size into out-line
  perform write-report-line
  move spaces to out-line
  string 'Prepared:  ' current-ts(1:4) '-' current-ts(5:2) '-'
      current-ts(7:2)
      delimited by size into out-line
  perform write-report-line
  move spaces to out-line
  perform write-report-line

  move 'This report lists the information our geolocation service'
      to out-line
  perform write-report-line
  move 'holds about the internet addresses linked to the account'
      to out-line
  perform write-report-line
  move 'above during the period. Every item is numbered; the annex'
      to out-line
  perform write-report-line
  move 'file carries the same items in machine-readable form, and'
      to out-line
  perform write-report-line
  move 'the index at the end shows where each item came from. The'
      to out-line
  perform write-report-line
  move 'names of our staff, and the details of other customers who'
      to out-line
  perform write-report-line
  move 'used the same networks, have been removed.' to out-line
  perform write-report-line
  .

write-report-line.
  write report-out-rec from out-line
  move spaces to out-line
  .

*> a section heading and its one-paragraph explanation: the title
*> in section-title, the explanation in section-text-1 .. -3.
begin-section.
  move 0 to section-items
  move spaces to out-line
  perform write-report-line
  move section-title to out-line
  perform write-report-line
  move all '-' to
      out-line(1:function length(function trim(section-title)))
  perform write-report-line
  if section-text-1 not = spaces
    move section-text-1 to out-line
    perform write-report-line
  end-if
  if section-text-2 not = spaces
    move section-text-2 to out-line
    perform write-report-line
  end-if
  if section-text-3 not = spaces
    move section-text-3 to out-line
    perform write-report-line
  end-if
  move spaces to section-text-1 section-text-2 section-text-3
  .

end-section.
  if section-items = 0
    move '  Nothing held.' to out-line
    perform write-report-line
  end-if
  .

*> a new source for the index, under the store in item-store.
begin-source.
  if source-total < 120
    add 1 to source-total
    move source-total to source-ix
    move item-store to src-store(source-ix)
    move store-path to src-path(source-ix)
    move 0 to src-first(source-ix) src-items(source-ix)
        src-withheld(source-ix)
  end-if
  .

*>*********************************************************************
*> one item: redact, withhold when it is another customer's row,
*> otherwise number it into both outputs. disclose-text, item-line,
*> item-address, item-date and item-redacted come in set.
*>*********************************************************************

emit-item.
  perform redact-other-accounts

  if other-named = 'Y' and subject-named = 'N'
    add 1 to items-withheld
    add 1 to src-withheld(source-ix)
    exit paragraph
  end-if

  add 1 to item-no section-items
  add 1 to src-items(source-ix)
  if src-first(source-ix) = 0
    move item-no to src-first(source-ix)
  end-if

  move spaces to out-line
  string '  [' item-no '] '
      item-date(1:4) '-' item-date(5:2) '-' item-date(7:2) '  '
      function trim(item-address)
      delimited by size into out-line
  if item-date = spaces
    move spaces to out-line(12:10)
  end-if
  if item-redacted = 'Y'
    move spaces to splice-work
    string function trim(out-line trailing) '  (redacted)'
        delimited by size into splice-work
    move splice-work(1:256) to out-line
  end-if
  perform write-report-line

  *> the record itself, wrapped at 70 columns - on a space where
  *> one falls late enough in the line.
  move function length(function trim(disclose-text trailing))
      to text-len
  move 1 to report-pos
  perform until report-pos > text-len or report-pos > 1400
    compute report-width = text-len - report-pos + 1
    if report-width > 70
      move 70 to report-width
      perform varying scan-pos from 70 by -1
          until scan-pos < 40
          or disclose-text(report-pos + scan-pos - 1:1) = space
        continue
      end-perform
      if scan-pos >= 40
        move scan-pos to report-width
      end-if
    end-if
    move spaces to out-line
    string '           ' disclose-text(report-pos:report-width)
        delimited by size into out-line
    perform write-report-line
    add report-width to report-pos
  end-perform
  if report-pos <= text-len
    move '           ... (continued in the annex)' to out-line
    perform write-report-line
  end-if

  move 'Q' to quote-op
  move spaces to quote-stage-in
  move disclose-text to quote-stage-in
  call 'cobmind-quote-field' using quote-op, quote-delim,
      quote-stage-in, quote-stage-out, quote-changed

  move spaces to annex-line
  string item-no ','
      function trim(item-store) ','
      function trim(src-path(source-ix)) ','
      item-line ','
      function trim(item-address) ','
      item-date ','
      item-redacted ','
      function trim(account-arg) ','
      function trim(quote-stage-out)
      delimited by size into annex-line
  write annex-out-rec from annex-line
  .

*> the row's address (probe-text, split) against the account's
*> networks. a row no narrower than one of them it touches is the
*> account's own; one narrower than all of them is confined to the
*> narrowest that holds it - withheld when another account shares
*> that network, otherwise shown with its address masked to it
*> wherever the row writes it.
confine-to-subject.
  move 'N' to row-own row-withheld
  move 0 to narrow-ix

  perform varying narrow-scan from 1 by 1
      until narrow-scan > subject-total or row-own = 'Y'
    if subj-bitlen(narrow-scan) = probe-bitlen
      if subj-prefix(narrow-scan) < probe-prefix
        move subj-prefix(narrow-scan) to common-bits
      else
        move probe-prefix to common-bits
      end-if

      if common-bits = 0
      or subj-bits(narrow-scan)(1:common-bits)
          = probe-bits(1:common-bits)
        if subj-prefix(narrow-scan) >= probe-prefix
          move 'Y' to row-own
        else
          if narrow-ix = 0
          or subj-prefix(narrow-scan) > subj-prefix(narrow-ix)
            move narrow-scan to narrow-ix
          end-if
        end-if
      end-if
    end-if
  end-perform

  if row-own = 'Y' or narrow-ix = 0
    exit paragraph
  end-if

  if subj-shared(narrow-ix) > 0
    move 'Y' to row-withheld
    add 1 to items-withheld
    add 1 to src-withheld(source-ix)
    exit paragraph
  end-if

  move 'Y' to item-redacted
  move subj-network(narrow-ix) to item-address
  move function trim(subj-network(narrow-ix)) to mask-text
  move function length(function trim(mask-text)) to mask-len

  move function trim(probe-text) to find-text
  move 1 to find-start
  perform find-account-in-text
  perform until match-pos = 0
    move spaces to splice-work
    if match-pos > 1
      string disclose-text(1:match-pos - 1) mask-text(1:mask-len)
          disclose-text(match-pos + find-len:)
          delimited by size into splice-work
    else
      string mask-text(1:mask-len) disclose-text(match-pos + find-len:)
          delimited by size into splice-work
    end-if
    move splice-work to disclose-text
    compute find-start = match-pos + mask-len
    perform find-account-in-text
  end-perform
  move 1 to find-start
  .

*> another account named in the text is replaced; whether this
*> account is named too decides whether the row can be shown.
redact-other-accounts.
  move 'N' to subject-named other-named

  move account-arg to find-text
  perform find-account-in-text
  if match-pos > 0
    move 'Y' to subject-named
  end-if

  perform varying other-ix from 1 by 1 until other-ix > other-total
    move other-account(other-ix) to find-text
    perform find-account-in-text
    perform until match-pos = 0
      move 'Y' to other-named item-redacted

      move spaces to splice-work
      if match-pos > 1
        string disclose-text(1:match-pos - 1) redact-token
            disclose-text(match-pos + find-len:)
            delimited by size into splice-work
      else
        string redact-token disclose-text(match-pos + find-len:)
            delimited by size into splice-work
      end-if
      move splice-work to disclose-text

      perform find-account-in-text
    end-perform
  end-perform
  .

*> find-text as a whole word of disclose-text, from find-start on:
*> the characters on either side must not carry the number on, so
*> account 1234 is not found inside 91234 or 12345.
find-account-in-text.
  move 0 to match-pos
  move function length(function trim(find-text)) to find-len
  move function length(function trim(disclose-text trailing))
      to text-len

  if find-len = 0 or text-len < find-len
    exit paragraph
  end-if

  perform varying scan-pos from find-start by 1
      until scan-pos > text-len - find-len + 1 or match-pos > 0
    if disclose-text(scan-pos:find-len) = find-text(1:find-len)
      set boundaries-clear to true
      if scan-pos > 1
        move disclose-text(scan-pos - 1:1) to boundary-char
        if boundary-char is alphabetic and boundary-char not = space
        or boundary-char is numeric
          set boundaries-clear to false
        end-if
      end-if
      if scan-pos + find-len <= text-len
        move disclose-text(scan-pos + find-len:1) to boundary-char
        if boundary-char is alphabetic and boundary-char not = space
        or boundary-char is numeric
          set boundaries-clear to false
        end-if
      end-if
      if boundaries-clear
        move scan-pos to match-pos
      end-if
    end-if
  end-perform
  .

*>*********************************************************************
*> 1. the ledger's own rows for the account.
*>*********************************************************************

disclose-ledger-rows.
  move 'ADDRESSES LINKED TO THE ACCOUNT' to section-title
  move 'The internet addresses and networks our records show this'
      to section-text-1
  move 'account using, with the first and last day it was seen on'
      to section-text-2
  move 'each and how many times.' to section-text-3
  perform begin-section
  move 'LEDGER' to item-store
  move ledger-file to store-path
  perform begin-source

  perform varying subject-ix from 1 by 1
      until subject-ix > subject-total
    move subj-line(subject-ix) to item-line
    move subj-network(subject-ix) to item-address
    move subj-last(subject-ix) to item-date
    move 'N' to item-redacted
    move spaces to disclose-text
    string 'network ' function trim(subj-network(subject-ix))
        ', first seen ' subj-first(subject-ix)
        ', last seen ' subj-last(subject-ix)
        ', seen ' function trim(subj-count(subject-ix)) ' time(s)'
        delimited by size into disclose-text
    if subj-shared(subject-ix) > 0
      move 'Y' to item-redacted
      move spaces to splice-work
      string function trim(disclose-text trailing)
          '; other customers also used this network (not named)'
          delimited by size into splice-work
      move splice-work to disclose-text
    end-if
    perform emit-item
  end-perform

  perform end-section
  .

*>*********************************************************************
*> 2. the results generations - the answers we gave for the
*> addresses, each generation dated by its provenance run id.
*>*********************************************************************

search-results-generations.
  move 'LOOKUP RESULTS' to section-title
  move 'Each time one of these addresses was looked up in a nightly'
      to section-text-1
  move 'batch, the location answer we produced for it.' to section-text-2
  perform begin-section

  if results-base = spaces
    perform end-section
    exit paragraph
  end-if

  move spaces to gens-file
  string function trim(results-base) '_results.gens'
      delimited by size into gens-file
  call 'cobmind-file-exists' using gens-file, exists-rec

  if not target-exists
    move spaces to gens-file
    string function trim(results-base) '.gens'
        delimited by size into gens-file
    call 'cobmind-file-exists' using gens-file, exists-rec
  end-if

  if target-exists
    move spaces to gens-status
    open input gens-in
    if gens-status = '00'
      perform until gens-status = '10'
        read gens-in
          at end move '10' to gens-status
          not at end
            if function trim(gens-in-rec) not = spaces
              move spaces to store-path
              move function trim(gens-in-rec) to store-path
              perform search-one-generation
            end-if
        end-read
      end-perform
      close gens-in
    end-if
  end-if

  perform end-section
  .

search-one-generation.
  call 'cobmind-file-exists' using store-path, exists-rec
  if not target-exists
    exit paragraph
  end-if

  move 'RESULTS' to item-store
  perform begin-source

  move spaces to gen-date
  move 0 to item-line
  move spaces to store-status
  open input store-in
  if store-status not = '00'
    exit paragraph
  end-if

  perform until store-status = '10'
    read store-in
      at end move '10' to store-status
      not at end
        add 1 to item-line
        perform consider-results-row
    end-read
  end-perform

  close store-in
  .

consider-results-row.
  if store-in-rec(1:7) = '# run=R' and store-in-rec(8:8) is numeric
    move store-in-rec(8:8) to gen-date
  end-if

  if store-in-rec(1:1) = '#' or store-in-rec(1:3) = 'ip,'
  or store-in-rec(1:8) = 'TRAILER,'
  or function trim(store-in-rec) = spaces
    exit paragraph
  end-if

  if gen-date not = spaces
  and (gen-date < from-arg or gen-date > to-arg)
    exit paragraph
  end-if

  move spaces to split-1
  unstring store-in-rec delimited by ',' into split-1
  move split-1 to probe-text
  perform test-touch
  if touch-hit = 'N'
    exit paragraph
  end-if

  move split-1 to item-address
  move gen-date to item-date
  move 'N' to item-redacted
  move store-in-rec to disclose-text
  perform confine-to-subject
  if row-withheld = 'Y'
    exit paragraph
  end-if
  perform emit-item
  .

*>*********************************************************************
*> 3. the warehouse - dated rows, any column naming an address.
*>*********************************************************************

search-history.
  move 'TRAFFIC HISTORY' to section-title
  move 'Long-term traffic statistics that name one of these'
      to section-text-1
  move 'addresses.' to section-text-2
  perform begin-section

  if history-file not = spaces
    move history-file to store-path
    call 'cobmind-file-exists' using store-path, exists-rec
    if target-exists
      move 'HISTORY' to item-store
      perform begin-source
      move 0 to item-line
      move spaces to store-status
      open input store-in
      if store-status = '00'
        perform until store-status = '10'
          read store-in
            at end move '10' to store-status
            not at end
              add 1 to item-line
              perform consider-history-row
          end-read
        end-perform
        close store-in
      end-if
    end-if
  end-if

  perform end-section
  .

consider-history-row.
  if store-in-rec(1:1) = '#'
  or function trim(store-in-rec) = spaces
    exit paragraph
  end-if

  move spaces to split-1
  unstring store-in-rec delimited by ',' into split-1
  if split-1(1:8) < from-arg or split-1(1:8) > to-arg
    exit paragraph
  end-if

  *> any column holding an address touching the account's.
  move 'N' to touch-hit
  move 1 to field-ptr
  move function length(function trim(store-in-rec trailing))
      to text-len
  perform until field-ptr > text-len or touch-hit = 'Y'
    move spaces to field-text
    unstring store-in-rec delimited by ','
        into field-text with pointer field-ptr
    if field-text not = spaces
      move field-text to probe-text
      perform test-touch
    end-if
  end-perform

  if touch-hit = 'N'
    exit paragraph
  end-if

  move probe-address to item-address
  move split-1(1:8) to item-date
  move 'N' to item-redacted
  move store-in-rec to disclose-text
  perform confine-to-subject
  if row-withheld = 'Y'
    exit paragraph
  end-if
  perform emit-item
  .

*>*********************************************************************
*> 4. hold-queue cases - reviewer names withheld.
*>*********************************************************************

search-hold-queue.
  move 'COMPLIANCE REVIEW CASES' to section-title
  move 'Cases where a lookup of one of these addresses was held for'
      to section-text-1
  move 'review by our compliance staff, with the outcome.'
      to section-text-2
  perform begin-section

  move spaces to store-path
  accept store-path from environment "COBMIND_HOLD_QUEUE"
  if store-path = spaces or low-value
    move './cobmind.holds' to store-path
  end-if

  move 'HOLD-QUEUE' to item-store
  perform open-control-store
  if store-status = '00'
    perform until store-status = '10'
      read store-in
        at end move '10' to store-status
        not at end
          add 1 to item-line
          perform consider-hold-row
      end-read
    end-perform
    close store-in
  end-if

  perform end-section
  .

*> a control file named by environment: in the index whether it is
*> there or not, opened when it is.
open-control-store.
  perform begin-source
  move 0 to item-line
  move '35' to store-status

  call 'cobmind-file-exists' using store-path, exists-rec
  if target-exists
    move spaces to store-status
    open input store-in
  end-if
  .

consider-hold-row.
  if store-in-rec(1:1) = '#'
  or function trim(store-in-rec) = spaces
    exit paragraph
  end-if

  move spaces to split-1 split-2 split-3 split-4 split-5 split-6
      split-7 split-8 split-9 split-10
  unstring store-in-rec delimited by ','
      into split-1, split-2, split-3, split-4, split-5, split-6,
           split-7, split-8, split-9, split-10

  move split-7(1:8) to span-first
  move split-8(1:8) to span-last
  if span-first > to-arg or span-last < from-arg
    exit paragraph
  end-if

  move split-1 to probe-text
  perform test-touch
  if touch-hit = 'N'
    exit paragraph
  end-if

  move split-1 to item-address
  move span-last to item-date
  move 'N' to item-redacted
  if split-9 not = spaces
    move '[OPERATOR]' to split-9
    move 'Y' to item-redacted
  end-if

  move spaces to disclose-text
  string
    'network ' function trim(split-2)
    ', country ' function trim(split-3)
    ', verdict ' function trim(split-4)
    ', status ' function trim(split-5)
    ', first seen ' function trim(split-7)
    ', last seen ' function trim(split-8)
    ', reviewer ' function trim(split-9)
    ', ticket ' function trim(split-10)
    delimited by size into disclose-text
  perform confine-to-subject
  if row-withheld = 'Y'
    exit paragraph
  end-if
  perform emit-item
  .

*>*********************************************************************
*> 5. customer-asserted corrections - undated, every touching row.
*>*********************************************************************

search-corrections.
  move 'CORRECTIONS' to section-title
  move 'Corrections to the location of one of these networks that'
      to section-text-1
  move 'we recorded, and whether each is still in force.' to section-text-2
  perform begin-section

  move spaces to store-path
  accept store-path from environment "COBMIND_CORRECTIONS"
  if store-path = spaces or low-value
    move './cobmind.corrections' to store-path
  end-if

  move 'CORRECTIONS' to item-store
  perform open-control-store
  if store-status = '00'
    perform until store-status = '10'
      read store-in
        at end move '10' to store-status
        not at end
          add 1 to item-line
          perform consider-correction-row
      end-read
    end-perform
    close store-in
  end-if

  perform end-section
  .

consider-correction-row.
  if store-in-rec(1:1) = '#'
  or function trim(store-in-rec) = spaces
    exit paragraph
  end-if

  move spaces to split-1 split-2 split-3 split-4 split-5 split-6
  unstring store-in-rec delimited by ','
      into split-1, split-2, split-3, split-4, split-5, split-6

  move split-1 to probe-text
  perform test-touch
  if touch-hit = 'N'
    exit paragraph
  end-if

  move split-1 to item-address
  move spaces to item-date
  move 'N' to item-redacted
  move spaces to disclose-text
  string
    'corrected to country ' function trim(split-2)
    ', city ' function trim(split-3)
    ', ticket ' function trim(split-4)
    ', expires ' function trim(split-5)
    ', status ' function trim(split-6)
    delimited by size into disclose-text
  perform emit-item
  .

*>*********************************************************************
*> 6. operator notes on networks - author withheld.
*>*********************************************************************

search-annotations.
  move 'NOTES' to section-title
  move 'Notes our staff recorded against one of these networks.'
      to section-text-1
  perform begin-section

  move spaces to store-path
  accept store-path from environment "COBMIND_ANNOTATIONS"
  if store-path = spaces or low-value
    move './cobmind.notes' to store-path
  end-if

  move 'ANNOTATIONS' to item-store
  perform open-control-store
  if store-status = '00'
    perform until store-status = '10'
      read store-in
        at end move '10' to store-status
        not at end
          add 1 to item-line
          perform consider-annotation-row
      end-read
    end-perform
    close store-in
  end-if

  perform end-section
  .

consider-annotation-row.
  if store-in-rec(1:1) = '#'
  or function trim(store-in-rec) = spaces
    exit paragraph
  end-if

  move spaces to split-1 split-2 split-3 split-rest
  unstring store-in-rec delimited by ','
      into split-1, split-2, split-3

  *> the note itself may hold commas - everything after the third.
  move 3 to rest-comma
  perform find-rest-start
  if rest-start > 0 and rest-start < 8192
    move store-in-rec(rest-start + 1:) to split-rest
  end-if

  move split-1 to probe-text
  perform test-touch
  if touch-hit = 'N'
    exit paragraph
  end-if

  move split-1 to item-address
  move spaces to item-date
  move 'Y' to item-redacted
  move spaces to disclose-text
  string
    'note by [OPERATOR], expires ' function trim(split-2)
    ': ' function trim(split-rest)
    delimited by size into disclose-text
  perform emit-item
  .

*> rest-start: the position of the rest-comma'th comma in
*> store-in-rec, zero when the line has fewer.
find-rest-start.
  move 0 to comma-count rest-start
  perform varying scan-pos from 1 by 1
      until scan-pos > 8192 or rest-start > 0
    if store-in-rec(scan-pos:1) = ','
      add 1 to comma-count
      if comma-count = rest-comma
        move scan-pos to rest-start
      end-if
    end-if
  end-perform
  .

*>*********************************************************************
*> 7. the audit trail, live log and archives - listed the way
*> mmdb2-erasure lists them; operator names withheld.
*>*********************************************************************

search-audit-trail.
  move 'ACCESS LOG' to section-title
  move 'Each time one of these addresses was looked up or acted on'
      to section-text-1
  move 'by our systems.' to section-text-2
  perform begin-section

  if audit-dir = spaces
    move '.' to audit-dir
  end-if

  move spaces to listing-file
  string function trim(audit-dir) '/.cobmind_sar_list'
      delimited by size into listing-file

  move spaces to shell-cmd
  string 'ls -1 ' function trim(audit-dir)
      '/cobmind_audit.log* 2>/dev/null > '
      function trim(listing-file)
      delimited by size into shell-cmd
  call 'SYSTEM' using shell-cmd

  move spaces to listing-status
  open input listing-in

  if listing-status = '00'
    perform until listing-status = '10'
      read listing-in
        at end move '10' to listing-status
        not at end perform consider-audit-file
      end-read
    end-perform
    close listing-in
  end-if

  call 'CBL_DELETE_FILE' using listing-file

  perform end-section
  .

consider-audit-file.
  if function trim(listing-in-rec) = spaces
    exit paragraph
  end-if

  *> the ".chain" state file rides the same glob.
  move 0 to scan-pos
  inspect listing-in-rec tallying scan-pos for all '.chain'
  if scan-pos > 0
    exit paragraph
  end-if

  move spaces to store-path
  move function trim(listing-in-rec) to store-path
  move 'AUDIT' to item-store
  perform begin-source

  move 0 to item-line
  move spaces to store-status
  open input store-in
  if store-status not = '00'
    exit paragraph
  end-if

  perform until store-status = '10'
    read store-in
      at end move '10' to store-status
      not at end
        add 1 to item-line
        perform consider-audit-line
    end-read
  end-perform

  close store-in
  .

consider-audit-line.
  if function trim(store-in-rec) = spaces
  or store-in-rec(1:5) = 'SEAL,'
    exit paragraph
  end-if

  if store-in-rec(1:8) < from-arg or store-in-rec(1:8) > to-arg
    exit paragraph
  end-if

  move spaces to split-1 split-2 split-3 split-4
  unstring store-in-rec delimited by ','
      into split-1, split-2, split-3, split-4

  move split-4 to probe-text
  perform test-touch
  if touch-hit = 'N'
    exit paragraph
  end-if

  *> everything after the operator column, as written.
  move 2 to rest-comma
  perform find-rest-start

  move split-4 to item-address
  move store-in-rec(1:8) to item-date
  move 'Y' to item-redacted
  move spaces to disclose-text
  if rest-start > 0
    string function trim(split-1) ',[OPERATOR]'
        store-in-rec(rest-start:)
        delimited by size into disclose-text
  else
    move store-in-rec to disclose-text
  end-if
  perform emit-item
  .

*>*********************************************************************
*> 8. the sighting master - one keyed range walk per address or
*> network, as mmdb2-sightings INQUIRE reads it.
*>*********************************************************************

search-sighting-master.
  move 'SIGHTING RECORD' to section-title
  move 'The first and last day each address was seen in our nightly'
      to section-text-1
  move 'processing, how often, and the last answer we gave.'
      to section-text-2
  perform begin-section

  move spaces to sightings-file
  accept sightings-file from environment "COBMIND_SIGHTINGS"
  if sightings-file = spaces or low-value
    move './cobmind.sightings' to sightings-file
  end-if

  move sightings-file to store-path
  move 'SIGHTINGS' to item-store
  perform begin-source
  move 0 to item-line

  call 'cobmind-file-exists' using sightings-file, exists-rec
  if not target-exists
    perform end-section
    exit paragraph
  end-if

  move spaces to sightings-status
  open input sightings-in
  if sightings-status not = '00'
    perform end-section
    exit paragraph
  end-if

  perform varying touch-ix from 1 by 1 until touch-ix > subject-total
    perform walk-subject-sightings
  end-perform

  close sightings-in
  perform end-section
  .

walk-subject-sightings.
  move subj-network(touch-ix) to probe-text
  perform split-probe-text

  *> the network's first and last addresses bound the key range.
  move subj-bits(touch-ix) to net-bits
  move subj-bitlen(touch-ix) to net-bitlen
  perform varying bit-ix from 1 by 1 until bit-ix > net-bitlen
    if bit-ix > subj-prefix(touch-ix)
      move '0' to net-bits(bit-ix:1)
    end-if
  end-perform
  move 'B' to key-op
  call 'mmdb2-sighting-key' using key-op, probe-address, net-bits,
      net-bitlen, low-key

  perform varying bit-ix from 1 by 1 until bit-ix > net-bitlen
    if bit-ix > subj-prefix(touch-ix)
      move '1' to net-bits(bit-ix:1)
    end-if
  end-perform
  call 'mmdb2-sighting-key' using key-op, probe-address, net-bits,
      net-bitlen, high-key

  if low-key = spaces
    exit paragraph
  end-if

  move spaces to sightings-status
  move low-key to mmdb2-sgt-key
  start sightings-in key is not less than mmdb2-sgt-key
    invalid key move '10' to sightings-status
  end-start

  perform until sightings-status = '10'
    read sightings-in next record
      at end move '10' to sightings-status
      not at end
        if mmdb2-sgt-key > high-key
          move '10' to sightings-status
        else
          perform consider-sighting
        end-if
    end-read
  end-perform
  .

consider-sighting.
  if mmdb2-sgt-key(1:1) = '#'
    exit paragraph
  end-if

  if mmdb2-sgt-first-seen > to-arg or mmdb2-sgt-last-seen < from-arg
    exit paragraph
  end-if

  move mmdb2-sgt-address to rec-address
  move 'A' to key-op
  call 'mmdb2-sighting-key' using key-op, rec-address, rec-bits,
      rec-bitlen, rec-key

  if rec-bitlen not = subj-bitlen(touch-ix)
    exit paragraph
  end-if
  if subj-prefix(touch-ix) > 0
    if rec-bits(1:subj-prefix(touch-ix))
        not = subj-bits(touch-ix)(1:subj-prefix(touch-ix))
      exit paragraph
    end-if
  end-if

  *> an address inside two of the account's networks is shown once,
  *> under the first.
  move 'N' to earlier-hit
  perform varying earlier-ix from 1 by 1
      until earlier-ix >= touch-ix or earlier-hit = 'Y'
    if subj-bitlen(earlier-ix) = rec-bitlen
      if subj-prefix(earlier-ix) = 0
        move 'Y' to earlier-hit
      else
        if rec-bits(1:subj-prefix(earlier-ix))
            = subj-bits(earlier-ix)(1:subj-prefix(earlier-ix))
          move 'Y' to earlier-hit
        end-if
      end-if
    end-if
  end-perform
  if earlier-hit = 'Y'
    exit paragraph
  end-if

  move rec-address to probe-text
  perform split-probe-text
  move rec-address to item-address
  move mmdb2-sgt-last-seen to item-date
  move 'N' to item-redacted
  move spaces to disclose-text
  string
    'first seen ' mmdb2-sgt-first-seen
    ', last seen ' mmdb2-sgt-last-seen
    ', seen ' mmdb2-sgt-count ' time(s)'
    ', last answer ' function trim(mmdb2-sgt-reason)
    ' country ' function trim(mmdb2-sgt-country)
    ' city ' function trim(mmdb2-sgt-city)
    ' ASN ' function trim(mmdb2-sgt-asn)
    ', answer changed ' mmdb2-sgt-changes ' time(s)'
    delimited by size into disclose-text
  perform confine-to-subject
  if row-withheld = 'Y'
    exit paragraph
  end-if
  perform emit-item
  .

*>*********************************************************************
*> the closing index: every source searched, what came from it.
*>*********************************************************************

write-source-index.
  move spaces to out-line
  perform write-report-line
  move 'INDEX OF SOURCES' to out-line
  perform write-report-line
  move '----------------' to out-line
  perform write-report-line
  move 'Every record store searched, the items that came from it,'
      to out-line
  perform write-report-line
  move 'and the rows withheld because they concern other customers.'
      to out-line
  perform write-report-line
  move spaces to out-line
  perform write-report-line

  perform varying source-ix from 1 by 1 until source-ix > source-total
    move spaces to out-line
    if src-items(source-ix) > 0
      compute last-item = src-first(source-ix) + src-items(source-ix)
          - 1
      string '  ' src-store(source-ix) ' items '
          src-first(source-ix) '-' last-item
          delimited by size into out-line
    else
      string '  ' src-store(source-ix) ' no items'
          delimited by size into out-line
    end-if
    if src-withheld(source-ix) > 0
      move spaces to splice-work
      string function trim(out-line trailing) ', '
          src-withheld(source-ix) ' withheld'
          delimited by size into splice-work
      move splice-work(1:256) to out-line
    end-if
    perform write-report-line
    move spaces to out-line
    string '      ' function trim(src-path(source-ix))
        delimited by size into out-line
    perform write-report-line

    move spaces to annex-line
    string '# source,' function trim(src-store(source-ix)) ','
        function trim(src-path(source-ix)) ','
        src-first(source-ix) ',' src-items(source-ix) ','
        src-withheld(source-ix)
        delimited by size into annex-line
    write annex-out-rec from annex-line
  end-perform

  move spaces to out-line
  perform write-report-line
  move spaces to out-line
  string 'Total: ' item-no ' item(s) disclosed, ' items-withheld
      ' row(s) withheld.'
      delimited by size into out-line
  perform write-report-line
  .
