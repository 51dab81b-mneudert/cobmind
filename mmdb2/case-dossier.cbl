       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-case-dossier.

*>*********************************************************************
*> case dossiers for the compliance desk: a DENY case in the hold
*> queue ("COBMIND_HOLD_QUEUE", mmdb2-hold-queue) reaches the analyst
*> already investigated instead of needing an attribution QUERY, an
*> audit query, and a spreadsheet first.
*>
*>   PARM='<ip|ALL> <attribution-ledger> <audit-dir> <folder-root>
*>         [<database>]'
*>
*> one OPEN case by address, or ALL of them, each gets a case folder
*> <folder-root>/<ip> (dots and colons as underscores) holding -
*>
*>   case.csv      the case row as the hold queue has it
*>   accounts.csv  every account on the attribution ledger
*>                 (mmdb2-attribution) seen on a network that touches
*>                 the case's network - its first-seen/last-seen span
*>                 and whether that span falls DURING, BEFORE or
*>                 AFTER the case's own first/last seen - followed by
*>                 each of those accounts' OTHER networks off the
*>                 ledger, with the country each resolves to in
*>                 <database> when one is given:
*>
*>                   account,relation,network,first_seen,last_seen,
*>                       count,country,window
*>
*>   audit.csv     every audit-trail line for the address, out of
*>                 the live log and all its dated archives, under
*>                 the file's recomputed chain standing (CLEAN /
*>                 BROKEN / UNCHAINED) exactly as mmdb2-audit-query
*>                 reports it
*>
*> "touches" is prefix overlap: a ledger network and the case's
*> network touch when one contains the other, so a ledger row keyed
*> by the bare address and one keyed by its /24 both count.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select case-in
    assign dynamic case-file
    organization line sequential
    file status is case-in-status.

  select ledger-in
    assign dynamic ledger-file
    organization line sequential
    file status is ledger-status.

  select listing-in
    assign dynamic listing-file
    organization line sequential
    file status is listing-status.

  select audit-in
    assign dynamic audit-path
    organization line sequential
    file status is audit-status.

  select dossier-out
    assign dynamic dossier-path
    organization line sequential
    file status is dossier-status.

data division.
file section.

fd case-in.
01 case-in-rec pic x(256).

fd ledger-in.
01 ledger-in-rec pic x(160).

fd listing-in.
01 listing-in-rec pic x(160).

fd audit-in.
01 audit-in-rec pic x(512).

fd dossier-out.
01 dossier-out-rec pic x(720).

working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-meta.cpy'.
copy 'mmdb2-result.cpy'.

01 case-arg         pic x(45) value spaces.
01 ledger-file      pic x(128) value spaces.
01 audit-dir        pic x(128) value spaces.
01 folder-root      pic x(128) value spaces.
01 db-path          pic x(128) value spaces.
01 all-cases        pic x(1) value 'N'.

01 case-file        pic x(128) value spaces.
01 case-in-status   pic xx value spaces.
01 case-exists-rec  pic x(1).
   88 case-exists   value 'Y', false 'N'.
01 ledger-status    pic xx value spaces.
01 ledger-exists-rec pic x(1).
   88 ledger-exists value 'Y', false 'N'.
01 listing-file     pic x(160) value spaces.
01 listing-status   pic xx value spaces.
01 audit-path       pic x(160) value spaces.
01 audit-status     pic xx value spaces.
01 dossier-path     pic x(200) value spaces.
01 dossier-status   pic xx value spaces.
01 folder-path      pic x(180) value spaces.
01 shell-cmd        pic x(400) value spaces.

*> the case being written up.
01 case-ip          pic x(45) value spaces.
01 case-network     pic x(43) value spaces.
01 case-country     pic x(2) value spaces.
01 case-verdict     pic x(5) value spaces.
01 case-status      pic x(10) value spaces.
01 case-run         pic x(20) value spaces.
01 case-first       pic x(8) value spaces.
01 case-last        pic x(8) value spaces.
01 case-reviewer    pic x(32) value spaces.
01 case-ticket      pic x(32) value spaces.
01 case-folder-name pic x(45) value spaces.
01 case-row         pic x(256) value spaces.

*> the case's network as bits, for the touch test.
01 case-bits        pic x(128) value spaces.
01 case-bitlen      pic 9(3) value 0.
01 case-prefix      pic 9(3) value 0.

*> a ledger row, split.
01 led-account      pic x(32) value spaces.
01 led-network      pic x(45) value spaces.
01 led-first        pic x(8) value spaces.
01 led-last         pic x(8) value spaces.
01 led-count        pic x(8) value spaces.
01 led-bits         pic x(128) value spaces.
01 led-bitlen       pic 9(3) value 0.
01 led-prefix       pic 9(3) value 0.
01 led-touches      pic x(1) value 'N'.

*> shared by the touch test: address part and prefix of a network.
01 addr-part        pic x(45) value spaces.
01 prefix-part      pic x(4) value spaces.
01 common-bits      pic 9(3) value 0.

*> the accounts that touched the case's network.
01 account-table.
   05 account-entry occurs 200 times pic x(32).
01 account-total    pic 9(3) value 0.
01 account-ix       pic 9(3) value 0.
01 account-hit      pic x(1) value 'N'.

01 window-text      pic x(7) value spaces.
01 relation-text    pic x(5) value spaces.
01 ledger-pass      pic 9(1) value 1.
01 country-text     pic x(8) value spaces.
01 lookup-ip-text   pic x(45) value spaces.
01 explain-off      pic x(1) value 'N'.
01 no-lang-filter   pic x(8) value spaces.
01 field-path       pic x(64) value spaces.
01 field-value      pic x(256) value spaces.
01 field-found      pic x(1) value 'N'.

01 database-handle  pic x(4).
01 db-open          pic x(1) value 'N'.
01 metafile-exists-rec pic x(1).
   88 metafile-exists value 'Y', false 'N'.

*> per audit file chain walk - the mmdb2-audit-query two passes.
01 chain-pass       pic 9(1) value 1.
01 marker-pos       pic 9(4) value 0.
01 base-text        pic x(512) value spaces.
01 claimed-chain    pic x(16) value spaces.
01 prev-chain       pic x(16) value spaces.
01 next-chain       pic x(16) value spaces.
01 chain-broken-rec pic x(1) value 'N'.
   88 chain-broken  value 'Y', false 'N'.
01 chained-seen     pic 9(8) value 0.
01 chain-verdict    pic x(9) value spaces.
01 split-ts         pic x(15) value spaces.
01 split-operator   pic x(32) value spaces.
01 split-db         pic x(128) value spaces.
01 split-ip         pic x(45) value spaces.

01 out-line         pic x(720) value spaces.

01 cases-written    pic 9(5) value 0.
01 accounts-written pic 9(6) value 0.
01 others-written   pic 9(6) value 0.
01 audit-hits       pic 9(6) value 0.

*>*********************************************************************

procedure division.
  accept case-arg from argument-value
  accept ledger-file from argument-value
  accept audit-dir from argument-value
  accept folder-root from argument-value
  accept db-path from argument-value

  if case-arg = spaces or ledger-file = spaces or audit-dir = spaces
  or folder-root = spaces
    display 'usage: mmdb2-case-dossier <ip|ALL> <attribution-ledger>'
        ' <audit-dir> <folder-root> [<database>]'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if function upper-case(function trim(case-arg)) = 'ALL'
    move 'Y' to all-cases
  end-if

  move spaces to case-file
  accept case-file from environment "COBMIND_HOLD_QUEUE"

  if case-file = spaces or low-value
    move './cobmind.holds' to case-file
  end-if

  call 'cobmind-file-exists' using case-file, case-exists-rec

  if not case-exists
    display 'no hold queue at ' function trim(case-file)
    move mmdb2-rc-not-found to return-code
    goback
  end-if

  call 'cobmind-file-exists' using ledger-file, ledger-exists-rec

  if not ledger-exists
    display 'no attribution ledger at ' function trim(ledger-file)
        ' - dossiers will carry no accounts'
  end-if

  if db-path not = spaces
    perform open-database
  end-if

  move spaces to case-in-status
  open input case-in

  if case-in-status not = '00'
    display 'failed to open hold queue: ' function trim(case-file)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  perform until case-in-status = '10'
    read case-in
      at end move '10' to case-in-status
      not at end perform consider-case
    end-read
  end-perform

  close case-in

  if db-open = 'Y'
    call 'mmdb2-close' using database-handle
  end-if

  display 'case dossier: ' cases-written ' case folder(s) written, '
      accounts-written ' account row(s), ' others-written
      ' other network(s), ' audit-hits ' audit line(s)'

  if cases-written = 0
    if all-cases = 'Y'
      display 'no OPEN cases in ' function trim(case-file)
      move mmdb2-rc-ok to return-code
    else
      display 'no OPEN case for ' function trim(case-arg)
      move mmdb2-rc-not-found to return-code
    end-if
    goback
  end-if

  move mmdb2-rc-ok to return-code
  goback.

*>*********************************************************************

open-database.
  call 'mmdb2-open' using db-path, database-handle

  if return-code not = mmdb2-rc-ok
    display 'could not open database, countries left blank: '
        function trim(db-path)
    exit paragraph
  end-if

  call 'cobmind-meta-exists' using db-path, metafile-exists-rec

  if metafile-exists
    call 'mmdb2-read-meta-cache' using db-path, mmdb2-meta-rec
  else
    display 'extracting meta data...'
    call 'mmdb2-extract-meta' using db-path, mmdb2-meta-rec
  end-if

  move 'Y' to db-open
  .

consider-case.
  if function trim(case-in-rec) = spaces
  or case-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to case-ip case-network case-country case-verdict
      case-status case-run case-first case-last case-reviewer
      case-ticket
  unstring case-in-rec delimited by ','
      into case-ip, case-network, case-country, case-verdict,
           case-status, case-run, case-first, case-last,
           case-reviewer, case-ticket

  if function trim(case-status) not = 'OPEN'
    exit paragraph
  end-if

  if all-cases not = 'Y'
  and function trim(case-ip) not = function trim(case-arg)
    exit paragraph
  end-if

  move case-in-rec to case-row
  perform write-case-folder
  .

*>*********************************************************************
*> one case folder: the case row, the accounts, the audit lines.
*>*********************************************************************

write-case-folder.
  move function trim(case-ip) to case-folder-name
  inspect case-folder-name replacing all '.' by '_'
  inspect case-folder-name replacing all ':' by '_'

  move spaces to folder-path
  string function trim(folder-root) '/'
      function trim(case-folder-name)
      delimited by size into folder-path

  move spaces to shell-cmd
  string 'mkdir -p "' function trim(folder-path) '"'
      delimited by size into shell-cmd
  call 'SYSTEM' using shell-cmd

  move 'case.csv' to out-line
  perform open-dossier-file
  if dossier-status not = '00'
    exit paragraph
  end-if

  move 'ip,network,country,verdict,status,first_run,first_seen,'
      & 'last_seen,reviewer,ticket' to dossier-out-rec
  write dossier-out-rec
  write dossier-out-rec from case-row
  close dossier-out

  perform write-accounts-file
  perform write-audit-file

  add 1 to cases-written
  display 'case ' function trim(case-ip) ': dossier in '
      function trim(folder-path)
  .

open-dossier-file.
  move spaces to dossier-path
  string function trim(folder-path) '/' function trim(out-line)
      delimited by size into dossier-path

  move spaces to dossier-status
  open output dossier-out

  if dossier-status not = '00'
    display 'failed to write ' function trim(dossier-path)
  end-if
  .

*>*********************************************************************
*> accounts: pass one collects the accounts seen on a network
*> touching the case's and writes them; pass two writes every other
*> network those accounts were seen on.
*>*********************************************************************

write-accounts-file.
  move 'accounts.csv' to out-line
  perform open-dossier-file
  if dossier-status not = '00'
    exit paragraph
  end-if

  move 'account,relation,network,first_seen,last_seen,count,'
      & 'country,window' to dossier-out-rec
  write dossier-out-rec

  move 0 to account-total

  if function trim(case-network) not = spaces
    move case-network to addr-part
  else
    move case-ip to addr-part
  end-if
  perform split-network-text
  call 'mmdb2-ip-to-bits' using addr-part, case-bits, case-bitlen
  move led-prefix to case-prefix
  if case-prefix = 0 or case-prefix > case-bitlen
    move case-bitlen to case-prefix
  end-if

  if ledger-exists
    move 1 to ledger-pass
    perform read-ledger-pass
    move 2 to ledger-pass
    perform read-ledger-pass
  end-if

  close dossier-out
  .

read-ledger-pass.
  move spaces to ledger-status
  open input ledger-in

  if ledger-status not = '00'
    exit paragraph
  end-if

  perform until ledger-status = '10'
    read ledger-in
      at end move '10' to ledger-status
      not at end perform consider-ledger-row
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

  perform test-ledger-touch

  if ledger-pass = 1
    if led-touches = 'Y'
      perform remember-account
      move 'CASE' to relation-text
      move case-country to country-text
      perform write-account-row
      add 1 to accounts-written
    end-if
  else
    if led-touches not = 'Y'
      perform find-account
      if account-hit = 'Y'
        move 'OTHER' to relation-text
        perform resolve-network-country
        perform write-account-row
        add 1 to others-written
      end-if
    end-if
  end-if
  .

test-ledger-touch.
  move 'N' to led-touches
  move led-network to addr-part
  perform split-network-text
  call 'mmdb2-ip-to-bits' using addr-part, led-bits, led-bitlen

  if led-bitlen not = case-bitlen or led-bitlen = 0
    exit paragraph
  end-if

  if led-prefix = 0 or led-prefix > led-bitlen
    move led-bitlen to led-prefix
  end-if

  if led-prefix < case-prefix
    move led-prefix to common-bits
  else
    move case-prefix to common-bits
  end-if

  if common-bits = 0
  or led-bits(1:common-bits) = case-bits(1:common-bits)
    move 'Y' to led-touches
  end-if
  .

*> addr-part in: "<address>[/<prefix>]"; addr-part out: the address,
*> led-prefix: the prefix length (0 when none was written).
split-network-text.
  move spaces to prefix-part
  move 0 to led-prefix
  unstring function trim(addr-part) delimited by '/'
      into addr-part, prefix-part

  if function trim(prefix-part) is numeric
    move function numval(prefix-part) to led-prefix
  end-if
  .

remember-account.
  perform find-account

  if account-hit = 'N' and account-total < 200
    add 1 to account-total
    move led-account to account-entry(account-total)
  end-if
  .

find-account.
  move 'N' to account-hit

  perform varying account-ix from 1 by 1
      until account-ix > account-total or account-hit = 'Y'
    if account-entry(account-ix) = led-account
      move 'Y' to account-hit
    end-if
  end-perform
  .

resolve-network-country.
  move spaces to country-text

  if db-open not = 'Y'
    exit paragraph
  end-if

  move led-network to addr-part
  perform split-network-text
  move addr-part to lookup-ip-text

  call 'mmdb2-lookup-ip' using database-handle, mmdb2-meta-rec,
      lookup-ip-text, explain-off, mmdb2-lookup-result,
      no-lang-filter

  if mmdb2-result-reason = 'OK'
    move 'CTRY' to field-path
    move spaces to field-value
    call 'mmdb2-get-field' using mmdb2-result-decoded, field-path,
        field-value, field-found
    if field-found = 'Y'
      move field-value to country-text
    end-if
  end-if
  .

write-account-row.
  evaluate true
    when led-last < case-first
      move 'BEFORE' to window-text
    when led-first > case-last
      move 'AFTER' to window-text
    when other
      move 'DURING' to window-text
  end-evaluate

  move spaces to base-text
  string function trim(led-account) ','
      function trim(relation-text) ','
      function trim(led-network) ','
      led-first ',' led-last ','
      function trim(led-count) ','
      function trim(country-text) ','
      function trim(window-text)
      delimited by size into base-text
  write dossier-out-rec from base-text
  .

*>*********************************************************************
*> audit lines for the address, every file of the audit estate.
*>*********************************************************************

write-audit-file.
  move 'audit.csv' to out-line
  perform open-dossier-file
  if dossier-status not = '00'
    exit paragraph
  end-if

  move 'source_file,chain,audit_line' to dossier-out-rec
  write dossier-out-rec

  move spaces to listing-file
  string function trim(folder-path) '/.cobmind_dossier_list'
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
        not at end perform consider-listed-file
      end-read
    end-perform

    close listing-in
  end-if

  call 'CBL_DELETE_FILE' using listing-file

  close dossier-out
  .

consider-listed-file.
  if function trim(listing-in-rec) = spaces
    exit paragraph
  end-if

  *> the ".chain" state file rides the same glob.
  move 0 to marker-pos
  inspect listing-in-rec tallying marker-pos for all '.chain'
  if marker-pos > 0
    exit paragraph
  end-if

  move spaces to audit-path
  move function trim(listing-in-rec) to audit-path

  move 1 to chain-pass
  set chain-broken to false
  move 0 to chained-seen
  move spaces to prev-chain
  perform read-audit-file

  evaluate true
    when chain-broken      move 'BROKEN' to chain-verdict
    when chained-seen = 0  move 'UNCHAINED' to chain-verdict
    when other             move 'CLEAN' to chain-verdict
  end-evaluate

  move 2 to chain-pass
  perform read-audit-file
  .

read-audit-file.
  move spaces to audit-status
  open input audit-in

  if audit-status not = '00'
    exit paragraph
  end-if

  perform until audit-status = '10'
    read audit-in
      at end move '10' to audit-status
      not at end
        if chain-pass = 1
          perform fold-chain-line
        else
          perform match-audit-line
        end-if
    end-read
  end-perform

  close audit-in
  .

fold-chain-line.
  if function trim(audit-in-rec) = spaces
    exit paragraph
  end-if

  if audit-in-rec(1:5) = 'SEAL,'
    move 0 to marker-pos
    inspect audit-in-rec tallying marker-pos
        for characters before initial 'chain='

    if marker-pos > 0 and marker-pos < 490
      move audit-in-rec(marker-pos + 7:16) to claimed-chain
      if function trim(claimed-chain)
          not = function trim(prev-chain)
        set chain-broken to true
      end-if
    end-if
    exit paragraph
  end-if

  move 0 to marker-pos
  inspect audit-in-rec tallying marker-pos
      for characters before initial ',chain='

  if marker-pos = 0 or marker-pos >= 505
    exit paragraph
  end-if

  add 1 to chained-seen

  move spaces to base-text claimed-chain
  move audit-in-rec(1:marker-pos) to base-text
  move audit-in-rec(marker-pos + 8:16) to claimed-chain

  call 'cobmind-chain-hash' using prev-chain, base-text, next-chain

  if function trim(claimed-chain) not = function trim(next-chain)
    set chain-broken to true
  end-if

  move next-chain to prev-chain
  .

match-audit-line.
  if function trim(audit-in-rec) = spaces
  or audit-in-rec(1:5) = 'SEAL,'
    exit paragraph
  end-if

  move spaces to split-ts split-operator split-db split-ip
  unstring audit-in-rec delimited by ','
      into split-ts, split-operator, split-db, split-ip

  if function trim(split-ip) not = function trim(case-ip)
    exit paragraph
  end-if

  add 1 to audit-hits

  move spaces to out-line
  string
    function trim(audit-path) ','
    function trim(chain-verdict) ','
    function trim(audit-in-rec)
    delimited by size
    into out-line
  write dossier-out-rec from out-line
  .
