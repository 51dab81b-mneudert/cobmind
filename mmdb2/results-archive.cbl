       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-results-archive.

*>*********************************************************************
*> the long-term results archive. results generations age out under
*> the catalog's keep window, and after that the audit line says a
*> lookup happened but not what we answered - this keeps the answer:
*>
*>   PARM='PACK <month YYYYMM> <results-base> <archive-root>
*>         [<keep-months>]'
*>        month-end: every results generation cataloged under
*>        <results-base> (cobmind-generations) whose provenance run
*>        id falls in the month is packed into one container for the
*>        month, its rows sorted by address and stamped with the run
*>        and the build (db, build_epoch) that answered them. the
*>        container is a run of gzip members, one per block of rows,
*>        so a search decompresses only the blocks it needs; the
*>        sorted address index beside it names each block's first
*>        and last address, byte offset and length. containers older
*>        than <keep-months> (default 84) are then disposed of,
*>        through the legal-hold guard (cobmind-hold-guard) like
*>        every other prune; one that will not unpack for the guard
*>        is kept and ends the step mmdb2-rc-io-error. a month
*>        already in the archive is left as it is - a restarted
*>        step does not pack it twice.
*>
*>   PARM='SEARCH <ip | network/prefix> <from YYYYMMDD> <to YYYYMMDD>
*>         <archive-root> <out-file>'
*>        the archived rows for an address or every address in a
*>        network, answered between two dates, each with the month,
*>        run, build_epoch and database that produced it. only the
*>        months in the date range and, in them, only the blocks the
*>        index says can hold the addresses are unpacked.
*>
*>   PARM='SCRUB <archive-root>'
*>        repacks any container packed before the latest entry in the
*>        erasure register ("COBMIND_ERASED", ./cobmind.erased, which
*>        mmdb2-erasure writes), dropping the erased addresses' rows.
*>
*> files under <archive-root>:
*>
*>   results-<month>.arc   the container
*>   results-<month>.idx   its index -
*>       # results archive month=<m> packed=<ts> scrubbed=<YYYYMMDD>
*>       BLOCK,<seq>,<first key>,<last key>,<offset>,<length>,<rows>
*>       ...
*>       TRAILER,rows=<blocks>,...,checksum=<v>
*>   results.cat           one line per month held:
*>       <month>,rows=<n>,blocks=<n>,packed=<YYYYMMDD>
*>
*> an archived row is
*>
*>   <key>,<run>,<build_epoch>,<db>,<results row as written>
*>
*> where the key is the address family ('4' or '6') and the address
*> in mmdb2-sighting-key's zero-padded text, as the registry
*> reference keys its ranges. control totals: every block closes
*> with its own shop-standard TRAILER line (cobmind-trailer) and the
*> index with one over its BLOCK lines - a search checks the index
*> trailer before it trusts an offset, and each block's trailer
*> before it returns a row from it. a container that fails either
*> check has the failing part withheld and ends the search
*> mmdb2-rc-trailer-bad.
*>
*> erasure: rows for an address in the erasure register are never
*> packed (nor are rows mmdb2-erasure has already tokenized), a
*> search withholds rows for an address erased since its month was
*> packed, and SCRUB takes those rows out of the container itself.
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

  select work-in
    assign dynamic work-path
    organization line sequential
    file status is work-status.

  select block-out
    assign dynamic block-path
    organization line sequential
    file status is block-status.

  select index-in
    assign dynamic index-path
    organization line sequential
    file status is index-status.

  select index-out
    assign dynamic index-new
    organization line sequential
    file status is index-out-status.

  select catalog-in
    assign dynamic catalog-file
    organization line sequential
    file status is catalog-status.

  select catalog-out
    assign dynamic catalog-new
    organization line sequential
    file status is catalog-out-status.

  select erased-in
    assign dynamic erased-file
    organization line sequential
    file status is erased-status.

  select search-out
    assign dynamic out-file
    organization line sequential
    file status is out-status.

  select arc-sort assign 'cobmind_arcsort.tmp'.

data division.
file section.

fd gens-in.
01 gens-in-rec pic x(160).

fd gen-in.
01 gen-in-rec pic x(8192).

fd work-in.
01 work-in-rec pic x(8448).

fd block-out.
01 block-out-rec pic x(8448).

fd index-in.
01 index-in-rec pic x(256).

fd index-out.
01 index-out-rec pic x(256).

fd catalog-in.
01 catalog-in-rec pic x(80).

fd catalog-out.
01 catalog-out-rec pic x(80).

fd erased-in.
01 erased-in-rec pic x(128).

fd search-out.
01 search-out-rec pic x(8448).

*> the month's rows, or a container's being repacked, in address
*> order - the same address's answers in run order.
sd arc-sort.
01 arc-sort-rec.
   05 as-key          pic x(41).
   05 as-run          pic x(20).
   05 as-epoch        pic x(11).
   05 as-db           pic x(128).
   05 as-row          pic x(8192).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 op-arg           pic x(8) value spaces.
01 arg-2            pic x(128) value spaces.
01 arg-3            pic x(128) value spaces.
01 arg-4            pic x(128) value spaces.
01 arg-5            pic x(128) value spaces.
01 arg-6            pic x(128) value spaces.

01 archive-rc       pic 9(2) value 0.

01 month-arg        pic x(6) value spaces.
01 results-base     pic x(128) value spaces.
01 archive-root     pic x(128) value spaces.
01 keep-months      pic 9(3) value 84.
01 target-arg       pic x(64) value spaces.
01 from-arg         pic x(8) value spaces.
01 to-arg           pic x(8) value spaces.
01 out-file         pic x(128) value spaces.

01 gens-file        pic x(136) value spaces.
01 gen-path         pic x(160) value spaces.
01 work-path        pic x(160) value spaces.
01 block-path       pic x(160) value spaces.
01 index-path       pic x(160) value spaces.
01 index-new        pic x(168) value spaces.
01 arc-path         pic x(160) value spaces.
01 arc-new          pic x(168) value spaces.
01 catalog-file     pic x(160) value spaces.
01 catalog-new      pic x(168) value spaces.
01 erased-file      pic x(128) value spaces.

01 gens-status      pic xx value spaces.
01 gen-status       pic xx value spaces.
01 work-status      pic xx value spaces.
01 block-status     pic xx value spaces.
01 index-status     pic xx value spaces.
01 index-out-status pic xx value spaces.
01 catalog-status   pic xx value spaces.
01 catalog-out-status pic xx value spaces.
01 erased-status    pic xx value spaces.
01 out-status       pic xx value spaces.

01 exists-rec       pic x(1).
   88 target-exists value 'Y', false 'N'.
01 size-exists-rec  pic x(1).
01 file-bytes       pic x(8) comp-x value 0.

01 current-ts       pic x(21) value spaces.
01 operator-name    pic x(32) value spaces.

*> the archive catalog, as read.
01 catalog-table.
   05 catalog-entry occurs 600 times.
      10 cat-month   pic x(6).
      10 cat-line    pic x(80).
01 catalog-count    pic 9(3) value 0.
01 catalog-ix       pic 9(3) value 0.
01 month-ix         pic 9(3) value 0.
01 month-serial     pic 9(6) value 0.
01 entry-serial     pic 9(6) value 0.
01 split-cat-rows   pic x(20) value spaces.
01 split-cat-blocks pic x(20) value spaces.

*> the erasure register - tokens only, with the day each was entered.
01 erased-table.
   05 erased-entry occurs 10000 times.
      10 erased-date   pic x(8).
      10 erased-token  pic x(22).
01 erased-count     pic 9(5) value 0.
01 erased-ix        pic 9(5) value 0.
01 erased-full-rec  pic x(1) value 'N'.
   88 erased-full   value 'Y', false 'N'.
01 erased-latest    pic x(8) value spaces.
01 split-erased-date pic x(8) value spaces.
01 split-erased-token pic x(22) value spaces.
01 token-fold       pic x(512) value spaces.
01 token-hash-prev  pic x(16) value spaces.
01 token-hash-next  pic x(16) value spaces.
01 address-token    pic x(22) value spaces.
01 erased-flag      pic x(1) value 'N'.
   88 address-erased value 'Y', false 'N'.

*> one results generation's provenance.
01 gen-run          pic x(20) value spaces.
01 gen-db           pic x(128) value spaces.
01 gen-epoch        pic x(11) value spaces.
01 prov-word-1      pic x(160) value spaces.
01 prov-word-2      pic x(160) value spaces.
01 prov-word-3      pic x(160) value spaces.
01 prov-word-4      pic x(160) value spaces.

*> address keys.
01 key-op           pic x(1) value 'A'.
01 row-ip           pic x(45) value spaces.
01 ip-bitstring     pic x(128) value spaces.
01 ip-bit-length    pic 9(3) value 0.
01 address-key      pic x(40) value spaces.
01 family-char      pic x(1) value spaces.
01 net-text         pic x(45) value spaces.
01 prefix-text      pic x(8) value spaces.
01 net-prefix       pic 9(3) value 0.
01 bit-ix           pic 9(3) value 0.
01 low-key          pic x(41) value spaces.
01 high-key         pic x(41) value spaces.
01 slash-count      pic 9(2) value 0.
01 suppressed-flag  pic x(1) value 'N'.

*> the container being written.
01 sort-eof-rec     pic x(1) value 'N'.
   88 sort-eof      value 'Y', false 'N'.
01 block-limit      pic 9(5) value 500.
01 block-rows       pic 9(5) value 0.
01 block-seq        pic 9(5) value 0.
01 block-first-key  pic x(41) value spaces.
01 block-last-key   pic x(41) value spaces.
01 block-offset     pic 9(12) value 0.
01 block-length     pic 9(12) value 0.
01 arc-bytes-before pic 9(12) value 0.
01 arc-bytes-after  pic 9(12) value 0.
01 arc-line         pic x(8448) value spaces.
01 index-line       pic x(256) value spaces.
01 container-rows   pic 9(10) value 0.
01 container-failed pic x(1) value 'N'.
   88 container-bad value 'Y', false 'N'.
01 scrubbed-date    pic x(8) value spaces.

*> the month's pack counts.
01 gens-packed      pic 9(3) value 0.
01 gens-outside     pic 9(3) value 0.
01 rows-erased      pic 9(9) value 0.
01 rows-unaddressed pic 9(9) value 0.
01 rows-released    pic 9(10) value 0.
01 split-1          pic x(64) value spaces.

*> trailer arithmetic (cobmind-trailer).
01 trail-op         pic x(1) value 'R'.
01 trail-fold       pic x(8192) value spaces.
01 trail-reason     pic x(2) value 'OK'.
01 trailer-line     pic x(256) value spaces.
01 trailer-text     pic x(256) value spaces.
01 trailer-seen     pic x(1) value 'N'.
01 lines-folded     pic 9(10) value 0.

*> an index entry, as read.
01 split-tag        pic x(8) value spaces.
01 split-seq        pic x(5) value spaces.
01 split-first      pic x(41) value spaces.
01 split-last       pic x(41) value spaces.
01 split-offset     pic x(12) value spaces.
01 split-length     pic x(12) value spaces.
01 split-rows       pic x(5) value spaces.
01 index-ok         pic x(1) value 'N'.
01 scan-pos         pic 9(4) value 0.

*> a block as unpacked.
01 block-ok         pic x(1) value 'N'.
01 row-date         pic x(8) value spaces.
01 row-db           pic x(128) value spaces.
01 row-rest-start   pic 9(5) value 0.
01 row-ptr          pic 9(5) value 0.
01 out-line         pic x(8448) value spaces.

*> the search.
01 rows-found       pic 9(9) value 0.
01 rows-withheld    pic 9(9) value 0.
01 months-searched  pic 9(3) value 0.
01 blocks-read      pic 9(7) value 0.
01 parts-failed     pic 9(5) value 0.
01 from-month       pic x(6) value spaces.
01 to-month         pic x(6) value spaces.

*> disposal and repack.
01 held-flag        pic x(1) value 'N'.
01 hold-subject     pic x(148) value spaces.
01 months-pruned    pic 9(3) value 0.
01 months-held      pic 9(3) value 0.
01 months-failed    pic 9(3) value 0.
01 unpack-rc        pic s9(9) comp-5 value 0.
01 months-scrubbed  pic 9(3) value 0.
01 rows-before      pic 9(10) value 0.

01 shell-cmd        pic x(512) value spaces.
01 unsafe-count     pic 9(3) value 0.

01 class-op         pic x(1) value 'W'.
01 class-subject    pic x(256) value spaces.
01 class-label      pic x(12) value spaces.
01 no-db            pic x(128) value spaces.
01 no-epoch         pic 9(11) value 0.
01 provenance-line  pic x(256) value spaces.

01 audit-subject    pic x(128) value spaces.
01 audit-tag        pic x(45) value spaces.
01 audit-rc         pic x(2) value 'OK'.
01 audit-dir-blank  pic x(128) value spaces.

*>*********************************************************************

procedure division.
  accept op-arg from argument-value
  accept arg-2 from argument-value
  accept arg-3 from argument-value
  accept arg-4 from argument-value
  accept arg-5 from argument-value
  accept arg-6 from argument-value

  move function upper-case(op-arg) to op-arg
  move function current-date to current-ts
  move mmdb2-rc-ok to archive-rc

  accept operator-name from environment "USER"
  if operator-name = spaces
    accept operator-name from environment "LOGNAME"
  end-if
  if operator-name = spaces
    move 'UNKNOWN' to operator-name
  end-if

  evaluate op-arg
    when 'PACK'   perform pack-month
    when 'SEARCH' perform search-archive
    when 'SCRUB'  perform scrub-archive
    when other
      perform show-usage
      move mmdb2-rc-bad-argument to archive-rc
  end-evaluate

  *> the audit call resets return-code on the way.
  move archive-rc to return-code
  goback.

*>*********************************************************************

show-usage.
  display 'usage: mmdb2-results-archive PACK <month YYYYMM>'
      ' <results-base> <archive-root> [<keep-months>]'
  display '       mmdb2-results-archive SEARCH <ip | network/prefix>'
      ' <from YYYYMMDD> <to YYYYMMDD> <archive-root> <out-file>'
  display '       mmdb2-results-archive SCRUB <archive-root>'
  .

*> the archive root goes into shell commands (gzip, and the block
*> extract) - refuse it outright rather than try to escape it.
check-archive-root.
  move 0 to unsafe-count
  inspect archive-root tallying unsafe-count for all '"'
  inspect archive-root tallying unsafe-count for all '`'
  inspect archive-root tallying unsafe-count for all '$'
  inspect archive-root tallying unsafe-count for all ';'
  inspect archive-root tallying unsafe-count for all '|'
  inspect archive-root tallying unsafe-count for all '&'
  inspect archive-root tallying unsafe-count for all '<'
  inspect archive-root tallying unsafe-count for all '>'
  inspect archive-root tallying unsafe-count for all '\'
  inspect archive-root tallying unsafe-count for all "'"

  if unsafe-count > 0
    display 'refusing archive root - unsafe characters in path: '
        function trim(archive-root)
    move mmdb2-rc-bad-argument to archive-rc
    exit paragraph
  end-if

  move spaces to catalog-file
  string function trim(archive-root) '/results.cat'
      delimited by size into catalog-file
  move spaces to catalog-new
  string function trim(catalog-file) '_new'
      delimited by size into catalog-new
  .

*> one month's container and index paths.
name-month-files.
  move spaces to arc-path index-path
  string function trim(archive-root) '/results-' month-arg '.arc'
      delimited by size into arc-path
  string function trim(archive-root) '/results-' month-arg '.idx'
      delimited by size into index-path
  move spaces to arc-new index-new
  string function trim(arc-path) '_new' delimited by size into arc-new
  string function trim(index-path) '_new'
      delimited by size into index-new
  .

*>*********************************************************************
*> PACK - the month's generations into one container.
*>*********************************************************************

pack-month.
  move arg-2(1:6) to month-arg
  move arg-3 to results-base
  move arg-4 to archive-root

  if month-arg is not numeric
  or month-arg(5:2) < '01' or month-arg(5:2) > '12'
  or arg-2(7:1) not = space
  or results-base = spaces or archive-root = spaces
    perform show-usage
    move mmdb2-rc-bad-argument to archive-rc
    exit paragraph
  end-if

  if function trim(arg-5) not = spaces
    if function trim(arg-5) is not numeric
      display 'invalid keep-months: ' function trim(arg-5)
      move mmdb2-rc-bad-argument to archive-rc
      exit paragraph
    end-if
    move function numval(arg-5) to keep-months
  end-if

  perform check-archive-root
  if archive-rc not = mmdb2-rc-ok
    exit paragraph
  end-if

  perform name-month-files
  perform load-catalog
  perform load-erased-register
  if erased-full
    move mmdb2-rc-io-error to archive-rc
    exit paragraph
  end-if

  *> a restarted step finds its month already packed.
  perform varying catalog-ix from 1 by 1
      until catalog-ix > catalog-count
    if cat-month(catalog-ix) = month-arg
      call 'cobmind-file-exists' using index-path, exists-rec
      if target-exists
        display 'month ' month-arg ' is already in the archive: '
            function trim(cat-line(catalog-ix))
        perform dispose-aged-months
        perform rewrite-catalog
        exit paragraph
      end-if
    end-if
  end-perform

  perform resolve-generation-catalog
  if not target-exists
    display 'no generation catalog under '
        function trim(results-base) ' - nothing to archive'
    move mmdb2-rc-not-found to archive-rc
    exit paragraph
  end-if

  move current-ts(1:8) to scrubbed-date
  set container-bad to false

  sort arc-sort
      ascending key as-key as-run
      input procedure is release-month-generations
      output procedure is write-container

  display 'month ' month-arg ': ' gens-packed ' generation(s), '
      rows-released ' row(s) archived; ' gens-outside
      ' generation(s) outside the month'
  if rows-erased > 0 or rows-unaddressed > 0
    display '  not archived: ' rows-erased ' erased-address row(s), '
        rows-unaddressed ' row(s) with no address'
  end-if

  if container-bad
    display 'archive container for ' month-arg ' NOT written'
    call 'CBL_DELETE_FILE' using arc-new
    call 'CBL_DELETE_FILE' using index-new
    move mmdb2-rc-io-error to archive-rc
    move 'RESULTS-ARCHIVE-FAILED' to audit-tag
    move 'IO' to audit-rc
    move arc-path to audit-subject
    call 'cobmind-audit-log' using audit-subject, audit-tag, audit-rc,
        audit-dir-blank
    exit paragraph
  end-if

  if rows-released = 0
    display 'no results rows dated ' month-arg ' - nothing to archive'
    call 'CBL_DELETE_FILE' using arc-new
    call 'CBL_DELETE_FILE' using index-new
    move mmdb2-rc-not-found to archive-rc
    perform dispose-aged-months
    perform rewrite-catalog
    exit paragraph
  end-if

  call 'CBL_RENAME_FILE' using arc-new, arc-path
  call 'CBL_RENAME_FILE' using index-new, index-path

  perform record-catalog-month

  display 'archived to ' function trim(arc-path) ' in ' block-seq
      ' block(s)'

  move spaces to audit-tag
  string 'RESULTS-ARCHIVE month=' month-arg delimited by size
      into audit-tag
  move 'OK' to audit-rc
  move arc-path to audit-subject
  call 'cobmind-audit-log' using audit-subject, audit-tag, audit-rc,
      audit-dir-blank

  perform dispose-aged-months
  perform rewrite-catalog
  .

*> the catalog name the erasure and subject-access runs resolve too.
resolve-generation-catalog.
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
  .

*> sort input: every cataloged generation dated in the month.
release-month-generations.
  move spaces to gens-status
  open input gens-in
  if gens-status not = '00'
    exit paragraph
  end-if

  perform until gens-status = '10'
    read gens-in
      at end move '10' to gens-status
      not at end
        if function trim(gens-in-rec) not = spaces
          move function trim(gens-in-rec) to gen-path
          perform release-one-generation
        end-if
    end-read
  end-perform

  close gens-in
  .

release-one-generation.
  call 'cobmind-file-exists' using gen-path, exists-rec
  if not target-exists
    exit paragraph
  end-if

  move spaces to gen-run gen-db gen-epoch
  move spaces to gen-status
  open input gen-in
  if gen-status not = '00'
    display 'failed to open generation: ' function trim(gen-path)
    exit paragraph
  end-if

  perform until gen-status = '10'
    read gen-in
      at end move '10' to gen-status
      not at end perform release-generation-row
    end-read
  end-perform

  close gen-in

  if gen-run(2:6) = month-arg
    add 1 to gens-packed
  else
    add 1 to gens-outside
  end-if
  .

release-generation-row.
  if gen-in-rec(1:7) = '# run=R'
    perform take-provenance
    exit paragraph
  end-if

  if gen-in-rec(1:1) = '#' or gen-in-rec(1:3) = 'ip,'
  or gen-in-rec(1:8) = 'TRAILER,'
  or function trim(gen-in-rec) = spaces
    exit paragraph
  end-if

  *> only the month's own runs - a generation with no provenance
  *> cannot be dated, so it is not the month's.
  if gen-run(2:6) not = month-arg
    exit paragraph
  end-if

  move spaces to split-1
  unstring gen-in-rec delimited by ',' into split-1

  if split-1(1:7) = 'ERASED-'
    add 1 to rows-erased
    exit paragraph
  end-if

  move split-1 to row-ip
  perform key-row-address
  if address-key = spaces
    add 1 to rows-unaddressed
    exit paragraph
  end-if

  perform check-erased-address
  if address-erased
    add 1 to rows-erased
    exit paragraph
  end-if

  move spaces to arc-sort-rec
  string family-char address-key delimited by size into as-key
  move gen-run to as-run
  move gen-epoch to as-epoch
  move gen-db to as-db
  move gen-in-rec to as-row
  release arc-sort-rec
  add 1 to rows-released
  .

*> "# run=<id> db=<path> build_epoch=<n> input=..." - the first
*> words are the ones the archive keeps.
take-provenance.
  move spaces to prov-word-1 prov-word-2 prov-word-3 prov-word-4
  unstring gen-in-rec delimited by all ' '
      into prov-word-1, prov-word-2, prov-word-3, prov-word-4

  move prov-word-2(5:20) to gen-run
  if prov-word-3(1:3) = 'db='
    move prov-word-3(4:128) to gen-db
  end-if
  if prov-word-4(1:12) = 'build_epoch='
    move prov-word-4(13:11) to gen-epoch
  end-if
  .

*> family and zero-padded key for the address in row-ip.
key-row-address.
  move 'A' to key-op
  call 'mmdb2-sighting-key' using key-op, row-ip, ip-bitstring,
      ip-bit-length, address-key

  if ip-bit-length = 32
    move '4' to family-char
  else
    move '6' to family-char
  end-if
  .

*>*********************************************************************
*> sort output, shared by PACK and SCRUB: the sorted rows cut into
*> blocks, each block gzipped onto the end of the new container and
*> entered in the new index.
*>*********************************************************************

write-container.
  move 0 to block-rows block-seq container-rows
  call 'CBL_DELETE_FILE' using arc-new

  move spaces to block-path
  string function trim(archive-root) '/results-' month-arg '.blk'
      delimited by size into block-path

  move spaces to index-out-status
  open output index-out
  if index-out-status not = '00'
    display 'failed to write archive index: ' function trim(index-new)
    set container-bad to true
    exit paragraph
  end-if

  move spaces to index-line
  string '# results archive month=' month-arg
      ' packed=' current-ts(1:8) '-' current-ts(9:6)
      ' scrubbed=' scrubbed-date
      ' operator=' function trim(operator-name)
      delimited by size into index-line
  write index-out-rec from index-line

  set sort-eof to false
  perform until sort-eof
    return arc-sort
      at end set sort-eof to true
      not at end perform take-sorted-row
    end-return
  end-perform

  if block-rows > 0
    perform close-block
  end-if

  close index-out
  call 'CBL_DELETE_FILE' using block-path

  if not container-bad
    perform seal-index
  end-if
  .

take-sorted-row.
  if container-bad
    exit paragraph
  end-if

  if block-rows = 0
    move as-key to block-first-key
    move spaces to block-status
    open output block-out
    if block-status not = '00'
      display 'failed to write archive block: '
          function trim(block-path)
      set container-bad to true
      exit paragraph
    end-if
    move 'R' to trail-op
    call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
        trailer-line
  end-if

  move spaces to arc-line
  string as-key ',' as-run ',' as-epoch ','
      function trim(as-db) ',' function trim(as-row trailing)
      delimited by size into arc-line
  write block-out-rec from arc-line

  move 'F' to trail-op
  move 'OK' to trail-reason
  move arc-line(1:8192) to trail-fold
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  move as-key to block-last-key
  add 1 to block-rows container-rows

  if block-rows >= block-limit
    perform close-block
  end-if
  .

close-block.
  move 'W' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line
  write block-out-rec from trailer-line
  close block-out

  add 1 to block-seq

  perform measure-new-container
  move arc-bytes-after to arc-bytes-before

  move spaces to shell-cmd
  string 'gzip -c "' function trim(block-path) '" >> "'
      function trim(arc-new) '"'
      delimited by size into shell-cmd
  call 'SYSTEM' using shell-cmd

  perform measure-new-container

  if arc-bytes-after <= arc-bytes-before
    display 'failed to compress block ' block-seq ' into '
        function trim(arc-new)
    set container-bad to true
  end-if

  move arc-bytes-before to block-offset
  compute block-length = arc-bytes-after - arc-bytes-before

  move spaces to index-line
  string 'BLOCK,' block-seq ',' block-first-key ',' block-last-key
      ',' block-offset ',' block-length ',' block-rows
      delimited by size into index-line
  write index-out-rec from index-line

  move 0 to block-rows
  .

measure-new-container.
  move 0 to arc-bytes-after
  call 'cobmind-file-size' using arc-new(1:128), size-exists-rec,
      file-bytes
  if size-exists-rec = 'Y'
    move file-bytes to arc-bytes-after
  end-if
  .

*> the index's own control totals: its BLOCK lines folded in order.
seal-index.
  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  move index-new to index-path
  move spaces to index-status
  open input index-in
  if index-status not = '00'
    set container-bad to true
    perform name-month-files
    exit paragraph
  end-if

  perform until index-status = '10'
    read index-in
      at end move '10' to index-status
      not at end
        if index-in-rec(1:6) = 'BLOCK,'
          move 'F' to trail-op
          move 'OK' to trail-reason
          move spaces to trail-fold
          move index-in-rec to trail-fold
          call 'cobmind-trailer' using trail-op, trail-fold,
              trail-reason, trailer-line
        end-if
    end-read
  end-perform
  close index-in

  move 'W' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  open extend index-out
  write index-out-rec from trailer-line
  close index-out

  perform name-month-files
  .

*>*********************************************************************
*> the archive catalog.
*>*********************************************************************

load-catalog.
  move 0 to catalog-count

  call 'cobmind-file-exists' using catalog-file, exists-rec
  if not target-exists
    exit paragraph
  end-if

  move spaces to catalog-status
  open input catalog-in
  if catalog-status not = '00'
    exit paragraph
  end-if

  perform until catalog-status = '10'
    read catalog-in
      at end move '10' to catalog-status
      not at end
        if catalog-in-rec(1:6) is numeric and catalog-count < 600
          add 1 to catalog-count
          move catalog-in-rec(1:6) to cat-month(catalog-count)
          move catalog-in-rec to cat-line(catalog-count)
        end-if
    end-read
  end-perform

  close catalog-in
  .

*> this month's line, replacing any earlier one, in month order.
record-catalog-month.
  move 0 to month-ix
  perform varying catalog-ix from 1 by 1
      until catalog-ix > catalog-count or month-ix > 0
    if cat-month(catalog-ix) = month-arg
      move catalog-ix to month-ix
    end-if
  end-perform

  if month-ix = 0
    if catalog-count >= 600
      display 'archive catalog full - month ' month-arg
          ' not cataloged'
      exit paragraph
    end-if
    add 1 to catalog-count
    move catalog-count to month-ix
    perform until month-ix = 1
    or cat-month(month-ix - 1) <= month-arg
      move catalog-entry(month-ix - 1) to catalog-entry(month-ix)
      subtract 1 from month-ix
    end-perform
  end-if

  move month-arg to cat-month(month-ix)
  move spaces to cat-line(month-ix)
  string month-arg ',rows=' container-rows ',blocks=' block-seq
      ',packed=' current-ts(1:8)
      delimited by size into cat-line(month-ix)
  .

rewrite-catalog.
  move spaces to catalog-out-status
  open output catalog-out
  if catalog-out-status not = '00'
    display 'failed to write archive catalog: '
        function trim(catalog-new)
    move mmdb2-rc-io-error to archive-rc
    exit paragraph
  end-if

  perform varying catalog-ix from 1 by 1
      until catalog-ix > catalog-count
    if cat-month(catalog-ix) not = spaces
      write catalog-out-rec from cat-line(catalog-ix)
    end-if
  end-perform

  close catalog-out
  call 'CBL_RENAME_FILE' using catalog-new, catalog-file
  .

*> containers past the keep window go - unpacked first so the
*> legal-hold guard can read them, and vaulted whole when a held
*> term turns up. one the vault could not take stays on disk and in
*> the catalog, as does one that would not unpack - the guard cannot
*> clear what it cannot read.
dispose-aged-months.
  compute month-serial = function numval(current-ts(1:4)) * 12
      + function numval(current-ts(5:2)) - 1

  perform varying catalog-ix from 1 by 1
      until catalog-ix > catalog-count
    compute entry-serial =
        function numval(cat-month(catalog-ix)(1:4)) * 12
        + function numval(cat-month(catalog-ix)(5:2)) - 1
    if month-serial - entry-serial > keep-months
      perform dispose-one-month
    end-if
  end-perform

  if months-pruned > 0 or months-held > 0 or months-failed > 0
    display 'archive retention: ' months-pruned ' month(s) disposed, '
        months-held ' kept under legal hold, ' months-failed
        ' kept unreadable'
  end-if
  if months-failed > 0 and archive-rc = mmdb2-rc-ok
    move mmdb2-rc-io-error to archive-rc
  end-if

  *> the month being packed names its own files again.
  move arg-2(1:6) to month-arg
  perform name-month-files
  .

dispose-one-month.
  move cat-month(catalog-ix) to month-arg
  perform name-month-files

  move spaces to work-path
  string function trim(archive-root) '/results-' month-arg '.csv'
      delimited by size into work-path

  move spaces to shell-cmd
  string 'gzip -dc "' function trim(arc-path) '" > "'
      function trim(work-path) '"'
      delimited by size into shell-cmd
  call 'SYSTEM' using shell-cmd
  move return-code to unpack-rc

  move 'N' to size-exists-rec
  move 0 to file-bytes
  call 'cobmind-file-size' using work-path(1:128), size-exists-rec,
      file-bytes
  if unpack-rc not = 0 or size-exists-rec not = 'Y' or file-bytes = 0
    display 'archived month ' month-arg ' would not unpack for the '
        'hold check - kept: ' function trim(arc-path)
    call 'CBL_DELETE_FILE' using work-path
    add 1 to months-failed

    move spaces to audit-tag
    string 'RESULTS-ARCHIVE-UNREADABLE month=' month-arg
        delimited by size into audit-tag
    move 'ER' to audit-rc
    move arc-path to audit-subject
    call 'cobmind-audit-log' using audit-subject, audit-tag, audit-rc,
        audit-dir-blank
    exit paragraph
  end-if

  move 'N' to held-flag
  move work-path to hold-subject
  call 'cobmind-hold-guard' using hold-subject, held-flag
  call 'CBL_DELETE_FILE' using work-path

  if held-flag = 'H'
    add 1 to months-held
    exit paragraph
  end-if

  display 'disposing of archived month ' month-arg
  call 'CBL_DELETE_FILE' using arc-path
  call 'CBL_DELETE_FILE' using index-path
  move spaces to cat-month(catalog-ix)
  add 1 to months-pruned

  move spaces to audit-tag
  string 'RESULTS-ARCHIVE-DISPOSED month=' month-arg
      delimited by size into audit-tag
  move 'OK' to audit-rc
  move arc-path to audit-subject
  call 'cobmind-audit-log' using audit-subject, audit-tag, audit-rc,
      audit-dir-blank
  .

*>*********************************************************************
*> the erasure register, compared under the token derivation
*> mmdb2-erasure issues.
*>*********************************************************************

load-erased-register.
  move 0 to erased-count
  set erased-full to false
  move spaces to erased-latest

  move spaces to erased-file
  accept erased-file from environment "COBMIND_ERASED"
  if erased-file = spaces or low-value
    move './cobmind.erased' to erased-file
  end-if

  call 'cobmind-file-exists' using erased-file, exists-rec
  if not target-exists
    exit paragraph
  end-if

  move spaces to erased-status
  open input erased-in
  if erased-status not = '00'
    exit paragraph
  end-if

  perform until erased-status = '10'
    read erased-in
      at end move '10' to erased-status
      not at end
        move spaces to split-erased-date split-erased-token
        unstring erased-in-rec delimited by ','
            into split-erased-date, split-erased-token
        if split-erased-token(1:7) = 'ERASED-'
          *> a token left unloaded would be archived and searched
          *> again - the run stops rather than break the purge.
          if erased-count >= 10000
            display 'erasure register holds more than 10000 tokens'
                ' - the run stops: ' function trim(erased-file)
            set erased-full to true
            move '10' to erased-status
          else
            add 1 to erased-count
            move split-erased-date to erased-date(erased-count)
            move split-erased-token to erased-token(erased-count)
            if split-erased-date > erased-latest
              move split-erased-date to erased-latest
            end-if
          end-if
        end-if
    end-read
  end-perform
  close erased-in
  .

check-erased-address.
  set address-erased to false
  if erased-count = 0
    exit paragraph
  end-if

  move spaces to token-fold token-hash-prev
  move function trim(row-ip) to token-fold
  call 'cobmind-chain-hash' using token-hash-prev, token-fold,
      token-hash-next
  move spaces to address-token
  string 'ERASED-' function trim(token-hash-next)
      delimited by size into address-token

  perform varying erased-ix from 1 by 1
      until erased-ix > erased-count or address-erased
    if erased-token(erased-ix) = address-token
      set address-erased to true
    end-if
  end-perform
  .

*>*********************************************************************
*> SEARCH - an address or a network over a date range.
*>*********************************************************************

search-archive.
  move arg-2 to target-arg
  move arg-3(1:8) to from-arg
  move arg-4(1:8) to to-arg
  move arg-5 to archive-root
  move arg-6 to out-file

  if target-arg = spaces or from-arg is not numeric
  or to-arg is not numeric or from-arg > to-arg
  or archive-root = spaces or out-file = spaces
    perform show-usage
    move mmdb2-rc-bad-argument to archive-rc
    exit paragraph
  end-if

  perform check-archive-root
  if archive-rc not = mmdb2-rc-ok
    exit paragraph
  end-if

  perform resolve-search-keys
  if archive-rc not = mmdb2-rc-ok
    exit paragraph
  end-if

  move from-arg(1:6) to from-month
  move to-arg(1:6) to to-month

  perform load-catalog
  perform load-erased-register
  if erased-full
    move mmdb2-rc-io-error to archive-rc
    exit paragraph
  end-if

  *> a look into what we answered for someone is itself an action
  *> the trail must show.
  move 'ARCHIVE-SEARCH' to audit-tag
  move target-arg to audit-subject
  move 'OK' to audit-rc
  call 'cobmind-audit-log' using audit-subject, audit-tag, audit-rc,
      audit-dir-blank

  move spaces to out-status
  open output search-out
  if out-status not = '00'
    display 'failed to write search output: ' function trim(out-file)
    move mmdb2-rc-io-error to archive-rc
    exit paragraph
  end-if

  *> the results row leads with the looked-up address.
  move 'W' to class-op
  move 'mmdb2-results-archive' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  move 'C' to class-op
  move 'archive_month,run,build_epoch,database,ip' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  call 'cobmind-provenance' using no-db, no-epoch, archive-root,
      provenance-line
  write search-out-rec from provenance-line

  move spaces to out-line
  string '# results archive search: ' function trim(target-arg) ', '
      from-arg ' to ' to-arg
      delimited by size into out-line
  write search-out-rec from out-line
  move 'archive_month,run,build_epoch,database,results_row'
      to search-out-rec
  write search-out-rec

  perform varying catalog-ix from 1 by 1
      until catalog-ix > catalog-count
    if cat-month(catalog-ix) >= from-month
    and cat-month(catalog-ix) <= to-month
      move cat-month(catalog-ix) to month-arg
      perform search-one-month
    end-if
  end-perform

  close search-out
  perform seal-search-output

  display 'searched ' months-searched ' archived month(s), '
      blocks-read ' block(s) unpacked: ' rows-found ' row(s) for '
      function trim(target-arg)
  if rows-withheld > 0
    display '  ' rows-withheld ' row(s) withheld - the address has'
        ' since been erased'
  end-if
  display 'written to ' function trim(out-file)

  evaluate true
    when parts-failed > 0
      display 'search INCOMPLETE: ' parts-failed ' archive part(s)'
          ' failed their control totals and were withheld'
      move mmdb2-rc-trailer-bad to archive-rc
    when rows-found = 0
      move mmdb2-rc-not-found to archive-rc
    when other
      move mmdb2-rc-ok to archive-rc
  end-evaluate
  .

*> low-key/high-key bound the addresses searched for.
resolve-search-keys.
  move 0 to slash-count
  inspect target-arg tallying slash-count for all '/'

  if slash-count = 0
    move target-arg to row-ip
    perform key-row-address
    if address-key = spaces
      display 'not an address: ' function trim(target-arg)
      move mmdb2-rc-bad-argument to archive-rc
      exit paragraph
    end-if

    call 'mmdb2-suppress-check' using row-ip, suppressed-flag
    if suppressed-flag = 'Y'
      display 'suppressed: address is in a do-not-process range - '
          'no search'
      move 'SUPPRESSED' to audit-tag
      move 'DP' to audit-rc
      move target-arg to audit-subject
      call 'cobmind-audit-log' using audit-subject, audit-tag,
          audit-rc, audit-dir-blank
      move mmdb2-rc-bad-argument to archive-rc
      exit paragraph
    end-if

    move spaces to low-key
    string family-char address-key delimited by size into low-key
    move low-key to high-key
    exit paragraph
  end-if

  move spaces to net-text prefix-text
  unstring target-arg delimited by '/' into net-text, prefix-text

  move net-text to row-ip
  perform key-row-address

  if address-key = spaces
  or function trim(prefix-text) = spaces
  or function trim(prefix-text) is not numeric
    display 'not a network: ' function trim(target-arg)
    move mmdb2-rc-bad-argument to archive-rc
    exit paragraph
  end-if

  move function numval(prefix-text) to net-prefix
  if net-prefix > ip-bit-length
    display 'prefix longer than the address: '
        function trim(target-arg)
    move mmdb2-rc-bad-argument to archive-rc
    exit paragraph
  end-if

  *> the network's first and last addresses bound the key range.
  perform varying bit-ix from 1 by 1 until bit-ix > ip-bit-length
    if bit-ix > net-prefix
      move '0' to ip-bitstring(bit-ix:1)
    end-if
  end-perform
  move 'B' to key-op
  call 'mmdb2-sighting-key' using key-op, net-text, ip-bitstring,
      ip-bit-length, address-key
  move spaces to low-key
  string family-char address-key delimited by size into low-key

  perform varying bit-ix from 1 by 1 until bit-ix > ip-bit-length
    if bit-ix > net-prefix
      move '1' to ip-bitstring(bit-ix:1)
    end-if
  end-perform
  move 'B' to key-op
  call 'mmdb2-sighting-key' using key-op, net-text, ip-bitstring,
      ip-bit-length, address-key
  move spaces to high-key
  string family-char address-key delimited by size into high-key
  .

*> the index's trailer first; then only the blocks whose address
*> span meets the search's.
search-one-month.
  perform name-month-files
  add 1 to months-searched

  perform verify-index
  if index-ok not = 'Y'
    add 1 to parts-failed
    exit paragraph
  end-if

  move spaces to index-status
  open input index-in
  if index-status not = '00'
    exit paragraph
  end-if

  perform until index-status = '10'
    read index-in
      at end move '10' to index-status
      not at end
        if index-in-rec(1:6) = 'BLOCK,'
          perform split-index-entry
          if split-first <= high-key and split-last >= low-key
            perform search-one-block
          end-if
        end-if
    end-read
  end-perform

  close index-in
  .

verify-index.
  move 'N' to index-ok trailer-seen
  move spaces to trailer-text

  call 'cobmind-file-exists' using index-path, exists-rec
  if not target-exists
    display 'archive index missing for ' month-arg ': '
        function trim(index-path)
    exit paragraph
  end-if

  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  move spaces to index-status
  open input index-in
  if index-status not = '00'
    exit paragraph
  end-if

  perform until index-status = '10'
    read index-in
      at end move '10' to index-status
      not at end
        evaluate true
          when index-in-rec(1:6) = 'BLOCK,'
            move 'F' to trail-op
            move 'OK' to trail-reason
            move spaces to trail-fold
            move index-in-rec to trail-fold
            call 'cobmind-trailer' using trail-op, trail-fold,
                trail-reason, trailer-line
          when index-in-rec(1:8) = 'TRAILER,'
            move 'Y' to trailer-seen
            move index-in-rec to trailer-text
        end-evaluate
    end-read
  end-perform
  close index-in

  if trailer-seen not = 'Y'
    display 'archive index for ' month-arg ' has no TRAILER line - '
        'month withheld'
    exit paragraph
  end-if

  move 'V' to trail-op
  move spaces to trail-fold
  move trailer-text to trail-fold(1:256)
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  if trailer-line(1:2) = 'OK'
    move 'Y' to index-ok
  else
    display 'archive index for ' month-arg ' FAILED its control '
        'totals (' function trim(trailer-line) ') - month withheld'
  end-if
  .

split-index-entry.
  move spaces to split-tag split-seq split-first split-last
      split-offset split-length split-rows
  unstring index-in-rec delimited by ','
      into split-tag, split-seq, split-first, split-last,
           split-offset, split-length, split-rows
  .

*> one block out of the container by its offset and length, its
*> trailer checked, then its rows in range returned.
search-one-block.
  if split-offset is not numeric or split-length is not numeric
  or split-rows is not numeric
    display 'archive index entry unreadable for ' month-arg
        ' block ' split-seq
    add 1 to parts-failed
    exit paragraph
  end-if

  move split-offset to block-offset
  move split-length to block-length
  add 1 to block-offset

  move 'cobmind_arcblock.tmp' to work-path
  call 'CBL_DELETE_FILE' using work-path

  move spaces to shell-cmd
  string 'tail -c +' block-offset ' "' function trim(arc-path)
      '" | head -c ' block-length ' | gzip -dc > "'
      function trim(work-path) '"'
      delimited by size into shell-cmd
  call 'SYSTEM' using shell-cmd
  add 1 to blocks-read

  perform verify-block
  if block-ok not = 'Y'
    display 'archive block ' split-seq ' of ' month-arg
        ' FAILED its control totals - its rows withheld'
    add 1 to parts-failed
    call 'CBL_DELETE_FILE' using work-path
    exit paragraph
  end-if

  move spaces to work-status
  open input work-in
  perform until work-status = '10'
    read work-in
      at end move '10' to work-status
      not at end
        if work-in-rec(1:8) not = 'TRAILER,'
        and work-in-rec(1:41) >= low-key
        and work-in-rec(1:41) <= high-key
          perform consider-archived-row
        end-if
    end-read
  end-perform
  close work-in

  call 'CBL_DELETE_FILE' using work-path
  .

*> the block's rows re-folded against its own TRAILER line, and the
*> row count held against the index's.
verify-block.
  move 'N' to block-ok trailer-seen
  move spaces to trailer-text
  move 0 to lines-folded

  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  move spaces to work-status
  open input work-in
  if work-status not = '00'
    exit paragraph
  end-if

  perform until work-status = '10'
    read work-in
      at end move '10' to work-status
      not at end
        if work-in-rec(1:8) = 'TRAILER,'
          move 'Y' to trailer-seen
          move work-in-rec(1:256) to trailer-text
        else
          add 1 to lines-folded
          move 'F' to trail-op
          move 'OK' to trail-reason
          move work-in-rec(1:8192) to trail-fold
          call 'cobmind-trailer' using trail-op, trail-fold,
              trail-reason, trailer-line
        end-if
    end-read
  end-perform
  close work-in

  if trailer-seen not = 'Y'
  or lines-folded not = function numval(split-rows)
    exit paragraph
  end-if

  move 'V' to trail-op
  move spaces to trail-fold
  move trailer-text to trail-fold(1:256)
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  if trailer-line(1:2) = 'OK'
    move 'Y' to block-ok
  end-if
  .

*> "<key>,<run>,<build_epoch>,<db>,<row>" - the run carries the date.
consider-archived-row.
  move work-in-rec(44:8) to row-date
  if row-date < from-arg or row-date > to-arg
    exit paragraph
  end-if

  move 76 to row-ptr
  move spaces to row-db
  unstring work-in-rec delimited by ','
      into row-db with pointer row-ptr
  move row-ptr to row-rest-start

  move spaces to row-ip
  unstring work-in-rec(row-rest-start:) delimited by ','
      into row-ip

  perform check-erased-address
  if address-erased
    add 1 to rows-withheld
    exit paragraph
  end-if

  move spaces to out-line
  string month-arg ',' function trim(work-in-rec(43:20)) ','
      work-in-rec(64:11) ',' function trim(row-db) ','
      function trim(work-in-rec(row-rest-start:) trailing)
      delimited by size into out-line
  write search-out-rec from out-line
  add 1 to rows-found
  .

*> the search output closes with the shop-standard trailer, so it
*> passes mmdb2-verify-trailer like any other generated file.
seal-search-output.
  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  move out-file to work-path
  move spaces to work-status
  open input work-in
  if work-status not = '00'
    exit paragraph
  end-if

  perform until work-status = '10'
    read work-in
      at end move '10' to work-status
      not at end
        if work-in-rec(1:1) not = '#'
        and work-in-rec(1:14) not = 'archive_month,'
          move 'F' to trail-op
          move 'OK' to trail-reason
          move work-in-rec(1:8192) to trail-fold
          call 'cobmind-trailer' using trail-op, trail-fold,
              trail-reason, trailer-line
        end-if
    end-read
  end-perform
  close work-in

  move 'W' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  open extend search-out
  write search-out-rec from trailer-line
  close search-out
  .

*>*********************************************************************
*> SCRUB - containers packed before the latest erasure, repacked
*> without the erased addresses' rows.
*>*********************************************************************

scrub-archive.
  move arg-2 to archive-root

  if archive-root = spaces
    perform show-usage
    move mmdb2-rc-bad-argument to archive-rc
    exit paragraph
  end-if

  perform check-archive-root
  if archive-rc not = mmdb2-rc-ok
    exit paragraph
  end-if

  perform load-catalog
  perform load-erased-register
  if erased-full
    move mmdb2-rc-io-error to archive-rc
    exit paragraph
  end-if

  if erased-count = 0
    display 'erasure register is empty - nothing to scrub'
    exit paragraph
  end-if

  perform varying catalog-ix from 1 by 1
      until catalog-ix > catalog-count
    move cat-month(catalog-ix) to month-arg
    perform scrub-one-month
  end-perform

  perform rewrite-catalog

  display 'scrub: ' months-scrubbed ' archived month(s) repacked, '
      rows-erased ' erased-address row(s) removed'
  if parts-failed > 0
    display 'scrub INCOMPLETE: ' parts-failed ' month(s) failed '
        'their control totals and were left as they are'
    move mmdb2-rc-trailer-bad to archive-rc
  end-if
  .

scrub-one-month.
  perform name-month-files

  *> scrubbed as of the day in its index header.
  move spaces to scrubbed-date
  move spaces to index-status
  open input index-in
  if index-status not = '00'
    exit paragraph
  end-if
  read index-in
    at end continue
    not at end
      move 0 to scan-pos
      inspect index-in-rec tallying scan-pos
          for characters before initial 'scrubbed='
      if scan-pos < 240
        move index-in-rec(scan-pos + 10:8) to scrubbed-date
      end-if
  end-read
  close index-in

  if scrubbed-date > erased-latest
    exit paragraph
  end-if

  *> never repack from a damaged container - it would seal the
  *> damage in under fresh totals.
  perform verify-index
  if index-ok not = 'Y'
    add 1 to parts-failed
    exit paragraph
  end-if

  move spaces to work-path
  string function trim(archive-root) '/results-' month-arg '.csv'
      delimited by size into work-path
  move spaces to shell-cmd
  string 'gzip -dc "' function trim(arc-path) '" > "'
      function trim(work-path) '"'
      delimited by size into shell-cmd
  call 'SYSTEM' using shell-cmd

  move 0 to rows-before
  move current-ts(1:8) to scrubbed-date
  set container-bad to false

  sort arc-sort
      ascending key as-key as-run
      input procedure is release-container-rows
      output procedure is write-container

  call 'CBL_DELETE_FILE' using work-path

  if container-bad
    display 'repack of ' month-arg ' FAILED - container left as it is'
    call 'CBL_DELETE_FILE' using arc-new
    call 'CBL_DELETE_FILE' using index-new
    add 1 to parts-failed
    exit paragraph
  end-if

  call 'CBL_RENAME_FILE' using arc-new, arc-path
  call 'CBL_RENAME_FILE' using index-new, index-path
  perform record-catalog-month
  add 1 to months-scrubbed

  display '  ' month-arg ': ' rows-before ' row(s) read, '
      container-rows ' kept'

  move spaces to audit-tag
  string 'RESULTS-ARCHIVE-SCRUB month=' month-arg
      delimited by size into audit-tag
  move 'OK' to audit-rc
  move arc-path to audit-subject
  call 'cobmind-audit-log' using audit-subject, audit-tag, audit-rc,
      audit-dir-blank
  .

*> sort input: the container's own rows, back out of every block.
release-container-rows.
  move spaces to work-status
  open input work-in
  if work-status not = '00'
    set container-bad to true
    exit paragraph
  end-if

  perform until work-status = '10'
    read work-in
      at end move '10' to work-status
      not at end
        if work-in-rec(1:8) not = 'TRAILER,'
        and work-in-rec not = spaces
          perform release-container-row
        end-if
    end-read
  end-perform
  close work-in
  .

release-container-row.
  add 1 to rows-before

  move 76 to row-ptr
  move spaces to row-db
  unstring work-in-rec delimited by ','
      into row-db with pointer row-ptr
  move row-ptr to row-rest-start

  move spaces to row-ip
  unstring work-in-rec(row-rest-start:) delimited by ','
      into row-ip

  perform check-erased-address
  if address-erased
    add 1 to rows-erased
    exit paragraph
  end-if

  move spaces to arc-sort-rec
  move work-in-rec(1:41) to as-key
  move work-in-rec(43:20) to as-run
  move work-in-rec(64:11) to as-epoch
  move row-db to as-db
  move work-in-rec(row-rest-start:) to as-row
  release arc-sort-rec
  .
