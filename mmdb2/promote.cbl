*>        <backup-dir>/<base>.prev (the rollback copy),
*>     3. copies the staged file over the live path and deletes the
*>        live "_meta" cache so the next open re-extracts,
*>     4. appends "alias,YYYYMMDD,archive-path,sha256,source" to the
*>        release history registry ("COBMIND_HISTORY",
*>        ./cobmind.history) - the archive's SHA-256, and source
*>        VERIFIED when mmdb2-verify-drop matched that checksum to
*>        the vendor's published one ("COBMIND_DROP_SUMS"), LOCAL
*>        for a release built or staged here that no vendor
*>        checksum covers - so "mmdb2-verify-drop REVERIFY" can
*>        re-check the archive years later,
*>     5. prunes the alias's history past keep-gens generations
*>        (default 6), deleting the pruned archive files,
*>     6. records the swap in the audit log.
    organization line sequential
    file status is set-status.

  select sums-in
    assign dynamic sums-file
    organization line sequential
    file status is sums-status.

data division.
file section.

fd history-io.
01 history-io-rec pic x(320).

fd history-new.
01 history-new-rec pic x(320).

fd set-in.
01 set-in-rec pic x(300).

fd sums-in.
01 sums-in-rec pic x(400).

working-storage section.

copy 'mmdb2-retcode.cpy'.
01 alias-line-count pic 9(3) value 0.
01 alias-line-seen  pic 9(3) value 0.

*> the archive's checksum for the registry, and whether a vendor
*> drop verification (mmdb2-verify-drop) vouches for it.
01 sums-file        pic x(128) value spaces.
01 sums-status      pic xx value spaces.
01 checksum-op      pic x(1) value 'C'.
01 archive-sha      pic x(64) value spaces.
01 listed-sha       pic x(64) value spaces.
01 checksum-outcome pic x(1) value space.
01 no-sum-file      pic x(128) value spaces.
01 sha-source       pic x(8) value spaces.
01 split-sum-ts     pic x(15) value spaces.
01 split-sum-word   pic x(10) value spaces.
01 split-sum-sha    pic x(64) value spaces.

*>*********************************************************************

procedure division.
*>*********************************************************************

append-history-line.
  perform checksum-archive
  perform resolve-history-file

  open extend history-io

  move spaces to history-io-rec
  string function trim(alias-arg) ',' today-num ','
      function trim(archive-path) ','
      function trim(archive-sha) ','
      function trim(sha-source)
      delimited by size into history-io-rec
  write history-io-rec

  close history-io
  .

*> the archived copy's SHA-256, VERIFIED when the drop checksum
*> ledger holds a VERIFIED row with the same value.
checksum-archive.
  move spaces to archive-sha
  move 'LOCAL' to sha-source

  move 'C' to checksum-op
  call 'mmdb2-drop-checksum' using checksum-op, archive-path(1:128),
      no-sum-file, archive-sha, listed-sha, checksum-outcome

  if checksum-outcome not = 'C'
    display 'note: no checksum could be taken of '
        function trim(archive-path)
    move spaces to sha-source
    exit paragraph
  end-if

  move spaces to sums-file
  accept sums-file from environment "COBMIND_DROP_SUMS"
  if sums-file = spaces or low-value
    move './cobmind.dropsums' to sums-file
  end-if

  call 'cobmind-file-exists' using sums-file, exists-rec
  if not target-exists
    exit paragraph
  end-if

  move spaces to sums-status
  open input sums-in
  if sums-status not = '00'
    exit paragraph
  end-if

  perform until sums-status = '10'
    read sums-in
      at end move '10' to sums-status
      not at end
        move spaces to split-sum-ts split-sum-word split-sum-sha
        unstring sums-in-rec delimited by ','
            into split-sum-ts, split-sum-word, split-sum-sha
        if split-sum-word = 'VERIFIED'
        and split-sum-sha = archive-sha
          move 'VERIFIED' to sha-source
        end-if
    end-read
  end-perform
  close sums-in

  if sha-source not = 'VERIFIED'
    display 'note: ' function trim(archive-path) ' carries no vendor '
        'checksum verification - recorded as LOCAL'
  end-if
  .

*>*********************************************************************
*> keeps the newest keep-gens generations for this alias: entries
*> past the window are dropped from the registry and their archive
