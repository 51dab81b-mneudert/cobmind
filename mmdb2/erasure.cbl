*>   4. the live audit log and every dated archive in <audit-dir> -
*>      the address is tokenized in place and the tamper-evidence
*>      chain recomputed line by line, seal and ".chain" state
*>      included, so mmdb2-audit-verify still passes end to end;
*>   5. the mmdb2-sightings master ("COBMIND_SIGHTINGS") - the
*>      address's record is deleted, and the token is entered in the
*>      erasure register ("COBMIND_ERASED", ./cobmind.erased) so no
*>      later nightly load sights the address again. the register
*>      holds tokens only, never the address. the long-term results
*>      archive (mmdb2-results-archive) reads it too: a search
*>      withholds the address's archived rows from tonight, and the
*>      month-end SCRUB takes them out of the containers.
*>
*> the replacement token is stable per address (ERASED- plus the
*> address's own hash), so erased rows still join to each other -
    organization line sequential
    file status is chain-io-status.

  select sightings-io
    assign dynamic sightings-file
    organization indexed
    access mode dynamic
    record key is mmdb2-sgt-key
    file status is sightings-status.

  select erased-out
    assign dynamic erased-file
    organization line sequential
    file status is erased-status.

data division.
file section.

fd chain-io.
01 chain-io-rec pic x(16).

fd sightings-io.
copy 'mmdb2-sighting.cpy'.

fd erased-out.
01 erased-out-rec pic x(128).

working-storage section.

copy 'mmdb2-retcode.cpy'.
01 audit-dir-blank pic x(128) value spaces.
01 files-touched   pic 9(3) value 0.

*> sighting master and erasure register.
01 sightings-file  pic x(128) value spaces.
01 sightings-status pic xx value spaces.
01 erased-file     pic x(128) value spaces.
01 erased-status   pic xx value spaces.
01 register-failed-rec pic x(1) value 'N'.
   88 register-failed value 'Y', false 'N'.
01 key-op          pic x(1) value 'A'.
01 ip-bitstring    pic x(128) value spaces.
01 ip-bit-length   pic 9(3) value 0.
01 sighting-key    pic x(40) value spaces.

*>*********************************************************************

procedure division.
  perform purge-history-warehouse
  perform purge-gap-ledger
  perform purge-audit-trail
  perform purge-sighting-master

  perform write-certificate

  *> without its register entry the address is sighted again by the
  *> next nightly load - the purge has not held, so it is not logged
  *> as done and the run ends io-error for the privacy office to
  *> chase. the certificate still lists what was changed.
  if register-failed
    display 'erasure incomplete: token not entered in the register'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  *> the purge itself is an auditable action - recorded under the
  *> token, never the address it just erased.
  move 'ERASURE' to audit-tag
  perform rewrite-one-file
  .

*>*********************************************************************
*> 5. the sighting master keeps one record per address - delete it,
*> and register the token so the next night's load does not sight
*> the address all over again.
*>*********************************************************************

purge-sighting-master.
  move 'A' to key-op
  call 'mmdb2-sighting-key' using key-op, ip-arg, ip-bitstring,
      ip-bit-length, sighting-key

  move spaces to sightings-file
  accept sightings-file from environment "COBMIND_SIGHTINGS"
  if sightings-file = spaces or low-value
    move './cobmind.sightings' to sightings-file
  end-if

  call 'cobmind-file-exists' using sightings-file, work-exists-rec

  if work-exists and sighting-key not = spaces
    move 0 to rows-changed
    move spaces to sightings-status
    open i-o sightings-io

    if sightings-status = '00'
      move sighting-key to mmdb2-sgt-key
      delete sightings-io record
        invalid key continue
        not invalid key add 1 to rows-changed
      end-delete
      close sightings-io

      add 1 to files-touched
      if cert-count < 80
        add 1 to cert-count
        move sightings-file to cert-path(cert-count)
        move rows-changed to cert-rows(cert-count)
        move 'DROPPED' to cert-what(cert-count)
      end-if

      display '  ' function trim(sightings-file) ': ' rows-changed
          ' row(s) affected'
    end-if
  end-if

  move spaces to erased-file
  accept erased-file from environment "COBMIND_ERASED"
  if erased-file = spaces or low-value
    move './cobmind.erased' to erased-file
  end-if

  move function current-date to current-ts

  move spaces to erased-status
  open extend erased-out

  if erased-status not = '00'
    open output erased-out
  end-if

  if erased-status not = '00'
    display 'erasure register ' function trim(erased-file)
        ' not writable (status ' erased-status ')'
    set register-failed to true
    exit paragraph
  end-if

  move spaces to erased-out-rec
  string current-ts(1:8) ',' function trim(erase-token)
      delimited by size into erased-out-rec
  write erased-out-rec

  if erased-status not = '00'
    display 'erasure register ' function trim(erased-file)
        ' write failed (status ' erased-status ')'
    set register-failed to true
  end-if

  close erased-out
  .

*>*********************************************************************
*> the shared rewrite: read every line, transform per file-kind, and
*> swap the "_new" sibling in. kinds:
