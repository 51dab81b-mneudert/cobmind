01 any-threat-hot-rec pic x(1) value 'N'.
   88 any-threat-hot      value 'Y', false 'N'.

*> regional-registry overlay (mmdb2-rir-lookup) - registered country,
*> allocation date and status ride the record in-band.
01 rir-flag           pic x(16) value spaces.

*> named-territory resolution (mmdb2-territory) - the business's
*> "DACH"/"Nordics" grouping rides the record in-band.
01 territory-name     pic x(24) value spaces.
01 countersign-ok     pic x(1) value 'N'.
01 approver-name      pic x(32) value spaces.

*> free-space pre-check for the large writers (cobmind-space-check):
*> the mode's estimated output against the free space where it goes.
01 space-mode         pic x(16) value spaces.
01 space-target       pic x(128) value spaces.
01 space-verdict      pic x(1) value 'Y'.

*> per-phase elapsed-time tracking for the "database open / meta cache
*> hit-miss-extraction / lookup tree-walk" breakdown fed to
*> cobmind-metrics-log - built from FUNCTION CURRENT-DATE's own
  perform maybe-find.
  perform maybe-cidr-check.
  perform maybe-cidr-batch.
  perform maybe-drill.
  perform maybe-benchmark.
  perform maybe-interactive.
  perform maybe-server.
  .


*>*********************************************************************
*> free-space pre-check ahead of the large writers: the estimate of
*> what the mode is about to write (cobmind-space-check) against the
*> free space on the output's filesystem. short refuses the run on
*> its own return code before the first byte is written; a thin
*> margin is a warning only.
*>*********************************************************************

check-output-space.
  call 'cobmind-space-check' using space-mode, space-target, lookup-db,
      lookup-batch, mmdb2-meta-rec, cobmind-options, space-verdict

  if space-verdict = 'N'
    move mmdb2-rc-space-short to final-rc
  end-if
  .


check-staleness.
  call 'mmdb2-check-stale' using mmdb2-meta-rec,
      mmdb2-stale-threshold-days, stale-check-rec, stale-age-days
      end-if
    end-if

    if opt-rir-reference not = spaces and low-value
      call 'mmdb2-rir-lookup' using opt-rir-reference, lookup-ip,
          mmdb2-lookup-result, rir-flag

      if rir-flag not = spaces
        display 'registry: ' function trim(rir-flag)
      end-if
    end-if

    if opt-territory-file not = spaces and low-value
      call 'mmdb2-territory' using opt-territory-file,
          mmdb2-result-decoded, territory-name
    *> metadata of whichever database it settles on.
    perform open-primary-with-fallback

    if final-rc = mmdb2-rc-ok
      move 'batch' to space-mode
      move spaces to space-target
      string function trim(lookup-batch) '_results'
          delimited by size into space-target
      perform check-output-space
    end-if

    if final-rc = mmdb2-rc-ok
      call 'mmdb2-batch-lookup' using database-handle, mmdb2-meta-rec,
          lookup-batch, explain-flag, lookup-language, cobmind-options,
      move return-code to final-rc
    end-if

    if final-rc = mmdb2-rc-ok
      move 'dump' to space-mode
      move lookup-dump to space-target
      perform check-output-space
    end-if

    if final-rc = mmdb2-rc-ok
      call 'mmdb2-dump' using database-handle, mmdb2-meta-rec,
          lookup-dump, lookup-db
      move return-code to final-rc
    end-if

    if final-rc = mmdb2-rc-ok
      move 'geo-search' to space-mode
      move lookup-output to space-target
      perform check-output-space
    end-if

    if final-rc = mmdb2-rc-ok
      call 'mmdb2-geo-search' using database-handle, mmdb2-meta-rec,
          lookup-output, near-lat, near-lon, near-radius
      move return-code to final-rc
    end-if

    if final-rc = mmdb2-rc-ok
      move 'schema' to space-mode
      move opt-schema to space-target
      perform check-output-space
    end-if

    if final-rc = mmdb2-rc-ok
      call 'mmdb2-schema-report' using database-handle, mmdb2-meta-rec,
          opt-schema
*> one open handle, one coverage row per prefix, summary totals.
*>*********************************************************************

*>*********************************************************************
*> "--drill <block> -o <out-file>" - the "split into what?" follow-up
*> to "--cidr": every sub-network inside the block with its record,
*> closed by the block's distinct country and ASN counts.
*>*********************************************************************

maybe-drill.
  if database-exists and (opt-drill not = spaces and low-value)
    if lookup-output = spaces or low-value
      display 'missing output file! "--drill" needs "-o"/"--output"'
      move mmdb2-rc-bad-argument to final-rc
      exit paragraph
    end-if

    display 'database: ' lookup-db
    display 'drill:    ' function trim(opt-drill)

    call 'mmdb2-open' using lookup-db, database-handle
    move return-code to final-rc

    if final-rc = mmdb2-rc-ok
      perform maybe-extract-meta
      move return-code to final-rc
    end-if

    if final-rc = mmdb2-rc-ok
      call 'mmdb2-drill-down' using database-handle, mmdb2-meta-rec,
          opt-drill, lookup-output, lookup-db, lookup-language
      move return-code to final-rc
    end-if

    call 'mmdb2-close' using database-handle
  end-if
  .

*>*********************************************************************
*> "--benchmark <n> [--baseline <file>]" - qualification benchmark
*> through the standard lookup path against the open database.
*> server for the online side: one open handle for the whole run,
*> answers appended to <request-file>_responses keyed by the caller's
*> request-id. ends on the stop sentinel or a SHUTDOWN request.
*> "--standby" alongside it starts the warm standby instance that
*> watches the serving one's heartbeat and takes the queue over
*> when it goes stale.
*>*********************************************************************

maybe-server.
    if final-rc = mmdb2-rc-ok
      call 'mmdb2-server' using database-handle, mmdb2-meta-rec,
          lookup-db, opt-server-queue, explain-flag, lookup-language,
          lookup-audit-dir, opt-server-standby
      move return-code to final-rc
    end-if

      move return-code to final-rc
    end-if

    if final-rc = mmdb2-rc-ok
      move 'build-index' to space-mode
      move lookup-build-index to space-target
      perform check-output-space
    end-if

    if final-rc = mmdb2-rc-ok
      call 'mmdb2-build-index' using database-handle, mmdb2-meta-rec,
          lookup-build-index

    if final-rc = mmdb2-rc-ok
      call 'mmdb2-print-report' using database-handle, mmdb2-meta-rec,
          lookup-batch, lookup-report, explain-flag, lookup-language,
          cobmind-options
      move return-code to final-rc
    end-if

    and (opt-reconcile = spaces or low-value)
    and (opt-server-queue = spaces or low-value)
    and (opt-cidr-batch = spaces or low-value)
    and (opt-drill = spaces or low-value)
    and opt-fleet-flag not = 'Y'
    and (opt-schema = spaces or low-value)
    and (opt-near = spaces or low-value)
