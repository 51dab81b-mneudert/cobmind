*> to the audit trail - so a new monthly release dropped into a
*> staging directory gets validated hands-off, right up to the
*> promotion decision itself.
*>
*> before any of that the drop must be the file the vendor published:
*> its SHA-256 against the vendor's "<drop>.sha256" checksum file
*> (mmdb2-drop-checksum). a mismatched or unlisted drop is never
*> opened - it is refused with a critical DROP-CHECKSUM notify event
*> and moved into quarantine (mmdb2-quarantine-drop, gate CHECKSUM),
*> so the next poll skips it until an operator releases it. a
*> checksum that could not be computed at all is refused only - the
*> next run tries again.
*>*********************************************************************

environment division.
01 quarantine-reason pic x(200) value spaces.
01 quarantined-rec   pic x(1) value 'N'.
   88 is-quarantined value 'Y', false 'N'.
01 quarantine-gate   pic x(16) value 'CHECKSUM'.
01 quarantine-details pic x(128) value spaces.
01 quarantine-moved  pic x(1) value 'N'.
01 cand-base         pic x(64) value spaces.
01 cand-base-start   pic 9(3) value 0.
01 cand-scan-ix      pic 9(3) value 0.
01 verify-state-outcome pic x(2) value spaces.
01 verify-state-found   pic x(1) value 'N'.

*> vendor checksum gate (mmdb2-drop-checksum).
01 checksum-op          pic x(1) value 'V'.
01 checksum-sum-file    pic x(128) value spaces.
01 checksum-drop-sha    pic x(64) value spaces.
01 checksum-listed-sha  pic x(64) value spaces.
01 checksum-outcome     pic x(1) value space.

linkage section.

01 watch-dir   pic x(128).

  call 'cobmind-file-exists' using candidate-file, candidate-exists-rec

  if candidate-exists
    move 'V' to checksum-op
    move spaces to checksum-sum-file
    call 'mmdb2-drop-checksum' using checksum-op, candidate-file,
        checksum-sum-file, checksum-drop-sha, checksum-listed-sha,
        checksum-outcome

    if checksum-outcome not = 'V'
      evaluate checksum-outcome
        when 'M'
          move 'SHA-256 differs from the vendor checksum file'
              to notify-text
        when 'U'
          move 'no vendor checksum lists this drop' to notify-text
        when other
          move 'checksum could not be computed' to notify-text
      end-evaluate

      display 'watch:    ' function trim(candidate-file)
          ' REFUSED - ' function trim(notify-text)

      move 'DROP-CHECKSUM' to notify-event
      call 'cobmind-notify' using 'C', candidate-file, notify-event,
          notify-text

      move 'BD' to watch-result-code
      call 'cobmind-audit-log' using candidate-file, 'WATCH',
          watch-result-code, audit-dir

      *> the same reasons GEOREFR's CHKSUM step quarantines with.
      move spaces to quarantine-details
      evaluate checksum-outcome
        when 'M'
          move 'rc=47-sha256-mismatch' to quarantine-details
        when 'U'
          move 'rc=46-not-in-checksum-file' to quarantine-details
      end-evaluate

      if quarantine-details not = spaces
        call 'mmdb2-quarantine-drop' using candidate-file,
            quarantine-gate, quarantine-details, quarantine-moved
      end-if
      exit paragraph
    end-if
  end-if

  if not candidate-exists
    move 'ER' to watch-result-code
  else
