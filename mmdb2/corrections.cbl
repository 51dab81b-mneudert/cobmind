*>       (freshly promoted) release; where the vendor now agrees on
*>       the asserted country, the row flips to RETIRED - the
*>       assertion did its job and stops riding lookups
*>
*> every row added or retired goes in the maintenance journal with
*> its before and after image (cobmind-journal-write), so a wrong
*> correction can be shown and put back with mmdb2-maint-journal.
*>*********************************************************************

environment division.
01 probe-ip       pic x(45) value spaces.
01 explain-off    pic x(1) value 'N'.
01 lang-filter    pic x(8) value spaces.
01 path-iso-code  pic x(64) value 'CTRY'.
01 field-value    pic x(256) value spaces.
01 found-flag     pic x(1) value 'N'.
01 db-ready-rec   pic x(1) value 'N'.
01 audit-subject  pic x(128) value spaces.
01 audit-dir-blank pic x(128) value spaces.

copy 'mmdb2-journal.cpy'.

*>*********************************************************************

procedure division.

  close corr-out

  move spaces to mmdb2-journal-rec
  move 'CORRECT-ADD' to mmdb2-jrn-action
  move network-arg to mmdb2-jrn-key
  move 'N' to mmdb2-jrn-before-flag
  move 'Y' to mmdb2-jrn-after-flag
  move out-line to mmdb2-jrn-after
  perform journal-correction

  display 'correction recorded for ' function trim(network-arg)
      ' (' function trim(ticket-arg) ')'

      delimited by size into out-line
    write corr-out-rec from out-line

    move spaces to mmdb2-journal-rec
    move 'CORRECT-RETIRE' to mmdb2-jrn-action
    move split-network to mmdb2-jrn-key
    move 'Y' to mmdb2-jrn-before-flag mmdb2-jrn-after-flag
    move corr-in-rec to mmdb2-jrn-before
    move out-line to mmdb2-jrn-after
    perform journal-correction

    move spaces to audit-tag
    string 'CORRECT-RETIRE=' function trim(split-ticket)
        delimited by size into audit-tag
  end-if
  .

journal-correction.
  move 'mmdb2-corrections' to mmdb2-jrn-program
  move corr-path to mmdb2-jrn-file
  call 'cobmind-journal-write' using mmdb2-journal-rec
  .

split-correction-row.
  move spaces to split-network split-country split-city
      split-ticket split-expiry split-status
