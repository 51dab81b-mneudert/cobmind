*>       every row with its standing (live / expired)
*>
*> additions and expiries go in the audit trail with the operator's
*> name, like every other control-file-of-record change, and each
*> row added or expired goes in the maintenance journal with its
*> before and after image (cobmind-journal-write) - mmdb2-maint-
*> journal lists them and puts a wrong one back.
*>*********************************************************************

environment division.
01 audit-subject   pic x(128) value spaces.
01 audit-dir-blank pic x(128) value spaces.

copy 'mmdb2-journal.cpy'.

*>*********************************************************************

procedure division.

  close notes-out

  move spaces to mmdb2-journal-rec
  move 'ANNOTATE-ADD' to mmdb2-jrn-action
  move network-arg to mmdb2-jrn-key
  move 'N' to mmdb2-jrn-before-flag
  move 'Y' to mmdb2-jrn-after-flag
  move out-line to mmdb2-jrn-after
  perform journal-annotation

  display 'annotated ' function trim(network-arg) ' until '
      expiry-num ' (' function trim(operator-name) ')'

    function trim(split-note)
    delimited by size into out-line
  write notes-out-rec from out-line

  move spaces to mmdb2-journal-rec
  move 'ANNOTATE-EXP' to mmdb2-jrn-action
  move split-network to mmdb2-jrn-key
  move 'Y' to mmdb2-jrn-before-flag mmdb2-jrn-after-flag
  move notes-in-rec to mmdb2-jrn-before
  move out-line to mmdb2-jrn-after
  perform journal-annotation
  .

journal-annotation.
  move 'mmdb2-annotations' to mmdb2-jrn-program
  move notes-path to mmdb2-jrn-file
  call 'cobmind-journal-write' using mmdb2-journal-rec
  .

*>*********************************************************************
