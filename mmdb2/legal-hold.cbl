*>       removed (retention prunes normally again from tonight),
*>       audit-logged under the id. the vault copies stay on disk -
*>       their disposal is counsel's call, not a batch job's.
*>       each removed line goes in the maintenance journal
*>       (cobmind-journal-write), so a release made in error is put
*>       back line for line with mmdb2-maint-journal.
*>*********************************************************************

environment division.
01 audit-subject   pic x(128) value spaces.
01 audit-dir-blank pic x(128) value spaces.

copy 'mmdb2-journal.cpy'.

*>*********************************************************************

procedure division.

  if function trim(split-id) = function trim(release-id)
    add 1 to released-lines

    move spaces to mmdb2-journal-rec
    move 'mmdb2-legal-hold' to mmdb2-jrn-program
    move 'HOLD-RELEASE' to mmdb2-jrn-action
    move hold-file to mmdb2-jrn-file
    move split-id to mmdb2-jrn-key
    move 'Y' to mmdb2-jrn-before-flag
    move 'N' to mmdb2-jrn-after-flag
    move hold-in-rec to mmdb2-jrn-before
    call 'cobmind-journal-write' using mmdb2-journal-rec
  else
    write hold-out-rec from hold-in-rec
  end-if
