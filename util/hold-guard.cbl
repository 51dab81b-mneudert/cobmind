*> line; a two-letter country term matches only as an iso_code
*> value, so "DE" never fires on a stray substring. held-flag
*> reports whether a vault copy was made - the caller prunes either
*> way, because the vault copy IS the hold. every decision on a held
*> file goes in the audit trail (HOLD-VAULTED=<hold-id>, or
*> HOLD-VAULT-FAILED=<hold-id> when the prune had to stop), the
*> evidence mmdb2-control-attest reads that retention honored the
*> holds.
*>*********************************************************************

environment division.
01 vault-exists-rec pic x(1).
   88 vault-copied value 'Y', false 'N'.

01 audit-subject   pic x(128) value spaces.
01 audit-tag       pic x(45) value spaces.
01 audit-rc        pic x(2) value 'OK'.
01 audit-dir-blank pic x(128) value spaces.

linkage section.

01 subject-path pic x(148).
  if matched-ix > 0
    perform vault-the-file

    move spaces to audit-tag
    if vault-copied
      move 'Y' to held-flag
      display 'legal hold ' function trim(hld-id(matched-ix))
          ': preserved ' function trim(subject-path)
          ' to the hold vault'
      string 'HOLD-VAULTED=' function trim(hld-id(matched-ix))
          delimited by size into audit-tag
      move 'OK' to audit-rc
    else
      *> a hold we could not honor must stop the prune - the caller
      *> reads 'H' as "do not delete".
      display 'legal hold ' function trim(hld-id(matched-ix))
          ': vault copy FAILED - do not prune '
          function trim(subject-path)
      string 'HOLD-VAULT-FAILED=' function trim(hld-id(matched-ix))
          delimited by size into audit-tag
      move 'HF' to audit-rc
    end-if

    move subject-path to audit-subject
    call 'cobmind-audit-log' using audit-subject, audit-tag, audit-rc,
        audit-dir-blank
  end-if
  goback.

