       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-quarantine-drop.

*>*********************************************************************
*> one vendor drop moved into quarantine - the rule mmdb2-quarantine
*> MOVE has always applied, callable so the watch loop quarantines a
*> drop that fails its checksum by exactly the same rule:
*>
*>   the drop moves into the quarantine directory
*>   ("COBMIND_QUARANTINE", ./quarantine when unset) and <base>.reason
*>   is written beside it: file=, gate=, date=, details= (the failing
*>   gate's numbers, passed through from the caller). the move goes
*>   in the audit trail and raises a DROP-QUARANTINE notify event.
*>
*> file moves go through SYSTEM mv with the same shell-metacharacter
*> refusal mmdb2-promote applies to its cp. moved-flag comes back
*> 'Y' (quarantined), 'N' (no such drop) or 'F' (the move failed).
*>*********************************************************************

environment division.
input-output section.

file-control.
  select reason-out
    assign dynamic reason-file
    organization line sequential
    file status is reason-status.

data division.
file section.

fd reason-out.
01 reason-out-rec pic x(256).

working-storage section.

01 quarantine-dir  pic x(128) value spaces.
01 reason-file     pic x(200) value spaces.
01 reason-status   pic xx value spaces.

01 base-name       pic x(64) value spaces.
01 base-start      pic 9(3) value 0.
01 scan-ix         pic 9(3) value 0.
01 work-from       pic x(168) value spaces.
01 work-to         pic x(168) value spaces.
01 move-cmd        pic x(400) value spaces.
01 unsafe-char-count pic 9(3) value 0.
01 unsafe-all      pic x(340) value spaces.

01 exists-rec      pic x(1).
   88 target-exists value 'Y', false 'N'.

01 current-ts      pic x(21) value spaces.
01 out-line        pic x(256) value spaces.

01 audit-tag       pic x(45) value spaces.
01 audit-dir-blank pic x(128) value spaces.
01 notify-event    pic x(16) value spaces.
01 notify-text     pic x(128) value spaces.

linkage section.

01 drop-file       pic x(128).
01 gate-arg        pic x(16).
01 details-arg     pic x(128).
01 moved-flag      pic x(1).

*>*********************************************************************

procedure division using drop-file, gate-arg, details-arg,
    moved-flag.
  move 'N' to moved-flag

  move spaces to quarantine-dir
  accept quarantine-dir from environment "COBMIND_QUARANTINE"

  if quarantine-dir = spaces or low-value
    move './quarantine' to quarantine-dir
  end-if

  call 'cobmind-file-exists' using drop-file, exists-rec

  if not target-exists
    display 'drop not found: ' function trim(drop-file)
    goback
  end-if

  move drop-file to work-from
  perform extract-base-name

  move spaces to work-to
  string function trim(quarantine-dir) '/' function trim(base-name)
      delimited by size into work-to

  perform move-one-file
  if moved-flag = 'F'
    goback
  end-if

  *> the machine-readable reason manifest, read back by REPORT and
  *> by whoever scripts the vendor ticket.
  move function current-date to current-ts

  move spaces to reason-file
  string function trim(quarantine-dir) '/' function trim(base-name)
      '.reason' delimited by size into reason-file

  open output reason-out

  move spaces to out-line
  string 'file=' function trim(base-name)
      delimited by size into out-line
  write reason-out-rec from out-line

  move spaces to out-line
  string 'gate=' function trim(gate-arg)
      delimited by size into out-line
  write reason-out-rec from out-line

  move spaces to out-line
  string 'date=' current-ts(1:8) '-' current-ts(9:6)
      delimited by size into out-line
  write reason-out-rec from out-line

  move spaces to out-line
  string 'details=' function trim(details-arg)
      delimited by size into out-line
  write reason-out-rec from out-line

  close reason-out

  display 'quarantined: ' function trim(drop-file) ' -> '
      function trim(work-to) ' (' function trim(gate-arg) ')'

  move spaces to audit-tag
  string 'QUARANTINE=' function trim(gate-arg)
      delimited by size into audit-tag
  call 'cobmind-audit-log' using drop-file, audit-tag, 'BD',
      audit-dir-blank

  move spaces to notify-text
  string 'vendor drop quarantined by the '
      function trim(gate-arg) ' gate'
      delimited by size into notify-text
  move 'DROP-QUARANTINE' to notify-event
  call 'cobmind-notify' using 'W', drop-file, notify-event,
      notify-text

  move 'Y' to moved-flag
  goback.

*>*********************************************************************
*> the file's base name (text after the final '/').
*>*********************************************************************

extract-base-name.
  move 1 to base-start

  perform varying scan-ix from 1 by 1 until scan-ix > 128
    if work-from(scan-ix:1) = '/'
      compute base-start = scan-ix + 1
    end-if
  end-perform

  move spaces to base-name
  move work-from(base-start:) to base-name
  move function trim(base-name) to base-name
  .

*>*********************************************************************
*> SYSTEM mv, refused outright when either path carries shell
*> metacharacters - same rule, same characters, as mmdb2-promote's
*> cp command.
*>*********************************************************************

move-one-file.
  move spaces to unsafe-all
  string function trim(work-from) function trim(work-to)
      delimited by size into unsafe-all

  move 0 to unsafe-char-count
  inspect unsafe-all tallying unsafe-char-count for all '"'
  inspect unsafe-all tallying unsafe-char-count for all '`'
  inspect unsafe-all tallying unsafe-char-count for all '$'
  inspect unsafe-all tallying unsafe-char-count for all ';'
  inspect unsafe-all tallying unsafe-char-count for all '|'
  inspect unsafe-all tallying unsafe-char-count for all '&'
  inspect unsafe-all tallying unsafe-char-count for all '<'
  inspect unsafe-all tallying unsafe-char-count for all '>'
  inspect unsafe-all tallying unsafe-char-count for all '\'
  inspect unsafe-all tallying unsafe-char-count for all "'"

  if unsafe-char-count > 0
    display 'refusing to move - unsafe characters in path'
    move 'F' to moved-flag
    exit paragraph
  end-if

  move spaces to move-cmd
  string 'mkdir -p "' function trim(quarantine-dir) '" && '
      'mv "' function trim(work-from) '" "'
      function trim(work-to) '"'
      delimited by size into move-cmd

  call 'SYSTEM' using move-cmd

  call 'cobmind-file-exists' using work-to(1:128), exists-rec

  if not target-exists
    display 'move failed: ' function trim(work-from) ' -> '
        function trim(work-to)
    move 'F' to moved-flag
  end-if
  .
