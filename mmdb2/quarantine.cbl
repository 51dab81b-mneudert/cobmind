*>       up again.
*>
*> file moves go through SYSTEM mv with the same shell-metacharacter
*> refusal mmdb2-promote applies to its cp. the MOVE itself is
*> mmdb2-quarantine-drop, which the watch loop also calls for a drop
*> that fails its checksum.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select reason-in
    assign dynamic reason-file
    organization line sequential
data division.
file section.

fd reason-in.
01 reason-in-rec pic x(256).


01 quarantine-dir  pic x(128) value spaces.
01 reason-file     pic x(200) value spaces.
01 reason-in-status pic xx value spaces.
01 listing-file    pic x(160) value spaces.
01 listing-status  pic xx value spaces.
01 ls-cmd          pic x(360) value spaces.

01 work-from       pic x(168) value spaces.
01 work-to         pic x(168) value spaces.
01 move-cmd        pic x(400) value spaces.

01 exists-rec      pic x(1).
   88 target-exists value 'Y', false 'N'.
01 moved-flag      pic x(1) value 'N'.

01 listed-count    pic 9(3) value 0.

01 audit-tag       pic x(45) value spaces.
01 audit-dir-blank pic x(128) value spaces.

*>*********************************************************************

    exit paragraph
  end-if

  call 'mmdb2-quarantine-drop' using drop-file, gate-arg, details-arg,
      moved-flag

  evaluate moved-flag
    when 'Y' move mmdb2-rc-ok to return-code
    when 'N' move mmdb2-rc-db-not-found to return-code
    when other move mmdb2-rc-io-error to return-code
  end-evaluate
  .

*>*********************************************************************
  move mmdb2-rc-ok to return-code
  .

*>*********************************************************************
*> SYSTEM mv, refused outright when either path carries shell
*> metacharacters - same rule, same characters, as mmdb2-promote's
