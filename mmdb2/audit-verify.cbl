*> existed (no ",chain=" marker) are reported as unchained rather
*> than broken.
*>
*> the outcome of every check of an audit archive or live log is
*> itself written to the audit trail beside it (AUDIT-VERIFY=OK, or
*> AUDIT-VERIFY=BROKEN@<line>), so the control's operation is on
*> record for mmdb2-control-attest after the job's SYSOUT is gone.
*>
*> run as its own job step: PARM='<audit-file>'.
*>*********************************************************************

01 seal-seen-rec   pic x(1) value 'N'.
   88 seal-seen    value 'Y', false 'N'.

*> the outcome on record - in the checked trail's own directory when
*> it is an audit trail, the default audit log otherwise.
01 base-start      pic 9(3) value 0.
01 scan-ix         pic 9(3) value 0.
01 outcome-tag     pic x(45) value spaces.
01 outcome-rc      pic x(2) value 'OK'.
01 outcome-dir     pic x(128) value spaces.
01 break-edit      pic z(9)9.

*>*********************************************************************

procedure division.
  if first-break > 0
    display 'chain BROKEN at line ' first-break ' of '
        function trim(audit-path)
    move first-break to break-edit
    move spaces to outcome-tag
    string 'AUDIT-VERIFY=BROKEN@' function trim(break-edit)
        delimited by size into outcome-tag
    move 'CB' to outcome-rc
    perform record-outcome
    move mmdb2-rc-chain-broken to return-code
  else
    if seal-seen
    else
      display 'chain intact (no seal - live, unrotated log)'
    end-if
    move 'AUDIT-VERIFY=OK' to outcome-tag
    move 'OK' to outcome-rc
    perform record-outcome
    move mmdb2-rc-ok to return-code
  end-if
  goback.

*>*********************************************************************

record-outcome.
  move 0 to base-start
  perform varying scan-ix from 128 by -1
      until scan-ix < 1 or base-start > 0
    if audit-path(scan-ix:1) = '/'
      move scan-ix to base-start
    end-if
  end-perform

  move spaces to outcome-dir
  if audit-path(base-start + 1:17) = 'cobmind_audit.log'
  and base-start > 1
    move audit-path(1:base-start - 1) to outcome-dir
  end-if

  call 'cobmind-audit-log' using audit-path, outcome-tag, outcome-rc,
      outcome-dir
  .

*>*********************************************************************

verify-one-line.
  add 1 to line-number

