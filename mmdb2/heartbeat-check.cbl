       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-heartbeat-check.

*>*********************************************************************
*> batch check on the resident request-queue server (mmdb2-server),
*> scheduled with the live job monitor (GEOJOBS):
*>
*>   PARM='<request-file> [<stale-seconds>]'
*>
*> reads the serving heartbeat ("<request-file>_heartbeat") and the
*> standby's beat ("<request-file>_standby"); the stale threshold
*> defaults to "COBMIND_HEARTBEAT_STALE" (30 seconds when unset), the
*> same one the standby takes over on. a stale serving heartbeat is
*> the standby's to act on while the standby's own beat is fresh -
*> the step only reports it. stale with no live standby, online
*> callers are timing out and nobody is coming: a critical
*> SERVER-STALE notify event, an audit line, and return code
*> mmdb2-rc-job-stalled. no heartbeat yet, or one a deliberate
*> shutdown marked ENDED, is zero.
*>*********************************************************************

data division.
working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-heartbeat.cpy'.

01 request-file     pic x(128) value spaces.
01 stale-raw        pic x(8) value spaces.
01 stale-secs       pic 9(5) value 0.

01 heartbeat-file   pic x(160) value spaces.
01 standby-file     pic x(160) value spaces.
01 heartbeat-op     pic x(1) value 'R'.

01 serving-ts       pic x(15) value spaces.
01 serving-age      pic 9(9) value 0.
01 serving-served   pic 9(10) value 0.
01 serving-owner    pic x(8) value spaces.
01 serving-state    pic x(8) value spaces.

01 audit-dir-blank  pic x(128) value spaces.
01 audit-tag        pic x(45) value spaces.
01 notify-event     pic x(16) value 'SERVER-STALE'.
01 notify-text      pic x(128) value spaces.

*>*********************************************************************

procedure division.
  accept request-file from argument-value
  accept stale-raw from argument-value

  if request-file = spaces
    display 'usage: mmdb2-heartbeat-check <request-file> '
        '[<stale-seconds>]'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if function trim(stale-raw) = spaces
    accept stale-raw from environment "COBMIND_HEARTBEAT_STALE"
  end-if
  if function trim(stale-raw) not = spaces
  and function trim(stale-raw) is numeric
    move function numval(stale-raw) to stale-secs
  end-if
  if stale-secs = 0
    move 30 to stale-secs
  end-if

  move spaces to heartbeat-file standby-file
  string function trim(request-file) '_heartbeat' delimited by size
      into heartbeat-file
  string function trim(request-file) '_standby' delimited by size
      into standby-file

  move 'R' to heartbeat-op
  call 'mmdb2-heartbeat' using heartbeat-file, heartbeat-op,
      mmdb2-hb-rec

  if mmdb2-hb-ts = spaces
    display 'server:  no heartbeat for ' function trim(request-file)
        ' - not running here'
    move mmdb2-rc-ok to return-code
    goback
  end-if

  move mmdb2-hb-ts to serving-ts
  move mmdb2-hb-age-secs to serving-age
  move mmdb2-hb-served to serving-served
  move mmdb2-hb-owner to serving-owner
  move mmdb2-hb-state to serving-state

  display 'server:  ' function trim(serving-owner) ' '
      function trim(serving-state) ', line ' serving-served
      ', beat ' serving-ts ' (' serving-age ' second(s) ago)'

  if mmdb2-hb-ended
    display 'server:  shut down deliberately'
    move mmdb2-rc-ok to return-code
    goback
  end-if

  if serving-age <= stale-secs
    move mmdb2-rc-ok to return-code
    goback
  end-if

  move 'R' to heartbeat-op
  call 'mmdb2-heartbeat' using standby-file, heartbeat-op,
      mmdb2-hb-rec

  if mmdb2-hb-ts not = spaces and mmdb2-hb-watching
  and mmdb2-hb-age-secs <= stale-secs
    display 'server:  heartbeat stale - standby (beat '
        mmdb2-hb-ts ') is taking over'
    move mmdb2-rc-ok to return-code
    goback
  end-if

  display 'SERVER STALE: heartbeat ' serving-age
      ' second(s) old and no standby watching '
      function trim(request-file)

  move spaces to audit-tag
  string 'SERVER-STALE line=' serving-served delimited by size
      into audit-tag
  call 'cobmind-audit-log' using request-file, audit-tag, 'BD',
      audit-dir-blank

  move spaces to notify-text
  string 'heartbeat ' serving-age ' second(s) stale after line '
      serving-served ', no standby to take over'
      delimited by size into notify-text
  call 'cobmind-notify' using 'C', request-file, notify-event,
      notify-text

  move mmdb2-rc-job-stalled to return-code
  goback.
