*>             outage. the new release is opened BEFORE the old
*>             handle closes; a reload that fails leaves the old
*>             release serving.
*>
*> the server beats a heartbeat ("<request-file>_heartbeat", see
*> mmdb2-heartbeat.cpy) after every request line and every idle
*> poll: the last line served, the time, and the command channel's
*> pause state. a server starting on a queue resumes after the
*> heartbeat's line rather than re-serving the file from the top
*> (a heartbeat past the end of the request file means a fresh
*> queue, served from line 1).
*>
*> "--standby" starts a second, warm instance against the same
*> queue and database. it serves nothing while it watches: it keeps
*> its own beat in "<request-file>_standby" and reads the serving
*> heartbeat each poll, and once that is older than
*> "COBMIND_HEARTBEAT_STALE" seconds (30 when unset) it takes the
*> queue over from the heartbeat's line - nothing re-served, nothing
*> skipped. a primary restarted while the standby is serving asks
*> for the queue back through "<request-file>_handback"; the standby
*> finishes its poll, marks the heartbeat RELEASED at its last line
*> and goes back to watching, and the primary resumes from there.
*> takeover (warning) and handback (info) each raise a notify event
*> and an audit line. a deliberate shutdown marks the heartbeat
*> ENDED, which a standby honours by standing down too. the stale
*> heartbeat nobody is standing by for is mmdb2-heartbeat-check's
*> to raise.
*>
*> only one instance serves at a time. the serving instance reads
*> the heartbeat back before every poll and every request line, and
*> a beat it did not write - another owner, or a newer beat than its
*> own - means the queue has gone to somebody else while this one
*> stalled: it stands down without writing another beat (SERVER-
*> STANDDOWN, warning). an acting standby goes back to watching; a
*> primary that lost the queue to the standby asks for it back as a
*> restarted primary does; a primary finding another primary serving
*> ends. and since the heartbeat is written after the answer, an
*> instance that dies between the two leaves one line answered but
*> not counted - whoever resumes the queue (takeover or restart)
*> first looks for the last request-id in the response file among
*> the lines past the heartbeat's, and carries on after it.
*>*********************************************************************

environment division.
    organization line sequential
    file status is response-status.

  select handback-out
    assign dynamic handback-file
    organization line sequential
    file status is handback-status.

  select response-in
    assign dynamic response-file
    organization line sequential
    file status is response-in-status.

data division.
file section.

fd response-out.
01 response-out-rec pic x(8192).

fd handback-out.
01 handback-out-rec pic x(64).

fd response-in.
01 response-in-rec pic x(8192).

working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-result.cpy'.
copy 'mmdb2-heartbeat.cpy'.

01 request-file-ws   pic x(128) value spaces.
01 response-file     pic x(136) value spaces.
01 quote-stage-out   pic x(8192) value spaces.
01 record-out-field  pic x(8192) value spaces.

*> heartbeat and standby takeover.
01 server-role-rec   pic x(1) value 'P'.
   88 role-primary   value 'P'.
   88 role-claiming  value 'C'.
   88 role-watching  value 'W'.
   88 role-acting    value 'A'.
   88 role-stood-down value 'D'.
01 heartbeat-file    pic x(160) value spaces.
01 standby-file      pic x(160) value spaces.
01 handback-file     pic x(160) value spaces.
01 handback-status   pic xx value spaces.
01 handback-exists-rec pic x(1) value 'N'.
   88 handback-wanted value 'Y', false 'N'.
01 heartbeat-op      pic x(1) value 'R'.
01 stale-env         pic x(8) value spaces.
01 stale-secs        pic 9(5) value 30.
01 beat-state        pic x(8) value spaces.
01 request-line-total pic 9(10) value 0.
01 ahead-ptr         pic 9(3) value 0.
01 ahead-value       pic x(10) value spaces.
01 current-ts        pic x(21) value spaces.
01 notify-event      pic x(16) value spaces.
01 notify-text       pic x(128) value spaces.
01 handback-done-rec pic x(1) value 'N'.
   88 handback-done  value 'Y', false 'N'.
01 ahead-list-done-rec pic x(1) value 'N'.
   88 ahead-list-done value 'Y', false 'N'.

*> the beat this instance last wrote - a heartbeat that reads back
*> otherwise was written by another instance.
01 last-beat-ts      pic x(15) value spaces.
01 last-beat-served  pic 9(10) value 0.
01 last-beat-owner   pic x(8) value spaces.
01 queue-lost-rec    pic x(1) value 'N'.
   88 queue-lost     value 'Y', false 'N'.

*> reconciling the cursor with the response file.
01 response-in-status pic xx value spaces.
01 last-response-id  pic x(32) value spaces.
01 response-id-work  pic x(32) value spaces.
01 scan-line         pic 9(10) value 0.
01 match-line        pic 9(10) value 0.
01 match-command-rec pic x(1) value 'N'.
   88 match-is-command value 'Y', false 'N'.

linkage section.

01 file-handle   pic x(4).
01 explain-flag  pic x(1).
01 lang-filter   pic x(8).
01 audit-dir     pic x(128).
01 standby-flag  pic x(1).

*>*********************************************************************

procedure division using file-handle, mmdb2-meta-rec, database-path,
    request-file, explain-flag, lang-filter, audit-dir, standby-flag.
  move request-file to request-file-ws

  move spaces to response-file
  string function trim(request-file) '_responses' delimited by size
      into response-file

  perform set-up-heartbeat

  if standby-flag = 'Y'
    set role-watching to true
    display 'server:   STANDBY on ' function trim(request-file)
        ' - takes over once the heartbeat is ' stale-secs
        ' second(s) stale'
    perform watch-heartbeat
  else
    perform claim-queue
  end-if

  perform until server-done
    perform poll-request-file

    if queue-lost
      perform stand-down
    else
      if not server-done
        move 'SERVING' to beat-state
        perform beat-heartbeat

        if role-acting
          perform check-handback
        end-if
      end-if
    end-if

    if not server-done
      call 'cobmind-stop-check' using stop-flag
      if stop-flag = 'Y'
    end-if
  end-perform

  evaluate true
    when role-primary
    when role-acting
      perform check-queue-held
      if not queue-lost
        move 'ENDED' to beat-state
        perform beat-heartbeat
      end-if
    when role-watching
      call 'CBL_DELETE_FILE' using standby-file
    when other continue
  end-evaluate

  display 'server:   ' served-count ' request(s) served'
  if suppressed-count > 0
    display 'server:   ' suppressed-count ' request(s) suppressed '
*>*********************************************************************

poll-request-file.
  perform check-queue-held
  if queue-lost
    exit paragraph
  end-if

  move spaces to request-status
  open input request-in

  set poll-held to false

  perform until request-status = '10' or server-done or poll-held
      or queue-lost
    read request-in
      at end move '10' to request-status
      not at end
        add 1 to lines-this-poll
        if lines-this-poll > served-count
          perform check-queue-held
          if not queue-lost
            perform consider-request-line
            move 'SERVING' to beat-state
            perform beat-heartbeat
          end-if
        end-if
    end-read
  end-perform

  close response-out
  .

*>*********************************************************************
*> heartbeat, standby watch, takeover and handback.
*>*********************************************************************

set-up-heartbeat.
  move spaces to heartbeat-file standby-file handback-file
  string function trim(request-file) '_heartbeat' delimited by size
      into heartbeat-file
  string function trim(request-file) '_standby' delimited by size
      into standby-file
  string function trim(request-file) '_handback' delimited by size
      into handback-file

  move spaces to stale-env
  accept stale-env from environment "COBMIND_HEARTBEAT_STALE"
  if function trim(stale-env) not = spaces
  and function trim(stale-env) is numeric
    move function numval(stale-env) to stale-secs
  end-if
  if stale-secs = 0
    move 30 to stale-secs
  end-if
  .

*> the primary's start: a standby still serving the queue is asked
*> for it back first, then the queue resumes after the heartbeat's
*> line.
claim-queue.
  set role-claiming to true

  move 'R' to heartbeat-op
  call 'mmdb2-heartbeat' using heartbeat-file, heartbeat-op,
      mmdb2-hb-rec

  if mmdb2-hb-ts not = spaces and mmdb2-hb-standby
  and mmdb2-hb-serving and mmdb2-hb-age-secs <= stale-secs
    perform request-handback
    if server-done
      exit paragraph
    end-if
  end-if

  if mmdb2-hb-ts not = spaces and not mmdb2-hb-watching
    perform count-request-lines

    if mmdb2-hb-served <= request-line-total
      move mmdb2-hb-served to served-count
      perform restore-beat-state
      perform reconcile-responses
      display 'server:   resuming after line ' served-count
          ' (heartbeat ' mmdb2-hb-ts ')'
    else
      display 'server:   heartbeat is past the end of the request '
          'file - new queue, serving from line 1'
    end-if
  end-if

  set role-primary to true
  display 'server:   polling ' function trim(request-file)
      ' (answers -> ' function trim(response-file) ')'

  move 'SERVING' to beat-state
  perform beat-heartbeat
  .

request-handback.
  open output handback-out
  if handback-status = '00'
    move function current-date to current-ts
    move spaces to handback-out-rec
    string current-ts(1:8) '-' current-ts(9:6) ',HANDBACK'
        delimited by size into handback-out-rec
    write handback-out-rec
    close handback-out
  end-if

  display 'server:   standby is serving ' function trim(request-file)
      ' - asking for it back'

  set handback-done to false
  perform wait-for-handback until server-done or handback-done

  call 'CBL_DELETE_FILE' using handback-file
  .

wait-for-handback.
  call 'C$SLEEP' using poll-wait-secs

  call 'cobmind-stop-check' using stop-flag
  if stop-flag = 'Y'
    display 'server:   stop sentinel found - shutting down'
    set server-done to true
    exit paragraph
  end-if

  move 'R' to heartbeat-op
  call 'mmdb2-heartbeat' using heartbeat-file, heartbeat-op,
      mmdb2-hb-rec

  if mmdb2-hb-ts not = spaces
    if mmdb2-hb-released or mmdb2-hb-ended
    or mmdb2-hb-age-secs > stale-secs
      set handback-done to true
    end-if
  end-if
  .

count-request-lines.
  move 0 to request-line-total
  move spaces to request-status
  open input request-in
  if request-status not = '00'
    exit paragraph
  end-if

  perform until request-status = '10'
    read request-in
      at end move '10' to request-status
      not at end add 1 to request-line-total
    end-read
  end-perform
  close request-in
  .

*> the beat's pause state and out-of-order commands, back into the
*> command channel.
restore-beat-state.
  move mmdb2-hb-paused to paused-rec
  initialize served-ahead-table

  move 1 to ahead-ptr
  move 0 to ahead-ix
  set ahead-list-done to false
  perform until ahead-ptr > length of mmdb2-hb-ahead or ahead-ix >= 50
      or ahead-list-done
    move spaces to ahead-value
    unstring mmdb2-hb-ahead delimited by ';'
        into ahead-value with pointer ahead-ptr
    evaluate true
      when function trim(ahead-value) = spaces
        set ahead-list-done to true
      when function trim(ahead-value) is numeric
        add 1 to ahead-ix
        move function numval(ahead-value) to ahead-line(ahead-ix)
      when other continue
    end-evaluate
  end-perform
  .

beat-heartbeat.
  move served-count to mmdb2-hb-served
  move beat-state to mmdb2-hb-state
  if role-acting
    move 'STANDBY' to mmdb2-hb-owner
  else
    move 'PRIMARY' to mmdb2-hb-owner
  end-if
  move paused-rec to mmdb2-hb-paused

  move spaces to mmdb2-hb-ahead
  move 1 to ahead-ptr
  perform varying ahead-ix from 1 by 1 until ahead-ix > 50
    if ahead-line(ahead-ix) > 0
      string ahead-line(ahead-ix) ';' delimited by size
          into mmdb2-hb-ahead with pointer ahead-ptr
    end-if
  end-perform

  move 'W' to heartbeat-op
  call 'mmdb2-heartbeat' using heartbeat-file, heartbeat-op,
      mmdb2-hb-rec

  move mmdb2-hb-ts to last-beat-ts
  move mmdb2-hb-served to last-beat-served
  move mmdb2-hb-owner to last-beat-owner
  .

*> the heartbeat read back before a poll and before each line: a
*> beat from another owner, or newer than this instance's last, or
*> of the same second but another line, is somebody else's. a beat
*> caught mid-rewrite (no timestamp) is given the benefit of the
*> doubt until the next look.
check-queue-held.
  set queue-lost to false

  move 'R' to heartbeat-op
  call 'mmdb2-heartbeat' using heartbeat-file, heartbeat-op,
      mmdb2-hb-rec

  if mmdb2-hb-ts = spaces or last-beat-ts = spaces
    exit paragraph
  end-if

  if mmdb2-hb-owner not = last-beat-owner
  or mmdb2-hb-ts > last-beat-ts
  or (mmdb2-hb-ts = last-beat-ts
      and mmdb2-hb-served not = last-beat-served)
    set queue-lost to true
  end-if
  .

*> another instance holds the queue - nothing more is served or
*> beaten here until this one holds it again.
stand-down.
  set queue-lost to false

  display 'server:   heartbeat now held by '
      function trim(mmdb2-hb-owner) ' (' mmdb2-hb-ts ', line '
      mmdb2-hb-served ') - standing down after line ' served-count

  move spaces to command-tag
  string 'SERVER-STANDDOWN line=' served-count delimited by size
      into command-tag
  call 'cobmind-audit-log' using database-path, command-tag, 'OK',
      audit-dir

  move 'SERVER-STANDDOWN' to notify-event
  move spaces to notify-text
  string 'another instance (' function trim(mmdb2-hb-owner)
      ') took the queue - this one stood down after line '
      served-count delimited by size into notify-text
  call 'cobmind-notify' using 'W', request-file, notify-event,
      notify-text

  move 'N' to paused-rec
  initialize served-ahead-table
  move spaces to last-beat-ts

  evaluate true
    when role-acting
      set role-watching to true
      perform watch-heartbeat

    when mmdb2-hb-standby
      perform claim-queue

    when other
      set role-stood-down to true
      set server-done to true
  end-evaluate
  .

*> the heartbeat's line may trail the response file by the line
*> being answered when the last owner died - the last request-id
*> answered, found among the lines past the heartbeat's, is where
*> the queue really stands. (callers find their answers by id, so
*> ids are unique on a queue.) paused, a command there was answered
*> ahead of the held lookups and goes back on the ahead list
*> instead; a PAUSE or RESUME there carries its state across.
reconcile-responses.
  move spaces to last-response-id response-in-status
  open input response-in
  if response-in-status not = '00'
    exit paragraph
  end-if

  perform until response-in-status = '10'
    read response-in
      at end move '10' to response-in-status
      not at end
        move spaces to response-id-work
        unstring response-in-rec delimited by ','
            into response-id-work
        if response-id-work not = spaces
          move response-id-work to last-response-id
        end-if
    end-read
  end-perform
  close response-in

  if last-response-id = spaces
    exit paragraph
  end-if

  move 0 to scan-line match-line
  move spaces to request-status
  open input request-in
  if request-status not = '00'
    exit paragraph
  end-if

  perform until request-status = '10' or match-line > 0
    read request-in
      at end move '10' to request-status
      not at end
        add 1 to scan-line
        if scan-line > served-count
        and function trim(request-in-rec) not = spaces
        and request-in-rec(1:1) not = '#'
          move spaces to request-id ip-text
          unstring request-in-rec delimited by ','
              into request-id, ip-text
          if function trim(request-id) = function trim(last-response-id)
            move scan-line to match-line
          end-if
        end-if
    end-read
  end-perform
  close request-in

  if match-line = 0
    exit paragraph
  end-if

  evaluate function upper-case(function trim(request-id))
    when 'PAUSE'
    when 'RESUME'
    when 'STATS'
    when 'RELOAD'
    when 'SHUTDOWN'
      set match-is-command to true
    when other
      set match-is-command to false
  end-evaluate

  if server-paused and match-is-command
    move match-line to lines-this-poll
    perform check-served-ahead
    if not ahead-found
      set ahead-recorded to false
      perform varying ahead-ix from 1 by 1
          until ahead-ix > 50 or ahead-recorded
        if ahead-line(ahead-ix) = 0
          move match-line to ahead-line(ahead-ix)
          set ahead-recorded to true
        end-if
      end-perform
    end-if
    display 'server:   ' function trim(request-id) ' on line '
        match-line ' already answered - kept as answered ahead'
  else
    display 'server:   line ' match-line ' (' function trim(request-id)
        ') already answered - cursor moved on from line ' served-count
    move match-line to served-count
  end-if

  evaluate function upper-case(function trim(request-id))
    when 'PAUSE'  set server-paused to true
    when 'RESUME' set server-paused to false
    when other continue
  end-evaluate
  move 0 to lines-this-poll
  .

*> the standby's loop: its own beat, then the serving one's age.
watch-heartbeat.
  perform until server-done or not role-watching
    call 'cobmind-stop-check' using stop-flag
    if stop-flag = 'Y'
      display 'server:   stop sentinel found - standby shutting down'
      set server-done to true
    else
      perform watch-one-beat
    end-if
  end-perform
  .

watch-one-beat.
  move 0 to mmdb2-hb-served
  move 'STANDBY' to mmdb2-hb-owner
  move 'WATCHING' to mmdb2-hb-state
  move 'N' to mmdb2-hb-paused
  move spaces to mmdb2-hb-ahead
  move 'W' to heartbeat-op
  call 'mmdb2-heartbeat' using standby-file, heartbeat-op,
      mmdb2-hb-rec

  move 'R' to heartbeat-op
  call 'mmdb2-heartbeat' using heartbeat-file, heartbeat-op,
      mmdb2-hb-rec

  evaluate true
    when mmdb2-hb-ts = spaces
      continue
    when mmdb2-hb-ended
      display 'server:   queue shut down at ' mmdb2-hb-ts
          ' - standby stands down'
      set server-done to true
    when mmdb2-hb-age-secs > stale-secs
      perform take-over
    when other continue
  end-evaluate

  if role-watching and not server-done
    call 'C$SLEEP' using poll-wait-secs
  end-if
  .

take-over.
  move mmdb2-hb-served to served-count
  perform restore-beat-state
  perform reconcile-responses
  set role-acting to true
  call 'CBL_DELETE_FILE' using standby-file
  call 'CBL_DELETE_FILE' using handback-file

  display 'server:   TAKEOVER - heartbeat ' mmdb2-hb-age-secs
      ' second(s) stale, serving from line ' served-count ' on'
  display 'server:   polling ' function trim(request-file)
      ' (answers -> ' function trim(response-file) ')'

  move 'SERVING' to beat-state
  perform beat-heartbeat

  move spaces to command-tag
  string 'SERVER-TAKEOVER line=' served-count delimited by size
      into command-tag
  call 'cobmind-audit-log' using database-path, command-tag, 'OK',
      audit-dir

  move 'SERVER-TAKEOVER' to notify-event
  move spaces to notify-text
  string 'heartbeat stale - standby serving the queue after line '
      served-count delimited by size into notify-text
  call 'cobmind-notify' using 'W', request-file, notify-event,
      notify-text
  .

*> the acting standby, between polls: a restarted primary's
*> handback request ends its turn.
check-handback.
  call 'cobmind-file-exists' using handback-file, handback-exists-rec
  if not handback-wanted
    exit paragraph
  end-if

  move 'RELEASED' to beat-state
  perform beat-heartbeat

  display 'server:   HANDBACK - queue released after line '
      served-count ', standby watching again'

  move spaces to command-tag
  string 'SERVER-HANDBACK line=' served-count delimited by size
      into command-tag
  call 'cobmind-audit-log' using database-path, command-tag, 'OK',
      audit-dir

  move 'SERVER-HANDBACK' to notify-event
  move spaces to notify-text
  string 'standby handed the queue back to the primary after line '
      served-count delimited by size into notify-text
  call 'cobmind-notify' using 'I', request-file, notify-event,
      notify-text

  move 'N' to paused-rec
  initialize served-ahead-table
  set role-watching to true
  perform watch-heartbeat
  .
