*>*********************************************************************
*> the live job monitor's picture of every job in flight, filled by
*> mmdb2-job-progress for its two readers - the batch status step
*> (mmdb2-job-status) and the operator console's progress screen.
*> one entry per RUNNING job the jobs registry knows about; the two
*> display lines per job are pre-formatted to the console's 78
*> columns so both readers show the same words.
*>*********************************************************************

01 mmdb2-job-table.
   05 mmdb2-job-count       pic 9(02) value 0.
   05 mmdb2-job-stalled     pic 9(02) value 0.
   05 mmdb2-job-overrun     pic 9(02) value 0.
   05 mmdb2-job-stall-mins  pic 9(04) value 0.
   *> today's batch-window end as HH:MM - spaces when the calendar
   *> guard has no window for today.
   05 mmdb2-job-window-end  pic x(05) value spaces.
   05 mmdb2-job-entry occurs 20 times.
      10 mmdb2-job-file     pic x(128) value spaces.
      10 mmdb2-job-mode     pic x(16) value spaces.
      10 mmdb2-job-total    pic 9(10) value 0.
      10 mmdb2-job-units    pic 9(10) value 0.
      *> units per minute over the last few heartbeats.
      10 mmdb2-job-rate     pic 9(09) value 0.
      *> minutes since the job's last heartbeat.
      10 mmdb2-job-idle     pic 9(05) value 0.
      10 mmdb2-job-eta      pic x(05) value spaces.
      10 mmdb2-job-state    pic x(08) value spaces.
         88 mmdb2-job-fits        value 'FITS'.
         88 mmdb2-job-overruns    value 'OVERRUN'.
         88 mmdb2-job-is-stalled  value 'STALLED'.
         88 mmdb2-job-no-eta      value 'NO-ETA'.
         88 mmdb2-job-no-window   value 'RUNNING'.
      10 mmdb2-job-line-1   pic x(78) value spaces.
      10 mmdb2-job-line-2   pic x(78) value spaces.
