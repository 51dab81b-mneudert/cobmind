*> accounted for, managed through mmdb2-checkpoint. the "_ckpt"
*> file-naming and IN-PROGRESS/DONE lifecycle follow the convention
*> mmdb2-batch-lookup's own checkpointing established.
*>
*> the job name and total feed the progress heartbeat only (see
*> cobmind-progress-note) - they are never written to the "_ckpt"
*> file, whose "status,units" line is unchanged. total is the work
*> the whole run is expected to take, zero when the writer can't
*> know it.
*>*********************************************************************

01 mmdb2-ckpt-rec.
      88 mmdb2-ckpt-in-progress  value 'IN-PROGRESS'.
      88 mmdb2-ckpt-done         value 'DONE'.
   05 mmdb2-ckpt-units     pic 9(10) value 0.
   05 mmdb2-ckpt-job       pic x(16) value spaces.
   05 mmdb2-ckpt-total     pic 9(10) value 0.
