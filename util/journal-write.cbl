       >>source format is free
*>*********************************************************************

identification division.
program-id. cobmind-journal-write.

*>*********************************************************************
*> the maintenance journal ("COBMIND_MAINT_JOURNAL", ./cobmind.journal
*> when unset): every record-maintenance program that rewrites a
*> keyed control file - annotations, corrections, the hold-queue
*> dispositions, legal-hold releases - hands each changed record's
*> before and after image here, one call per record, so a mistaken
*> RELEASE or a wrong correction can be shown to an auditor and put
*> back (mmdb2-maint-journal).
*>
*> the caller fills program, action, file, key and the two images
*> with their flags (mmdb2-journal.cpy); this module stamps the next
*> J<nnnnnnnnn> id, the timestamp, the run id ("COBMIND_RUN_ID") and
*> the operator, and appends the entry. the id and stamp go back to
*> the caller in the record. sandbox runs divert the journal like
*> every other trail.
*>
*> an unwritable journal does not lose the entry: it spills, id and
*> all, to a local spool ("COBMIND_SPOOL_DIR"/
*> cobmind_spool_journal.dat, ./ when unset) - cobmind-audit-log's
*> arrangement - and the next call that finds the journal writable
*> replays the spool into it first, in order. ids run on across the
*> journal and the spool together, so the replayed entries keep the
*> ids their callers were given.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select journal-io
    assign dynamic journal-file
    organization line sequential
    file status is journal-status.

  select spool-io
    assign dynamic spool-file
    organization line sequential
    file status is spool-status.

data division.
file section.

fd journal-io.
01 journal-io-rec pic x(818).

fd spool-io.
01 spool-io-rec pic x(818).

working-storage section.

01 journal-file    pic x(128) value spaces.
01 journal-status  pic xx value spaces.
01 sandbox-flag    pic x(1) value 'N'.

01 spool-file      pic x(160) value spaces.
01 spool-dir       pic x(128) value spaces.
01 spool-status    pic xx value spaces.
01 spool-exists-rec pic x(1).
   88 spool-exists value 'Y', false 'N'.
01 replayed-count  pic 9(6) value 0.

01 high-seq        pic 9(9) value 0.
01 line-seq        pic 9(9) value 0.
01 new-id          pic x(10) value spaces.

linkage section.

copy 'mmdb2-journal.cpy'.

*>*********************************************************************

procedure division using mmdb2-journal-rec.
  move spaces to journal-file
  accept journal-file from environment "COBMIND_MAINT_JOURNAL"

  if journal-file = spaces or low-value
    move './cobmind.journal' to journal-file
  end-if

  call 'cobmind-sandbox' using journal-file, sandbox-flag

  perform resolve-spool-file
  perform find-high-seq

  add 1 to high-seq
  move spaces to new-id
  string 'J' high-seq delimited by size into new-id
  move new-id to mmdb2-jrn-id

  move function current-date(1:14) to mmdb2-jrn-stamp

  move spaces to mmdb2-jrn-run
  accept mmdb2-jrn-run from environment "COBMIND_RUN_ID"
  if mmdb2-jrn-run = spaces or low-value
    move '-' to mmdb2-jrn-run
  end-if

  move spaces to mmdb2-jrn-operator
  accept mmdb2-jrn-operator from environment "USER"
  if mmdb2-jrn-operator = spaces
    accept mmdb2-jrn-operator from environment "LOGNAME"
  end-if
  if mmdb2-jrn-operator = spaces
    move 'UNKNOWN' to mmdb2-jrn-operator
  end-if

  move spaces to journal-status
  open extend journal-io

  if journal-status not = '00'
    open output journal-io
  end-if

  if journal-status not = '00'
    perform spill-entry
    goback
  end-if

  perform replay-spooled-entries

  write journal-io-rec from mmdb2-journal-rec
  close journal-io
  goback.

*>*********************************************************************

*> ids run on from the highest already on file - the journal is
*> never rewritten, so the last line's id is the highest, but a
*> scan costs nothing at the journal's size and survives a
*> hand-merged file.
find-high-seq.
  move 0 to high-seq

  move spaces to journal-status
  open input journal-io

  if journal-status = '00'
    perform until journal-status = '10'
      read journal-io
        at end move '10' to journal-status
        not at end
          move journal-io-rec(1:10) to new-id
          perform note-entry-seq
      end-read
    end-perform

    close journal-io
  end-if

  call 'cobmind-file-exists' using spool-file(1:128), spool-exists-rec
  if not spool-exists
    exit paragraph
  end-if

  move spaces to spool-status
  open input spool-io

  if spool-status = '00'
    perform until spool-status = '10'
      read spool-io
        at end move '10' to spool-status
        not at end
          move spool-io-rec(1:10) to new-id
          perform note-entry-seq
      end-read
    end-perform

    close spool-io
  end-if
  .

note-entry-seq.
  if new-id(1:1) = 'J'
  and new-id(2:9) is numeric
    move new-id(2:9) to line-seq
    if line-seq > high-seq
      move line-seq to high-seq
    end-if
  end-if
  .

*>*********************************************************************
*> the spool - entries the journal could not take, held in id order
*> until it can.
*>*********************************************************************

resolve-spool-file.
  move spaces to spool-dir
  accept spool-dir from environment "COBMIND_SPOOL_DIR"

  move spaces to spool-file
  if spool-dir not = spaces and low-value
    string function trim(spool-dir) '/cobmind_spool_journal.dat'
        delimited by size into spool-file
  else
    move './cobmind_spool_journal.dat' to spool-file
  end-if
  .

spill-entry.
  move spaces to spool-status
  open extend spool-io

  if spool-status not = '00'
    open output spool-io
  end-if

  if spool-status not = '00'
    display 'maintenance journal ' function trim(journal-file)
        ' and spool ' function trim(spool-file)
        ' both unwritable - entry ' function trim(mmdb2-jrn-id)
        ' lost'
    exit paragraph
  end-if

  write spool-io-rec from mmdb2-journal-rec
  close spool-io

  display 'WARNING: maintenance journal ' function trim(journal-file)
      ' not writable (status ' journal-status ') - entry '
      function trim(mmdb2-jrn-id) ' spooled to '
      function trim(spool-file)
  .

*> the journal is open for extend here.
replay-spooled-entries.
  call 'cobmind-file-exists' using spool-file(1:128), spool-exists-rec
  if not spool-exists
    exit paragraph
  end-if

  move 0 to replayed-count
  move spaces to spool-status
  open input spool-io

  if spool-status not = '00'
    exit paragraph
  end-if

  perform until spool-status = '10'
    read spool-io
      at end move '10' to spool-status
      not at end
        if spool-io-rec not = spaces
          write journal-io-rec from spool-io-rec
          add 1 to replayed-count
        end-if
    end-read
  end-perform

  close spool-io
  call 'CBL_DELETE_FILE' using spool-file

  display 'maintenance journal recovered - ' replayed-count
      ' spooled entr(ies) replayed in order'
  .
