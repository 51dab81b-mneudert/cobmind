       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-maint-journal.

*>*********************************************************************
*> the maintenance journal's reader and its undo. the record-
*> maintenance programs (mmdb2-annotations, mmdb2-corrections,
*> mmdb2-hold-desk through mmdb2-hold-disposition, mmdb2-legal-hold)
*> rewrite their keyed files through a "_new" sibling, so the prior
*> state is gone the moment the rename lands - except in the
*> journal, where cobmind-journal-write has filed every changed
*> record's before and after image:
*>
*>   LIST [file=<path>] [key=<key>] [operator=<name>]
*>       the entries, oldest first, with both images. criteria
*>       combine (an entry must satisfy all given); file= matches
*>       any part of the file's path, so the base name will do.
*>       an entry that has been reversed says by which entry.
*>
*>   UNDO <entry-id>
*>       put the record back as the entry found it - only when the
*>       record still reads exactly as the entry left it:
*>         the after image must still be on file (an ADD's added
*>         row, a rewrite's new row), and no later entry still
*>         standing may have changed that row since;
*>         a removed record (a RELEASE) must not have been put back
*>         already.
*>       the file is rewritten through its "_new" sibling the same
*>       way the maintenance programs do it, and the reversal is
*>       itself journaled (action UNDO, naming the entry it
*>       reversed) and audit-logged - so an undo can be undone.
*>       anything else is refused with mmdb2-rc-undo-refused and
*>       the file is left alone; an unknown id is
*>       mmdb2-rc-not-found.
*>
*> the journal is "COBMIND_MAINT_JOURNAL", ./cobmind.journal when
*> unset (diverted like every trail on a sandbox run).
*>*********************************************************************

environment division.
input-output section.

file-control.
  select journal-in
    assign dynamic journal-file
    organization line sequential
    file status is journal-status.

  select target-in
    assign dynamic target-file
    organization line sequential
    file status is target-in-status.

  select target-out
    assign dynamic target-new
    organization line sequential
    file status is target-out-status.

data division.
file section.

fd journal-in.
01 journal-in-rec pic x(818).

fd target-in.
01 target-in-rec pic x(256).

fd target-out.
01 target-out-rec pic x(256).

working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-journal.cpy'.

01 mode-arg        pic x(8) value spaces.
01 entry-arg       pic x(10) value spaces.
01 criterion-arg   pic x(140) value spaces.

01 want-file       pic x(128) value spaces.
01 want-key        pic x(50) value spaces.
01 want-operator   pic x(32) value spaces.
01 file-hits       pic 9(3) value 0.

01 journal-file    pic x(128) value spaces.
01 journal-status  pic xx value spaces.
01 sandbox-flag    pic x(1) value 'N'.

01 target-file     pic x(128) value spaces.
01 target-new      pic x(136) value spaces.
01 target-in-status  pic xx value spaces.
01 target-out-status pic xx value spaces.

*> every reversal on the journal: which entry, reversed by which.
01 reversal-table.
   05 reversal-entry occurs 2000 times.
      10 rvs-target    pic x(10).
      10 rvs-by        pic x(10).
      10 rvs-cleared-rec pic x(1).
         88 rvs-cleared  value 'Y', false 'N'.
01 reversal-count  pic 9(4) value 0.
01 reversal-ix     pic 9(4) value 0.
01 reversed-by     pic x(10) value spaces.
01 look-id         pic x(10) value spaces.

*> entries after the one being undone that rewrote the row it left.
01 later-table.
   05 later-entry occurs 200 times.
      10 ltr-id        pic x(10).
01 later-count     pic 9(3) value 0.
01 later-ix        pic 9(3) value 0.

01 undo-entry.
   05 und-id           pic x(10) value spaces.
   05 und-action       pic x(16) value spaces.
   05 und-file         pic x(128) value spaces.
   05 und-key          pic x(50) value spaces.
   05 und-before-flag  pic x(1) value 'N'.
      88 und-has-before    value 'Y'.
   05 und-before       pic x(256) value spaces.
   05 und-after-flag   pic x(1) value 'N'.
      88 und-has-after     value 'Y'.
   05 und-after        pic x(256) value spaces.
01 undo-found-rec  pic x(1) value 'N'.
   88 undo-found   value 'Y', false 'N'.

01 row-matched-rec pic x(1) value 'N'.
   88 row-matched  value 'Y', false 'N'.
01 row-present-rec pic x(1) value 'N'.
   88 row-present  value 'Y', false 'N'.
01 refuse-reason   pic x(80) value spaces.

01 listed-count    pic 9(5) value 0.

01 audit-tag       pic x(45) value spaces.
01 audit-subject   pic x(128) value spaces.
01 audit-dir-blank pic x(128) value spaces.

*>*********************************************************************

procedure division.
  accept mode-arg from argument-value

  move spaces to journal-file
  accept journal-file from environment "COBMIND_MAINT_JOURNAL"

  if journal-file = spaces or low-value
    move './cobmind.journal' to journal-file
  end-if

  call 'cobmind-sandbox' using journal-file, sandbox-flag

  evaluate function upper-case(function trim(mode-arg))
    when 'LIST' perform list-journal
    when 'UNDO' perform undo-entry-arg
    when other
      display 'usage: mmdb2-maint-journal LIST [file=<path>]'
          ' [key=<key>] [operator=<name>]'
      display '       mmdb2-maint-journal UNDO <entry-id>'
      move mmdb2-rc-bad-argument to return-code
  end-evaluate
  goback.

*>*********************************************************************
*> LIST
*>*********************************************************************

list-journal.
  perform accept-one-criterion 3 times
  perform load-reversals

  display 'MAINTENANCE JOURNAL (' function trim(journal-file) '):'

  move spaces to journal-status
  open input journal-in

  if journal-status = '00'
    perform until journal-status = '10'
      read journal-in
        at end move '10' to journal-status
        not at end perform list-one-entry
      end-read
    end-perform

    close journal-in
  end-if

  display listed-count ' entr(ies) listed'
  move mmdb2-rc-ok to return-code
  .

accept-one-criterion.
  move spaces to criterion-arg
  accept criterion-arg from argument-value

  if criterion-arg = spaces or criterion-arg = low-values
    exit paragraph
  end-if

  evaluate true
    when criterion-arg(1:5) = 'file='
      move criterion-arg(6:128) to want-file
    when criterion-arg(1:4) = 'key='
      move criterion-arg(5:50) to want-key
    when criterion-arg(1:9) = 'operator='
      move criterion-arg(10:32) to want-operator
    when other
      display 'unknown criterion, ignored: '
          function trim(criterion-arg)
  end-evaluate
  .

list-one-entry.
  if journal-in-rec(1:1) not = 'J'
    exit paragraph
  end-if

  move journal-in-rec to mmdb2-journal-rec

  if want-file not = spaces
    move 0 to file-hits
    inspect mmdb2-jrn-file tallying file-hits
        for all function trim(want-file)
    if file-hits = 0
      exit paragraph
    end-if
  end-if

  if want-key not = spaces
  and function trim(mmdb2-jrn-key) not = function trim(want-key)
    exit paragraph
  end-if

  if want-operator not = spaces
  and function upper-case(function trim(mmdb2-jrn-operator))
      not = function upper-case(function trim(want-operator))
    exit paragraph
  end-if

  add 1 to listed-count

  display ' '
  display mmdb2-jrn-id ' ' mmdb2-jrn-stamp ' '
      function trim(mmdb2-jrn-action) ' by '
      function trim(mmdb2-jrn-operator) ' (run '
      function trim(mmdb2-jrn-run) ', '
      function trim(mmdb2-jrn-program) ')'
  display '  file:   ' function trim(mmdb2-jrn-file)
  display '  key:    ' function trim(mmdb2-jrn-key)

  if mmdb2-jrn-has-before
    display '  before: ' function trim(mmdb2-jrn-before)
  else
    display '  before: (no record)'
  end-if

  if mmdb2-jrn-has-after
    display '  after:  ' function trim(mmdb2-jrn-after)
  else
    display '  after:  (record removed)'
  end-if

  if mmdb2-jrn-reverses not = spaces
    display '  reverses ' function trim(mmdb2-jrn-reverses)
  end-if

  move mmdb2-jrn-id to look-id
  perform find-reversal
  if reversed-by not = spaces
    display '  reversed by ' function trim(reversed-by)
  end-if
  .

*>*********************************************************************
*> the reversal table, for LIST's "reversed by" and UNDO's standing
*> checks.
*>*********************************************************************

load-reversals.
  move 0 to reversal-count

  move spaces to journal-status
  open input journal-in

  if journal-status not = '00'
    exit paragraph
  end-if

  perform until journal-status = '10'
    read journal-in
      at end move '10' to journal-status
      not at end
        move journal-in-rec to mmdb2-journal-rec
        if mmdb2-jrn-reverses not = spaces
          perform load-one-reversal
        end-if
    end-read
  end-perform

  close journal-in
  .

*> in journal order: an undo reverses its target, and when the
*> target was itself an undo, what that one reversed stands again.
load-one-reversal.
  perform varying reversal-ix from 1 by 1
      until reversal-ix > reversal-count
    if rvs-by(reversal-ix) = mmdb2-jrn-reverses
      set rvs-cleared(reversal-ix) to true
    end-if
  end-perform

  if reversal-count < 2000
    add 1 to reversal-count
    move mmdb2-jrn-reverses to rvs-target(reversal-count)
    move mmdb2-jrn-id to rvs-by(reversal-count)
    set rvs-cleared(reversal-count) to false
  end-if
  .

*> look-id's standing reversal, spaces when it stands.
find-reversal.
  move spaces to reversed-by

  perform varying reversal-ix from 1 by 1
      until reversal-ix > reversal-count
    if rvs-target(reversal-ix) = look-id
    and not rvs-cleared(reversal-ix)
      move rvs-by(reversal-ix) to reversed-by
    end-if
  end-perform
  .

*>*********************************************************************
*> UNDO
*>*********************************************************************

undo-entry-arg.
  accept entry-arg from argument-value
  move function upper-case(entry-arg) to entry-arg

  if entry-arg = spaces
    display 'UNDO needs <entry-id>'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  perform load-reversals
  perform find-undo-entry

  if not undo-found
    display 'no journal entry ' function trim(entry-arg)
    move mmdb2-rc-not-found to return-code
    exit paragraph
  end-if

  move und-id to look-id
  perform find-reversal
  if reversed-by not = spaces
    move spaces to refuse-reason
    string 'already reversed by ' function trim(reversed-by)
        delimited by size into refuse-reason
    perform refuse-undo
    exit paragraph
  end-if

  *> a later entry, still standing, that rewrote the row this entry
  *> left means the record has changed since.
  perform varying later-ix from 1 by 1 until later-ix > later-count
    move ltr-id(later-ix) to look-id
    perform find-reversal
    if reversed-by = spaces
      move spaces to refuse-reason
      string 'record changed since by ' function trim(ltr-id(later-ix))
          delimited by size into refuse-reason
      move later-count to later-ix
    end-if
  end-perform

  if refuse-reason not = spaces
    perform refuse-undo
    exit paragraph
  end-if

  perform rewrite-target

  if refuse-reason not = spaces
    call 'CBL_DELETE_FILE' using target-new
    perform refuse-undo
    exit paragraph
  end-if

  call 'CBL_RENAME_FILE' using target-new, target-file

  move spaces to mmdb2-journal-rec
  move 'mmdb2-maint-journal' to mmdb2-jrn-program
  move 'UNDO' to mmdb2-jrn-action
  move und-id to mmdb2-jrn-reverses
  move und-file to mmdb2-jrn-file
  move und-key to mmdb2-jrn-key
  move und-after-flag to mmdb2-jrn-before-flag
  move und-after to mmdb2-jrn-before
  move und-before-flag to mmdb2-jrn-after-flag
  move und-before to mmdb2-jrn-after
  call 'cobmind-journal-write' using mmdb2-journal-rec

  display 'reversed ' function trim(und-id) ' ('
      function trim(und-action) ' on ' function trim(und-key)
      ') in ' function trim(und-file) ' - journaled as '
      function trim(mmdb2-jrn-id)

  move spaces to audit-tag
  string 'JOURNAL-UNDO=' function trim(und-id)
      delimited by size into audit-tag
  move und-file to audit-subject
  call 'cobmind-audit-log' using audit-subject, audit-tag, 'OK',
      audit-dir-blank

  move mmdb2-rc-ok to return-code
  .

refuse-undo.
  display 'UNDO ' function trim(entry-arg) ' refused: '
      function trim(refuse-reason)
  move mmdb2-rc-undo-refused to return-code
  .

*> the entry itself, and every later entry on the same file and key
*> whose before image is the row this entry left.
find-undo-entry.
  set undo-found to false
  move 0 to later-count
  move spaces to refuse-reason

  move spaces to journal-status
  open input journal-in

  if journal-status not = '00'
    exit paragraph
  end-if

  perform until journal-status = '10'
    read journal-in
      at end move '10' to journal-status
      not at end perform scan-one-entry
    end-read
  end-perform

  close journal-in
  .

scan-one-entry.
  if journal-in-rec(1:1) not = 'J'
    exit paragraph
  end-if

  move journal-in-rec to mmdb2-journal-rec

  if not undo-found
    if mmdb2-jrn-id = entry-arg
      set undo-found to true
      move mmdb2-jrn-id to und-id
      move mmdb2-jrn-action to und-action
      move mmdb2-jrn-file to und-file
      move mmdb2-jrn-key to und-key
      move mmdb2-jrn-before-flag to und-before-flag
      move mmdb2-jrn-before to und-before
      move mmdb2-jrn-after-flag to und-after-flag
      move mmdb2-jrn-after to und-after
    end-if
    exit paragraph
  end-if

  if und-has-after
  and mmdb2-jrn-file = und-file
  and mmdb2-jrn-key = und-key
  and mmdb2-jrn-has-before
  and mmdb2-jrn-before = und-after
  and later-count < 200
    add 1 to later-count
    move mmdb2-jrn-id to ltr-id(later-count)
  end-if
  .

*>*********************************************************************
*> the target file through its "_new" sibling: the row the entry
*> left is swapped back for the row it found (or dropped, when the
*> entry added it); a removed row goes back on the end. the file
*> state decides - refuse-reason comes back set when it does not
*> read as the entry left it.
*>*********************************************************************

rewrite-target.
  move und-file to target-file
  move spaces to target-new
  string function trim(target-file) '_new' delimited by size
      into target-new

  set row-matched to false
  set row-present to false

  open output target-out

  if target-out-status not = '00'
    move spaces to refuse-reason
    string 'cannot write ' function trim(target-new)
        delimited by size into refuse-reason
    exit paragraph
  end-if

  move spaces to target-in-status
  open input target-in

  if target-in-status = '00'
    perform until target-in-status = '10'
      read target-in
        at end move '10' to target-in-status
        not at end perform restore-one-line
      end-read
    end-perform

    close target-in
  end-if

  if not und-has-after
    if row-present
      move 'the removed record is already back on file'
          to refuse-reason
    else
      write target-out-rec from und-before
    end-if
  end-if

  if und-has-after and not row-matched
    move 'the record no longer reads as the entry left it'
        to refuse-reason
  end-if

  close target-out
  .

restore-one-line.
  if und-has-after and not row-matched
  and target-in-rec = und-after
    set row-matched to true
    if und-has-before
      write target-out-rec from und-before
    end-if
    exit paragraph
  end-if

  if not und-has-after
  and target-in-rec = und-before
    set row-present to true
  end-if

  write target-out-rec from target-in-rec
  .
