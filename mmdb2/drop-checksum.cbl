       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-drop-checksum.

*>*********************************************************************
*> a file's SHA-256, and - for a vendor drop - whether the vendor's
*> published checksum file lists that same value for it:
*>
*>   op 'C'  compute only: drop-sha gets the file's checksum,
*>           outcome 'C' (or 'E' when it could not be computed)
*>   op 'V'  verify: drop-sha as above, listed-sha the checksum the
*>           vendor file gives for this drop, and outcome -
*>             'V' verified, the two agree
*>             'M' mismatch, the vendor lists a different checksum
*>             'U' unlisted, no checksum file, or no line in it
*>                 names the drop
*>             'E' the drop's own checksum could not be computed
*>
*> the checksum file is sum-file, or "<drop>.sha256" when sum-file is
*> spaces; it carries one edition per line in the vendors' usual
*> "<sha256>  <file name>" form (a "*" before the name, binary-mode
*> style, is allowed), matched on the drop's base name. a file
*> holding a bare checksum with no name is the checksum of the drop
*> it sits beside.
*>
*> the checksum itself comes from sha256sum, run through SYSTEM the
*> way mmdb2-open runs gzip - with the same shell-metacharacter
*> refusal - into a scratch file beside the drop.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select sha-in
    assign dynamic sha-scratch
    organization line sequential
    file status is sha-status.

  select sum-in
    assign dynamic sum-path
    organization line sequential
    file status is sum-status.

data division.
file section.

fd sha-in.
01 sha-in-rec pic x(256).

fd sum-in.
01 sum-in-rec pic x(256).

working-storage section.

01 sha-scratch      pic x(148) value spaces.
01 sha-status       pic xx value spaces.
01 sum-path         pic x(136) value spaces.
01 sum-status       pic xx value spaces.
01 exists-rec       pic x(1).
   88 target-exists value 'Y', false 'N'.

01 sha-cmd          pic x(400) value spaces.
01 unsafe-char-count pic 9(3) value 0.
01 unsafe-all       pic x(320) value spaces.
01 hex-bad-count    pic 9(3) value 0.
01 hex-text         pic x(64) value spaces.

01 drop-base        pic x(128) value spaces.
01 line-base        pic x(128) value spaces.
01 name-text        pic x(192) value spaces.
01 name-work        pic x(192) value spaces.
01 scan-ix          pic 9(3) value 0.
01 base-start       pic 9(3) value 0.
01 word-len         pic 9(3) value 0.
01 listed-found     pic x(1) value 'N'.

linkage section.

01 checksum-op      pic x(1).
01 drop-file        pic x(128).
01 sum-file         pic x(128).
01 drop-sha         pic x(64).
01 listed-sha       pic x(64).
01 checksum-outcome pic x(1).

*>*********************************************************************

procedure division using checksum-op, drop-file, sum-file, drop-sha,
    listed-sha, checksum-outcome.
  move spaces to drop-sha listed-sha
  move 'E' to checksum-outcome

  perform compute-drop-sha
  if drop-sha = spaces
    goback
  end-if

  if checksum-op not = 'V'
    move 'C' to checksum-outcome
    goback
  end-if

  move 'U' to checksum-outcome
  perform find-listed-sha

  if listed-found = 'Y'
    if listed-sha = drop-sha
      move 'V' to checksum-outcome
    else
      move 'M' to checksum-outcome
    end-if
  end-if
  goback.

*>*********************************************************************

compute-drop-sha.
  call 'cobmind-file-exists' using drop-file, exists-rec
  if not target-exists
    exit paragraph
  end-if

  move spaces to unsafe-all
  move drop-file to unsafe-all

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
    display 'refusing to checksum - unsafe characters in path: '
        function trim(drop-file)
    exit paragraph
  end-if

  move spaces to sha-scratch
  string function trim(drop-file) '.cobmind_sha'
      delimited by size into sha-scratch

  move spaces to sha-cmd
  string 'sha256sum "' function trim(drop-file) '" 2>/dev/null > "'
      function trim(sha-scratch) '"'
      delimited by size into sha-cmd
  call 'SYSTEM' using sha-cmd

  move spaces to sha-status
  open input sha-in
  if sha-status not = '00'
    exit paragraph
  end-if

  read sha-in
    at end continue
    not at end
      move function lower-case(sha-in-rec(1:64)) to hex-text
      perform check-hex-text
      if hex-bad-count = 0
        move hex-text to drop-sha
      end-if
  end-read
  close sha-in

  call 'CBL_DELETE_FILE' using sha-scratch
  .

*> exactly 64 hex digits, or it is not a checksum.
check-hex-text.
  move 0 to hex-bad-count
  perform varying scan-ix from 1 by 1 until scan-ix > 64
    if hex-text(scan-ix:1) not numeric
    and (hex-text(scan-ix:1) < 'a' or hex-text(scan-ix:1) > 'f')
      add 1 to hex-bad-count
    end-if
  end-perform
  .

*>*********************************************************************
*> the vendor's line for this drop.
*>*********************************************************************

find-listed-sha.
  move 'N' to listed-found

  move spaces to sum-path
  if sum-file = spaces or low-value
    string function trim(drop-file) '.sha256'
        delimited by size into sum-path
  else
    move sum-file to sum-path
  end-if

  call 'cobmind-file-exists' using sum-path, exists-rec
  if not target-exists
    exit paragraph
  end-if

  move drop-file to name-text
  perform take-base-name
  move line-base to drop-base

  move spaces to sum-status
  open input sum-in
  if sum-status not = '00'
    exit paragraph
  end-if

  perform until sum-status = '10' or listed-found = 'Y'
    read sum-in
      at end move '10' to sum-status
      not at end perform weigh-sum-line
    end-read
  end-perform
  close sum-in
  .

weigh-sum-line.
  if function trim(sum-in-rec) = spaces
  or function trim(sum-in-rec)(1:1) = '#'
    exit paragraph
  end-if

  move spaces to name-text
  move function trim(sum-in-rec leading) to name-text

  move 0 to word-len
  inspect name-text tallying word-len for characters before initial ' '
  if word-len not = 64
    exit paragraph
  end-if

  move function lower-case(name-text(1:64)) to hex-text
  perform check-hex-text
  if hex-bad-count > 0
    exit paragraph
  end-if

  *> the name after the checksum, binary-mode "*" dropped.
  move function trim(name-text(65:)) to name-text
  if name-text(1:1) = '*'
    move name-text(2:) to name-work
    move name-work to name-text
  end-if

  if name-text = spaces
    move hex-text to listed-sha
    move 'Y' to listed-found
    exit paragraph
  end-if

  perform take-base-name
  if line-base = drop-base
    move hex-text to listed-sha
    move 'Y' to listed-found
  end-if
  .

take-base-name.
  move 1 to base-start
  perform varying scan-ix from 1 by 1 until scan-ix > 128
    if name-text(scan-ix:1) = '/'
      compute base-start = scan-ix + 1
    end-if
  end-perform

  move spaces to line-base
  if base-start <= 128
    move name-text(base-start:) to line-base
  end-if
  .
