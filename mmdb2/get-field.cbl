*> mapping, screening, reporting) stops re-implementing the scan.
*> found-flag comes back 'N', and field-value spaces, when any segment
*> of the path is absent from the record.
*>
*> a canonical name ("CTRY", "CITY.en" - upper case) is first turned
*> into the vendor's path by mmdb2-field-dict; each of the
*> dictionary's candidate paths is tried in turn until one is in the
*> record, so the same name reads a federated second vendor's record
*> too.
*>*********************************************************************

data division.
01 seg-found-rec    pic x(1).
   88 seg-found     value 'Y', false 'N'.

01 lookup-path      pic x(64).
01 dict-op          pic x(1) value 'R'.
01 dict-cand        pic 9(2) value 0.
01 dict-found       pic x(1) value 'N'.

linkage section.

01 decoded-text   pic x(8192).

procedure division using decoded-text, field-path, field-value,
    found-flag.
  move spaces to field-value
  move 'N' to found-flag

  move 'R' to dict-op
  move 1 to dict-cand
  call 'mmdb2-field-dict' using dict-op, field-path, dict-cand,
      lookup-path, dict-found

  if dict-found not = 'Y'
    move field-path to lookup-path
    perform look-up-path
    goback
  end-if

  perform until dict-found not = 'Y' or found-flag = 'Y'
    perform look-up-path
    add 1 to dict-cand
    call 'mmdb2-field-dict' using dict-op, field-path, dict-cand,
        lookup-path, dict-found
  end-perform

  *> none of the vendor paths - a record whose own key is spelled
  *> that way still answers to it.
  if found-flag not = 'Y'
    move field-path to lookup-path
    perform look-up-path
  end-if
  goback.

*>*********************************************************************

look-up-path.
  move decoded-text to work-text
  move function trim(lookup-path) to path-remaining
  move spaces to field-value

  set seg-found to true
  perform resolve-next-segment
      until path-remaining = spaces or not seg-found

  if seg-found
    move 'Y' to found-flag
    exit paragraph
  end-if

  *> flat-key fallback: a database compiled from the vendor's CSV
  *> when segment descent finds nothing, the whole path is tried
  *> once as one literal key before giving up.
  move decoded-text to work-text
  move function trim(lookup-path) to segment-name
  move spaces to path-remaining
  set last-segment to true
  perform find-segment-value

  if seg-found
    move 'Y' to found-flag
  else
    move spaces to field-value
  end-if
  .

*>*********************************************************************

