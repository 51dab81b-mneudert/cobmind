01 dot-pos         pic 9(3) value 0.
01 map-kind        pic x(1) value 'F'.

*> a canonical field name is checked as the vendor paths the field
*> dictionary gives it - present under any one of them is present.
01 dict-op         pic x(1) value 'R'.
01 dict-cand       pic 9(2) value 0.
01 dict-path       pic x(64) value spaces.
01 dict-found      pic x(1) value 'N'.
01 canonical-field pic x(1) value 'N'.

01 added-count     pic 9(3) value 0.
01 dropped-count   pic 9(3) value 0.
01 broken-count    pic 9(3) value 0.
*> our mappings against the staged inventory: fixed-map lines carry
*> the field in column one, translate lines ahead of their '='. the
*> row writer's literal columns (ip, reason, ...) carry no dot and
*> are the writer's own, not the database's. a canonical name (CTRY,
*> CITY.en - see mmdb2-field-dict) holds while any one of its vendor
*> paths is still in the staged inventory.
*>*********************************************************************

check-one-mapping-file.
    move map-in-rec(1:eq-pos) to split-field
  end-if

  move function trim(split-field) to split-field
  move 'R' to dict-op
  move 1 to dict-cand
  call 'mmdb2-field-dict' using dict-op, split-field, dict-cand,
      dict-path, dict-found
  move dict-found to canonical-field

  if canonical-field = 'Y'
    set key-found to false
    perform until dict-found not = 'Y' or key-found
      move dict-path to split-key
      perform find-in-staged
      add 1 to dict-cand
      call 'mmdb2-field-dict' using dict-op, split-field, dict-cand,
          dict-path, dict-found
    end-perform

    if not key-found
      add 1 to broken-count
      display 'MISSING: mapped field "' function trim(split-field)
          '" (from ' function trim(map-path)
          ') - none of its dictionary paths is in the staged release'
    end-if
    exit paragraph
  end-if

  move 0 to dot-pos
  inspect split-field tallying dot-pos for all '.'

