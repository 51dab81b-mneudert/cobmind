       >>source format is free
*>*********************************************************************

identification division.
program-id. cobmind-test-mmdb2.

*>*********************************************************************

data division.
working-storage section.

01 translit-op      pic x(1) value 'T'.
01 field-path       pic x(64) value spaces.
01 decoded-text     pic x(8192) value spaces.
01 field-value      pic x(256) value spaces.

*>*********************************************************************

procedure division.
  *> run where no transliteration table is on the default path.
  move 'city={names={de=München;ja=東京;en=Tokyo};};' to decoded-text

  *> accented Latin folds to its base letters.
  move 'city.names.de' to field-path
  move 'München' to field-value
  call 'mmdb2-transliterate' using translit-op, field-path,
      decoded-text, field-value
  if field-value not = 'Munchen'
    display 'Accented name was not folded!'
    display 'Found:    ' function trim(field-value)
    move 1 to return-code
  end-if

  move 'Straße Đà Nẵng' to field-value
  call 'mmdb2-transliterate' using translit-op, field-path,
      decoded-text, field-value
  if field-value not = 'Strasse Da Nang'
    display 'Sharp s or Vietnamese letters were not folded!'
    display 'Found:    ' function trim(field-value)
    move 1 to return-code
  end-if

  *> a script with no fold and no table row takes the English name.
  move 'city.names.ja' to field-path
  move '東京' to field-value
  call 'mmdb2-transliterate' using translit-op, field-path,
      decoded-text, field-value
  if field-value not = 'Tokyo'
    display 'Unresolved name did not fall back to English!'
    display 'Found:    ' function trim(field-value)
    move 1 to return-code
  end-if

  *> nothing to fall back on - the characters are marked.
  move 'city.names' to field-path
  move 'A東' to field-value
  call 'mmdb2-transliterate' using translit-op, field-path,
      decoded-text, field-value
  if field-value not = 'A?'
    display 'Unresolvable character was not marked!'
    display 'Found:    ' function trim(field-value)
    move 1 to return-code
  end-if

  *> plain ASCII passes untouched.
  move 'Berlin' to field-value
  call 'mmdb2-transliterate' using translit-op, field-path,
      decoded-text, field-value
  if field-value not = 'Berlin'
    display 'Plain name was changed!'
    display 'Found:    ' function trim(field-value)
    move 1 to return-code
  end-if
stop run.
