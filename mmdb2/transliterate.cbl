       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-transliterate.

*>*********************************************************************
*> transliteration of decoded name values for the outputs that cannot
*> carry UTF-8 - the fixed-layout records mmdb2-map-fields builds and
*> the code-page 037 images cobmind-to-ebcdic makes of them, where
*> "München" came out "M?nchen" and a Japanese city a row of
*> substitution characters. a value with no byte past x'7F' passes
*> untouched; otherwise, in this order:
*>
*>   1. the whole name is looked up in the transliteration table
*>      ("COBMIND_TRANSLIT", default ./cobmind.translit) - the
*>      maintained romanisations ("東京=Tokyo");
*>   2. character by character: accented Latin letters (U+00C0 to
*>      U+024F, U+1E00 to U+1EFF) fold to their base letters from the
*>      built-in table below ("ß" to "ss", "Æ" to "AE"), and any
*>      single character the table carries ("Ж=Zh") is romanised -
*>      a table row wins over the built-in fold;
*>   3. still unresolved, the English name - the same path with its
*>      language tag replaced by "en" (city.names.ja becomes
*>      city.names.en, CITY.de becomes CITY.en) - folded the same
*>      way;
*>   4. otherwise the character-by-character result stands, with
*>      each character nothing could resolve written as "?".
*>
*> the table, one "<name>=<romanised>" line each, "#" comments:
*>
*>   # whole names
*>   東京=Tokyo
*>   Москва=Moscow
*>   # single characters
*>   Ж=Zh
*>
*> operations, selected by the op argument:
*>   'T'  transliterate field-value (read from field-path of the
*>        decoded record) in place
*>   'S'  summary: display how many names took each route across
*>        the run, for the run summary
*>
*> the table is parsed on the first call and kept across calls, the
*> same load-once shape mmdb2-translate-fields uses.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select table-in
    assign dynamic table-path
    organization line sequential
    file status is table-in-status.

data division.
file section.

fd table-in.
01 table-in-rec pic x(256).

working-storage section.

01 table-path      pic x(128) value spaces.
01 table-in-status pic xx value spaces.
01 table-loaded    pic x(1) value 'N'.
01 file-exists-rec pic x(1).
   88 file-found   value 'Y', false 'N'.

*> U+00C0 through U+024F, two bytes per code point.
01 latin-fold-values.
   05 filler pic x(40) value 'A A A A A A AEC E E E E I I I I D N O O '.
   05 filler pic x(40) value 'O O O   O U U U U Y THssa a a a a a aec '.
   05 filler pic x(40) value 'e e e e i i i i d n o o o o o   o u u u '.
   05 filler pic x(40) value 'u y thy A a A a A a C c C c C c C c D d '.
   05 filler pic x(40) value 'D d E e E e E e E e E e G g G g G g G g '.
   05 filler pic x(40) value 'H h H h I i I i I i I i I i IJijJ j K k '.
   05 filler pic x(40) value 'k L l L l L l L l L l N n N n N n n N n '.
   05 filler pic x(40) value 'O o O o O o OEoeR r R r R r S s S s S s '.
   05 filler pic x(40) value 'S s T t T t T t U u U u U u U u U u U u '.
   05 filler pic x(40) value 'W w Y y Y Z z Z z Z z s b B B b       C '.
   05 filler pic x(40) value 'c   D D d         F f G   hv  I K k l   '.
   05 filler pic x(40) value '  N n O O o OIoiP p           t T t T U '.
   05 filler pic x(40) value 'u   V Y y Z z                           '.
   05 filler pic x(40) value 'DZDzdzLJLjljNJNjnjA a I i O o U u U u U '.
   05 filler pic x(40) value 'u U u U u   A a A a AEaeG g G g K k O o '.
   05 filler pic x(40) value 'O o     j DZDzdzG g     N n A a AEaeO o '.
   05 filler pic x(40) value 'A a A a E e E e I i I i O o O o R r R r '.
   05 filler pic x(40) value 'U u U u S s T t     H h N d OUouZ z A a '.
   05 filler pic x(40) value 'E e O o O o O o O o Y y l n t j dbqpA C '.
   05 filler pic x(40) value 'c L T s z     B U   E e J j   q R r Y y '.

*> U+1E00 through U+1EFF (Vietnamese and the other dotted and hooked
*> letters), two bytes per code point.
01 extended-fold-values.
   05 filler pic x(32) value 'A a B b B b B b C c D d D d D d '.
   05 filler pic x(32) value 'D d D d E e E e E e E e E e F f '.
   05 filler pic x(32) value 'G g H h H h H h H h H h I i I i '.
   05 filler pic x(32) value 'K k K k K k L l L l L l L l M m '.
   05 filler pic x(32) value 'M m M m N n N n N n N n O o O o '.
   05 filler pic x(32) value 'O o O o P p P p R r R r R r R r '.
   05 filler pic x(32) value 'S s S s S s S s S s T t T t T t '.
   05 filler pic x(32) value 'T t U u U u U u U u U u V v V v '.
   05 filler pic x(32) value 'W w W w W w W w W w X x X x Y y '.
   05 filler pic x(32) value 'Z z Z z Z z h t w y a s s s SS  '.
   05 filler pic x(32) value 'A a A a A a A a A a A a A a A a '.
   05 filler pic x(32) value 'A a A a A a A a E e E e E e E e '.
   05 filler pic x(32) value 'E e E e E e E e I i I i O o O o '.
   05 filler pic x(32) value 'O o O o O o O o O o O o O o O o '.
   05 filler pic x(32) value 'O o O o U u U u U u U u U u U u '.
   05 filler pic x(32) value 'U u Y y Y y Y y Y y         Y y '.
01 fold-pos        pic 9(4) value 0.

*> the maintained table - whole names, and single characters.
01 name-table.
   05 name-entry occurs 2000 times.
      10 name-key     pic x(96).
      10 name-roman   pic x(96).
01 name-count      pic 9(4) value 0.
01 name-ix         pic 9(4) value 0.

01 char-table.
   05 char-entry occurs 1000 times.
      10 char-key     pic x(4).
      10 char-roman   pic x(8).
01 char-count      pic 9(4) value 0.
01 char-ix         pic 9(4) value 0.

01 split-key       pic x(160) value spaces.
01 split-roman     pic x(160) value spaces.
01 key-len         pic 9(3) value 0.

*> the run's counts.
01 folded-count    pic 9(8) value 0.
01 romanised-count pic 9(8) value 0.
01 english-count   pic 9(8) value 0.
01 unresolved-count pic 9(8) value 0.

*> one value's pass.
01 source-text     pic x(256) value spaces.
01 source-len      pic 9(3) value 0.
01 result-text     pic x(256) value spaces.
01 result-pos      pic 9(3) value 0.
01 byte-ix         pic 9(3) value 0.
01 byte-val        pic 9(3) value 0.
01 byte-2          pic 9(3) value 0.
01 byte-3          pic 9(3) value 0.
01 seq-len         pic 9(1) value 0.
01 code-point      pic 9(6) value 0.
01 piece           pic x(8) value spaces.
01 piece-len       pic 9(1) value 0.
01 high-bytes      pic 9(3) value 0.
01 unresolved-chars pic 9(3) value 0.
01 table-chars     pic 9(3) value 0.
01 first-result    pic x(256) value spaces.

*> the English name's path.
01 path-len        pic 9(2) value 0.
01 dot-pos         pic 9(2) value 0.
01 tag-len         pic 9(2) value 0.
01 scan-ix         pic 9(2) value 0.
01 english-path    pic x(64) value spaces.
01 english-value   pic x(256) value spaces.
01 english-found   pic x(1) value 'N'.

linkage section.

01 translit-op   pic x(1).
01 field-path    pic x(64).
01 decoded-text  pic x(8192).
01 field-value   pic x(256).

*>*********************************************************************

procedure division using translit-op, field-path, decoded-text,
    field-value.
  if table-loaded not = 'Y'
    perform load-translit-table
    move 'Y' to table-loaded
  end-if

  evaluate translit-op
    when 'S'
      perform show-summary
    when other
      perform transliterate-value
  end-evaluate
  goback.

*>*********************************************************************

load-translit-table.
  accept table-path from environment "COBMIND_TRANSLIT"
  if table-path = spaces or low-value
    move './cobmind.translit' to table-path
  end-if

  call 'cobmind-file-exists' using table-path, file-exists-rec
  if not file-found
    exit paragraph
  end-if

  move spaces to table-in-status
  open input table-in
  if table-in-status not = '00'
    display 'transliteration table unreadable: '
        function trim(table-path)
    exit paragraph
  end-if

  perform until table-in-status = '10'
    read table-in
      at end move '10' to table-in-status
      not at end perform parse-table-line
    end-read
  end-perform
  close table-in
  .

parse-table-line.
  if function trim(table-in-rec) = spaces
  or table-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to split-key split-roman
  unstring table-in-rec delimited by '='
      into split-key split-roman
  end-unstring

  if function trim(split-key) = spaces
  or function trim(split-roman) = spaces
    display 'malformed transliteration line, skipped: '
        function trim(table-in-rec)
    exit paragraph
  end-if

  *> one UTF-8 character is a character rule; anything longer is a
  *> whole name.
  move function length(function trim(split-key)) to key-len
  move split-key(1:1) to piece
  compute byte-val = function ord(piece(1:1)) - 1
  perform size-of-sequence

  if key-len = seq-len and seq-len > 1
    if char-count < 1000
      add 1 to char-count
      move function trim(split-key) to char-key(char-count)
      move function trim(split-roman) to char-roman(char-count)
    end-if
  else
    if name-count < 2000
      add 1 to name-count
      move function trim(split-key) to name-key(name-count)
      move function trim(split-roman) to name-roman(name-count)
    end-if
  end-if
  .

*> the byte count of the UTF-8 sequence byte-val leads; 1 for a
*> stray continuation byte, which resolves to nothing.
size-of-sequence.
  evaluate true
    when byte-val < 128 move 1 to seq-len
    when byte-val >= 194 and byte-val <= 223 move 2 to seq-len
    when byte-val >= 224 and byte-val <= 239 move 3 to seq-len
    when byte-val >= 240 and byte-val <= 244 move 4 to seq-len
    when other move 1 to seq-len
  end-evaluate
  .

*>*********************************************************************

transliterate-value.
  move field-value to source-text
  perform count-high-bytes
  if high-bytes = 0
    exit paragraph
  end-if

  *> 1. a maintained romanisation of the whole name.
  perform varying name-ix from 1 by 1 until name-ix > name-count
    if name-key(name-ix) = source-text
      move name-roman(name-ix) to field-value
      add 1 to romanised-count
      exit paragraph
    end-if
  end-perform

  *> 2. character by character.
  perform fold-source-text
  if unresolved-chars = 0
    move result-text to field-value
    if table-chars > 0
      add 1 to romanised-count
    else
      add 1 to folded-count
    end-if
    exit paragraph
  end-if

  *> 3. the English name, when the path has a language to swap.
  move result-text to first-result
  perform english-name-path
  if english-path not = spaces
    move 'N' to english-found
    move spaces to english-value
    call 'mmdb2-get-field' using decoded-text, english-path,
        english-value, english-found
    if english-found = 'Y' and english-value not = spaces
      move english-value to source-text
      perform count-high-bytes
      perform fold-source-text
      if unresolved-chars = 0
        move result-text to field-value
        add 1 to english-count
        exit paragraph
      end-if
    end-if
  end-if

  *> 4. what could be resolved, the rest marked.
  move first-result to field-value
  add 1 to unresolved-count
  .

count-high-bytes.
  move 0 to high-bytes
  move function length(function trim(source-text trailing))
      to source-len
  perform varying byte-ix from 1 by 1 until byte-ix > source-len
    if function ord(source-text(byte-ix:1)) > 128
      add 1 to high-bytes
    end-if
  end-perform
  .

*> source-text into result-text, one character at a time.
fold-source-text.
  move spaces to result-text
  move 1 to result-pos
  move 0 to unresolved-chars table-chars
  move function length(function trim(source-text trailing))
      to source-len

  move 1 to byte-ix
  perform until byte-ix > source-len or result-pos > 256
    compute byte-val = function ord(source-text(byte-ix:1)) - 1
    perform size-of-sequence
    if byte-ix + seq-len - 1 > source-len
      move 1 to seq-len
    end-if
    perform fold-one-character
    add seq-len to byte-ix
  end-perform
  .

fold-one-character.
  move spaces to piece
  move 0 to piece-len

  if byte-val < 128
    move source-text(byte-ix:1) to piece
    move 1 to piece-len
    perform append-piece
    exit paragraph
  end-if

  *> a table row wins over the built-in fold.
  if seq-len > 1
    perform varying char-ix from 1 by 1 until char-ix > char-count
      if char-key(char-ix) = source-text(byte-ix:seq-len)
        move char-roman(char-ix) to piece
        move function length(function trim(piece)) to piece-len
        add 1 to table-chars
        perform append-piece
        exit paragraph
      end-if
    end-perform
  end-if

  evaluate seq-len
    when 2
      compute byte-2 = function ord(source-text(byte-ix + 1:1)) - 1
      compute code-point = (byte-val - 192) * 64 + (byte-2 - 128)
      evaluate true
        when code-point = 160
          move ' ' to piece
          move 1 to piece-len
        when code-point >= 192 and code-point <= 591
          compute fold-pos = (code-point - 192) * 2 + 1
          move latin-fold-values(fold-pos:2) to piece
      end-evaluate
    when 3
      compute byte-2 = function ord(source-text(byte-ix + 1:1)) - 1
      compute byte-3 = function ord(source-text(byte-ix + 2:1)) - 1
      compute code-point = (byte-val - 224) * 4096
          + (byte-2 - 128) * 64 + (byte-3 - 128)
      if code-point >= 7680 and code-point <= 7935
        compute fold-pos = (code-point - 7680) * 2 + 1
        move extended-fold-values(fold-pos:2) to piece
      end-if
  end-evaluate

  if piece-len = 0
    if piece = spaces
      move '?' to piece
      add 1 to unresolved-chars
    end-if
    move function length(function trim(piece)) to piece-len
  end-if
  perform append-piece
  .

append-piece.
  if result-pos + piece-len - 1 > 256
    move 257 to result-pos
    exit paragraph
  end-if
  move piece(1:piece-len) to result-text(result-pos:piece-len)
  add piece-len to result-pos
  .

*> the path with its trailing language tag ("ja", "pt-BR") swapped
*> for "en"; spaces when it has none, or it is already English.
english-name-path.
  move spaces to english-path
  move function length(function trim(field-path)) to path-len
  move 0 to dot-pos
  perform varying scan-ix from path-len by -1
      until scan-ix < 1 or dot-pos > 0
    if field-path(scan-ix:1) = '.'
      move scan-ix to dot-pos
    end-if
  end-perform

  if dot-pos = 0 or dot-pos = path-len
    exit paragraph
  end-if
  compute tag-len = path-len - dot-pos

  if not (tag-len = 2
  or (tag-len = 5 and field-path(dot-pos + 3:1) = '-'))
    exit paragraph
  end-if
  if field-path(dot-pos + 1:2) is not alphabetic-lower
    exit paragraph
  end-if
  if field-path(dot-pos + 1:tag-len) = 'en'
    exit paragraph
  end-if

  string field-path(1:dot-pos) 'en' delimited by size
      into english-path
  .

*>*********************************************************************

show-summary.
  display 'transliterate:  ' folded-count ' name(s) folded to base '
      'letters, ' romanised-count ' romanised from the table'
  display '                ' english-count ' fell back to the '
      'English name, ' unresolved-count ' unresolved (shown as ?)'
  if name-count > 0 or char-count > 0
    display '                table ' function trim(table-path) ': '
        name-count ' name(s), ' char-count ' character(s)'
  end-if
  .
