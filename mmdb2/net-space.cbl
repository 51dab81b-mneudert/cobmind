       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-net-space.

*>*********************************************************************
*> the address space behind one network as mmdb2-dump writes it
*> ("081.002.069.000/024", "2001:0db8:...:0000/032"): family 4 or 6,
*> the prefix length, and the size - IPv4 as a plain address count,
*> 2^(32-prefix), IPv6 as /48-equivalents, 2^(48-prefix), with the
*> fraction kept for anything longer than a /48 so a pile of /56s
*> still adds up. an IPv4 network held in an IPv6 database's ::/96
*> range counts as the IPv4 network it is. family 0 means the text
*> was not a network at all.
*>*********************************************************************

data division.
working-storage section.

01 slash-pos        pic 9(3) value 0.
01 prefix-text      pic x(3) value spaces.
*> the power of two is taken over a plain exponent field - written
*> inline against a fractional result it comes out as 1.
01 space-exponent   pic 9(3) value 0.
01 space-divisor    pic 9(18) value 0.
01 v4-mapped-lead   pic x(30)
   value '0000:0000:0000:0000:0000:0000:'.

linkage section.

01 cidr-text        pic x(50).
01 net-family       pic 9(1).
01 net-prefix       pic 9(3).
01 v4-space         pic 9(18).
01 v6-space         pic 9(14)v9(6).

*>*********************************************************************

procedure division using cidr-text, net-family, net-prefix, v4-space,
    v6-space.
  move 0 to net-family net-prefix v4-space v6-space

  move 0 to slash-pos
  inspect cidr-text tallying slash-pos
      for characters before initial '/'

  if slash-pos = 0 or slash-pos >= 47
    goback
  end-if

  move spaces to prefix-text
  move cidr-text(slash-pos + 2:3) to prefix-text

  if function trim(prefix-text) is not numeric
    goback
  end-if

  move function numval(prefix-text) to net-prefix

  if cidr-text(1:slash-pos) = spaces
    goback
  end-if

  if cidr-text(1:30) = v4-mapped-lead and net-prefix >= 96
    subtract 96 from net-prefix
    move 4 to net-family
  else
    *> the dump writes every IPv6 group as four hex digits.
    if cidr-text(5:1) = ':'
      move 6 to net-family
    else
      move 4 to net-family
    end-if
  end-if

  if net-family = 4
    if net-prefix > 32
      move 0 to net-family
      goback
    end-if

    compute v4-space = 2 ** (32 - net-prefix)
  else
    if net-prefix > 128
      move 0 to net-family
      goback
    end-if

    if net-prefix <= 48
      compute space-exponent = 48 - net-prefix
      compute v6-space = 2 ** space-exponent
    else
      *> past a /68 the share rounds away to nothing anyway.
      compute space-exponent = net-prefix - 48
      if space-exponent <= 20
        compute space-divisor = 2 ** space-exponent
        compute v6-space rounded = 1 / space-divisor
      end-if
    end-if
  end-if

  goback
  .
