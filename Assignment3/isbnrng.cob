*> Registration-group / registrant splitter - works out the EAN prefix,
*> registration group and registrant (publisher) prefix of a bare
*> ISBN-10 or ISBN-13 from the agency-derived range file
*> (isbn_ranges.txt), loaded on the first call and kept for the rest
*> of the run. When the file is absent the built-in fallback tables
*> below are used instead, loudly.
*> Shared by the batch validator, for its hyphen checks and breakdown,
*> and by the reporting and audit programs that walk the master, so a
*> key is split everywhere against the same ranges by the same code
*> Result: 0 = no registered group (or not a clean ISBN body),
*> 1 = group found but no registrant windows for it on file,
*> 2 = group and registrant found, 3 = the group has registrant
*> windows on file but the registrant falls outside every one

identification division.
program-id. isbnrng.


environment division.
input-output section.
file-control.
select rgfile assign to dynamic rn-rngname
   organization is line sequential
   file status is rng-stat.

data division.
file section.
fd rgfile.
01 rng-line pic x(80).

working-storage section.
77 rn-rngname pic x(30) value "isbn_ranges.txt".
77 rng-stat pic xx.
77 rgfeof pic a(1).
77 rgLoaded pic 9 value 0. *> Set once the range tables are filled for the run
77 rgType pic x(2). *> G or P, the line's table
77 rgPfx pic x(3). *> EAN prefix the line belongs to
77 rgF3 pic x(8). *> Positional fields 3-6 - what they mean depends on rgType
77 rgF4 pic x(8).
77 rgF5 pic x(8).
77 rgF6 pic x(8).
77 rgBadLines pic 9(4). *> Range-file lines that didn't parse, announced once loaded
77 rgFull pic 9. *> Set once a range table fills, so the overflow is announced

*> The loaded range tables - seeded from the built-in data when no
*> range file is on hand
01 grpTab.
   05 grpEnt occurs 300 times.
      10 gePfx pic x(3).
      10 geLow pic 9(5).
      10 geHigh pic 9(5).
      10 geLen pic 9.
77 grpTabMax pic 999 value 300. *> Table capacity - keep in sync with "grpEnt occurs"
77 grpCount pic 999 value 0.
01 pubTab.
   05 pubEnt occurs 900 times.
      10 pePfx pic x(3).
      10 peGrp pic x(5).
      10 peLow pic 9(7).
      10 peHigh pic 9(7).
      10 peLen pic 9.
77 pubTabMax pic 999 value 900. *> Table capacity - keep in sync with "pubEnt occurs"
77 pubCount pic 999 value 0.

*> Built-in fallback ranges - the agency's allocations as they stood
*> before the range file took over. Each entry: EAN prefix digit
*> (8 = 978, 9 = 979), a five-digit window over the leading body
*> digits, and the group length
01 grpRangeData.
   05 filler pic x(12) value "800000599991".
   05 filler pic x(12) value "860000649993".
   05 filler pic x(12) value "865000659992".
   05 filler pic x(12) value "870000799991".
   05 filler pic x(12) value "880000949992".
   05 filler pic x(12) value "895000989993".
   05 filler pic x(12) value "899000998994".
   05 filler pic x(12) value "899900999995".
   05 filler pic x(12) value "910000129992".
   05 filler pic x(12) value "980000899991".
01 grpRangeTab redefines grpRangeData.
   05 grpRange occurs 10 times.
      10 grpPfx pic 9.
      10 grpLow pic 9(5).
      10 grpHigh pic 9(5).
      10 grpLen pic 9.
77 grpRangeMax pic 99 value 10.

*> Built-in fallback registrant ranges for the English-language groups
*> 0 and 1. Each entry: group digit, a seven-digit window over the
*> registrant-onward body digits, and the registrant length
01 pubRangeData.
   05 filler pic x(16) value "0000000019999992".
   05 filler pic x(16) value "0200000069999993".
   05 filler pic x(16) value "0700000084999994".
   05 filler pic x(16) value "0850000089999995".
   05 filler pic x(16) value "0900000094999996".
   05 filler pic x(16) value "0950000099999997".
   05 filler pic x(16) value "1000000009999992".
   05 filler pic x(16) value "1100000039999993".
   05 filler pic x(16) value "1400000054999994".
   05 filler pic x(16) value "1550000086979995".
   05 filler pic x(16) value "1869800099899996".
   05 filler pic x(16) value "1999000099999997".
01 pubRangeTab redefines pubRangeData.
   05 pubRange occurs 12 times.
      10 pubGrp pic 9.
      10 pubLow pic 9(7).
      10 pubHigh pic 9(7).
      10 pubLen pic 9.
77 pubRangeMax pic 99 value 12.

*> Work fields for the split
77 splitGrpLen pic 9.
77 splitPubLen pic 9.
77 splitGrpOK pic 9. *> 1 once the group fell inside a registered window
77 splitPubOK pic 9. *> 1 once the registrant fell inside a window
77 splitPubAny pic 9. *> 1 when the group has any registrant windows on file
77 splitBody pic x(9). *> Group + registrant + title digits, prefix and check dropped
77 g5 pic 9(5). *> First five body digits, compared against the group windows
77 p7 pic 9(7). *> Seven registrant-onward digits, compared against the registrant windows
77 p7X pic x(7). *> ... built here first, zero-filled when fewer than seven remain
77 splitRem pic 9. *> Body digits left after the group, capped at seven
77 rx pic 999. *> Index over the range tables

linkage section.
01 rng-isbn pic x(13). *> Bare ISBN-10 or ISBN-13, hyphens already stripped
01 rng-len pic 99. *> 10 or 13
01 rng-prefix pic x(3). *> EAN prefix - 978 for an ISBN-10
01 rng-grp pic x(5). *> Registration group, spaces when not derivable
01 rng-pub pic x(7). *> Registrant prefix, spaces when not derivable
01 rng-result pic 9.


procedure division using rng-isbn rng-len rng-prefix rng-grp rng-pub
      rng-result.

   if rgLoaded is = 0 then
      perform loadRanges
      move 1 to rgLoaded
   end-if

   move 0 to rng-result
   move spaces to rng-prefix
   move spaces to rng-grp
   move spaces to rng-pub
   move 0 to splitGrpOK
   move 0 to splitPubOK
   move 0 to splitPubAny
   move 0 to splitGrpLen
   move 0 to splitPubLen
   move spaces to splitBody

   *> An ISBN-10 implicitly lives under the 978 prefix; an ISBN-13
   *> carries its prefix in positions 1-3. The body is the nine
   *> digits between prefix and check digit
   evaluate rng-len
      when 13
         move rng-isbn(1:3) to rng-prefix
         move rng-isbn(4:9) to splitBody
         if rng-prefix not = "978" and rng-prefix not = "979" then
            goback
         end-if
      when 10
         move "978" to rng-prefix
         move rng-isbn(1:9) to splitBody
      when other
         goback
   end-evaluate

   if splitBody is not numeric then
      goback
   end-if

   move splitBody(1:5) to g5
   perform findGrpRange
      varying rx from 1 by 1
      until rx > grpCount or splitGrpOK = 1

   if splitGrpOK = 0 then
      goback
   end-if

   move splitBody(1:splitGrpLen) to rng-grp
   move 1 to rng-result

   *> The registrant window reads over the seven body digits after
   *> the group - zero-filled on the right when a long group leaves
   *> fewer than seven
   move "0000000" to p7X
   compute splitRem = 9 - splitGrpLen
   if splitRem > 7 then
      move 7 to splitRem
   end-if
   if splitRem > 0 then
      move splitBody(splitGrpLen + 1:splitRem) to p7X(1:splitRem)
   end-if
   move p7X to p7
   perform findPubRange
      varying rx from 1 by 1
      until rx > pubCount or splitPubOK = 1

   evaluate true
      when splitPubOK = 1
         move 2 to rng-result
      when splitPubAny = 1
         move 3 to rng-result
   end-evaluate

   goback.


*> Paragraph that tests one registration-group window against the
*> leading body digits of the ISBN being split
findGrpRange.

   if gePfx(rx) = rng-prefix then
      if g5 >= geLow(rx) and g5 <= geHigh(rx) then
         move geLen(rx) to splitGrpLen
         move 1 to splitGrpOK
      end-if
   end-if.


*> Paragraph that tests one registrant window against the
*> registrant-onward body digits of the ISBN being split, noting
*> along the way that the group has windows on file at all
findPubRange.

   if pePfx(rx) = rng-prefix and peGrp(rx) = rng-grp then
      move 1 to splitPubAny
      if p7 >= peLow(rx) and p7 <= peHigh(rx) then
         if splitGrpLen + peLen(rx) <= 9 then
            move peLen(rx) to splitPubLen
            move splitBody(splitGrpLen + 1:splitPubLen) to rng-pub
            move 1 to splitPubOK
         end-if
      end-if
   end-if.


*> Paragraph that fills the range tables - from the range file when
*> it's on hand, from the built-in fallback tables when it isn't
loadRanges.

   move 0 to grpCount
   move 0 to pubCount
   move 0 to rgBadLines
   move 0 to rgFull

   open input rgfile
   if rng-stat is = "35" then
      display "WARNING: " function trim(rn-rngname)
         " not found, using the built-in ranges"
         " (registrant windows for English groups only)"
      perform seedRanges
      exit paragraph
   end-if
   if rng-stat is not = "00" then
      display "WARNING: file status " rng-stat
         " opening " rn-rngname(1:20)
         ", using the built-in ranges"
      perform seedRanges
      exit paragraph
   end-if

   move 'n' to rgfeof
   perform loadRangeLine until rgfeof = 'y'
   close rgfile

   if grpCount = 0 then
      display "WARNING: " function trim(rn-rngname)
         " held no usable group ranges, using the built-in ranges"
      perform seedRanges
      exit paragraph
   end-if

   if rgBadLines > 0 then
      display "WARNING: " rgBadLines " unusable line(s) in "
         function trim(rn-rngname) " skipped"
   end-if.


*> Paragraph that reads one range-file line into its table - a G line
*> is a registration-group window, a P line a registrant window.
*> Anything else (comments, blanks, damage) is skipped and counted
loadRangeLine.

   read rgfile at end move 'y' to rgfeof.
      if rgfeof is not = 'y'
         move spaces to rgType
         move spaces to rgPfx
         move spaces to rgF3
         move spaces to rgF4
         move spaces to rgF5
         move spaces to rgF6
         unstring rng-line delimited by "|"
            into rgType rgPfx rgF3 rgF4 rgF5 rgF6

         evaluate true
            when rng-line is = spaces or rng-line(1:1) is = "*"
               continue
            when rgType is = "G"
               perform loadGrpLine
            when rgType is = "P"
               perform loadPubLine
            when other
               add 1 to rgBadLines
         end-evaluate
      end-if.


*> Paragraph that loads one group window - G|prefix|low5|high5|length
loadGrpLine.

   if (rgPfx is not = "978" and rgPfx is not = "979")
         or rgF3(1:5) is not numeric
         or rgF4(1:5) is not numeric
         or rgF5(1:1) < "1" or rgF5(1:1) > "5" then
      add 1 to rgBadLines
      exit paragraph
   end-if
   if grpCount >= grpTabMax then
      perform noteRgFull
      exit paragraph
   end-if
   add 1 to grpCount
   move rgPfx to gePfx(grpCount)
   move rgF3(1:5) to geLow(grpCount)
   move rgF4(1:5) to geHigh(grpCount)
   move function numval(rgF5(1:1)) to geLen(grpCount).


*> Paragraph that loads one registrant window -
*> P|prefix|group|low7|high7|length
loadPubLine.

   if (rgPfx is not = "978" and rgPfx is not = "979")
         or rgF3 is = spaces
         or rgF4(1:7) is not numeric
         or rgF5(1:7) is not numeric
         or rgF6(1:1) < "1" or rgF6(1:1) > "7" then
      add 1 to rgBadLines
      exit paragraph
   end-if
   if pubCount >= pubTabMax then
      perform noteRgFull
      exit paragraph
   end-if
   add 1 to pubCount
   move rgPfx to pePfx(pubCount)
   move rgF3(1:5) to peGrp(pubCount)
   move rgF4(1:7) to peLow(pubCount)
   move rgF5(1:7) to peHigh(pubCount)
   move function numval(rgF6(1:1)) to peLen(pubCount).


*> Paragraph that announces - once - that a range table filled and
*> later windows are going unloaded, instead of dropping them silently
noteRgFull.

   if rgFull = 0 then
      move 1 to rgFull
      display "WARNING: range table full, further windows from "
         function trim(rn-rngname) " are not being loaded"
   end-if.


*> Paragraph that seeds the range tables from the built-in fallback
*> data
seedRanges.

   perform seedGrpOne
      varying rx from 1 by 1
      until rx > grpRangeMax
   perform seedPubOne
      varying rx from 1 by 1
      until rx > pubRangeMax.


*> Paragraph that copies one built-in group window into the loaded
*> table
seedGrpOne.

   add 1 to grpCount
   if grpPfx(rx) = 8 then
      move "978" to gePfx(grpCount)
   else
      move "979" to gePfx(grpCount)
   end-if
   move grpLow(rx) to geLow(grpCount)
   move grpHigh(rx) to geHigh(grpCount)
   move grpLen(rx) to geLen(grpCount).


*> Paragraph that copies one built-in registrant window into the
*> loaded table - the built-ins all belong to 978 single-digit groups
seedPubOne.

   add 1 to pubCount
   move "978" to pePfx(pubCount)
   move spaces to peGrp(pubCount)
   move pubGrp(rx) to peGrp(pubCount)(1:1)
   move pubLow(rx) to peLow(pubCount)
   move pubHigh(rx) to peHigh(pubCount)
   move pubLen(rx) to peLen(pubCount).
