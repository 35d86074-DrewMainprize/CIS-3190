*> Collection profile - walks the whole master catalog
*> (isbn_master.dat) and prints the shape of it, not just of one
*> night's batch: holdings by registration group and by registrant
*> (publisher) prefix, split against the agency-derived ranges in
*> isbn_ranges.txt; titles added per month, from the date each entry
*> was first cataloged; titles by the feed that first carried them;
*> and how many entries are still missing a title, author or price
*> because they came in on bare-ISBN feeds. The report goes to
*> isbn_profile.txt and the screen, and the same totals go to a
*> pipe-delimited extract (isbn_profile_extract.txt,
*> "<section>|<key>|<count>") for the budget spreadsheet

identification division.
program-id. isbnprof.


environment division.
input-output section.
file-control.
select mfile assign to dynamic pf-mastname
   organization is indexed
   access is sequential
   record key is mast-key
   file status is mast-stat.

select pfile assign to dynamic pf-rptname
   organization is line sequential
   file status is rpt-stat.

select xfile assign to dynamic pf-extname
   organization is line sequential
   file status is ext-stat.

data division.
file section.
fd mfile.
01 mast-rec.
   05 mast-key pic x(13). *> 978/979-prefixed ISBN-13 form for books; an ISSN keys at its own 8 characters
   05 mast-date pic x(8). *> Run date (yyyymmdd) the ISBN was first cataloged
   05 mast-file pic x(30). *> Input file that first carried it
   05 mast-title pic x(40). *> Bibliographic fields as last cataloged - spaces
   05 mast-author pic x(30). *> when the title never arrived on a delimited feed
   05 mast-price pic x(10). *> Price in dollars, converted from the vendor's currency
   05 mast-origprice pic x(10). *> The price as the vendor quoted it
   05 mast-curr pic x(3). *> ... and the currency it was quoted in

fd pfile.
01 report-line pic x(200).

fd xfile.
01 ext-line pic x(80).

working-storage section.
*> File stuff
77 pf-mastname pic x(30) value "isbn_master.dat".
77 mast-stat pic xx.
77 pf-rptname pic x(30) value "isbn_profile.txt".
77 rpt-stat pic xx.
77 pf-extname pic x(30) value "isbn_profile_extract.txt".
77 ext-stat pic xx.
77 pffeof pic a(1).

*> The entry in hand, split by the shared range logic
77 pfKeyLen pic 99.
77 pfIsbn pic x(13).
77 pfPrefix pic x(3).
77 pfGrp pic x(5).
77 pfPub pic x(7).
77 rngResult pic 9. *> Verdict handed back by the isbnrng subprogram
77 statKey pic x(30). *> Key being tallied
77 statPtr pic 99.
77 statFound pic 9.

*> Holdings by registration group and by registrant prefix
01 grpStats.
   05 grpStat occurs 300 times.
      10 gsKey pic x(18).
      10 gsCount pic 9(7).
77 grpStatCount pic 9(4).
77 grpStatMax pic 9(4) value 300. *> Table capacity - keep in sync with "grpStat occurs"
01 pubStats.
   05 pubStat occurs 5000 times.
      10 psKey pic x(18).
      10 psCount pic 9(7).
77 pubStatCount pic 9(4).
77 pubStatMax pic 9(4) value 5000. *> Table capacity - keep in sync with "pubStat occurs"

*> Titles added per month, keyed yyyymm off the first-cataloged date
01 monStats.
   05 monStat occurs 600 times.
      10 msKey pic x(9).
      10 msCount pic 9(7).
77 monStatCount pic 9(4).
77 monStatMax pic 9(4) value 600. *> Table capacity - keep in sync with "monStat occurs"

*> Titles by the feed that first carried them
01 feedStats.
   05 feedStat occurs 1000 times.
      10 fsKey pic x(30).
      10 fsCount pic 9(7).
77 feedStatCount pic 9(4).
77 feedStatMax pic 9(4) value 1000. *> Table capacity - keep in sync with "feedStat occurs"
77 statFull pic 9. *> Set once a profile table fills, so the overflow is announced

77 gx pic 9(4). *> Index over the profile tables
77 sa pic 9(4). *> Sort pass
77 sb pic 9(4). *> Sort position within the pass
77 swapKey pic x(30). *> Holding fields while two table entries change places
77 swapCount pic 9(7).

*> Entry totals and the still-incomplete entries
77 totalEntries pic 9(7).
77 missTitle pic 9(7).
77 missAuthor pic 9(7).
77 missPrice pic 9(7).
77 missAll pic 9(7). *> Bare-ISBN entries - no title, author or price at all

77 sharePct pic 9(3)v9. *> A tally's share of the whole catalog
77 shareEdit pic zz9.9.
77 sectName pic x(10). *> Extract section the tally lines belong to
77 extCount pic 9(7).

77 ws-line pic x(200).
77 ws-ptr pic 9(4).
77 ws-rundate pic x(8).


procedure division.

   accept ws-rundate from date yyyymmdd

   move 0 to grpStatCount
   move 0 to pubStatCount
   move 0 to monStatCount
   move 0 to feedStatCount
   move 0 to statFull
   move 0 to totalEntries
   move 0 to missTitle
   move 0 to missAuthor
   move 0 to missPrice
   move 0 to missAll

   open input mfile
   if mast-stat is = "35" then
      display "No master catalog on file ("
         function trim(pf-mastname) ") - nothing to profile"
      stop run
   end-if
   if mast-stat is = "39" then
      display "ERROR: " function trim(pf-mastname)
         " is in an older record layout - rebuild it with isbnbld"
         " first"
      stop run
   end-if
   if mast-stat is not = "00" then
      display "ERROR: Unexpected file status " mast-stat
         " opening " pf-mastname(1:20)
      stop run
   end-if

   open output pfile
   if rpt-stat is not = "00" then
      display "ERROR: Unexpected file status " rpt-stat
         " opening " pf-rptname(1:20)
      close mfile
      stop run
   end-if
   open output xfile
   if ext-stat is not = "00" then
      display "ERROR: Unexpected file status " ext-stat
         " opening " pf-extname(1:20)
      close mfile
      close pfile
      stop run
   end-if

   move 'n' to pffeof
   perform profileOne until pffeof = 'y'
   close mfile

   *> Biggest holdings first - the question is which publishers and
   *> vendors the catalog leans on; months run in calendar order
   if grpStatCount > 1 then
      perform sortGrpPass
         varying sa from 1 by 1 until sa >= grpStatCount
         after sb from 1 by 1 until sb > grpStatCount - sa
   end-if
   if pubStatCount > 1 then
      perform sortPubPass
         varying sa from 1 by 1 until sa >= pubStatCount
         after sb from 1 by 1 until sb > pubStatCount - sa
   end-if
   if monStatCount > 1 then
      perform sortMonPass
         varying sa from 1 by 1 until sa >= monStatCount
         after sb from 1 by 1 until sb > monStatCount - sa
   end-if
   if feedStatCount > 1 then
      perform sortFeedPass
         varying sa from 1 by 1 until sa >= feedStatCount
         after sb from 1 by 1 until sb > feedStatCount - sa
   end-if

   move spaces to ext-line
   move "SECTION|KEY|COUNT" to ext-line
   write ext-line

   move spaces to ws-line
   move 1 to ws-ptr
   string "Collection profile of " delimited by size
      function trim(pf-mastname) delimited by size
      ", run of " delimited by size
      ws-rundate delimited by size
      ": " delimited by size
      totalEntries delimited by size
      " entr(ies)" delimited by size
      into ws-line with pointer ws-ptr
   perform writeLine
   move "TOTAL" to sectName
   move "ENTRIES" to statKey
   move totalEntries to extCount
   perform writeExtract

   move spaces to ws-line
   move "Holdings by registration group:" to ws-line
   perform writeLine
   move "GROUP" to sectName
   perform printGrpStat
      varying gx from 1 by 1
      until gx > grpStatCount

   move spaces to ws-line
   move "Holdings by registrant (publisher) prefix:" to ws-line
   perform writeLine
   move "PUBLISHER" to sectName
   perform printPubStat
      varying gx from 1 by 1
      until gx > pubStatCount

   move spaces to ws-line
   move "Titles added per month:" to ws-line
   perform writeLine
   move "MONTH" to sectName
   perform printMonStat
      varying gx from 1 by 1
      until gx > monStatCount

   move spaces to ws-line
   move "Titles by originating feed:" to ws-line
   perform writeLine
   move "FEED" to sectName
   perform printFeedStat
      varying gx from 1 by 1
      until gx > feedStatCount

   perform printMissing

   close pfile
   close xfile
   display "Profile written to " function trim(pf-rptname)
      ", extract to " function trim(pf-extname)

   stop run.


*> Paragraph that reads one master entry and counts it into every
*> section of the profile
profileOne.

   read mfile next
      at end move 'y' to pffeof
      not at end
         add 1 to totalEntries
         perform tallyGroup
         perform tallyMonth
         perform tallyFeed
         perform tallyMissing
   end-read.


*> Paragraph that counts the entry in hand under its registration
*> group and registrant prefix. Serials and music key under their own
*> headings - the ISBN ranges aren't theirs
tallyGroup.

   compute pfKeyLen = function length(function trim(mast-key))
   move spaces to statKey
   move 1 to statPtr
   move 0 to rngResult

   evaluate true
      when pfKeyLen = 8
         move "ISSN (serials)" to statKey
      when mast-key(1:4) = "9790"
         move "ISMN (music)" to statKey
      when other
         move mast-key to pfIsbn
         call "isbnrng" using pfIsbn pfKeyLen pfPrefix pfGrp pfPub
            rngResult
         if rngResult is = 0 then
            move "(unknown)" to statKey
         else
            string pfPrefix delimited by size
               "-" delimited by size
               function trim(pfGrp) delimited by size
               into statKey with pointer statPtr
         end-if
   end-evaluate

   move 0 to statFound
   perform bumpGrpStat
      varying gx from 1 by 1
      until gx > grpStatCount or statFound = 1
   if statFound = 0 then
      if grpStatCount < grpStatMax then
         add 1 to grpStatCount
         move statKey to gsKey(grpStatCount)
         move 1 to gsCount(grpStatCount)
      else
         perform noteStatFull
      end-if
   end-if

   *> The registrant prefix hangs off the group - "?" when the
   *> registrant windows for the group don't place it
   if rngResult > 0 then
      if rngResult is = 2 then
         string "-" delimited by size
            function trim(pfPub) delimited by size
            into statKey with pointer statPtr
      else
         string "-?" delimited by size
            into statKey with pointer statPtr
      end-if
   end-if

   move 0 to statFound
   perform bumpPubStat
      varying gx from 1 by 1
      until gx > pubStatCount or statFound = 1
   if statFound = 0 then
      if pubStatCount < pubStatMax then
         add 1 to pubStatCount
         move statKey to psKey(pubStatCount)
         move 1 to psCount(pubStatCount)
      else
         perform noteStatFull
      end-if
   end-if.


*> Paragraph that bumps the matching registration-group tally
bumpGrpStat.

   if gsKey(gx) = statKey then
      add 1 to gsCount(gx)
      move 1 to statFound
   end-if.


*> Paragraph that bumps the matching registrant-prefix tally
bumpPubStat.

   if psKey(gx) = statKey then
      add 1 to psCount(gx)
      move 1 to statFound
   end-if.


*> Paragraph that counts the entry in hand under the month it was
*> first cataloged
tallyMonth.

   move spaces to statKey
   if mast-date(1:6) is numeric then
      string mast-date(1:4) delimited by size
         "-" delimited by size
         mast-date(5:2) delimited by size
         into statKey
   else
      move "(undated)" to statKey
   end-if

   move 0 to statFound
   perform bumpMonStat
      varying gx from 1 by 1
      until gx > monStatCount or statFound = 1
   if statFound = 0 then
      if monStatCount < monStatMax then
         add 1 to monStatCount
         move statKey to msKey(monStatCount)
         move 1 to msCount(monStatCount)
      else
         perform noteStatFull
      end-if
   end-if.


*> Paragraph that bumps the matching month tally
bumpMonStat.

   if msKey(gx) = statKey then
      add 1 to msCount(gx)
      move 1 to statFound
   end-if.


*> Paragraph that counts the entry in hand under the feed that first
*> carried it
tallyFeed.

   move spaces to statKey
   if mast-file is = spaces then
      move "(unknown)" to statKey
   else
      move mast-file to statKey
   end-if

   move 0 to statFound
   perform bumpFeedStat
      varying gx from 1 by 1
      until gx > feedStatCount or statFound = 1
   if statFound = 0 then
      if feedStatCount < feedStatMax then
         add 1 to feedStatCount
         move statKey to fsKey(feedStatCount)
         move 1 to fsCount(feedStatCount)
      else
         perform noteStatFull
      end-if
   end-if.


*> Paragraph that bumps the matching feed tally
bumpFeedStat.

   if fsKey(gx) = statKey then
      add 1 to fsCount(gx)
      move 1 to statFound
   end-if.


*> Paragraph that counts the entry in hand if it is still missing any
*> of its bibliographic fields
tallyMissing.

   if mast-title is = spaces then
      add 1 to missTitle
   end-if
   if mast-author is = spaces then
      add 1 to missAuthor
   end-if
   if mast-price is = spaces then
      add 1 to missPrice
   end-if
   if mast-title is = spaces and mast-author is = spaces
         and mast-price is = spaces then
      add 1 to missAll
   end-if.


*> Paragraph that announces - once - that a profile table filled and
*> later keys are going uncounted, instead of dropping them silently
noteStatFull.

   if statFull = 0 then
      move 1 to statFull
      display "WARNING: profile table full, further new "
         "keys are not being counted"
   end-if.


*> Paragraphs that make one exchange-sort comparison - the larger
*> count (or, for months, the earlier month) moves up
sortGrpPass.

   if gsCount(sb) < gsCount(sb + 1) then
      move gsKey(sb) to swapKey
      move gsCount(sb) to swapCount
      move gsKey(sb + 1) to gsKey(sb)
      move gsCount(sb + 1) to gsCount(sb)
      move swapKey to gsKey(sb + 1)
      move swapCount to gsCount(sb + 1)
   end-if.

sortPubPass.

   if psCount(sb) < psCount(sb + 1) then
      move psKey(sb) to swapKey
      move psCount(sb) to swapCount
      move psKey(sb + 1) to psKey(sb)
      move psCount(sb + 1) to psCount(sb)
      move swapKey to psKey(sb + 1)
      move swapCount to psCount(sb + 1)
   end-if.

sortMonPass.

   if msKey(sb) > msKey(sb + 1) then
      move msKey(sb) to swapKey
      move msCount(sb) to swapCount
      move msKey(sb + 1) to msKey(sb)
      move msCount(sb + 1) to msCount(sb)
      move swapKey to msKey(sb + 1)
      move swapCount to msCount(sb + 1)
   end-if.

sortFeedPass.

   if fsCount(sb) < fsCount(sb + 1) then
      move fsKey(sb) to swapKey
      move fsCount(sb) to swapCount
      move fsKey(sb + 1) to fsKey(sb)
      move fsCount(sb + 1) to fsCount(sb)
      move swapKey to fsKey(sb + 1)
      move swapCount to fsCount(sb + 1)
   end-if.


*> Paragraphs that print one tally line of each section, with its
*> share of the catalog, and send it to the extract
printGrpStat.

   move gsKey(gx) to statKey
   move gsCount(gx) to extCount
   perform printTally.

printPubStat.

   move psKey(gx) to statKey
   move psCount(gx) to extCount
   perform printTally.

printMonStat.

   move msKey(gx) to statKey
   move msCount(gx) to extCount
   perform printTally.

printFeedStat.

   move fsKey(gx) to statKey
   move fsCount(gx) to extCount
   perform printTally.


*> Paragraph that prints the tally in statKey/extCount and sends it to
*> the extract under the current section
printTally.

   move 0 to sharePct
   if totalEntries > 0 then
      compute sharePct rounded = extCount * 100 / totalEntries
   end-if
   move sharePct to shareEdit

   move spaces to ws-line
   move 1 to ws-ptr
   string "   " delimited by size
      statKey delimited by size
      " " delimited by size
      extCount delimited by size
      " title(s), " delimited by size
      function trim(shareEdit) delimited by size
      "%" delimited by size
      into ws-line with pointer ws-ptr
   perform writeLine
   perform writeExtract.


*> Paragraph that prints the incomplete-entry counts
printMissing.

   move spaces to ws-line
   move "Entries still missing bibliographic fields:" to ws-line
   perform writeLine
   move "MISSING" to sectName

   move "TITLE" to statKey
   move missTitle to extCount
   perform printTally
   move "AUTHOR" to statKey
   move missAuthor to extCount
   perform printTally
   move "PRICE" to statKey
   move missPrice to extCount
   perform printTally
   move "ALL THREE (bare ISBN)" to statKey
   move missAll to extCount
   perform printTally.


*> Paragraph that writes one "<section>|<key>|<count>" extract line
writeExtract.

   move spaces to ext-line
   move 1 to ws-ptr
   string function trim(sectName) delimited by size
      "|" delimited by size
      function trim(statKey) delimited by size
      "|" delimited by size
      extCount delimited by size
      into ext-line with pointer ws-ptr
   write ext-line.


*> Paragraph that sends the line in hand to the screen and the report
writeLine.

   display function trim(ws-line)
   move ws-line to report-line
   write report-line.
