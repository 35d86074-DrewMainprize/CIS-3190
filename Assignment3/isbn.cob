
select mfile assign to dynamic ws-mastname
   organization is indexed
   access is dynamic
   record key is mast-key
   file status is mast-stat.

   organization is line sequential
   file status is disp-stat.

select issnfile assign to dynamic ws-issnname
   organization is line sequential
   file status is issn-stat.
   organization is line sequential
   file status is vend-stat.

select ordfile assign to dynamic ws-ordname
   organization is line sequential
   file status is ord-stat.

select rcvfile assign to dynamic ws-rcvname
   organization is line sequential
   file status is rcv-stat.

select rcptfile assign to dynamic ws-rcptname
   organization is line sequential
   file status is rcpt-stat.

select retfile assign to dynamic ws-retname
   organization is line sequential
   file status is ret-stat.

select edsortfile assign to "isbned.tmp".

select edfile assign to dynamic ws-edname
   organization is line sequential
   file status is ed-stat.

select ratefile assign to dynamic ws-ratename
   organization is line sequential
   file status is rate-stat.

select gidxfile assign to dynamic ws-gidxname
   organization is line sequential
   file status is gidx-stat.

select gprbfile assign to dynamic ws-gprbname
   organization is line sequential
   file status is gprb-stat.

select purgfile assign to dynamic ws-purgname
   organization is line sequential
   file status is purg-stat.

data division.
file section.
fd ifile.
   05 ck-updCount pic 9(5).
   05 ck-fname pic x(30).
   05 ck-manifest pic x(30). *> Manifest the run was working through, spaces for a single file
   05 ck-gen pic x(15). *> Output generation the run is writing, so a resume extends it
   05 ck-prcCount pic 9(5).

fd xfile.
01 exc-line pic x(200).
   05 mast-file pic x(30). *> Input file that first carried it
   05 mast-title pic x(40). *> Bibliographic fields as last cataloged - spaces
   05 mast-author pic x(30). *> when the title never arrived on a delimited feed
   05 mast-price pic x(10). *> Price in dollars, converted from the vendor's currency
   05 mast-origprice pic x(10). *> The price as the vendor quoted it
   05 mast-curr pic x(3). *> ... and the currency it was quoted in

fd jfile.
01 jrnl-line pic x(200).
fd dispfile.
01 disp-line pic x(200).

fd issnfile record is varying in size from 1 to 120 depending on catLen.
01 issn-line pic x(120).

   05 sort-srcline pic 9(5). *> Source line it was read from

fd ilsfile.
01 ils-line pic x(124).

fd vendfile.
01 vend-line pic x(120).

fd ordfile.
01 ord-line pic x(120).

fd rcvfile.
01 rcv-line pic x(200).

fd rcptfile.
01 rcpt-line pic x(120).

fd retfile.
01 ret-line pic x(400).

*> Cross-edition match sort - the feed's new titles and the whole
*> master, brought together on normalized title and author
sd edsortfile.
01 ed-sort-rec.
   05 eds-key.
      10 eds-title pic x(40). *> Title, normalized for the compare
      10 eds-author pic x(30). *> Author, normalized the same way
   05 eds-src pic x. *> E = already on the master, N = new on this feed
   05 eds-isbn pic x(13). *> Master key form
   05 eds-origTitle pic x(40). *> Title as it was cataloged
   05 eds-date pic x(8). *> When the master entry was cataloged
   05 eds-file pic x(30). *> Feed that carried it
   05 eds-srcline pic 9(5). *> Source line of a new title

fd edfile.
01 ed-line pic x(250).

fd ratefile.
01 rate-line pic x(80).

fd gidxfile.
01 gidx-line pic x(80).

fd gprbfile.
01 gprb-line pic x(80).

fd purgfile.
01 purg-line pic x(120).

working-storage section.
*> File stuff
77 ws-fname pic x(30).
77 feof pic a(1).

*> Output report file that archives everything checkISBN prints
77 ws-rptname pic x(40) value "isbn_report.txt".
77 rpt-stat pic xx.
77 ws-line pic x(200).
77 ws-ptr pic 9(4).

*> Reject listing for malformed source records (wrong length, blank,
*> or embedded spaces) so they aren't mis-reported as bad check digits
77 ws-rejname pic x(40) value "isbn_rejects.txt".
77 rej-stat pic xx.
77 srcLine pic 9(5) value 0. *> Physical line number in the input file
77 rejReason pic x(40). *> Reason text handed to writeReject
*> Exception feed for the operator review tool (isbnrev) - every
*> rejected record and every check-digit failure goes out here too,
*> pipe-delimited, so each exception can be reviewed, corrected into
*> the resubmit file or discarded, and none fall through silently.
*> Each record is "<REJ|CHK>|<file>|<line>|<raised>|<vendor>|<title>|
*> <record>" - the date the exception was first raised and the vendor
*> whose feed raised it ride along, so the backlog can be aged
77 ws-excname pic x(40) value "isbn_exceptions.txt".
77 exc-stat pic xx.
77 excRaised pic x(8). *> Date the exception in hand was first raised
77 excVend pic x(10). *> Vendor whose feed raised it, spaces when unknown
77 ws-reclen pic 9(3). *> Trimmed length of the current input record
77 ws-trimmed pic x(200). *> isbnNum with leading/trailing spaces stripped
77 ws-spacecount pic 9(3). *> Count of embedded spaces in the current record
*> Each type verifies with its own check-digit rule in the shared
*> isbnchk logic and lands in its own catalog output, so serials
*> check-in stops hand-verifying every issue number
77 ws-issnname pic x(40) value "issn_catalog.txt".
77 issn-stat pic xx.
77 ws-ismnname pic x(40) value "ismn_catalog.txt".
77 ismn-stat pic xx.
77 idTag pic x(4). *> ISSN/ISMN when the record was tagged, spaces otherwise
77 idType pic x(4). *> What the record in hand turned out to be
77 tagBad pic 9. *> 1 when the tagged record carried no identifier

*> Resubmit intake - the exception review tool writes each corrected
*> ISBN as "RSB|<isbn>|<source file>|<line>|<title>|<raised>|<vendor>",
*> carrying the provenance the original exception record had - a
*> corrected price exception adds "|<author>|<price>", the price in
*> the vendor's own currency. The
*> ISBN runs the normal validation path, and the outcome is tied back
*> to the originating exception with a final CATALOGED or FAILED-AGAIN
*> record on the disposition log the review tool already keeps
77 rsbIsbnX pic x(20). *> The resubmitted ISBN as corrected by the operator
77 origFile pic x(30). *> Source file of the originating exception, spaces otherwise
77 origLine pic x(6). *> ... and its line number
77 rsbTitle pic x(40). *> Title carried with the exception, when the feed had one
77 origRaised pic x(8). *> Date the originating exception was first raised
77 origVend pic x(10). *> ... and the vendor whose feed raised it
77 rsbBad pic 9. *> 1 when the resubmit record carried no ISBN
77 rsbAuthor pic x(30). *> Author and price carried with a corrected price exception
77 rsbPrice pic x(10).
77 ws-dispname pic x(30) value "isbn_dispositions.txt".
77 disp-stat pic xx.
77 dispText pic x(15). *> CATALOGED or FAILED-AGAIN
   05 hyLen occurs 5 times pic 99.

*> Work fields for deriveSplit, which locates the registration-group
*> and registrant (publisher) boundaries of a bare digit string with
*> the shared isbnrng subprogram - the range file (isbn_ranges.txt)
*> is loaded there, so the validator, the profile and the master
*> audit all split against one copy of the ranges
77 splitText pic x(13). *> The ISBN being split, hyphens already stripped
77 splitLen pic 99.
77 splitOK pic 9. *> 1 when the group fell inside a registered range
77 splitPubLen pic 9.
77 splitPubKnown pic 9. *> 0 when the registrant ranges for the group aren't on file
77 splitBody pic x(9). *> Group + registrant + title digits, prefix and check dropped
77 rngResult pic 9. *> Verdict handed back by the isbnrng subprogram

*> Batch breakdown by registration group and publisher prefix, so
*> acquisitions can see which publishers dominate each feed. Tallied
77 chkResult pic 9. *> Verdict handed back by the isbnchk subprogram

*> Catalog-ready output of every ISBN that passed validation
77 ws-catname pic x(40) value "isbn_catalog.txt".
77 cat-stat pic xx.
77 catLen pic 999. *> Drives the variable-size write so no padding is emitted
77 catKeyW pic x(13). *> ISBN going onto the catalog line being built
77 g-updates pic 9(6). *> ... and across the whole manifest

*> Vendor master - one pipe-delimited record per vendor
*> (id|name|expected delivery days|exception tolerance|order age|
*> currency), read at startup. The currency is the one the vendor
*> quotes its prices in, blank for Canadian dollars. The delivery
*> days are seven Y/N flags, Monday through Sunday. A feed whose HDR vendor id is on the master runs under
*> that vendor's tolerance instead of the global TOL= setting, each
*> vendor gets a scorecard section in the report, and a vendor whose
*> flagged day this is but whose feed never appeared is called out -
      10 vdValid pic 9(6).
      10 vdInval pic 9(6). *> Non-digit records - outside the tolerance measure
      10 vdExc pic 9(6). *> Rejects + check-digit failures, what the tolerance measures
      10 vdAge pic 9(4). *> Days an order may stay unfilled before it is overdue
      10 vdAgeSet pic 9. *> 0 when the master line left the order age blank
      10 vdRetOpen pic 9. *> 1 once this run has started the vendor's error-return file
      10 vdCurr pic x(3). *> Currency the vendor quotes prices in, spaces for dollars
77 vendMax pic 999 value 100. *> Table capacity - keep in sync with "vendEntry occurs"
77 vendCount pic 999 value 0.
77 vx pic 999. *> Index over the vendor table
77 vendIx pic 999. *> Vendor of the feed in hand, 0 when not on the master
77 vdTolX pic x(8). *> Tolerance field as read from the master line
77 vdDaysX pic x(10). *> Delivery-days field as read from the master line
77 vdAgeX pic x(8). *> Order-age field as read from the master line
77 vdCurrX pic x(8). *> Currency field as read from the master line
77 vendBadLines pic 9(4). *> Vendor-master lines that didn't parse
77 vendExcW pic 9(6). *> Exceptions of the feed being scored - same definition as the tolerance
77 runWeekday pic 9. *> Tonight's weekday, 1 = Monday .. 7 = Sunday
77 effTolSet pic 9. *> Tolerance actually in force for the feed in hand
77 effTolCount pic 9(4). *> ... the vendor's when on the master, else the global

*> Purchase-order matching - acquisitions keeps its open orders in a
*> pipe-delimited file (PO|vendor id|ISBN|quantity|order date), and
*> every validated record of a feed is matched against it on the
*> normalized master key. A title received against an order counts
*> toward its PO, one nobody ordered is listed as unsolicited, and a
*> vendor withdrawal of a title still on order is flagged so the
*> order can be cancelled. Each receipt goes on a cumulative log the
*> next run replays, so a PO fills across nights; the receiving
*> report lists each feed's matches and, at the end of the run,
*> every order past its vendor's order age that no feed has filled
77 ws-ordname pic x(30) value "isbn_orders.txt".
77 ord-stat pic xx.
77 ws-rcvname pic x(40).
77 rcv-stat pic xx.
77 ws-rcptname pic x(30) value "isbn_receipts.txt".
77 rcpt-stat pic xx.
77 ordOK pic 9 value 0. *> 1 once the open orders loaded - the matching step sits out the run otherwise
77 rcptOK pic 9 value 0. *> 0 when the receipts log couldn't be opened - receipts go unlogged, loudly
77 odfeof pic a(1).
77 ordBadLines pic 9(4). *> Order-file lines that didn't parse
77 ordPoX pic x(12). *> Order-file fields as read
77 ordVendX pic x(10).
77 ordIsbnX pic x(20).
77 ordQtyX pic x(8).
77 ordDateX pic x(10).
77 ordClean pic x(20). *> The order's ISBN with its hyphens dropped
77 ordCleanLen pic 99.
77 ordLen pic 99.
77 oj pic 99. *> Index while stripping hyphens
77 ordCand pic x(13). *> The stripped ISBN handed to isbnchk
77 rcDateX pic x(8). *> Receipts-log fields as read back
77 rcTimeX pic x(6).
77 rcPoX pic x(12).
77 rcKeyX pic x(13).
01 ordTab.
   05 ordEntry occurs 2000 times.
      10 odPo pic x(12).
      10 odVend pic x(10).
      10 odKey pic x(13). *> Normalized the way masterKey is
      10 odQty pic 9(4).
      10 odDate pic x(8). *> Order date, yyyymmdd
      10 odRecvd pic 9(4). *> Copies received to date - the receipts log plus tonight's feeds
77 ordMax pic 9(4) value 2000. *> Table capacity - keep in sync with "ordEntry occurs"
77 ordCount pic 9(4) value 0.
77 ox pic 9(4). *> Index over the order table
77 ordHit pic 9(4). *> Open order the record in hand fills, 0 when none
77 ordHitSame pic 9(4). *> ... the best one from the feed's own vendor
77 ordAny pic 9. *> 1 when some order for the key is on file, open or filled
77 ordAgeDflt pic 9(4) value 60. *> Order age for vendors the master gives none - ORDAGE=n
77 ordAgeW pic 9(4). *> Order age in force for the order in hand
77 ordDays pic 9(6). *> Days the order in hand has been outstanding
77 ovx pic 999. *> Index over the vendor table for the overdue check
77 rcvMatched pic 9(5). *> This feed's receiving tallies
77 rcvUnsol pic 9(5).
77 rcvWdrOrd pic 9(5).
77 rcvOverdue pic 9(5). *> Overdue orders listed at the end of the run
77 rcvWant pic x. *> Receiving outcome being listed by printRcvOne

*> Vendor error returns - every reject and check-digit failure of a
*> feed (and a trailer that doesn't reconcile) is also held here and,
*> once the feed is done, written to an outbound error-return file
*> for the vendor who sent it, named for the HDR vendor id: a header
*> naming the vendor, the batch date and our run date, one line per
*> bad record with its source line, the reason and any candidate
*> correction diagnoseFailures found, then the record exactly as the
*> vendor sent it, and a trailer count. Feeds with no header, or from
*> a vendor not on the vendor master, go to one unattributed file.
*> A vendor's second feed of the night extends its file. Each return
*> file is a generation of its own output, RETURN-<vendor id> (or
*> RETURN-UNATTRIBUTED) on the generation index, so a disputed
*> night's return is still on hand
77 ws-retname pic x(50).
77 retCreated pic 9. *> 1 when the open in hand created the return file
77 ret-stat pic xx.
77 retUnOpen pic 9 value 0. *> 1 once this run has started the unattributed return file
77 retOpenNew pic 9. *> 1 when the return file in hand starts fresh this run
77 retAttrib pic 9. *> 1 when the feed in hand belongs to a vendor on the master
77 retFull pic 9. *> Set once the return table fills, so the overflow is announced
77 trlLine pic 9(5). *> Source line the trailer record was read from
77 trlRaw pic x(40). *> ... and the trailer as the vendor sent it
01 retTab.
   05 retEnt occurs 5000 times.
      10 reLine pic 9(5). *> Source line of the bad record
      10 reReason pic x(60).
      10 reRaw pic x(100). *> The record as the vendor sent it
      10 reCand pic x(200). *> Candidate corrections, space-separated
77 retMax pic 9(4) value 5000. *> Table capacity - keep in sync with "retEnt occurs"
77 retCount pic 9(4).
77 rtx pic 9(4). *> Index over the return table
77 rhLine pic 9(5). *> The bad record holdReturn is to hold - its source line,
77 rhReason pic x(60). *> the reason,
77 rhRaw pic x(100). *> and the record as sent
77 rhIx pic 9(4). *> Return entry holdReturn filled, 0 when the table was full
77 candLen pic 999. *> Length of the candidate list built so far
01 failRetTab.
   05 failRetIx occurs 500 times pic 9(4). *> Return entry of each check-digit failure, 0 when unrecorded
77 priorOK pic 9. *> 1 when a record read before a resume point failed only its check digit
77 priorLast pic x. *> Check character of that record

*> Cross-edition match - each new ISBN a delimited feed brings in
*> has its title and author compared against every title and author
*> already on the master, ignoring case, punctuation and a leading
*> article. A match goes on the possible-edition report
*> (isbn_editions.<stamp>.txt, a run-output generation) for
*> cataloguing to judge - the new ISBN is still cataloged normally
77 ws-edname pic x(40).
77 ed-stat pic xx.
77 edOK pic 9 value 0. *> 1 once the edition report is open - DELIM runs only
77 edfeof pic a(1).
77 edNewCount pic 9(5). *> New titles on the feed that went to the match
77 edMatchCount pic 9(5). *> Possible editions reported for the feed
77 edPrevKey pic x(70). *> Normalized title/author of the group being walked
01 edGroup.
   05 edGrpEnt occurs 50 times.
      10 egIsbn pic x(13).
      10 egTitle pic x(40).
      10 egDate pic x(8).
      10 egFile pic x(30).
77 edGrpMax pic 99 value 50. *> Table capacity - keep in sync with "edGrpEnt occurs"
77 edGrpCount pic 99.
77 edGrpFull pic 9. *> Set once a title group overflows, so the overflow is announced
77 egx pic 99.
77 normIn pic x(40). *> Title or author being normalized
77 normOut pic x(40). *> ... and its comparable form
77 normWork pic x(40).
77 normLen pic 99.
77 normPos pic 99.
77 normCh pic x.
77 normSep pic 9. *> 1 when a word break is pending

*> ILS load file - under the ILS run option the validated output of
*> writeCatalogLine also goes out in the library system's batch-loader
*> format: fixed-layout detail records (ISBN-13, title, author, price
*> Always written fresh for the run, never extended: the loader wants
*> one internally consistent file per load
77 ilsMode pic 9 value 0.
77 ws-ilsname pic x(40) value "isbn_ilsload.txt".
77 ils-stat pic xx.
77 ilsCount pic 9(6). *> Detail records actually written, for the trailer
77 ilsCents pic 9(8). *> The record's price converted to cents
77 ilsOrigCents pic 9(8). *> ... and the price as quoted, in the currency's cents
01 ilsDetail.
   05 ilsD-isbn pic x(13).
   05 ilsD-title pic x(40).
   05 ilsD-author pic x(30).
   05 ilsD-price pic 9(8). *> Price in cents, converted to dollars; zero when the feed carried none
   05 ilsD-source pic x(10). *> Vendor id from the feed header, else the file name
   05 ilsD-date pic x(8). *> Load date, yyyymmdd
   05 ilsD-origprice pic 9(8). *> The price as quoted, in cents of its own currency
   05 ilsD-curr pic x(3). *> ... and that currency, spaces when there was no price
   05 filler pic x(4).
01 ilsHeader.
   05 ilsH-tag pic x(4) value "HDR ".
   05 ilsH-date pic x(8).
   05 filler pic x(112) value spaces.
01 ilsTrailer.
   05 ilsT-tag pic x(4) value "TRL ".
   05 ilsT-count pic 9(6).
   05 filler pic x(114) value spaces.

*> Prices - a vendor quotes in its own currency (vendor master), and
*> every price is converted to dollars at the rate in force on the
*> run date from the exchange-rate file, one pipe-delimited record
*> per rate change ("<currency>|<dollars per unit>|<effective date>").
*> The catalog, master and ILS load carry the converted price with the
*> quoted amount and currency alongside. A price that won't parse,
*> isn't positive, has no rate to convert it, or falls outside the
*> PRICEMIN=/PRICEMAX= window (in dollars) is held out of the catalog
*> as a PRC exception for review - it never loads as $0.00. A blank
*> price is simply absent, as on a bare-ISBN feed
77 ws-ratename pic x(30) value "isbn_rates.txt".
77 rate-stat pic xx.
77 rtfeof pic a(1).
77 homeCurr pic x(3) value "CAD". *> The currency the catalog is kept in
01 rateTab.
   05 rateEntry occurs 500 times.
      10 rtCurr pic x(3).
      10 rtRate pic 9(5)v9(6). *> Dollars per unit of the currency
      10 rtDate pic x(8). *> Effective from, yyyymmdd
77 rateMax pic 999 value 500. *> Table capacity - keep in sync with "rateEntry occurs"
77 rateCount pic 999 value 0.
77 rateBadLines pic 9(4). *> Rate-file lines that didn't parse
77 ratx pic 999. *> Index over the rate table
77 rtCurrX pic x(8). *> Rate-file fields as read
77 rtRateX pic x(15).
77 rtDateX pic x(10).
77 prcCurr pic x(3). *> Currency of the price being vetted
77 prcVend pic x(10). *> Vendor whose currency it is
77 prcRate pic 9(5)v9(6). *> Rate in force for it
77 prcRateDate pic x(8). *> ... and the date that rate took effect
77 prcOrig pic s9(7)v99. *> The price as quoted
77 prcConv pic s9(7)v99. *> ... and converted to dollars
77 prcEdit pic z(6)9.99.
77 prcBad pic 9. *> 1 when the price in hand failed its vetting
77 prcReason pic x(40). *> Why, for the exception and the vendor's return
77 prcCount pic 9(5). *> Price exceptions this feed
77 g-prc pic 9(6). *> ... and across the whole manifest
77 priceMinSet pic 9 value 0.
77 priceMin pic 9(7)v99. *> PRICEMIN= floor, dollars
77 priceMaxSet pic 9 value 0.
77 priceMax pic 9(7)v99. *> PRICEMAX= ceiling, dollars

*> Persistent master catalog of every ISBN ever cataloged, keyed for
*> direct lookup, so the same title arriving in Monday's feed and

*> Master-catalog journal - every add and delete against the master
*> also appends one pipe-delimited record here (date, time, action,
*> key, the record's catalog date and source file, title, author,
*> price, then the operator who made the change and the supervisor
*> who approved it - the validator signs its own changes BATCH, with
*> no approver - and last the price as quoted and its currency), so
*> a damaged indexed file is a recoverable event: the isbnbld utility replays the journal into a fresh master
*> instead of years of dedupe history being simply gone
77 ws-jrnlname pic x(30) value "isbn_journal.txt".
77 jrnl-stat pic xx.
77 jrnlOK pic 9. *> 0 when the journal couldn't be opened - changes go unjournaled, loudly
*> pre-change record is held here and unwindMaster restores it (and
*> journals the restore) alongside taking the feed's added keys out
01 undoTab.
   05 undoRec occurs 60000 times pic x(144).
77 undoMax pic 9(5) value 60000. *> Table capacity - keep in sync with "undoRec occurs" (and maxIsbns)
77 undoCount pic 9(5).
77 undoFull pic 9. *> Set once the undo table fills, so the overflow is announced
77 trWeekMax pic 999 value 200. *> Table capacity - keep in sync with "trWeek occurs"
77 trFull pic 9. *> Set once a trend table fills, so the overflow is announced

*> Output generations - the report, catalog, rejects, exceptions,
*> ISSN/ISMN catalogs, ILS load, receiving and possible-edition
*> reports and vendor error returns are written as a new generation
*> every run, "<name>.<run date>.<run time>.txt" with the same stamp
*> the history record carries, so a disputed night's exact files are
*> still on hand. Each generation is registered in the generation
*> index as "<stamp>|<output>|<file name>" - the review tool finds
*> the newest exceptions through it - and the history record names
*> the generation. A resume keeps extending the generation it
*> started (the checkpoint carries the stamp). Under KEEP=n (default
*> 14, KEEP=0 keeps everything) only the newest n generations of each
*> output are kept; older ones are removed at the end of the run and
*> each removal logged to the purge log
77 genStamp pic x(15). *> yyyymmdd.hhmmss of the generation this run writes
77 genNew pic 9. *> 1 when this run started the generation (not a resume of one)
77 ws-gidxname pic x(30) value "isbn_generations.txt".
77 gidx-stat pic xx.
77 ws-gprbname pic x(50). *> Generation file about to be purged, probed first
77 gprb-stat pic xx.
77 ws-purgname pic x(30) value "isbn_purge.txt".
77 purg-stat pic xx.
77 gxfeof pic a(1).
77 keepGens pic 9(3) value 14. *> Generations of each output kept, 0 = keep all
01 genTab.
   05 genEntry occurs 3000 times.
      10 genStampT pic x(15).
      10 genTypeT pic x(20).
      10 genFileT pic x(50).
      10 genDrop pic 9. *> 1 once the generation is purged
77 genMax pic 9(4) value 3000. *> Table capacity - keep in sync with "genEntry occurs"
77 genCount pic 9(4).
77 genFull pic 9. *> Set when the index holds more than the table
77 gnx pic 9(4). *> Index over the generation table
77 gny pic 9(4). *> Second index, counting the newer generations
77 genNewer pic 9(4). *> Newer generations of the same output
77 genType pic x(20). *> Output registered by registerGenOne
77 genFile pic x(50).
77 purgeRc pic s9(9) comp-5. *> Return from the file delete
77 purgeCount pic 9(4).
77 purgeText pic x(14). *> Outcome for the purge log

*> Run-line parsing - the command line may now carry options (e.g.
*> LEGACY) along with the input file name, in either order
77 ws-cmdline pic x(120).
77 parmUp pic x(30).
77 pj pic 99.
01 parms.
   05 parm occurs 10 times pic x(30).

*> Catalog normalization - a valid ISBN-10 is converted to its
*> 978-prefixed ISBN-13 form before the catalog write, unless the
   05 pubOf pic x(7). *> Registrant (publisher) prefix, "?" when not derivable
   05 titleOf pic x(40). *> Bibliographic fields carried through from a delimited record
   05 authorOf pic x(30).
   05 priceOf pic x(10). *> Price in dollars once vetPrice has converted it
   05 origPriceOf pic x(10). *> The price as the record carried it
   05 currOf pic x(3). *> Currency it was quoted in, spaces when there was no price
   05 recTypeOf pic x(3). *> Spaces for a normal record, DEL for a withdrawal
   05 origFileOf pic x(30). *> Provenance of a resubmitted exception, spaces otherwise
   05 origLineOf pic x(6).
   05 idTypeOf pic x(4). *> ISBN, ISSN or ISMN
   05 rcvOf pic x. *> Receiving outcome - R on order, U/X not on order, W withdrawn while on order
   05 ordOf pic 9(4). *> Order the record was matched to, 0 when none
   05 rawOf pic x(100). *> The record as the vendor sent it, for the error return
   05 raisedOf pic x(8). *> First-raised date of a resubmitted exception, spaces otherwise
   05 excVendOf pic x(10). *> ... and the vendor whose feed first raised it
   05 newOf pic x. *> Y when this feed added the entry to the master


procedure division.
   move 0 to g-invalid
   move 0 to g-checkfail
   move 0 to g-reject
   move 0 to g-prc
   move 0 to g-withdrawn
   move 0 to g-updates

      stop run
   end-if

   *> The vendor master, for per-vendor tolerances, the scorecard
   *> and the missed-feed check
   perform loadVendors

   *> ... and the exchange rates, for converting vendors' prices
   perform loadRates

   *> ... and the open orders, for the purchase-order matching step
   perform loadOrders

   if ws-fname is = spaces then
      display "Enter the input file name: "
      accept ws-fname
      *> extends the existing archive/catalog instead of truncating it
      perform checkCheckpoint

      *> The master opens ahead of the run's outputs - one in a layout
      *> this program can't read stops the run before anything is
      *> created
      perform openMaster
      if badFile is = 0 then
         perform openRunFiles
      end-if

      *> An open failure above (badFile set) means the run's outputs
            perform printScorecard
         end-if

         if ordOK is = 1 then
            perform printOverdue
         end-if

         close ofile
         close cfile
         close rfile
         close ufile
         close issnfile
         close ismnfile
         if ordOK is = 1 then
            close rcvfile
            if rcptOK is = 1 then
               close rcptfile
            end-if
         end-if
         if edOK is = 1 then
            close edfile
         end-if
         if ilsMode is = 1 then
            move ilsCount to ilsT-count
            move ilsTrailer to ils-line
            close jfile
         end-if

         perform purgeGenerations

      end-if

   end-if.
      display "Resuming " function trim(ws-fname)
         " from checkpoint at record " resumeRec
      perform restoreCheckpointCounts
      *> The check-digit failures and price exceptions ahead of the
      *> resume point were judged by the interrupted run, but the
      *> diagnosis and the error return are only written at the end
      *> of the feed
      perform priorCheckOne
         varying i from 1 by 1
         until i = startI
   end-if

   if startI is = 1 then
      *> A failed feed is exactly what the vendor scorecard must
      *> show - score it before bailing out
      perform scoreVendorFeed
      perform writeReturnFile
      move 1 to runAborted
      exit paragraph
   end-if
      *> An aborted feed is exactly what the vendor scorecard must
      *> show - score it before bailing out
      perform scoreVendorFeed
      perform writeReturnFile
      exit paragraph
   end-if

   perform diagnoseFailures

   perform writeReturnFile

   perform printBreakdown

   perform printSummary

   perform matchOrders

   perform matchEditions

   if startI > 1 then
      move "RESUME" to runMode
   else
   end-if
   perform writeHistory

   if invalidCount > 0 or checkFailCount > 0 or rejectCount > 0
         or prcCount > 0 then
      move 1 to runExceptions
   end-if

   add invalidCount to g-invalid
   add checkFailCount to g-checkfail
   add rejectCount to g-reject
   add prcCount to g-prc
   add withdrawnCount to g-withdrawn
   add updCount to g-updates

      move 0 to ck-checkFailCount
      move 0 to ck-withdrawnCount
      move 0 to ck-updCount
      move 0 to ck-prcCount
      move feedName(feedIx + 1) to ck-fname
      move ws-manifname to ck-manifest
      move genStamp to ck-gen
      write ck-record
      close ckfile
   end-if.
   move 0 to invalidCount
   move 0 to checkFailCount
   move 0 to rejectCount
   move 0 to prcCount
   move 0 to grpStatCount
   move 0 to pubStatCount
   move 0 to statFull
   move 0 to undoCount
   move 0 to undoFull
   move 0 to vendIx
   move 0 to retCount
   move 0 to retFull
   move 0 to trlLine
   move spaces to trlRaw
   move tolSet to effTolSet
   move tolCount to effTolCount.

*> interrupted run left, a fresh run starts them over
openRunFiles.

   perform nameGenerations

   if resumeActive is = 1 then
      open extend ofile
      if rpt-stat is = "35" then
         display "WARNING: " function trim(ws-rptname)
            " not found, starting a new one"
         open output ofile
      end-if
      open extend cfile
      if cat-stat is = "35" then
         display "WARNING: " function trim(ws-catname)
            " not found, starting a new one"
         open output cfile
      end-if
      open extend rfile
      if rej-stat is = "35" then
         display "WARNING: " function trim(ws-rejname)
            " not found, starting a new one"
         open output rfile
      end-if
      open extend xfile

   if rpt-stat is not = "00" then
      display "ERROR: Unexpected file status " rpt-stat
         " opening " function trim(ws-rptname)
      move 1 to badFile
   end-if
   if cat-stat is not = "00" then
      display "ERROR: Unexpected file status " cat-stat
         " opening " function trim(ws-catname)
      move 1 to badFile
   end-if
   if rej-stat is not = "00" then
      display "ERROR: Unexpected file status " rej-stat
         " opening " function trim(ws-rejname)
      move 1 to badFile
   end-if
   if exc-stat is not = "00" then
      display "ERROR: Unexpected file status " exc-stat
         " opening " function trim(ws-excname)
      move 1 to badFile
   end-if
   if wdr-stat is not = "00" then
   end-if
   if issn-stat is not = "00" then
      display "ERROR: Unexpected file status " issn-stat
         " opening " function trim(ws-issnname)
      move 1 to badFile
   end-if
   if ismn-stat is not = "00" then
      display "ERROR: Unexpected file status " ismn-stat
         " opening " function trim(ws-ismnname)
      move 1 to badFile
   end-if

   *> The receiving report rides with the run's other outputs -
   *> extended on a resume, fresh otherwise. The receipts log is
   *> cumulative across runs, like the history, so it only ever grows
   if ordOK is = 1 then
      if resumeActive is = 1 then
         open extend rcvfile
         if rcv-stat is = "35" then
            open output rcvfile
         end-if
      else
         open output rcvfile
      end-if
      if rcv-stat is not = "00" then
         display "ERROR: Unexpected file status " rcv-stat
            " opening " function trim(ws-rcvname)
         move 1 to badFile
      else
         if resumeActive is = 0 then
            move spaces to rcv-line
            string "Receiving report, run of " delimited by size
               ws-rundate delimited by size
               " " delimited by size
               ws-runtime(1:6) delimited by size
               into rcv-line
            write rcv-line
         end-if
      end-if

      move 0 to rcptOK
      open extend rcptfile
      if rcpt-stat is = "35" then
         open output rcptfile
      end-if
      if rcpt-stat is = "00" then
         move 1 to rcptOK
      else
         display "WARNING: file status " rcpt-stat
            " opening " ws-rcptname(1:20)
            ", tonight's receipts will not be logged and will not"
            " count toward their orders on the next run"
      end-if
   end-if

   *> The possible-edition report, under DELIM - extended on a
   *> resume, fresh otherwise
   move 0 to edOK
   if delimMode is = 1 then
      if resumeActive is = 1 then
         open extend edfile
         if ed-stat is = "35" then
            open output edfile
         end-if
      else
         open output edfile
      end-if
      if ed-stat is not = "00" then
         display "WARNING: file status " ed-stat
            " opening " function trim(ws-edname)
            ", no cross-edition match this run"
      else
         move 1 to edOK
         if resumeActive is = 0 then
            move spaces to ed-line
            string "Possible-edition report, run of " delimited by size
               ws-rundate delimited by size
               " " delimited by size
               ws-runtime(1:6) delimited by size
               into ed-line
            write ed-line
         end-if
      end-if
   end-if

   *> The ILS load file starts fresh every run - the loader wants one
   *> internally consistent HDR/detail/TRL file. A resumed run cannot
   *> produce one: the records validated before the interruption are
      open output ilsfile
      if ils-stat is not = "00" then
         display "ERROR: Unexpected file status " ils-stat
            " opening " function trim(ws-ilsname)
         move 1 to badFile
      else
         move 0 to ilsCount
         move ilsHeader to ils-line
         write ils-line
      end-if
   end-if

   *> A new generation goes on the index once its files are open
   if badFile is = 0 and genNew is = 1 then
      perform registerGenerations
   end-if
   if badFile is = 0 then
      display "Run outputs are generation " genStamp
   end-if.


*> Paragraph that names this run's output files for its generation
nameGenerations.

   move spaces to ws-rptname
   string "isbn_report." genStamp ".txt" delimited by size
      into ws-rptname
   move spaces to ws-catname
   string "isbn_catalog." genStamp ".txt" delimited by size
      into ws-catname
   move spaces to ws-rejname
   string "isbn_rejects." genStamp ".txt" delimited by size
      into ws-rejname
   move spaces to ws-excname
   string "isbn_exceptions." genStamp ".txt" delimited by size
      into ws-excname
   move spaces to ws-issnname
   string "issn_catalog." genStamp ".txt" delimited by size
      into ws-issnname
   move spaces to ws-ismnname
   string "ismn_catalog." genStamp ".txt" delimited by size
      into ws-ismnname
   move spaces to ws-ilsname
   string "isbn_ilsload." genStamp ".txt" delimited by size
      into ws-ilsname
   move spaces to ws-rcvname
   string "isbn_receiving." genStamp ".txt" delimited by size
      into ws-rcvname
   move spaces to ws-edname
   string "isbn_editions." genStamp ".txt" delimited by size
      into ws-edname.


*> Paragraph that registers this run's new generation on the
*> generation index, one line per output file
registerGenerations.

   open extend gidxfile
   if gidx-stat is = "35" then
      open output gidxfile
   end-if
   if gidx-stat is not = "00" then
      display "WARNING: file status " gidx-stat
         " opening " function trim(ws-gidxname)
         ", this generation will not be purged automatically"
      exit paragraph
   end-if

   move "REPORT" to genType
   move ws-rptname to genFile
   perform registerGenOne
   move "CATALOG" to genType
   move ws-catname to genFile
   perform registerGenOne
   move "REJECTS" to genType
   move ws-rejname to genFile
   perform registerGenOne
   move "EXCEPTIONS" to genType
   move ws-excname to genFile
   perform registerGenOne
   move "ISSN" to genType
   move ws-issnname to genFile
   perform registerGenOne
   move "ISMN" to genType
   move ws-ismnname to genFile
   perform registerGenOne
   if ilsMode is = 1 then
      move "ILS" to genType
      move ws-ilsname to genFile
      perform registerGenOne
   end-if
   if ordOK is = 1 then
      move "RECEIVING" to genType
      move ws-rcvname to genFile
      perform registerGenOne
   end-if
   if edOK is = 1 then
      move "EDITIONS" to genType
      move ws-edname to genFile
      perform registerGenOne
   end-if
   close gidxfile.


*> Paragraph that registers a vendor error-return file on the
*> generation index - return files are only named once a feed has
*> something to send back, so each goes on as it is created
registerReturn.

   open extend gidxfile
   if gidx-stat is = "35" then
      open output gidxfile
   end-if
   if gidx-stat is not = "00" then
      display "WARNING: file status " gidx-stat
         " opening " function trim(ws-gidxname)
         ", " function trim(ws-retname)
         " will not be purged automatically"
      exit paragraph
   end-if
   move spaces to genType
   if retAttrib is = 1 then
      string "RETURN-" delimited by size
         function trim(vendorId) delimited by size
         into genType
   else
      move "RETURN-UNATTRIBUTED" to genType
   end-if
   move ws-retname to genFile
   perform registerGenOne
   close gidxfile.


*> Paragraph that writes one generation-index line
registerGenOne.

   move spaces to gidx-line
   string genStamp delimited by size
      "|" delimited by size
      function trim(genType) delimited by size
      "|" delimited by size
      function trim(genFile) delimited by size
      into gidx-line
   write gidx-line.


*> Paragraph that purges the generations past the retention setting -
*> every output keeps its newest keepGens generations, the files of
*> older ones are removed, each removal logged, and the index is
*> written back without them
purgeGenerations.

   if keepGens is = 0 then
      exit paragraph
   end-if

   move 0 to genCount
   move 0 to genFull
   open input gidxfile
   if gidx-stat is not = "00" then
      exit paragraph
   end-if
   move 'n' to gxfeof
   perform loadGenOne until gxfeof = 'y'
   close gidxfile

   *> The index is written back from the table - one that doesn't fit
   *> would lose its tail, so nothing is purged
   if genFull is = 1 then
      display "WARNING: " function trim(ws-gidxname) " holds more"
         " than " genMax " generations, nothing purged this run"
      exit paragraph
   end-if

   move 0 to purgeCount
   perform purgeGenOne
      varying gnx from 1 by 1
      until gnx > genCount

   if purgeCount > 0 then
      open output gidxfile
      if gidx-stat is = "00" then
         perform saveGenOne
            varying gnx from 1 by 1
            until gnx > genCount
         close gidxfile
      end-if
      display purgeCount " generation file(s) purged, listed in "
         function trim(ws-purgname)
   end-if.


*> Paragraph that reads one generation-index line into the table
loadGenOne.

   read gidxfile at end move 'y' to gxfeof.
      if gxfeof is not = 'y' and gidx-line is not = spaces
         if genCount < genMax then
            add 1 to genCount
            move spaces to genStampT(genCount)
            move spaces to genTypeT(genCount)
            move spaces to genFileT(genCount)
            move 0 to genDrop(genCount)
            unstring gidx-line delimited by "|"
               into genStampT(genCount) genTypeT(genCount)
                    genFileT(genCount)
         else
            move 1 to genFull
         end-if
      end-if.


*> Paragraph that decides whether one generation file is past the
*> retention setting - the index is in run order, so what follows it
*> for the same output is newer - and removes it if so
purgeGenOne.

   move 0 to genNewer
   perform countNewerOne
      varying gny from gnx by 1
      until gny > genCount
   if genNewer < keepGens then
      exit paragraph
   end-if

   *> A file already gone (removed by hand) just comes off the index;
   *> one that is there but won't delete stays on it for the next run
   move genFileT(gnx) to ws-gprbname
   open input gprbfile
   if gprb-stat is = "35" then
      move "ALREADY GONE" to purgeText
      move 1 to genDrop(gnx)
   else
      if gprb-stat is = "00" then
         close gprbfile
      end-if
      call "CBL_DELETE_FILE" using ws-gprbname
      move return-code to purgeRc
      if purgeRc is = 0 then
         move "REMOVED" to purgeText
         move 1 to genDrop(gnx)
      else
         move "NOT REMOVED" to purgeText
      end-if
   end-if
   add 1 to purgeCount
   perform logPurge.


*> Paragraph that counts one newer generation of the output in hand
countNewerOne.

   if gny > gnx and genTypeT(gny) is = genTypeT(gnx)
         and genStampT(gny) is not = genStampT(gnx) then
      add 1 to genNewer
   end-if.


*> Paragraph that logs one purge outcome
logPurge.

   open extend purgfile
   if purg-stat is = "35" then
      open output purgfile
   end-if
   if purg-stat is not = "00" then
      exit paragraph
   end-if
   move spaces to purg-line
   string ws-rundate delimited by size
      "|" delimited by size
      ws-runtime(1:6) delimited by size
      "|" delimited by size
      genStampT(gnx) delimited by size
      "|" delimited by size
      function trim(genTypeT(gnx)) delimited by size
      "|" delimited by size
      function trim(genFileT(gnx)) delimited by size
      "|" delimited by size
      function trim(purgeText) delimited by size
      into purg-line
   write purg-line
   close purgfile.


*> Paragraph that writes one kept generation back to the index
saveGenOne.

   if genDrop(gnx) is = 0 then
      move spaces to gidx-line
      string genStampT(gnx) delimited by size
         "|" delimited by size
         function trim(genTypeT(gnx)) delimited by size
         "|" delimited by size
         function trim(genFileT(gnx)) delimited by size
         into gidx-line
      write gidx-line
   end-if.


         " catalog update(s)" delimited by size
         into ws-line with pointer ws-ptr
   end-if
   if g-prc > 0 then
      string "; " delimited by size
         g-prc delimited by size
         " price exception(s)" delimited by size
         into ws-line with pointer ws-ptr
   end-if
   display function trim(ws-line)
   move ws-line to report-line
   write report-line.
   move 0 to ck-checkFailCount
   move 0 to ck-withdrawnCount
   move 0 to ck-updCount
   move 0 to ck-prcCount
   move spaces to ck-fname
   move spaces to ck-manifest
   move spaces to ck-gen
   write ck-record
   close ckfile.


   unstring ws-cmdline delimited by all " "
      into parm(1) parm(2) parm(3) parm(4) parm(5) parm(6)
           parm(7) parm(8) parm(9) parm(10)

   perform checkParm
      varying pj from 1 by 1
      until pj > 10.


*> Paragraph that reads the whole feed in ws-fname into the isbns

         move 0 to ws-malformed
         move 0 to ws-spacecount
         *> Cleared ahead of any reject this record can raise - only a
         *> resubmit record sets them
         move spaces to origRaised
         move spaces to origVend
         move spaces to ws-trimmed
         move function trim(isbnNum) to ws-trimmed
         compute ws-reclen = function length(function trim(isbnNum))
            move spaces to origFile
            move spaces to origLine
            move spaces to rsbTitle
            move spaces to rsbAuthor
            move spaces to rsbPrice
            move 0 to rsbBad
            if ws-reclen > 4 and ws-trimmed(1:4) is = "RSB|" then
               perform parseResubmit


*> Paragraph that takes apart a resubmit record
*> ("RSB|<isbn>|<source file>|<line>|<title>|<raised>|<vendor>", plus
*> "|<author>|<price>" from a corrected price exception) and leaves the
*> corrected ISBN where the normal intake checks expect it, holding
*> the originating exception's provenance for the disposition log.
*> A resubmit record with no ISBN is rejected like any other
   move spaces to rsbIsbnX
   unstring ws-trimmed(1:ws-reclen) delimited by "|"
      into ctlTag rsbIsbnX origFile origLine rsbTitle
         origRaised origVend rsbAuthor rsbPrice

   if rsbIsbnX is = spaces then
      move "resubmit record has no ISBN" to rejReason
         move origFile to origFileOf(numLines)
         move origLine to origLineOf(numLines)
         move idType to idTypeOf(numLines)
         move function trim(isbnNum) to rawOf(numLines)
         move origRaised to raisedOf(numLines)
         move origVend to excVendOf(numLines)
         move space to newOf(numLines)

         *> Carry the bibliographic fields of a delimited record
         *> through to the enriched catalog write - and clear them
            move function trim(dAuthor) to authorOf(numLines)
            move function trim(dPrice) to priceOf(numLines)
         else
            *> A resubmit record carried the exception's title along
            *> (and a corrected price exception its author and price) -
            *> they are spaces for every other bare record
            move rsbTitle to titleOf(numLines)
            move rsbAuthor to authorOf(numLines)
            move function trim(rsbPrice) to priceOf(numLines)
         end-if
         move priceOf(numLines) to origPriceOf(numLines)
         move spaces to currOf(numLines)

         *> Work out the registration-group / registrant split for
         *> the batch breakdown - for a hyphenated record this

   add 1 to rejectCount

   *> Every reject goes back to the vendor on the feed's error return -
   *> held even while re-reading a resumed feed, since the return is
   *> only written once the whole feed is done
   move srcLine to rhLine
   if rejReason is = "bad hyphen positions" then
      move "hyphen split outside registered ranges" to rhReason
   else
      move spaces to rhReason
      string "rejected, " delimited by size
         function trim(rejReason) delimited by size
         into rhReason
   end-if
   move function trim(isbnNum) to rhRaw
   perform holdReturn

   *> Nothing to list while re-reading a resumed feed - the
   *> interrupted run already put its rejects on the listing
   if rejSuppress is = 1 then
   *> The same record goes to the exception feed for operator review.
   *> The raw record is the last field - it may itself carry the
   *> delimiter, so nothing can come after it
   move origRaised to excRaised
   move origVend to excVend
   perform stampException
   move spaces to exc-line
   move 1 to ws-ptr
   string "REJ|" delimited by size
      function trim(ws-fname) delimited by size
      "|" delimited by size
      srcLine delimited by size
      "|" delimited by size
      excRaised delimited by size
      "|" delimited by size
      function trim(excVend) delimited by size
      "||" delimited by size
      function trim(isbnNum) delimited by size
      into exc-line with pointer ws-ptr
   write exc-line.


*> Paragraph that fills in the raised date and vendor of an exception
*> about to go out - a resubmitted record keeps what its originating
*> exception carried, anything else was raised today by this feed
stampException.

   if excRaised is = spaces then
      move ws-rundate to excRaised
   end-if
   if excVend is = spaces and hdrSeen is = 1 then
      move vendorId to excVend
   end-if.


*> Paragraph that takes apart a vendor header record
*> ("HDR <vendor id> <batch date>") and remembers the vendor id and
*> batch date for the report heading. A header with no vendor id is
   compute trlCountLen = function length(function trim(trlCountX))
   if trlCountLen > 0 and trlCountX(1:trlCountLen) is numeric then
      move 1 to trlSeen
      move srcLine to trlLine
      move ws-trimmed to trlRaw
      move function numval(trlCountX) to trlCount
   else
      move "trailer record count is not numeric" to rejReason


*> Paragraph that locates the registration-group and registrant
*> (publisher) boundaries of the bare ISBN in splitText with the
*> shared isbnrng subprogram. splitOK comes back 0 when the group
*> digits fall in no registered window (or the body isn't clean
*> digits); when the registrant ranges for the group don't place it
*> splitPubKnown is 0
deriveSplit.

   move 0 to splitOK
   move 0 to splitPubKnown
   move 0 to splitGrpLen
   move 0 to splitPubLen

   *> The body is the nine digits between prefix and check digit -
   *> parseHyphens wants to know whether they were clean digits
   if splitLen = 13 then
      move splitText(4:9) to splitBody
   else
      move splitText(1:9) to splitBody
   end-if

   move 0 to rngResult
   call "isbnrng" using splitText splitLen splitPrefix splitGrp
      splitPub rngResult
   if splitLen is not = 13 then
      move "978" to splitPrefix
   end-if

   evaluate rngResult
      when 1
      when 3
         move 1 to splitOK
      when 2
         move 1 to splitOK
         move 1 to splitPubKnown
   end-evaluate

   if splitOK = 1 then
      compute splitGrpLen = function length(function trim(splitGrp))
   end-if
   if splitPubKnown = 1 then
      compute splitPubLen = function length(function trim(splitPub))
   end-if.


*> Paragraph that reads the vendor master into its table - one
*> pipe-delimited record per vendor: id, name, seven Y/N delivery-day
*> flags Monday through Sunday, an optional absolute exception
*> tolerance, an optional order age in days and an optional
*> three-letter currency code. No master just means the per-vendor
*> features sit out the run
loadVendors.

   move 0 to vendCount

*> Paragraph that reads one vendor-master line into the table -
*> comments and blanks are skipped, anything else that won't parse
*> is counted. A currency that isn't a three-letter code is counted
*> too and left blank, so the vendor is priced in Canadian dollars
loadVendorLine.

   read vendfile at end move 'y' to vdfeof.
               move spaces to vdName(vendCount)
               move spaces to vdDaysX
               move spaces to vdTolX
               move spaces to vdAgeX
               move spaces to vdCurrX
               unstring vend-line delimited by "|"
                  into vdId(vendCount) vdName(vendCount)
                       vdDaysX vdTolX vdAgeX vdCurrX
               move function upper-case(vdCurrX) to vdCurrX
               move spaces to vdCurr(vendCount)
               if vdCurrX is not = spaces then
                  if vdCurrX(4:) is not = spaces
                        or vdCurrX(1:3) is not alphabetic
                        or vdCurrX(1:1) is = space
                        or vdCurrX(2:1) is = space
                        or vdCurrX(3:1) is = space
                     add 1 to vendBadLines
                  else
                     move vdCurrX(1:3) to vdCurr(vendCount)
                  end-if
               end-if
               move vdDaysX(1:7) to vdDays(vendCount)
               move 0 to vdTolSet(vendCount)
               move 0 to vdTol(vendCount)
               move 0 to vdValid(vendCount)
               move 0 to vdInval(vendCount)
               move 0 to vdExc(vendCount)
               move 0 to vdAgeSet(vendCount)
               move 0 to vdAge(vendCount)
               move 0 to vdRetOpen(vendCount)
               if vdId(vendCount) is = spaces
                  subtract 1 from vendCount
                  add 1 to vendBadLines
                        add 1 to vendBadLines
                     end-if
                  end-if
                  if vdAgeX is not = spaces
                     if function test-numval(vdAgeX) = 0
                        move function numval(vdAgeX)
                           to vdAge(vendCount)
                        move 1 to vdAgeSet(vendCount)
                     else
                        add 1 to vendBadLines
                     end-if
                  end-if
               end-if
            end-if
         end-if
   end-if.


*> Paragraph that reads the open-orders file into its table, then
*> replays the receipts log over it, so every order starts the run
*> with the copies earlier nights already received against it. No
*> orders file just means the matching step sits out the run
loadOrders.

   move 0 to ordCount
   move 0 to ordBadLines
   move 0 to ordOK

   open input ordfile
   if ord-stat is = "35" then
      display "No open-orders file (" function trim(ws-ordname)
         ") - purchase-order matching is off"
      exit paragraph
   end-if
   if ord-stat is not = "00" then
      display "WARNING: file status " ord-stat
         " opening " ws-ordname(1:20)
         ", continuing without purchase-order matching"
      exit paragraph
   end-if

   move 'n' to odfeof
   perform loadOrderLine until odfeof = 'y'
   close ordfile
   move 1 to ordOK

   if ordBadLines > 0 then
      display "WARNING: " ordBadLines " unusable line(s) in "
         function trim(ws-ordname) " skipped"
   end-if

   *> No receipts log yet just means nothing has been received
   open input rcptfile
   if rcpt-stat is = "00" then
      move 'n' to odfeof
      perform loadReceiptLine until odfeof = 'y'
      close rcptfile
   end-if.


*> Paragraph that reads one open-orders line - comments and blanks
*> are skipped, anything else is vetted into the table
loadOrderLine.

   read ordfile at end move 'y' to odfeof.
      if odfeof is not = 'y'
         if ord-line is = spaces or ord-line(1:1) is = "*"
            continue
         else
            move spaces to ordPoX
            move spaces to ordVendX
            move spaces to ordIsbnX
            move spaces to ordQtyX
            move spaces to ordDateX
            unstring ord-line delimited by "|"
               into ordPoX ordVendX ordIsbnX ordQtyX ordDateX
            perform vetOrderLine
         end-if
      end-if.


*> Paragraph that vets one order and adds it to the table. The ISBN
*> may be keyed in either length, hyphenated or not - it is verified
*> with the shared isbnchk logic and normalized exactly the way
*> checkISBN builds masterKey, so an order and a received title meet
*> on the same key. An order that won't vet is counted, not loaded
vetOrderLine.

   move spaces to ordClean
   move 0 to ordCleanLen
   if ordIsbnX is not = spaces then
      move function trim(ordIsbnX) to ordIsbnX
      compute ordLen = function length(function trim(ordIsbnX))
      perform stripOrdChar
         varying oj from 1 by 1
         until oj > ordLen
   end-if

   move 0 to chkResult
   move function upper-case(ordClean(1:13)) to ordCand
   if ordCleanLen = 8 or ordCleanLen = 10 or ordCleanLen = 13 then
      call "isbnchk" using ordCand ordCleanLen chkResult
   end-if

   if chkResult is = 0 or ordPoX is = spaces
         or ordDateX(1:8) is not numeric then
      add 1 to ordBadLines
      exit paragraph
   end-if
   if function test-numval(ordQtyX) is not = 0 then
      add 1 to ordBadLines
      exit paragraph
   end-if
   if function numval(ordQtyX) < 1
         or function test-date-yyyymmdd(
            function numval(ordDateX(1:8))) is not = 0 then
      add 1 to ordBadLines
      exit paragraph
   end-if

   if ordCount >= ordMax then
      display "WARNING: open-orders file names more than " ordMax
         " orders, stopping before the rest"
      move 'y' to odfeof
      exit paragraph
   end-if

   add 1 to ordCount
   move ordPoX to odPo(ordCount)
   move ordVendX to odVend(ordCount)
   if ordCleanLen is = 10 then
      move spaces to isbn13Text
      string "978" delimited by size
         ordCand(1:9) delimited by size
         into isbn13Text
      perform eanCheck13
      move isbn13Text to odKey(ordCount)
   else
      move ordCand to odKey(ordCount)
   end-if
   move function numval(ordQtyX) to odQty(ordCount)
   move ordDateX(1:8) to odDate(ordCount)
   move 0 to odRecvd(ordCount).


*> Paragraph that copies one character of an order's ISBN, dropping
*> the hyphens of a printed-form ISBN
stripOrdChar.

   if ordIsbnX(oj:1) is not = "-" and ordCleanLen < 20 then
      add 1 to ordCleanLen
      move ordIsbnX(oj:1) to ordClean(ordCleanLen:1)
   end-if.


*> Paragraph that reads one receipts-log record back and counts it
*> toward the order it was received against
loadReceiptLine.

   read rcptfile at end move 'y' to odfeof.
      if odfeof is not = 'y'
         move spaces to rcDateX
         move spaces to rcPoX
         move spaces to rcKeyX
         unstring rcpt-line delimited by "|"
            into rcDateX rcTimeX rcPoX rcKeyX

         *> A line that doesn't lead with a receipt date is not ours
         if rcDateX is numeric
            move 0 to ordHit
            perform findReceiptOrder
               varying ox from 1 by 1
               until ox > ordCount or ordHit > 0
            if ordHit > 0
               add 1 to odRecvd(ordHit)
            end-if
         end-if
      end-if.


*> Paragraph that tests one order against the receipt read back
findReceiptOrder.

   if odPo(ox) is = rcPoX and odKey(ox) is = rcKeyX then
      move ox to ordHit
   end-if.


*> Paragraph that matches the feed just validated against the open
*> orders and writes its section of the receiving report. Each record
*> is judged afresh with the shared isbnchk logic rather than from
*> checkISBN's flags, so a feed resumed from a checkpoint is matched
*> whole - the interrupted run never got this far into it
matchOrders.

   if ordOK is = 0 then
      exit paragraph
   end-if

   move 0 to rcvMatched
   move 0 to rcvUnsol
   move 0 to rcvWdrOrd
   perform matchOrderOne
      varying i from 1 by 1
      until i = numLines

   if rcvMatched = 0 and rcvUnsol = 0 and rcvWdrOrd = 0 then
      exit paragraph
   end-if

   move spaces to ws-line
   move 1 to ws-ptr
   string "=== Feed: " delimited by size
      function trim(ws-fname) delimited by size
      into ws-line with pointer ws-ptr
   if hdrSeen is = 1 then
      string " (vendor " delimited by size
         function trim(vendorId) delimited by size
         ")" delimited by size
         into ws-line with pointer ws-ptr
   end-if
   string " ===" delimited by size
      into ws-line with pointer ws-ptr
   move ws-line to rcv-line
   write rcv-line

   if rcvMatched > 0 then
      move "Received against an order:" to rcv-line
      write rcv-line
      move "R" to rcvWant
      perform printRcvOne
         varying i from 1 by 1
         until i = numLines
   end-if

   if rcvUnsol > 0 then
      move "Received but never ordered (unsolicited - may be returned):"
         to rcv-line
      write rcv-line
      move "U" to rcvWant
      perform printRcvOne
         varying i from 1 by 1
         until i = numLines
   end-if

   if rcvWdrOrd > 0 then
      move "Withdrawn by the vendor but still on order - cancel:"
         to rcv-line
      write rcv-line
      move "W" to rcvWant
      perform printRcvOne
         varying i from 1 by 1
         until i = numLines
   end-if

   move spaces to ws-line
   move 1 to ws-ptr
   string "Receiving: " delimited by size
      rcvMatched delimited by size
      " received against an order, " delimited by size
      rcvUnsol delimited by size
      " never ordered, " delimited by size
      rcvWdrOrd delimited by size
      " withdrawn while on order (" delimited by size
      function trim(ws-rcvname) delimited by size
      ")" delimited by size
      into ws-line with pointer ws-ptr
   display function trim(ws-line)
   move ws-line to report-line
   write report-line.


*> Paragraph that matches one record of the feed. A valid record
*> fills the oldest open order for its key - one from the feed's own
*> vendor when there is one, any vendor's otherwise - one copy per
*> record; with no open order it is unsolicited. A withdrawal fills
*> nothing, but is flagged when the title is still on order
matchOrderOne.

   move space to rcvOf(i)
   move 0 to ordOf(i)

   move 0 to chkResult
   call "isbnchk" using isbnText(i) isbnLen(i) chkResult
   if chkResult is = 0 then
      exit paragraph
   end-if

   if isbnLen(i) is = 10 then
      perform makeISBN13
      move isbn13Text to masterKey
   else
      move function upper-case(isbnText(i)) to masterKey
   end-if

   move 0 to ordHit
   move 0 to ordHitSame
   move 0 to ordAny
   perform pickOrder
      varying ox from 1 by 1
      until ox > ordCount
   if ordHitSame > 0 then
      move ordHitSame to ordHit
   end-if

   if recTypeOf(i) is = "DEL" then
      if ordHit > 0 then
         move "W" to rcvOf(i)
         move ordHit to ordOf(i)
         add 1 to rcvWdrOrd
      end-if
      exit paragraph
   end-if

   if ordHit > 0 then
      move "R" to rcvOf(i)
      move ordHit to ordOf(i)
      add 1 to odRecvd(ordHit)
      add 1 to rcvMatched
      perform writeReceipt
   else
      *> X - on order once, but every order for it is already filled
      if ordAny is = 1 then
         move "X" to rcvOf(i)
      else
         move "U" to rcvOf(i)
      end-if
      add 1 to rcvUnsol
   end-if.


*> Paragraph that weighs one order as the match for the record in
*> hand - the oldest open order wins, overall and from the feed's own
*> vendor
pickOrder.

   if odKey(ox) is not = masterKey then
      exit paragraph
   end-if
   move 1 to ordAny
   if odRecvd(ox) >= odQty(ox) then
      exit paragraph
   end-if

   if ordHit is = 0 then
      move ox to ordHit
   else
      if odDate(ox) < odDate(ordHit) then
         move ox to ordHit
      end-if
   end-if

   if hdrSeen is = 1 and odVend(ox) is = vendorId then
      if ordHitSame is = 0 then
         move ox to ordHitSame
      else
         if odDate(ox) < odDate(ordHitSame) then
            move ox to ordHitSame
         end-if
      end-if
   end-if.


*> Paragraph that logs one receipt against its order, so the next
*> run counts it toward the PO
writeReceipt.

   if rcptOK is not = 1 then
      exit paragraph
   end-if
   move spaces to rcpt-line
   move 1 to recPtr
   string ws-rundate delimited by size
      "|" delimited by size
      ws-runtime(1:6) delimited by size
      "|" delimited by size
      function trim(odPo(ordHit)) delimited by size
      "|" delimited by size
      odKey(ordHit) delimited by size
      "|" delimited by size
      function trim(odVend(ordHit)) delimited by size
      "|" delimited by size
      function trim(ws-fname) delimited by size
      "|" delimited by size
      srcLineOf(i) delimited by size
      into rcpt-line with pointer recPtr
   write rcpt-line.


*> Paragraph that writes one receiving-report line for the record in
*> hand, when its outcome belongs to the list being printed
printRcvOne.

   if rcvOf(i) is = space then
      exit paragraph
   end-if
   if rcvWant is = "U" then
      if rcvOf(i) is not = "U" and rcvOf(i) is not = "X" then
         exit paragraph
      end-if
   else
      if rcvOf(i) is not = rcvWant then
         exit paragraph
      end-if
   end-if

   *> The key is rebuilt here - masterKey was last built for
   *> whichever record the matching pass ended on
   move spaces to ws-line
   move 1 to ws-ptr
   string "   Line " delimited by size
      srcLineOf(i) delimited by size
      ": " delimited by size
      into ws-line with pointer ws-ptr
   if isbnLen(i) is = 10 then
      perform makeISBN13
      string isbn13Text delimited by size
         into ws-line with pointer ws-ptr
   else
      string function upper-case(isbnText(i)(1:isbnLen(i)))
            delimited by size
         into ws-line with pointer ws-ptr
   end-if

   if titleOf(i) is not = spaces then
      string ' "' delimited by size
         function trim(titleOf(i)) delimited by size
         '"' delimited by size
         into ws-line with pointer ws-ptr
   end-if

   evaluate rcvOf(i)
      when "R"
         move ordOf(i) to ox
         string " PO " delimited by size
            function trim(odPo(ox)) delimited by size
            " (" delimited by size
            function trim(odVend(ox)) delimited by size
            "): " delimited by size
            odRecvd(ox) delimited by size
            " of " delimited by size
            odQty(ox) delimited by size
            " received" delimited by size
            into ws-line with pointer ws-ptr
         if odRecvd(ox) >= odQty(ox) then
            string " - PO closed" delimited by size
               into ws-line with pointer ws-ptr
         else
            string " - partly filled" delimited by size
               into ws-line with pointer ws-ptr
         end-if
      when "U"
         string " - not on any order" delimited by size
            into ws-line with pointer ws-ptr
      when "X"
         string " - every order for it is already filled"
               delimited by size
            into ws-line with pointer ws-ptr
      when "W"
         move ordOf(i) to ox
         string " withdrawn, still on PO " delimited by size
            function trim(odPo(ox)) delimited by size
            " (" delimited by size
            function trim(odVend(ox)) delimited by size
            "): " delimited by size
            odRecvd(ox) delimited by size
            " of " delimited by size
            odQty(ox) delimited by size
            " received" delimited by size
            into ws-line with pointer ws-ptr
   end-evaluate

   move ws-line to rcv-line
   write rcv-line.


*> Paragraph that closes the receiving report with every order past
*> its vendor's order age that no feed has filled - the vendor
*> master's order age when it gives one, the run's ORDAGE= otherwise
printOverdue.

   move 0 to rcvOverdue
   move "Orders past their vendor's order age, not yet filled:"
      to rcv-line
   write rcv-line
   perform overdueOne
      varying ox from 1 by 1
      until ox > ordCount
   if rcvOverdue is = 0 then
      move "   None" to rcv-line
      write rcv-line
   end-if

   move spaces to ws-line
   move 1 to ws-ptr
   string "Receiving: " delimited by size
      rcvOverdue delimited by size
      " order(s) overdue (" delimited by size
      function trim(ws-rcvname) delimited by size
      ")" delimited by size
      into ws-line with pointer ws-ptr
   display function trim(ws-line)
   move ws-line to report-line
   write report-line.


*> Paragraph that lists one order when it is unfilled and older than
*> its vendor's order age
overdueOne.

   if odRecvd(ox) >= odQty(ox) then
      exit paragraph
   end-if

   *> An order dated tonight or later can't be overdue yet
   if odDate(ox) >= ws-rundate then
      exit paragraph
   end-if

   move ordAgeDflt to ordAgeW
   perform findOrdVendor
      varying ovx from 1 by 1
      until ovx > vendCount

   compute ordDays = function integer-of-date(function numval(ws-rundate))
      - function integer-of-date(function numval(odDate(ox)))
   if ordDays <= ordAgeW then
      exit paragraph
   end-if

   add 1 to rcvOverdue
   move spaces to ws-line
   move 1 to ws-ptr
   string "   PO " delimited by size
      function trim(odPo(ox)) delimited by size
      " (" delimited by size
      function trim(odVend(ox)) delimited by size
      ") " delimited by size
      odKey(ox) delimited by size
      " ordered " delimited by size
      odDate(ox) delimited by size
      ", " delimited by size
      ordDays delimited by size
      " day(s) out, " delimited by size
      odRecvd(ox) delimited by size
      " of " delimited by size
      odQty(ox) delimited by size
      " received" delimited by size
      into ws-line with pointer ws-ptr
   move ws-line to rcv-line
   write rcv-line.


*> Paragraph that takes the order age from the order's vendor, when
*> the vendor master carries one
findOrdVendor.

   if vdId(ovx) is = odVend(ox) and vdAgeSet(ovx) is = 1 then
      move vdAge(ovx) to ordAgeW
   end-if.


*> Paragraph that runs the cross-edition match for a delimited feed -
*> the feed's new titles and the whole master go through one sort on
*> normalized title and author, so each new title lands right beside
*> any existing entry it might be another edition of
matchEditions.

   if edOK is = 0 or masterOK is = 0 then
      exit paragraph
   end-if

   *> The entries ahead of a resume point were cataloged by the
   *> interrupted run - the master says which of them it added
   if startI > 1 then
      perform priorNewOne
         varying i from 1 by 1
         until i = startI
   end-if

   move 0 to edNewCount
   move 0 to edMatchCount
   perform countNewOne
      varying i from 1 by 1
      until i = numLines
   if edNewCount is = 0 then
      exit paragraph
   end-if

   move spaces to ed-line
   move 1 to recPtr
   string "=== Feed: " delimited by size
      function trim(ws-fname) delimited by size
      " ===" delimited by size
      into ed-line with pointer recPtr
   write ed-line

   move 0 to edGrpFull
   sort edsortfile
      on ascending key eds-key eds-src eds-isbn
      input procedure is feedEdSort
      output procedure is scanEdSort

   if edMatchCount is = 0 then
      move "   No possible editions" to ed-line
      write ed-line
   end-if

   move spaces to ws-line
   move 1 to ws-ptr
   string "Possible editions: " delimited by size
      edMatchCount delimited by size
      " match(es) for " delimited by size
      edNewCount delimited by size
      " new title(s) (" delimited by size
      function trim(ws-edname) delimited by size
      ")" delimited by size
      into ws-line with pointer ws-ptr
   display function trim(ws-line)
   move ws-line to report-line
   write report-line.


*> Paragraph that decides whether one entry ahead of the resume point
*> was new - valid, and on the master as added by this feed today
priorNewOne.

   if recTypeOf(i) is = "DEL" then
      exit paragraph
   end-if

   move 0 to chkResult
   call "isbnchk" using isbnText(i) isbnLen(i) chkResult
   if chkResult is = 0 then
      exit paragraph
   end-if

   if isbnLen(i) is = 10 then
      perform makeISBN13
      move isbn13Text to masterKey
   else
      move function upper-case(isbnText(i)) to masterKey
   end-if
   perform lookupMaster
   if prevCat is = 1 and mast-date is = ws-rundate
         and mast-file is = ws-fname then
      move "Y" to newOf(i)
   end-if.


*> Paragraph that counts one entry into the match when it is new and
*> carries a title to match on
countNewOne.

   if newOf(i) is = "Y" and titleOf(i) is not = spaces then
      add 1 to edNewCount
   end-if.


*> Paragraph that releases the feed's new titles, then every titled
*> master entry, to the edition sort
feedEdSort.

   perform releaseEdNew
      varying i from 1 by 1
      until i = numLines

   move 'n' to edfeof
   move low-values to mast-key
   start mfile key is >= mast-key
      invalid key move 'y' to edfeof
   end-start
   perform releaseEdMaster until edfeof = 'y'.


*> Paragraph that releases one new title of the feed - keyed as the
*> master keys it, so it can be told apart from its own master entry
releaseEdNew.

   if newOf(i) is not = "Y" or titleOf(i) is = spaces then
      exit paragraph
   end-if

   move titleOf(i) to normIn
   perform normalizeTitle
   if normOut is = spaces then
      exit paragraph
   end-if
   move normOut to eds-title
   move authorOf(i) to normIn
   perform normalizeText
   move normOut to eds-author

   move "N" to eds-src
   if isbnLen(i) is = 10 then
      perform makeISBN13
      move isbn13Text to eds-isbn
   else
      move function upper-case(isbnText(i)) to eds-isbn
   end-if
   move titleOf(i) to eds-origTitle
   move ws-rundate to eds-date
   move ws-fname to eds-file
   move srcLineOf(i) to eds-srcline
   release ed-sort-rec.


*> Paragraph that reads one master entry and releases it when it has
*> a title to match on
releaseEdMaster.

   read mfile next record
      at end
         move 'y' to edfeof
      not at end
         if mast-title is not = spaces then
            move mast-title to normIn
            perform normalizeTitle
            if normOut is not = spaces then
               move normOut to eds-title
               move mast-author to normIn
               perform normalizeText
               move normOut to eds-author
               move "E" to eds-src
               move mast-key to eds-isbn
               move mast-title to eds-origTitle
               move mast-date to eds-date
               move mast-file to eds-file
               move 0 to eds-srcline
               release ed-sort-rec
            end-if
         end-if
   end-read.


*> Paragraph that walks the sorted titles - the existing entries of a
*> title/author group come back ahead of its new ones, and each new
*> one is reported against every existing entry but its own
scanEdSort.

   move low-values to edPrevKey
   move 0 to edGrpCount
   move 'n' to edfeof
   perform returnEdOne until edfeof = 'y'.


*> Paragraph that takes one title back from the edition sort
returnEdOne.

   return edsortfile
      at end
         move 'y' to edfeof
      not at end
         if eds-key is not = edPrevKey then
            move eds-key to edPrevKey
            move 0 to edGrpCount
         end-if
         if eds-src is = "E" then
            if edGrpCount < edGrpMax then
               add 1 to edGrpCount
               move eds-isbn to egIsbn(edGrpCount)
               move eds-origTitle to egTitle(edGrpCount)
               move eds-date to egDate(edGrpCount)
               move eds-file to egFile(edGrpCount)
            else
               if edGrpFull is = 0 then
                  move 1 to edGrpFull
                  display "WARNING: more than " edGrpMax
                     " master entries share one title - further ones"
                     " are not matched"
               end-if
            end-if
         else
            perform reportEdOne
               varying egx from 1 by 1
               until egx > edGrpCount
         end-if
   end-return.


*> Paragraph that reports one possible edition - the new ISBN in hand
*> against one existing entry of the same title and author
reportEdOne.

   if egIsbn(egx) is = eds-isbn then
      exit paragraph
   end-if

   add 1 to edMatchCount
   move spaces to ed-line
   move 1 to recPtr
   string "   Line " delimited by size
      eds-srcline delimited by size
      ": new " delimited by size
      function trim(eds-isbn) delimited by size
      ' "' delimited by size
      function trim(eds-origTitle) delimited by size
      '" - existing ' delimited by size
      function trim(egIsbn(egx)) delimited by size
      ' "' delimited by size
      function trim(egTitle(egx)) delimited by size
      '", cataloged ' delimited by size
      egDate(egx) delimited by size
      " from " delimited by size
      function trim(egFile(egx)) delimited by size
      into ed-line with pointer recPtr
   write ed-line.


*> Paragraph that normalizes a title - as normalizeText, then with a
*> leading "The", "A" or "An" dropped, so "The Hobbit" meets "Hobbit"
normalizeTitle.

   perform normalizeText
   move spaces to normWork
   evaluate true
      when normOut(1:4) is = "THE " and normOut(5:) is not = spaces
         move normOut(5:) to normWork
         move normWork to normOut
      when normOut(1:3) is = "AN " and normOut(4:) is not = spaces
         move normOut(4:) to normWork
         move normWork to normOut
      when normOut(1:2) is = "A " and normOut(3:) is not = spaces
         move normOut(3:) to normWork
         move normWork to normOut
   end-evaluate.


*> Paragraph that reduces normIn to its comparable form in normOut -
*> upper case, letters and digits only, one space between words.
*> Apostrophes vanish outright, so "Don't" meets "Dont"
normalizeText.

   move spaces to normOut
   move 0 to normLen
   move 0 to normSep
   move function upper-case(normIn) to normIn
   perform normCharOne
      varying normPos from 1 by 1
      until normPos > 40.


*> Paragraph that carries one character into the normalized form -
*> any other punctuation or space is a word break
normCharOne.

   move normIn(normPos:1) to normCh
   evaluate true
      when (normCh >= "A" and normCh <= "Z")
            or (normCh >= "0" and normCh <= "9")
         if normSep is = 1 and normLen > 0 and normLen < 40 then
            add 1 to normLen
         end-if
         move 0 to normSep
         if normLen < 40 then
            add 1 to normLen
            move normCh to normOut(normLen:1)
         end-if
      when normCh is = "'" or normCh is = "`"
         continue
      when other
         move 1 to normSep
   end-evaluate.


*> Paragraph that loads the exchange-rate file into the rate table -
*> no file just means every vendor had better quote in dollars
loadRates.

   move 0 to rateCount
   move 0 to rateBadLines
   open input ratefile
   if rate-stat is = "35" then
      display "No exchange-rate file (" function trim(ws-ratename)
         ") - prices quoted in other currencies will be held as"
         " price exceptions"
      exit paragraph
   end-if
   if rate-stat is not = "00" then
      display "WARNING: file status " rate-stat
         " opening " function trim(ws-ratename)
         ", continuing without exchange rates"
      exit paragraph
   end-if

   move 'n' to rtfeof
   perform loadRateLine until rtfeof = 'y'
   close ratefile

   if rateBadLines > 0 then
      display "WARNING: " rateBadLines " unusable line(s) in "
         function trim(ws-ratename) " skipped"
   end-if.


*> Paragraph that reads one exchange-rate line into the table -
*> comments and blanks are skipped, anything else that won't parse
*> is counted
loadRateLine.

   read ratefile at end move 'y' to rtfeof.
      if rtfeof is not = 'y'
         if rate-line is = spaces or rate-line(1:1) is = "*"
            continue
         else
            move spaces to rtCurrX
            move spaces to rtRateX
            move spaces to rtDateX
            unstring rate-line delimited by "|"
               into rtCurrX rtRateX rtDateX
            move function upper-case(rtCurrX) to rtCurrX
            if rtCurrX(1:3) is = spaces or rtCurrX(4:) is not = spaces
                  or rtRateX is = spaces
                  or function test-numval(rtRateX) is not = 0
                  or rtDateX(1:8) is not numeric
               add 1 to rateBadLines
            else
               if function numval(rtRateX) <= 0
                  add 1 to rateBadLines
               else
                  if rateCount >= rateMax
                     display "WARNING: exchange-rate file holds more"
                        " than " rateMax " rates, stopping before the"
                        " rest"
                     move 'y' to rtfeof
                  else
                     add 1 to rateCount
                     move rtCurrX(1:3) to rtCurr(rateCount)
                     compute rtRate(rateCount) =
                        function numval(rtRateX)
                     move rtDateX(1:8) to rtDate(rateCount)
                  end-if
               end-if
            end-if
         end-if
      end-if.


*> Paragraph that vets and converts the price of entry i before it
*> loads. The price is in its vendor's currency - the feed's vendor,
*> or for a resubmitted exception the vendor whose feed raised it -
*> and is converted to dollars at the rate in force on the run date.
*> A blank price is simply absent. prcBad comes back 1, with the
*> reason in prcReason, when the price won't parse, isn't positive,
*> has no rate, or falls outside the PRICEMIN=/PRICEMAX= window
vetPrice.

   move 0 to prcBad
   move spaces to prcReason
   move spaces to currOf(i)
   if origPriceOf(i) is = spaces then
      move spaces to priceOf(i)
      exit paragraph
   end-if

   if origFileOf(i) is not = spaces then
      move excVendOf(i) to prcVend
   else
      if hdrSeen is = 1 then
         move vendorId to prcVend
      else
         move spaces to prcVend
      end-if
   end-if
   move homeCurr to prcCurr
   perform findVendCurr
      varying vx from 1 by 1
      until vx > vendCount
   move prcCurr to currOf(i)

   if function test-numval(origPriceOf(i)) is not = 0 then
      move "price does not parse" to prcReason
      move 1 to prcBad
      exit paragraph
   end-if
   compute prcOrig = function numval(origPriceOf(i))
      on size error
         move "price too large" to prcReason
         move 1 to prcBad
         exit paragraph
   end-compute
   if prcOrig <= 0 then
      move "price is zero or negative" to prcReason
      move 1 to prcBad
      exit paragraph
   end-if

   if prcCurr is = homeCurr then
      move 1 to prcRate
   else
      move 0 to prcRate
      move spaces to prcRateDate
      perform findRateOne
         varying ratx from 1 by 1
         until ratx > rateCount
      if prcRate is = 0 then
         string "no exchange rate for " delimited by size
            prcCurr delimited by size
            into prcReason
         move 1 to prcBad
         exit paragraph
      end-if
   end-if

   compute prcConv rounded = prcOrig * prcRate
      on size error
         move "converted price too large" to prcReason
         move 1 to prcBad
         exit paragraph
   end-compute
   if prcConv <= 0 then
      move "converted price is zero" to prcReason
      move 1 to prcBad
      exit paragraph
   end-if
   if priceMinSet is = 1 and prcConv < priceMin then
      move "price below the PRICEMIN= floor" to prcReason
      move 1 to prcBad
      exit paragraph
   end-if
   if priceMaxSet is = 1 and prcConv > priceMax then
      move "price above the PRICEMAX= ceiling" to prcReason
      move 1 to prcBad
      exit paragraph
   end-if

   move prcConv to prcEdit
   move spaces to priceOf(i)
   move function trim(prcEdit) to priceOf(i).


*> Paragraph that picks up the currency of the price's vendor
findVendCurr.

   if vdId(vx) is = prcVend and prcVend is not = spaces
         and vdCurr(vx) is not = spaces then
      move vdCurr(vx) to prcCurr
   end-if.


*> Paragraph that tests one exchange rate - the one in force is the
*> currency's latest rate effective on or before the run date
findRateOne.

   if rtCurr(ratx) is = prcCurr and rtDate(ratx) <= ws-rundate
         and (prcRate is = 0 or rtDate(ratx) >= prcRateDate) then
      move rtRate(ratx) to prcRate
      move rtDate(ratx) to prcRateDate
   end-if.


*> Paragraph that raises a price exception for entry i - it goes to
*> the exception feed as "PRC|<file>|<line>|<raised>|<vendor>|<title>|
*> <title>|<author>|<price>|<ISBN>", the record rebuilt in delimited
*> form so the review tool can correct the price, and is held for the
*> vendor's error return
writePriceExc.

   add 1 to prcCount
   string " - price exception, " delimited by size
      function trim(prcReason) delimited by size
      " [" delimited by size
      function trim(origPriceOf(i)) delimited by size
      " " delimited by size
      currOf(i) delimited by size
      "]" delimited by size
      into ws-line with pointer ws-ptr

   move raisedOf(i) to excRaised
   move excVendOf(i) to excVend
   perform stampException
   move spaces to exc-line
   move 1 to recPtr
   string "PRC|" delimited by size
      function trim(ws-fname) delimited by size
      "|" delimited by size
      srcLineOf(i) delimited by size
      "|" delimited by size
      excRaised delimited by size
      "|" delimited by size
      function trim(excVend) delimited by size
      "|" delimited by size
      function trim(titleOf(i)) delimited by size
      "|" delimited by size
      function trim(titleOf(i)) delimited by size
      "|" delimited by size
      function trim(authorOf(i)) delimited by size
      "|" delimited by size
      function trim(origPriceOf(i)) delimited by size
      "|" delimited by size
      isbnText(i)(1:isbnLen(i)) delimited by size
      into exc-line with pointer recPtr
   write exc-line

   perform holdPriceReturn.


*> Paragraph that holds entry i's price exception, with the reason
*> left in prcReason, for the vendor's error return
holdPriceReturn.

   move srcLineOf(i) to rhLine
   move spaces to rhReason
   string "bad price, " delimited by size
      prcReason delimited by size
      into rhReason
   move rawOf(i) to rhRaw
   perform holdReturn.


*> Paragraph that holds one bad record for the feed's error return -
*> the caller leaves the source line, reason and record as sent in
*> rhLine, rhReason and rhRaw; rhIx comes back as the entry used
holdReturn.

   move 0 to rhIx
   if retCount >= retMax then
      if retFull = 0 then
         move 1 to retFull
         display "WARNING: error-return table full, further bad records "
            "of " function trim(ws-fname) " will not be returned"
      end-if
      exit paragraph
   end-if

   add 1 to retCount
   move retCount to rhIx
   move rhLine to reLine(retCount)
   move rhReason to reReason(retCount)
   move rhRaw to reRaw(retCount)
   move spaces to reCand(retCount).


*> Paragraph that notes entry i's check-digit failure - held for the
*> vendor's error return, and remembered so the diagnosis pass can
*> look for a single-keystroke correction once the batch is done
noteFailure.

   move srcLineOf(i) to rhLine
   move "bad check digit" to rhReason
   move rawOf(i) to rhRaw
   perform holdReturn

   if failTabCount < failMax then
      add 1 to failTabCount
      move i to failIx(failTabCount)
      move rhIx to failRetIx(failTabCount)
   else
      if failFull = 0 then
         move 1 to failFull
         display "WARNING: failure table full, further "
            "check-digit failures will get no suggestions"
      end-if
   end-if.


*> Paragraph that re-judges one entry ahead of a resume point - the
*> interrupted run validated it, but only what goes on the error
*> return matters here: a well-formed identifier whose check digit
*> doesn't hold, or a valid one whose price failed its vetting
priorCheckOne.

   move 0 to chkResult
   call "isbnchk" using isbnText(i) isbnLen(i) chkResult
   if chkResult is = 1 then
      perform priorPriceOne
      exit paragraph
   end-if

   move 0 to priorOK
   move isbnText(i)(isbnLen(i):1) to priorLast
   evaluate isbnLen(i)
      when 8
         if isbnText(i)(1:7) is numeric and
               (priorLast is numeric or priorLast is = "X"
                  or priorLast is = "x") then
            move 1 to priorOK
         end-if
      when 10
         if isbnText(i)(1:9) is numeric and
               (priorLast is numeric or priorLast is = "X"
                  or priorLast is = "x") then
            move 1 to priorOK
         end-if
      when 13
         if isbnText(i)(1:13) is numeric then
            move 1 to priorOK
         end-if
   end-evaluate

   if priorOK is = 1 then
      perform noteFailure
   end-if.


*> Paragraph that re-vets the price of a valid entry ahead of a resume
*> point, where the interrupted run vetted it - a withdrawal and a
*> title already on the master are passed over unless the run applies
*> updates. A title held out on its price never reached the master,
*> so the lookup finds it just as the interrupted run did. The
*> exception line went out with the interrupted run; only the error
*> return is held again
priorPriceOne.

   if recTypeOf(i) is = "DEL" then
      exit paragraph
   end-if

   if isbnLen(i) is = 10 then
      perform makeISBN13
      move isbn13Text to masterKey
   else
      move isbnText(i) to masterKey
      if masterKey(isbnLen(i):1) is = "x" then
         move "X" to masterKey(isbnLen(i):1)
      end-if
   end-if
   perform lookupMaster
   if prevCat is = 1
         and (updateMode is not = 1 or delimMode is not = 1) then
      exit paragraph
   end-if

   perform vetPrice
   if prcBad is = 1 then
      perform holdPriceReturn
   end-if.


*> Paragraph that writes the feed's bad records back out for the vendor
*> to fix - isbn_return_<vendor>.<stamp>.txt when the header named a
*> vendor on the vendor master, isbn_return_unattributed.<stamp>.txt
*> otherwise. A clean feed writes nothing; a vendor's second feed in
*> the run is added to the same file, which is registered as a
*> generation of its own when it is first created
writeReturnFile.

   if retCount is = 0 then
      exit paragraph
   end-if

   move 0 to retAttrib
   if hdrSeen is = 1 and vendIx > 0 then
      move 1 to retAttrib
   end-if

   move spaces to ws-retname
   move 0 to retOpenNew
   if retAttrib is = 1 then
      string "isbn_return_" delimited by size
         function trim(vendorId) delimited by size
         "." delimited by size
         genStamp delimited by size
         ".txt" delimited by size
         into ws-retname
      if vdRetOpen(vendIx) is = 0 then
         move 1 to retOpenNew
         move 1 to vdRetOpen(vendIx)
      end-if
   else
      string "isbn_return_unattributed." delimited by size
         genStamp delimited by size
         ".txt" delimited by size
         into ws-retname
      if retUnOpen is = 0 then
         move 1 to retOpenNew
         move 1 to retUnOpen
      end-if
   end-if

   *> The first feed of the run for a return file starts it over -
   *> unless the run resumes one whose earlier feeds are already in it
   move 0 to retCreated
   if retOpenNew is = 1 and resumeActive is = 0 then
      open output retfile
      move 1 to retCreated
   else
      open extend retfile
      if ret-stat is = "35" then
         open output retfile
         move 1 to retCreated
      end-if
   end-if
   if ret-stat is not = "00" then
      display "WARNING: file status " ret-stat " opening "
         function trim(ws-retname) ", no error return for "
         function trim(ws-fname)
      exit paragraph
   end-if

   *> A return file this run created is a new generation of the
   *> vendor's returns - on the index at once, so it is purged with
   *> the rest under KEEP=
   if retCreated is = 1 then
      perform registerReturn
   end-if

   *> Header - who the return is for, the batch it came from, our run
   move spaces to ret-line
   move 1 to recPtr
   if retAttrib is = 1 then
      string "HDR|" delimited by size
         function trim(vendorId) delimited by size
         "|" delimited by size
         function trim(vdName(vendIx)) delimited by size
         into ret-line with pointer recPtr
   else
      string "HDR|UNATTRIBUTED|" delimited by size
         into ret-line with pointer recPtr
      if hdrSeen is = 1 then
         string "vendor " delimited by size
            function trim(vendorId) delimited by size
            " not on the vendor master" delimited by size
            into ret-line with pointer recPtr
      else
         string "no header record" delimited by size
            into ret-line with pointer recPtr
      end-if
   end-if
   string "|" delimited by size
      into ret-line with pointer recPtr
   if hdrSeen is = 1 then
      string function trim(batchDate) delimited by size
         into ret-line with pointer recPtr
   end-if
   string "|" delimited by size
      ws-rundate delimited by size
      "|" delimited by size
      function trim(ws-fname) delimited by size
      into ret-line with pointer recPtr
   write ret-line

   perform writeReturnOne
      varying rtx from 1 by 1
      until rtx > retCount

   move spaces to ret-line
   move 1 to recPtr
   string "TRL|" delimited by size
      retCount delimited by size
      into ret-line with pointer recPtr
   write ret-line

   close retfile

   move spaces to ws-line
   move 1 to ws-ptr
   string "Error return: " delimited by size
      retCount delimited by size
      " bad record(s) sent back in " delimited by size
      function trim(ws-retname) delimited by size
      into ws-line with pointer ws-ptr
   display function trim(ws-line)
   move ws-line to report-line
   write report-line.


*> Paragraph that writes one bad record on the error return - source
*> line, reason, candidate corrections (blank when there are none) and
*> the record exactly as the vendor sent it, last so it may hold '|'
writeReturnOne.

   move spaces to ret-line
   move 1 to recPtr
   string "ERR|" delimited by size
      reLine(rtx) delimited by size
      "|" delimited by size
      function trim(reReason(rtx)) delimited by size
      "|" delimited by size
      function trim(reCand(rtx)) delimited by size
      "|" delimited by size
      function trim(reRaw(rtx)) delimited by size
      into ret-line with pointer recPtr
   write ret-line.


*> Paragraph that classifies one run-line token - recognized option
*> keywords set their flag, the first anything-else token is taken as
*> the input file name
checkParm.

   move function upper-case(parm(pj)) to parmUp

   evaluate true
      when parm(pj) is = spaces
         continue
      when parmUp is = "LEGACY"
         move 1 to legacyCat
      when parmUp is = "TRENDS"
         else
            display "WARNING: bad TOLPCT= value ignored [" parm(pj) "]"
         end-if
      when parmUp(1:7) is = "ORDAGE="
         move parmUp(8:) to tolVal
         compute tolValLen = function length(function trim(tolVal))
         if tolValLen > 0 and tolVal(1:tolValLen) is numeric then
            move function numval(tolVal) to ordAgeDflt
         else
            display "WARNING: bad ORDAGE= value ignored [" parm(pj) "]"
         end-if
      when parmUp(1:9) is = "PRICEMIN="
         move parmUp(10:) to tolVal
         if tolVal is not = spaces
               and function test-numval(tolVal) = 0 then
            move function numval(tolVal) to priceMin
            move 1 to priceMinSet
         else
            display "WARNING: bad PRICEMIN= value ignored ["
               parm(pj) "]"
         end-if
      when parmUp(1:9) is = "PRICEMAX="
         move parmUp(10:) to tolVal
         if tolVal is not = spaces
               and function test-numval(tolVal) = 0 then
            move function numval(tolVal) to priceMax
            move 1 to priceMaxSet
         else
            display "WARNING: bad PRICEMAX= value ignored ["
               parm(pj) "]"
         end-if
      when parmUp(1:5) is = "KEEP="
         move parmUp(6:) to tolVal
         compute tolValLen = function length(function trim(tolVal))
         if tolValLen > 0 and tolValLen <= 3
               and tolVal(1:tolValLen) is numeric then
            move function numval(tolVal) to keepGens
         else
            display "WARNING: bad KEEP= value ignored [" parm(pj) "]"
         end-if
      when parmUp(1:4) is = "TOL="
         move parmUp(5:) to tolVal
         compute tolValLen = function length(function trim(tolVal))

   *> Set all flags for each ISBN num, must be refreshed for each num
   move 1 to validNum
   move 0 to prcBad
   move 0 to leadZero
   move 0 to trailZero
   move 0 to trailLX
            if updateMode is = 1 and delimMode is = 1 then
               *> Update mode - the fresh title/author/price aren't
               *> thrown away, they go out as a catalog-update record
               *> and the master keeps the new state - once the fresh
               *> price has passed the same vetting as a new title's
               perform vetPrice
               if prcBad is = 1 then
                  perform writePriceExc
               else
                  perform applyUpdate
                  if updChanged is = 1 then
                     string " - catalog update written"
                           delimited by size
                        into ws-line with pointer ws-ptr
                  else
                     string ", previously cataloged on "
                           delimited by size
                        mast-date delimited by size
                        ", no field changes" delimited by size
                        into ws-line with pointer ws-ptr
                  end-if
               end-if
            else
            *> Already in the master from an earlier run - report it
               into ws-line with pointer ws-ptr
            end-if
         else
            *> A price that fails its vetting holds the title out of
            *> the catalog, master and ILS load - it goes to the
            *> exception feed for review, never loading as $0.00
            perform vetPrice
            if prcBad is = 1 then
               perform writePriceExc
            else
               *> The downstream catalog loader wants every identifier in
               *> ISBN-13 form, so a valid ISBN-10 is converted to its
               *> 978-prefixed equivalent (with a freshly computed EAN-13
               *> check digit) before the catalog write. The LEGACY run
               *> option keeps the old mixed-format behavior, writing each
               *> ISBN at exactly its own length with no padding
               if isbnLen(i) is = 10 and legacyCat is = 0 then
                  move isbn13Text to catKeyW
                  move 13 to catKeyLen
                  *> Show both forms on the report line so a catalog entry
                  *> can be traced back to the source record
                  string " -> cataloged as " delimited by size
                     isbn13Text delimited by size
                     into ws-line with pointer ws-ptr
               else
                  move isbnText(i) to catKeyW
                  move isbnLen(i) to catKeyLen
               end-if
               perform writeCatalogLine
               perform addMaster
               move "Y" to newOf(i)
            end-if
         end-if
         end-if

         *> the disposition log, tied to the originating exception
         if origFileOf(i) is not = spaces
               and recTypeOf(i) is not = "DEL" then
            if prcBad is = 1 then
               move "FAILED-AGAIN" to dispText
            else
               move "CATALOGED" to dispText
            end-if
            perform writeRsbDisp
         end-if

         perform checkThreshold

         *> The failure goes to the exception feed for operator review
         move raisedOf(i) to excRaised
         move excVendOf(i) to excVend
         perform stampException
         move spaces to exc-line
         move 1 to recPtr
         string "CHK|" delimited by size
            "|" delimited by size
            srcLineOf(i) delimited by size
            "|" delimited by size
            excRaised delimited by size
            "|" delimited by size
            function trim(excVend) delimited by size
            "|" delimited by size
            function trim(titleOf(i)) delimited by size
            "|" delimited by size
            isbnText(i)(1:isbnLen(i)) delimited by size
         end-if

         *> Remember the failure so the diagnosis pass can look for a
         *> single-keystroke correction once the batch is done, and
         *> hold it for the vendor's error return
         perform noteFailure
      end-if

   *> ISBN is not valid
      move checkFailCount to ck-checkFailCount
      move withdrawnCount to ck-withdrawnCount
      move updCount to ck-updCount
      move prcCount to ck-prcCount
      move ws-fname to ck-fname
      move ws-manifname to ck-manifest
      move genStamp to ck-gen
      write ck-record
      close ckfile
   end-if.
      display function trim(ws-line)
      move ws-line to report-line
      write report-line
      move 0 to rhLine
      move "trailer mismatch, header but no trailer record" to rhReason
      move spaces to rhRaw
      perform holdReturn
   end-if

   if trlSeen is = 1 and trlCount is not = dataCount then
      display function trim(ws-line)
      move ws-line to report-line
      write report-line
      move trlLine to rhLine
      move spaces to rhReason
      string "trailer mismatch, claims " delimited by size
         trlCount delimited by size
         ", read " delimited by size
         dataCount delimited by size
         into rhReason
      move trlRaw to rhRaw
      perform holdReturn
   end-if.


         into ws-line with pointer ws-ptr
   end-if

   if prcCount > 0 then
      string "; " delimited by size
         prcCount delimited by size
         " price exception(s) held out of the catalog" delimited by size
         into ws-line with pointer ws-ptr
   end-if

   display function trim(ws-line)
   move ws-line to report-line
   write report-line.
      rejectCount delimited by size
      "|" delimited by size
      runMode delimited by size
      "|" delimited by size
      genStamp delimited by size
      into ws-line with pointer ws-ptr
   move ws-line to hist-line
   write hist-line
      "|" delimited by size
      function trim(dispText) delimited by size
      "|" delimited by size
      raisedOf(i) delimited by size
      "|BATCH|" delimited by size
      isbnText(i)(1:isbnLen(i)) delimited by size
      into disp-line with pointer recPtr
   write disp-line
      display function trim(ws-line)
      move ws-line to report-line
      write report-line

      *> The candidate also goes back to the vendor on the error
      *> return, alongside the record it would correct
      if failRetIx(fx) > 0 then
         move failRetIx(fx) to rtx
         if reCand(rtx) is = spaces then
            move failCand(1:failLenW) to reCand(rtx)
         else
            compute candLen =
               function length(function trim(reCand(rtx))) + 2
            if candLen + failLenW <= 201 then
               move failCand(1:failLenW)
                  to reCand(rtx)(candLen:failLenW)
            end-if
         end-if
      end-if
   end-if.


      close mfile
      open i-o mfile
   end-if

   *> A master in an older record layout can't be read - carrying on
   *> without it would lose the night's dedupe and journal, so the
   *> run stops until the master is rebuilt from the journal
   if mast-stat is = "39" then
      display "ERROR: " function trim(ws-mastname)
         " is in an older record layout - rebuild it with isbnbld"
         " before running the validator"
      move 0 to masterOK
      move 0 to jrnlOK
      move 1 to badFile
      exit paragraph
   end-if
   if mast-stat is not = "00" then
      display "WARNING: file status " mast-stat
         " opening " ws-mastname(1:20)
      function trim(mast-author) delimited by size
      "|" delimited by size
      function trim(mast-price) delimited by size
      "|BATCH||" delimited by size
      function trim(mast-origprice) delimited by size
      "|" delimited by size
      mast-curr delimited by size
      into jrnl-line with pointer recPtr
   write jrnl-line.

      move titleOf(i) to mast-title
      move authorOf(i) to mast-author
      move priceOf(i) to mast-price
      move origPriceOf(i) to mast-origprice
      move currOf(i) to mast-curr
      write mast-rec
         invalid key
            display "WARNING: master catalog rejected key " masterKey
   move 0 to updChanged
   if mast-title is not = titleOf(i)
         or mast-author is not = authorOf(i)
         or mast-price is not = priceOf(i)
         or mast-origprice is not = origPriceOf(i)
         or mast-curr is not = currOf(i) then
      move 1 to updChanged
   end-if

      move titleOf(i) to mast-title
      move authorOf(i) to mast-author
      move priceOf(i) to mast-price
      move origPriceOf(i) to mast-origprice
      move currOf(i) to mast-curr
      rewrite mast-rec
         invalid key
            display "WARNING: could not update master record for key "
         move spaces to mast-title
         move spaces to mast-author
         move spaces to mast-price
         move spaces to mast-origprice
         move spaces to mast-curr
         move "DEL" to jrnlAction
         perform writeJournal
   end-delete.
            move spaces to mast-title
            move spaces to mast-author
            move spaces to mast-price
            move spaces to mast-origprice
            move spaces to mast-curr
            move "DEL" to jrnlAction
            perform writeJournal
      end-delete
            move 0 to ck-fileIx
            move spaces to ck-fname
            move spaces to ck-manifest
            move spaces to ck-gen
         not at end continue
      end-read
      move ck-i to ck-saved
      end-if
   else
      close ckfile
   end-if

   *> A resume extends the generation the interrupted run started - a
   *> checkpoint from before generations were kept carries none, and
   *> the resumed run starts one of its own
   move 0 to genNew
   if resumeActive is = 1 and ck-gen is not = spaces then
      move ck-gen to genStamp
   else
      move spaces to genStamp
      string ws-rundate delimited by size
         "." delimited by size
         ws-runtime(1:6) delimited by size
         into genStamp
      move 1 to genNew
   end-if.


   move ck-invalidCount to invalidCount
   move ck-checkFailCount to checkFailCount
   move ck-withdrawnCount to withdrawnCount
   move ck-updCount to updCount
   if ck-prcCount is numeric then
      move ck-prcCount to prcCount
   end-if.


*> Paragraph that scans the whole isbns table for the same value
         function trim(authorOf(i)) delimited by size
         "|" delimited by size
         function trim(priceOf(i)) delimited by size
         "|" delimited by size
         function trim(origPriceOf(i)) delimited by size
         "|" delimited by size
         currOf(i) delimited by space
         into catalog-line with pointer catPtr
      compute catLen = catPtr - 1
   else
   move titleOf(i) to ilsD-title
   move authorOf(i) to ilsD-author

   *> The price is dollars-and-cents text, already vetted and
   *> converted by vetPrice - the loader wants whole cents, zero only
   *> when the feed carried no price at all. The quoted amount rides
   *> alongside in cents of its own currency
   move 0 to ilsCents
   move 0 to ilsOrigCents
   if priceOf(i) is not = spaces then
      compute ilsCents rounded =
         function numval(priceOf(i)) * 100
      compute ilsOrigCents rounded =
         function numval(origPriceOf(i)) * 100
   end-if
   move ilsCents to ilsD-price
   move ilsOrigCents to ilsD-origprice
   move currOf(i) to ilsD-curr

   if hdrSeen is = 1 then
      move vendorId to ilsD-source
   string "978" delimited by size
      isbnText(i)(1:9) delimited by size
      into isbn13Text
   perform eanCheck13.


*> Paragraph that computes the EAN-13 check digit of the twelve
*> leading digits already in isbn13Text and puts it in position 13
eanCheck13.

   move 0 to eanSum
   move 1 to eanMult
