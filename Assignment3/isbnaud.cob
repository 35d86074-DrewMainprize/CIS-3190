*> Master-catalog audit - walks every entry of the master catalog
*> (isbn_master.dat) and re-verifies its key against today's rules,
*> not the ones in force when it was cataloged: the check digit is
*> re-run with the shared isbnchk logic, a book's registration group
*> and registrant are re-derived against the current ranges in
*> isbn_ranges.txt with the shared isbnrng logic, ISSN and ISMN keys
*> must match their own formats, and a book must be keyed in its
*> normalized ISBN-13 form. Entries from before isbncvt and isbnbld,
*> or from older validators, were never checked this way.
*> Every entry that fails goes on the audit report (isbn_audit.txt,
*> and the screen) with its reason, and on the audit work file
*> (isbn_audit_work.txt) that the maintenance tool works through,
*> one record per finding:
*>   "<status>|<audit date>|<key>|<reason code>|<reason>|<operator>|
*>    <decided date>"
*> The status is OPEN, KEPT (the operator looked and kept the entry),
*> QUEUED (a removal waits for a supervisor), REMOVED or GONE (taken
*> off the master since the audit). A finding kept at the last audit
*> stays kept when the same entry fails the same way again, and one
*> whose removal is already queued in isbn_pending.txt is QUEUED

identification division.
program-id. isbnaud.


environment division.
input-output section.
file-control.
select mfile assign to dynamic au-mastname
   organization is indexed
   access is sequential
   record key is mast-key
   file status is mast-stat.

select afile assign to dynamic au-rptname
   organization is line sequential
   file status is rpt-stat.

select wfile assign to dynamic au-workname
   organization is line sequential
   file status is work-stat.

select pendfile assign to dynamic au-pendname
   organization is line sequential
   file status is pend-stat.

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

fd afile.
01 report-line pic x(200).

fd wfile.
01 work-line pic x(200).

fd pendfile.
01 pend-line pic x(250).

working-storage section.
*> File stuff
77 au-mastname pic x(30) value "isbn_master.dat".
77 mast-stat pic xx.
77 au-rptname pic x(30) value "isbn_audit.txt".
77 rpt-stat pic xx.
77 au-workname pic x(30) value "isbn_audit_work.txt".
77 work-stat pic xx.
77 au-pendname pic x(30) value "isbn_pending.txt".
77 pend-stat pic xx.
77 aufeof pic a(1).

*> The entry in hand and its verdict
77 auKeyLen pic 99.
77 auIsbn pic x(13). *> Key handed to the shared check-digit and range logic
77 auPrefix pic x(3).
77 auGrp pic x(5).
77 auPub pic x(7).
77 chkResult pic 9. *> Verdict handed back by the isbnchk subprogram
77 rngResult pic 9. *> Verdict handed back by the isbnrng subprogram
77 auCode pic x(3). *> Reason code of the finding, spaces when the entry is clean
77 auReason pic x(40). *> ... and its text
77 auStatus pic x(7). *> Status the finding goes on the work file with
77 auOper pic x(10). *> Who kept it, carried from the last audit
77 auDecDate pic x(8).

*> Findings kept at the last audit, read off the old work file before
*> it is rewritten - a finding kept once isn't put back in front of
*> the operator unless the entry now fails some other way
01 keptTab.
   05 keptEnt occurs 2000 times.
      10 kpKey pic x(13).
      10 kpCode pic x(3).
      10 kpOper pic x(10).
      10 kpDate pic x(8).
77 keptMax pic 9(4) value 2000. *> Table capacity - keep in sync with "keptEnt occurs"
77 keptCount pic 9(4).
77 keptFull pic 9. *> Set once the kept table fills, so the overflow is announced
77 kx pic 9(4).

*> Removals already waiting in the pending-approval queue
01 queuedTab.
   05 qdKey occurs 2000 times pic x(13).
77 queuedMax pic 9(4) value 2000. *> Table capacity - keep in sync with "qdKey occurs"
77 queuedCount pic 9(4).
77 queuedFull pic 9. *> Set when the queue holds more removals than the table
77 qx pic 9(4).

*> An old work-file or queue record in hand, split
77 owStatus pic x(7).
77 owDate pic x(8).
77 owKey pic x(13).
77 owCode pic x(3).
77 owReason pic x(40).
77 owOper pic x(10).
77 owDecDate pic x(8).
77 pdType pic x(3).
77 pdDate pic x(8).
77 pdTime pic x(6).
77 pdOper pic x(10).
77 pdKey pic x(13).

*> Audit tallies
77 totalEntries pic 9(7).
77 findCount pic 9(7). *> Entries that failed
77 nrmCount pic 9(7). *> Key not in normalized ISBN-13 form
77 chkCount pic 9(7). *> Bad check digit
77 grpCount pic 9(7). *> Group no longer registered
77 regCount pic 9(7). *> Registrant outside known windows
77 isnCount pic 9(7). *> ISSN key not in ISSN format
77 ismCount pic 9(7). *> ISMN key not in ISMN format
77 noWinCount pic 9(7). *> Books whose group has no registrant windows on file to check against
77 keptCarried pic 9(7). *> Findings carried over as kept
77 queuedSeen pic 9(7). *> Findings already queued for removal

77 ws-line pic x(200).
77 ws-ptr pic 9(4).
77 ws-rundate pic x(8).


procedure division.

   accept ws-rundate from date yyyymmdd

   move 0 to totalEntries
   move 0 to findCount
   move 0 to nrmCount
   move 0 to chkCount
   move 0 to grpCount
   move 0 to regCount
   move 0 to isnCount
   move 0 to ismCount
   move 0 to noWinCount
   move 0 to keptCarried
   move 0 to queuedSeen

   open input mfile
   if mast-stat is = "35" then
      display "No master catalog on file ("
         function trim(au-mastname) ") - nothing to audit"
      stop run
   end-if
   if mast-stat is = "39" then
      display "ERROR: " function trim(au-mastname)
         " is in an older record layout - rebuild it with isbnbld"
         " first"
      stop run
   end-if
   if mast-stat is not = "00" then
      display "ERROR: Unexpected file status " mast-stat
         " opening " au-mastname(1:20)
      stop run
   end-if

   *> What the last audit's operators decided, and what is already
   *> queued, before the work file is written afresh
   perform loadKept
   perform loadQueued
   if queuedFull is = 1 then
      display "ERROR: " function trim(au-pendname)
         " holds more than " queuedMax " removals - nothing audited"
      close mfile
      stop run
   end-if

   open output afile
   if rpt-stat is not = "00" then
      display "ERROR: Unexpected file status " rpt-stat
         " opening " au-rptname(1:20)
      close mfile
      stop run
   end-if
   open output wfile
   if work-stat is not = "00" then
      display "ERROR: Unexpected file status " work-stat
         " opening " au-workname(1:20)
      close mfile
      close afile
      stop run
   end-if

   move spaces to ws-line
   move 1 to ws-ptr
   string "Master-catalog audit of " delimited by size
      function trim(au-mastname) delimited by size
      ", run of " delimited by size
      ws-rundate delimited by size
      into ws-line with pointer ws-ptr
   perform writeLine

   move 'n' to aufeof
   perform auditOne until aufeof = 'y'
   close mfile
   close wfile

   perform printSummary

   close afile
   display "Audit written to " function trim(au-rptname)
      ", work file to " function trim(au-workname)

   stop run.


*> Paragraph that reads the last audit's work file for the findings
*> its operators kept - no file just means this is the first audit
loadKept.

   move 0 to keptCount
   move 0 to keptFull
   open input wfile
   if work-stat is not = "00" then
      exit paragraph
   end-if
   move 'n' to aufeof
   perform loadKeptOne until aufeof = 'y'
   close wfile.


*> Paragraph that reads one old work-file record and holds it if it
*> was kept
loadKeptOne.

   read wfile at end move 'y' to aufeof.
      if aufeof is not = 'y'
         perform splitWorkLine
         if owStatus is = "KEPT"
            if keptCount < keptMax
               add 1 to keptCount
               move owKey to kpKey(keptCount)
               move owCode to kpCode(keptCount)
               move owOper to kpOper(keptCount)
               move owDecDate to kpDate(keptCount)
            else
               if keptFull is = 0
                  move 1 to keptFull
                  display "WARNING: more than " keptMax " kept findings"
                     " on " function trim(au-workname)
                     ", the rest come back open"
               end-if
            end-if
         end-if
      end-if.


*> Paragraph that splits the work-file record in work-line
splitWorkLine.

   move spaces to owStatus
   move spaces to owDate
   move spaces to owKey
   move spaces to owCode
   move spaces to owReason
   move spaces to owOper
   move spaces to owDecDate
   unstring work-line delimited by "|"
      into owStatus owDate owKey owCode owReason owOper owDecDate.


*> Paragraph that reads the keys of the removals already waiting in
*> the pending-approval queue
loadQueued.

   move 0 to queuedCount
   move 0 to queuedFull
   open input pendfile
   if pend-stat is not = "00" then
      exit paragraph
   end-if
   move 'n' to aufeof
   perform loadQueuedOne until aufeof = 'y'
   close pendfile.


*> Paragraph that reads one queued record and holds its key if it is
*> a removal - one the table has no room for is flagged, since a key
*> left out would come back OPEN and could be queued a second time
loadQueuedOne.

   read pendfile at end move 'y' to aufeof.
      if aufeof is not = 'y'
         if pend-line(1:4) is = "RMV|"
            if queuedCount < queuedMax then
               move spaces to pdType
               move spaces to pdDate
               move spaces to pdTime
               move spaces to pdOper
               move spaces to pdKey
               unstring pend-line delimited by "|"
                  into pdType pdDate pdTime pdOper pdKey
               add 1 to queuedCount
               move pdKey to qdKey(queuedCount)
            else
               move 1 to queuedFull
            end-if
         end-if
      end-if.


*> Paragraph that reads one master entry and audits its key
auditOne.

   read mfile next
      at end move 'y' to aufeof
      not at end
         add 1 to totalEntries
         perform checkEntry
         if auCode is not = spaces then
            perform writeFinding
         end-if
   end-read.


*> Paragraph that re-verifies the key of the entry in hand - auCode
*> and auReason come back spaces when it is clean. The key's shape
*> says what it should be: 8 characters an ISSN, 13 starting 9790 an
*> ISMN, 13 starting 978 or 979 a book; anything else was never
*> normalized
checkEntry.

   move spaces to auCode
   move spaces to auReason
   compute auKeyLen = function length(function trim(mast-key))
   move mast-key to auIsbn

   evaluate true
      when auKeyLen = 8
         if mast-key(1:7) is not numeric
               or (mast-key(8:1) is not numeric
                   and mast-key(8:1) is not = "X") then
            move "ISN" to auCode
            move "ISSN key not in ISSN format" to auReason
            add 1 to isnCount
            exit paragraph
         end-if
      when auKeyLen = 13 and mast-key(1:4) = "9790"
         if mast-key(1:13) is not numeric then
            move "ISM" to auCode
            move "ISMN key not in ISMN format" to auReason
            add 1 to ismCount
            exit paragraph
         end-if
      when auKeyLen = 13
            and (mast-key(1:3) = "978" or mast-key(1:3) = "979")
            and mast-key(1:13) is numeric
         continue
      when other
         move "NRM" to auCode
         move "key not in normalized ISBN-13 form" to auReason
         add 1 to nrmCount
         exit paragraph
   end-evaluate

   move 0 to chkResult
   call "isbnchk" using auIsbn auKeyLen chkResult
   if chkResult is not = 1 then
      move "CHK" to auCode
      move "bad check digit" to auReason
      add 1 to chkCount
      exit paragraph
   end-if

   *> Serials and music stop here - the ISBN ranges aren't theirs
   if auKeyLen = 8 or mast-key(1:4) = "9790" then
      exit paragraph
   end-if

   move 0 to rngResult
   call "isbnrng" using auIsbn auKeyLen auPrefix auGrp auPub
      rngResult
   evaluate rngResult
      when 0
         move "GRP" to auCode
         move "group no longer registered" to auReason
         add 1 to grpCount
      when 1
         add 1 to noWinCount
      when 3
         move "REG" to auCode
         move "registrant outside known windows" to auReason
         add 1 to regCount
   end-evaluate.


*> Paragraph that puts the failed entry in hand on the report and the
*> work file - kept at the last audit and still failing the same way
*> it stays kept, already queued for removal it is QUEUED
writeFinding.

   add 1 to findCount
   move "OPEN" to auStatus
   move spaces to auOper
   move spaces to auDecDate
   perform findKept
      varying kx from 1 by 1
      until kx > keptCount or auStatus is = "KEPT"
   if auStatus is = "KEPT" then
      add 1 to keptCarried
   else
      perform findQueued
         varying qx from 1 by 1
         until qx > queuedCount or auStatus is = "QUEUED"
      if auStatus is = "QUEUED" then
         add 1 to queuedSeen
      end-if
   end-if

   move spaces to ws-line
   move 1 to ws-ptr
   string "   " delimited by size
      mast-key delimited by size
      "  " delimited by size
      auReason delimited by size
      " cataloged " delimited by size
      mast-date delimited by size
      " from " delimited by size
      function trim(mast-file) delimited by size
      into ws-line with pointer ws-ptr
   evaluate auStatus
      when "KEPT"
         string " (kept by " delimited by size
            function trim(auOper) delimited by size
            " on " delimited by size
            auDecDate delimited by size
            ")" delimited by size
            into ws-line with pointer ws-ptr
      when "QUEUED"
         string " (removal awaiting approval)" delimited by size
            into ws-line with pointer ws-ptr
   end-evaluate
   perform writeLine

   move spaces to work-line
   move 1 to ws-ptr
   string function trim(auStatus) delimited by size
      "|" delimited by size
      ws-rundate delimited by size
      "|" delimited by size
      function trim(mast-key) delimited by size
      "|" delimited by size
      auCode delimited by size
      "|" delimited by size
      function trim(auReason) delimited by size
      "|" delimited by size
      function trim(auOper) delimited by size
      "|" delimited by size
      function trim(auDecDate) delimited by size
      into work-line with pointer ws-ptr
   write work-line.


*> Paragraph that tests one kept finding against the entry in hand
findKept.

   if kpKey(kx) is = mast-key and kpCode(kx) is = auCode then
      move "KEPT" to auStatus
      move kpOper(kx) to auOper
      move kpDate(kx) to auDecDate
   end-if.


*> Paragraph that tests one queued removal against the entry in hand
findQueued.

   if qdKey(qx) is = mast-key then
      move "QUEUED" to auStatus
   end-if.


*> Paragraph that prints the audit totals, reason by reason
printSummary.

   move spaces to ws-line
   move 1 to ws-ptr
   string "Audited " delimited by size
      totalEntries delimited by size
      " entr(ies): " delimited by size
      findCount delimited by size
      " failed" delimited by size
      into ws-line with pointer ws-ptr
   perform writeLine

   move spaces to ws-line
   move 1 to ws-ptr
   string "   " delimited by size
      chkCount delimited by size
      " bad check digit, " delimited by size
      grpCount delimited by size
      " group no longer registered, " delimited by size
      regCount delimited by size
      " registrant outside known windows" delimited by size
      into ws-line with pointer ws-ptr
   perform writeLine

   move spaces to ws-line
   move 1 to ws-ptr
   string "   " delimited by size
      nrmCount delimited by size
      " not in normalized ISBN-13 form, " delimited by size
      isnCount delimited by size
      " ISSN format, " delimited by size
      ismCount delimited by size
      " ISMN format" delimited by size
      into ws-line with pointer ws-ptr
   perform writeLine

   if noWinCount > 0 then
      move spaces to ws-line
      move 1 to ws-ptr
      string "   " delimited by size
         noWinCount delimited by size
         " book(s) in groups with no registrant windows on file"
            delimited by size
         " - group checked, registrant not" delimited by size
         into ws-line with pointer ws-ptr
      perform writeLine
   end-if

   if keptCarried > 0 or queuedSeen > 0 then
      move spaces to ws-line
      move 1 to ws-ptr
      string "   " delimited by size
         keptCarried delimited by size
         " kept at an earlier audit, " delimited by size
         queuedSeen delimited by size
         " already queued for removal" delimited by size
         into ws-line with pointer ws-ptr
      perform writeLine
   end-if.


*> Paragraph that sends the line in hand to the screen and the report
writeLine.

   display function trim(ws-line)
   move ws-line to report-line
   write report-line.
