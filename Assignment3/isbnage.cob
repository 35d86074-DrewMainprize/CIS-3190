*> Exception aging - how long the open exceptions have been sitting.
*> Reads the open-exceptions listing the review tool carries between
*> sessions (isbn_open.txt) together with the disposition log
*> (isbn_dispositions.txt): the open exceptions are bucketed by age -
*> 0-2 days, 3-7, 8-30, over 30 - per vendor and source file, the
*> average days it took to correct or discard one is worked out, and
*> every open exception older than the escalation age (ESC=<days> on
*> the run line, 30 by default) is listed by name. A clerk's discard
*> waiting on a supervisor in the pending-approval queue
*> (isbn_pending.txt) is off the open listing but hasn't been dealt
*> with, so it is aged and bucketed as open too, and flagged as
*> awaiting discard approval. The report goes to isbn_aging.txt as
*> well as the screen

identification division.
program-id. isbnage.


environment division.
input-output section.
file-control.
select pfile assign to dynamic ag-openname
   organization is line sequential
   file status is open-stat.

select dfile assign to dynamic ag-dispname
   organization is line sequential
   file status is disp-stat.

select qfile assign to dynamic ag-pendname
   organization is line sequential
   file status is pend-stat.

select afile assign to dynamic ag-rptname
   organization is line sequential
   file status is rpt-stat.

data division.
file section.
fd pfile.
01 open-line pic x(200).

fd dfile.
01 disp-line pic x(300).

fd qfile.
01 pend-line pic x(250).

fd afile.
01 report-line pic x(200).

working-storage section.
*> File stuff
77 ag-openname pic x(30) value "isbn_open.txt".
77 open-stat pic xx.
77 ag-dispname pic x(30) value "isbn_dispositions.txt".
77 disp-stat pic xx.
77 ag-pendname pic x(30) value "isbn_pending.txt".
77 pend-stat pic xx.
77 ag-rptname pic x(30) value "isbn_aging.txt".
77 rpt-stat pic xx.
77 agfeof pic a(1).

*> Run-line parsing - ESC=<days> sets the escalation age
77 ws-cmdline pic x(120).
77 parmUp pic x(30).
77 pj pic 9.
01 parms.
   05 parm occurs 3 times pic x(30).
77 escVal pic x(20).
77 escValLen pic 99.
77 escAge pic 9(4) value 30. *> Open longer than this many days is escalated

*> The open exception in hand, split from its pipe-delimited record -
*> "<REJ|CHK|PRC>|<file>|<line>|<raised>|<vendor>|<title>|<record>",
*> or the older "<REJ|CHK>|<file>|<line>|<title>|<record>" with no date
77 xType pic x(3).
77 xFname pic x(30).
77 xLine pic x(6).
77 xTitle pic x(40).
77 xRaised pic x(8).
77 xVend pic x(10).
77 xRec pic x(200).
77 xPtr pic 9(4).
77 excLine pic x(250). *> The exception record being split
77 xPending pic 9. *> 1 when the exception is a discard awaiting approval
77 xAge pic 9(6). *> Days the exception has been open
77 xDated pic 9. *> 1 when the record carried a usable raised date

*> Age buckets per vendor and source file - 0-2, 3-7, 8-30 and over
*> 30 days, and a fifth for exceptions raised before the date was
*> carried on the record
01 ageTab.
   05 ageEnt occurs 500 times.
      10 agVend pic x(10).
      10 agFile pic x(30).
      10 agBkt pic 9(5) occurs 5 times.
77 ageMax pic 9(4) value 500. *> Table capacity - keep in sync with "ageEnt occurs"
77 ageCount pic 9(4).
77 ageFull pic 9. *> Set once the bucket table fills, so the overflow is announced
77 ax pic 9(4).
77 ageHit pic 9(4). *> Entry the exception in hand counts into
77 bx pic 9. *> Bucket the exception in hand counts into
01 ageTotals.
   05 agTot pic 9(6) occurs 5 times.
77 openCount pic 9(6).

*> A queued record from the pending-approval queue -
*> "DSC|<date>|<time>|<clerk>|<exception record>"; the maintenance
*> tool's RMV records in the same file are passed over
77 pdType pic x(3).
77 pdDate pic x(8).
77 pdTime pic x(6).
77 pdOper pic x(10).
77 pdPtr pic 9(4).
77 pendOpen pic 9(6). *> Discards awaiting approval counted among the open

*> Escalation list - held until the buckets are printed
01 escTab.
   05 escLine occurs 1000 times pic x(200).
77 escMax pic 9(4) value 1000. *> Table capacity - keep in sync with "escLine occurs"
77 escCount pic 9(4).
77 escFull pic 9. *> Set once the escalation table fills, so the overflow is announced
77 ex pic 9(4).

*> The disposition in hand - "<date>|<time>|<file>|<line>|<disp>|
*> <raised>|<operator>|<record>" (the validator signs its own lines
*> BATCH), the layout before the operator was carried with no
*> operator field, or the oldest with no raised date either
77 dDate pic x(8).
77 dTime pic x(6).
77 dSrcFile pic x(30).
77 dLine pic x(6).
77 dDisp pic x(30).
77 dRaised pic x(8).
77 dPipes pic 99. *> Delimiters on the line - seven now, six before the operator, five in the oldest
77 dDays pic 9(6).

*> Days-to-disposition tallies
77 corrN pic 9(6).
77 corrDays pic 9(9).
77 discN pic 9(6).
77 discDays pic 9(9).
77 undatedN pic 9(6). *> Dispositions of exceptions raised before the date was carried
77 avgDays pic 9(5)v9.
77 avgEdit pic zzzz9.9.

77 ws-line pic x(200).
77 ws-ptr pic 9(4).
77 ws-rundate pic x(8).


procedure division.

   accept ws-rundate from date yyyymmdd
   perform readParms

   move 0 to ageCount
   move 0 to ageFull
   move 0 to escCount
   move 0 to escFull
   move 0 to openCount
   move 0 to pendOpen
   move zeros to ageTotals
   move 0 to corrN
   move 0 to corrDays
   move 0 to discN
   move 0 to discDays
   move 0 to undatedN

   open output afile
   if rpt-stat is not = "00" then
      display "ERROR: Unexpected file status " rpt-stat
         " opening " ag-rptname(1:20)
      stop run
   end-if

   move spaces to ws-line
   move 1 to ws-ptr
   string "Exception aging, run of " delimited by size
      ws-rundate delimited by size
      " - escalation age " delimited by size
      escAge delimited by size
      " day(s)" delimited by size
      into ws-line with pointer ws-ptr
   perform writeLine

   *> The open exceptions - bucketed, and the old ones held for the
   *> escalation list
   open input pfile
   if open-stat is = "00" then
      move 'n' to agfeof
      perform ageOne until agfeof = 'y'
      close pfile
   else
      display "No open exceptions on file (" function trim(ag-openname)
         ")"
   end-if

   *> Discards a clerk has queued are still open until a supervisor
   *> approves them
   open input qfile
   if pend-stat is = "00" then
      move 'n' to agfeof
      perform pendOne until agfeof = 'y'
      close qfile
   end-if

   perform printBuckets
   perform printEscalations

   *> What happened to the ones that were dealt with
   open input dfile
   if disp-stat is = "00" then
      move 'n' to agfeof
      perform dispOne until agfeof = 'y'
      close dfile
   else
      display "No dispositions logged yet (" function trim(ag-dispname)
         ")"
   end-if

   perform printDispAverages

   close afile
   display "Aging report written to " function trim(ag-rptname)

   stop run.


*> Paragraph that picks the run-line options apart
readParms.

   move spaces to ws-cmdline
   move spaces to parms
   accept ws-cmdline from command-line

   unstring ws-cmdline delimited by all " "
      into parm(1) parm(2) parm(3)

   perform checkParm
      varying pj from 1 by 1
      until pj > 3.


*> Paragraph that applies one run-line option
checkParm.

   move function upper-case(parm(pj)) to parmUp

   evaluate true
      when parm(pj) is = spaces
         continue
      when parmUp(1:4) is = "ESC="
         move parmUp(5:) to escVal
         compute escValLen = function length(function trim(escVal))
         if escValLen > 0 and escVal(1:escValLen) is numeric then
            move function numval(escVal) to escAge
         else
            display "WARNING: bad ESC= value ignored [" parm(pj) "]"
         end-if
      when other
         display "WARNING: unknown option ignored [" parm(pj) "]"
   end-evaluate.


*> Paragraph that reads one open exception, works out its age and
*> counts it into its vendor/file bucket
ageOne.

   read pfile at end move 'y' to agfeof.
      if agfeof is not = 'y'
         move open-line to excLine
         move 0 to xPending
         perform splitExc
         perform countOpen
      end-if.


*> Paragraph that reads one queued record and, for a clerk's discard,
*> ages the exception it carries - after the fourth delimiter - as
*> still open
pendOne.

   read qfile at end move 'y' to agfeof.
      if agfeof is not = 'y' and pend-line(1:4) is = "DSC|"
         move spaces to pdType
         move spaces to pdDate
         move spaces to pdTime
         move spaces to pdOper
         move 1 to pdPtr
         unstring pend-line delimited by "|"
            into pdType pdDate pdTime pdOper
            with pointer pdPtr
         move spaces to excLine
         if pdPtr <= 250 then
            move pend-line(pdPtr:) to excLine
         end-if
         move 1 to xPending
         perform splitExc
         if xType is = "REJ" or xType is = "CHK" or xType is = "PRC"
            add 1 to pendOpen
         end-if
         perform countOpen
      end-if.


*> Paragraph that splits the exception record in hand into its fields
splitExc.

   move spaces to xType
   move spaces to xFname
   move spaces to xLine
   move spaces to xTitle
   move spaces to xRaised
   move spaces to xVend
   move spaces to xRec

   move 1 to xPtr
   unstring excLine delimited by "|"
      into xType xFname xLine xTitle
      with pointer xPtr
   if xTitle(1:8) is numeric and xTitle(9:) is = spaces then
      move xTitle(1:8) to xRaised
      move spaces to xTitle
      unstring excLine delimited by "|"
         into xVend xTitle
         with pointer xPtr
   end-if
   if xPtr <= 250 then
      move excLine(xPtr:) to xRec
   end-if.


*> Paragraph that counts the split exception as open and into its
*> vendor/file bucket
countOpen.

   if xType is = "REJ" or xType is = "CHK" or xType is = "PRC"
      add 1 to openCount
      perform findAgeEntry
      if ageHit > 0 then
         perform bucketOne
      end-if
   end-if.


*> Paragraph that finds - or starts - the bucket entry for the open
*> exception's vendor and source file
findAgeEntry.

   move 0 to ageHit
   perform matchAgeEntry
      varying ax from 1 by 1
      until ax > ageCount or ageHit > 0

   if ageHit is = 0 then
      if ageCount < ageMax then
         add 1 to ageCount
         move ageCount to ageHit
         move xVend to agVend(ageHit)
         move xFname to agFile(ageHit)
         move zeros to agBkt(ageHit, 1)
         move zeros to agBkt(ageHit, 2)
         move zeros to agBkt(ageHit, 3)
         move zeros to agBkt(ageHit, 4)
         move zeros to agBkt(ageHit, 5)
      else
         if ageFull is = 0 then
            move 1 to ageFull
            display "WARNING: aging table full, further vendor/file "
               "combinations are counted in the totals only"
         end-if
      end-if
   end-if.


*> Paragraph that tests one bucket entry against the exception in hand
matchAgeEntry.

   if agVend(ax) is = xVend and agFile(ax) is = xFname then
      move ax to ageHit
   end-if.


*> Paragraph that works out the open exception's age and counts it -
*> an exception past the escalation age is also held for the list
bucketOne.

   move 0 to xDated
   move 0 to xAge
   if xRaised is numeric then
      if function test-date-yyyymmdd(function numval(xRaised)) = 0
         move 1 to xDated
      end-if
   end-if

   if xDated is = 0 then
      move 5 to bx
   else
      if xRaised < ws-rundate then
         compute xAge =
            function integer-of-date(function numval(ws-rundate))
            - function integer-of-date(function numval(xRaised))
      end-if
      evaluate true
         when xAge <= 2
            move 1 to bx
         when xAge <= 7
            move 2 to bx
         when xAge <= 30
            move 3 to bx
         when other
            move 4 to bx
      end-evaluate
   end-if

   if ageHit > 0 then
      add 1 to agBkt(ageHit, bx)
   end-if
   add 1 to agTot(bx)

   if xDated is = 1 and xAge > escAge then
      perform holdEscalation
   end-if.


*> Paragraph that holds one overdue exception for the escalation list
*> - its vendor, where it came from, how old it is and what it is
holdEscalation.

   if escCount >= escMax then
      if escFull is = 0 then
         move 1 to escFull
         display "WARNING: escalation table full, further overdue "
            "exceptions will not be listed"
      end-if
      exit paragraph
   end-if

   add 1 to escCount
   move spaces to escLine(escCount)
   move 1 to ws-ptr
   if xVend is = spaces then
      string "(no vendor)" delimited by size
         into escLine(escCount) with pointer ws-ptr
   else
      string function trim(xVend) delimited by size
         into escLine(escCount) with pointer ws-ptr
   end-if
   string " " delimited by size
      function trim(xFname) delimited by size
      " line " delimited by size
      function trim(xLine) delimited by size
      ": " delimited by size
      xType delimited by size
      " raised " delimited by size
      xRaised delimited by size
      ", open " delimited by size
      xAge delimited by size
      " day(s) [" delimited by size
      function trim(xRec) delimited by size
      "]" delimited by size
      into escLine(escCount) with pointer ws-ptr
   if xTitle is not = spaces then
      string ' "' delimited by size
         function trim(xTitle) delimited by size
         '"' delimited by size
         into escLine(escCount) with pointer ws-ptr
   end-if
   if xPending is = 1 then
      string " - awaiting discard approval" delimited by size
         into escLine(escCount) with pointer ws-ptr
   end-if.


*> Paragraph that prints the open exceptions' age buckets, one line
*> per vendor and source file, then the totals
printBuckets.

   move spaces to ws-line
   move 1 to ws-ptr
   string "Open exceptions by age - " delimited by size
      openCount delimited by size
      " open (" delimited by size
      function trim(ag-openname) delimited by size
      "):" delimited by size
      into ws-line with pointer ws-ptr
   perform writeLine

   if pendOpen > 0 then
      move spaces to ws-line
      move 1 to ws-ptr
      string "   of which " delimited by size
         pendOpen delimited by size
         " awaiting discard approval (" delimited by size
         function trim(ag-pendname) delimited by size
         ")" delimited by size
         into ws-line with pointer ws-ptr
      perform writeLine
   end-if

   perform printBucketOne
      varying ax from 1 by 1
      until ax > ageCount

   move spaces to ws-line
   move 1 to ws-ptr
   string "Total: 0-2 days " delimited by size
      agTot(1) delimited by size
      ", 3-7 days " delimited by size
      agTot(2) delimited by size
      ", 8-30 days " delimited by size
      agTot(3) delimited by size
      ", over 30 days " delimited by size
      agTot(4) delimited by size
      ", undated " delimited by size
      agTot(5) delimited by size
      into ws-line with pointer ws-ptr
   perform writeLine.


*> Paragraph that prints one vendor/file line of age buckets
printBucketOne.

   move spaces to ws-line
   move 1 to ws-ptr
   if agVend(ax) is = spaces then
      string "(no vendor)" delimited by size
         into ws-line with pointer ws-ptr
   else
      string function trim(agVend(ax)) delimited by size
         into ws-line with pointer ws-ptr
   end-if
   string " / " delimited by size
      function trim(agFile(ax)) delimited by size
      ": 0-2 days " delimited by size
      agBkt(ax, 1) delimited by size
      ", 3-7 days " delimited by size
      agBkt(ax, 2) delimited by size
      ", 8-30 days " delimited by size
      agBkt(ax, 3) delimited by size
      ", over 30 days " delimited by size
      agBkt(ax, 4) delimited by size
      ", undated " delimited by size
      agBkt(ax, 5) delimited by size
      into ws-line with pointer ws-ptr
   perform writeLine.


*> Paragraph that lists every open exception past the escalation age
printEscalations.

   move spaces to ws-line
   move 1 to ws-ptr
   string "Open longer than " delimited by size
      escAge delimited by size
      " day(s) - " delimited by size
      escCount delimited by size
      " to escalate:" delimited by size
      into ws-line with pointer ws-ptr
   perform writeLine

   perform printEscOne
      varying ex from 1 by 1
      until ex > escCount.


*> Paragraph that prints one held escalation line
printEscOne.

   move escLine(ex) to ws-line
   perform writeLine.


*> Paragraph that reads one disposition and, for a correction or a
*> discard of an exception that carried its raised date, adds the days
*> it took to its tally. The validator's own CATALOGED/FAILED-AGAIN
*> lines close a correction's loop and aren't counted again
dispOne.

   read dfile at end move 'y' to agfeof.
      if agfeof is not = 'y'
         move spaces to dDate
         move spaces to dTime
         move spaces to dSrcFile
         move spaces to dLine
         move spaces to dDisp
         move spaces to dRaised
         unstring disp-line delimited by "|"
            into dDate dTime dSrcFile dLine dDisp dRaised

         if dDisp(1:9) is = "CORRECTED" or dDisp(1:9) is = "DISCARDED"
            move 0 to dPipes
            inspect disp-line tallying dPipes for all "|"
            move 0 to xDated
            if dPipes >= 6 and dRaised is numeric and dDate is numeric
               if function test-date-yyyymmdd(function numval(dRaised)) = 0
                     and function test-date-yyyymmdd(function numval(dDate)) = 0
                  move 1 to xDated
               end-if
            end-if

            if xDated is = 0 then
               add 1 to undatedN
            else
               move 0 to dDays
               if dRaised < dDate then
                  compute dDays =
                     function integer-of-date(function numval(dDate))
                     - function integer-of-date(function numval(dRaised))
               end-if
               if dDisp(1:9) is = "CORRECTED" then
                  add 1 to corrN
                  add dDays to corrDays
               else
                  add 1 to discN
                  add dDays to discDays
               end-if
            end-if
         end-if
      end-if.


*> Paragraph that prints the average days-to-disposition for the
*> corrected and the discarded exceptions, and for both together
printDispAverages.

   move spaces to ws-line
   move 1 to ws-ptr
   string "Days to disposition (" delimited by size
      function trim(ag-dispname) delimited by size
      "):" delimited by size
      into ws-line with pointer ws-ptr
   perform writeLine

   move spaces to ws-line
   move 1 to ws-ptr
   string "Corrected: " delimited by size
      corrN delimited by size
      into ws-line with pointer ws-ptr
   if corrN > 0 then
      compute avgDays rounded = corrDays / corrN
      move avgDays to avgEdit
      string ", average " delimited by size
         function trim(avgEdit) delimited by size
         " day(s)" delimited by size
         into ws-line with pointer ws-ptr
   end-if
   perform writeLine

   move spaces to ws-line
   move 1 to ws-ptr
   string "Discarded: " delimited by size
      discN delimited by size
      into ws-line with pointer ws-ptr
   if discN > 0 then
      compute avgDays rounded = discDays / discN
      move avgDays to avgEdit
      string ", average " delimited by size
         function trim(avgEdit) delimited by size
         " day(s)" delimited by size
         into ws-line with pointer ws-ptr
   end-if
   perform writeLine

   move spaces to ws-line
   move 1 to ws-ptr
   string "All: " delimited by size
      into ws-line with pointer ws-ptr
   if corrN + discN > 0 then
      compute avgDays rounded =
         (corrDays + discDays) / (corrN + discN)
      move avgDays to avgEdit
      string "average " delimited by size
         function trim(avgEdit) delimited by size
         " day(s)" delimited by size
         into ws-line with pointer ws-ptr
   else
      string "nothing corrected or discarded yet" delimited by size
         into ws-line with pointer ws-ptr
   end-if
   if undatedN > 0 then
      string " (" delimited by size
         undatedN delimited by size
         " raised before the date was carried, not averaged)"
            delimited by size
         into ws-line with pointer ws-ptr
   end-if
   perform writeLine.


*> Paragraph that sends the line in hand to the screen and the report
writeLine.

   display function trim(ws-line)
   move ws-line to report-line
   write report-line.
