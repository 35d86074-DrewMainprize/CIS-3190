*> Exception review - walks the rejects, check-digit failures and
*> price exceptions the batch validator left on its newest exceptions
*> generation (found through the generation index,
*> isbn_generations.txt), one at a time, and lets the operator key a
*> corrected ISBN (verified on the spot with the shared isbnchk
*> logic) or, for a price exception, a corrected price, discard the
*> record, or skip it for the next session. Corrections go to
*> isbn_resubmit.txt, which the main program can process as a
*> normal batch; every
*> disposition is logged to isbn_dispositions.txt so nothing falls
*> through silently. Every session starts with an operator sign-on
*> and the operator goes on each disposition; a clerk's discard waits
*> in the pending-approval queue, and a supervisor's session opens
*> with the discards waiting there to approve or reject

identification division.
program-id. isbnrev.
   organization is line sequential
   file status is open-stat.

select gidxfile assign to dynamic rv-gidxname
   organization is line sequential
   file status is gidx-stat.

select pendfile assign to dynamic rv-pendname
   organization is line sequential
   file status is pend-stat.

select apprfile assign to dynamic rv-apprname
   organization is line sequential
   file status is appr-stat.

data division.
file section.
fd xfile.
01 resub-line pic x(200).

fd dfile.
01 disp-line pic x(300).

fd pfile.
01 open-line pic x(200).

fd gidxfile.
01 gidx-line pic x(80).

fd pendfile.
01 pend-line pic x(250).

fd apprfile.
01 appr-line pic x(300).

working-storage section.
*> File stuff
77 rv-excname pic x(40) value "isbn_exceptions.txt".
77 exc-stat pic xx.
77 rv-subname pic x(30) value "isbn_resubmit.txt".
77 sub-stat pic xx.
77 disp-stat pic xx.
77 rvfeof pic a(1).

*> Generation index - the validator writes its exceptions as a new
*> generation every run and registers it as "<stamp>|EXCEPTIONS|
*> <file>"; the last such line is the newest. Without an index the
*> plain isbn_exceptions.txt is reviewed, as it always was
77 rv-gidxname pic x(30) value "isbn_generations.txt".
77 gidx-stat pic xx.
77 gxfeof pic a(1).
77 gxStamp pic x(15). *> The index line in hand, split
77 gxType pic x(10).
77 gxFile pic x(40).

*> Open-exceptions carryover - a skipped exception used to vanish
*> when the next run overwrote isbn_exceptions.txt. Now every session
*> also reviews what the last session left open, and writes whatever
77 sk pic 9(4). *> Index over the carryover table

*> The exception being reviewed, split from its pipe-delimited record
77 xType pic x(3). *> REJ (rejected record), CHK (check-digit failure) or PRC (price exception)
77 xFname pic x(30). *> Input file the exception came from
77 xLine pic x(6). *> Source line within it
77 xRec pic x(200). *> The offending record or ISBN as it arrived
77 xTitle pic x(40). *> Title, when the feed was delimited
77 xRaised pic x(8). *> Date the validator first raised it, spaces on an older record
77 xVend pic x(10). *> Vendor whose feed raised it, spaces when unknown
77 xPtr pic 9(4). *> Pointer while splitting the exception record

*> A price exception's record, split - title, author, the price as the
*> vendor quoted it, and the ISBN
77 pxTitle pic x(40).
77 pxAuthor pic x(30).
77 pxPrice pic x(10).
77 pxIsbn pic x(13).
77 pxNew pic x(10). *> Corrected price as keyed, trimmed

*> Operator answer handling
77 rvAns pic x(20). *> What the operator keyed
77 rvAnsUp pic x(20).
77 corrCount pic 9(4).
77 discCount pic 9(4).
77 skipCount pic 9(4).
77 queuedCount pic 9(4). *> Discards queued for a supervisor
77 approvedCount pic 9(4). *> Queued discards approved this session
77 rejectedCount pic 9(4). *> ... and rejected

*> Operator sign-on - checked against the operator file by the shared
*> isbnopr subprogram; the id goes on every disposition logged
77 oprId pic x(10). *> Operator signed on for the session
77 oprName pic x(30).
77 oprRole pic x(10). *> CLERK or SUPERVISOR
77 oprResult pic 9. *> Verdict handed back by the isbnopr subprogram
77 oprTries pic 9.
77 oprOK pic 9. *> 1 once the operator is signed on

*> Pending-approval queue - a clerk's discard is queued here as
*> "DSC|<date>|<time>|<clerk>|<exception record>" instead of taking
*> effect; the maintenance tool queues a clerk's master removals in
*> the same file as RMV records. Every supervisor decision is logged
*> to the approvals file as "<date>|<time>|<supervisor>|<APPROVED or
*> REJECTED>|<the queued record>"
77 rv-pendname pic x(30) value "isbn_pending.txt".
77 pend-stat pic xx.
77 rv-apprname pic x(30) value "isbn_approvals.txt".
77 appr-stat pic xx.
77 pdfeof pic a(1).
01 pendTab.
   05 pendLine occurs 2000 times pic x(250).
77 pendMax pic 9(4) value 2000. *> Table capacity - keep in sync with "pendLine occurs"
77 pendCount pic 9(4).
77 pendFull pic 9. *> Set when the queue holds more than the table
77 pendDsc pic 9(4). *> Discards waiting on the queue
77 px pic 9(4).
77 pdType pic x(3). *> The queued discard in hand, split
77 pdDate pic x(8).
77 pdTime pic x(6).
77 pdOper pic x(10).
77 pdPtr pic 9(4). *> Pointer while splitting the queued record
77 pdDecision pic x(8). *> APPROVED or REJECTED

77 ws-line pic x(300).
77 ws-ptr pic 9(4).
77 ws-rundate pic x(8).
77 ws-runtime pic x(8).
   move 0 to corrCount
   move 0 to discCount
   move 0 to skipCount
   move 0 to queuedCount
   move 0 to approvedCount
   move 0 to rejectedCount

   move 0 to skippedSaved
   move 0 to skFull

   perform signOn
   if oprOK is = 0 then
      display "Sign-on failed - nothing reviewed"
      stop run
   end-if

   *> A supervisor also has the discards clerks queued to decide
   move 0 to pendCount
   move 0 to pendDsc
   if oprRole is = "SUPERVISOR" then
      perform loadPending
      if pendFull is = 1 then
         display "ERROR: " function trim(rv-pendname)
            " holds more than " pendMax " records - nothing reviewed"
         stop run
      end-if
   end-if

   perform findExceptions

   *> Is there anything still open from an earlier session? Probe it
   *> before deciding there is nothing to review at all
   open input pfile
   end-if

   open input xfile
   if exc-stat is = "35" and open-stat is not = "00"
         and pendDsc is = 0 then
      display "No exceptions on file - nothing to review"
      stop run
   end-if
   if exc-stat is not = "00" and exc-stat is not = "35" then
      display "ERROR: Unexpected file status " exc-stat
         " opening " function trim(rv-excname)
      stop run
   end-if

      open output dfile
   end-if

   *> Queued discards first - a rejected one goes back on the open
   *> listing, so it is reviewed again like any other open exception
   if pendDsc > 0 then
      display "Reviewing " pendDsc " discard(s) waiting for approval"
      perform approveOne
         varying px from 1 by 1
         until px > pendCount
      if approvedCount > 0 or rejectedCount > 0 then
         perform savePending
      end-if
   end-if

   if exc-stat is = "00" then
      move 'n' to rvfeof
      perform reviewOne until rvfeof = 'y'
      corrCount " corrected, "
      discCount " discarded, "
      skipCount " skipped"
   if queuedCount > 0 then
      display queuedCount " discard(s) queued for supervisor approval"
   end-if
   if pendDsc > 0 then
      display "Queued discards: " approvedCount " approved, "
         rejectedCount " rejected"
   end-if
   if skipCount > 0 then
      display skippedSaved " exception(s) still open, listed in "
         function trim(rv-openname)
   stop run.


*> Paragraph that points the review at the newest exceptions
*> generation on the generation index
findExceptions.

   open input gidxfile
   if gidx-stat is not = "00" then
      exit paragraph
   end-if
   move 'n' to gxfeof
   perform findExcOne until gxfeof = 'y'
   close gidxfile.


*> Paragraph that reads one generation-index line, keeping the file
*> of an exceptions generation
findExcOne.

   read gidxfile at end move 'y' to gxfeof.
      if gxfeof is not = 'y'
         move spaces to gxStamp
         move spaces to gxType
         move spaces to gxFile
         unstring gidx-line delimited by "|"
            into gxStamp gxType gxFile
         if gxType is = "EXCEPTIONS" and gxFile is not = spaces
            move gxFile to rv-excname
         end-if
      end-if.


*> Paragraph that writes one still-open exception to the carryover
*> listing
writeOpenOne.

   read xfile at end move 'y' to rvfeof.
      if rvfeof is not = 'y'
         perform splitException

         *> A line that isn't ours - skip it rather than prompting
         *> the operator over garbage
         if xType is = "REJ" or xType is = "CHK" or xType is = "PRC"
            add 1 to excCount
            perform showException
            move 0 to rvDone
      end-if.


*> Paragraph that splits the exception record in exc-line into its
*> fields
splitException.

   move spaces to xType
   move spaces to xFname
   move spaces to xLine
   move spaces to xRec
   move spaces to xTitle
   move spaces to xRaised
   move spaces to xVend

   *> The raw record is the last field and may itself carry the
   *> delimiter, so split the lead fields and take the rest of the
   *> line as the record
   move 1 to xPtr
   unstring exc-line delimited by "|"
      into xType xFname xLine xTitle
      with pointer xPtr

   *> A record written since exceptions carried their raised date has
   *> the date where the title used to be, then the vendor and title -
   *> one carried over from before has not
   if xTitle(1:8) is numeric and xTitle(9:) is = spaces then
      move xTitle(1:8) to xRaised
      move spaces to xTitle
      unstring exc-line delimited by "|"
         into xVend xTitle
         with pointer xPtr
   end-if
   if xPtr <= 200 then
      move exc-line(xPtr:) to xRec
   end-if

   move spaces to pxTitle
   move spaces to pxAuthor
   move spaces to pxPrice
   move spaces to pxIsbn
   if xType is = "PRC" then
      unstring xRec delimited by "|"
         into pxTitle pxAuthor pxPrice pxIsbn
   end-if.


*> Paragraph that shows the operator the exception in hand and where
*> it came from
showException.

   display " "
   evaluate xType
      when "REJ"
         display "Rejected record, from " function trim(xFname)
            " line " function trim(xLine)
      when "PRC"
         display "Price exception, from " function trim(xFname)
            " line " function trim(xLine)
      when other
         display "Check-digit failure, from " function trim(xFname)
            " line " function trim(xLine)
   end-evaluate
   display "   record: [" function trim(xRec) "]"
   if xTitle is not = spaces then
      display "   title:  " function trim(xTitle)
   end-if
   if xRaised is not = spaces then
      display "   raised: " xRaised "   vendor: " function trim(xVend)
   end-if.


*> Paragraph that asks for one disposition and acts on it - a
*> corrected ISBN is verified with the shared check-digit logic
*> before it is accepted, a corrected price must be a positive
*> amount, anything that doesn't verify re-prompts
promptOne.

   if xType is = "PRC" then
      display "Enter corrected price (in the vendor's currency), "
         "D to discard, S to skip: "
   else
      display "Enter corrected ISBN, D to discard, S to skip: "
   end-if
   move spaces to rvAns
   accept rvAns
   move function upper-case(rvAns) to rvAnsUp
   evaluate true
      when rvAnsUp is = "D"
         move 1 to rvDone
         if oprRole is = "SUPERVISOR" then
            move "DISCARDED" to rvDisp
            add 1 to discCount
         else
            perform queueDiscard
         end-if
      when rvAnsUp is = "S" or rvAns is = spaces
         move 1 to rvDone
         move "SKIPPED" to rvDisp
                  "skipped exceptions will not carry over"
            end-if
         end-if
      when xType is = "PRC"
         perform tryPrice
      when other
         perform tryCorrection
   end-evaluate.
         function trim(xLine) delimited by size
         "|" delimited by size
         function trim(xTitle) delimited by size
         "|" delimited by size
         xRaised delimited by size
         "|" delimited by size
         function trim(xVend) delimited by size
         into resub-line with pointer ws-ptr
      write resub-line
      move spaces to rvDisp
   end-if.


*> Paragraph that vets a keyed price correction - it must read as a
*> positive amount. The record goes back on the resubmit file with its
*> title, author and the new price, in the vendor's own currency, for
*> the validator to convert and vet again like any other price
tryPrice.

   move function trim(rvAns) to pxNew
   if rvAns is = spaces or function test-numval(rvAns) is not = 0
         or function length(function trim(rvAns)) > 10 then
      display "   Not a price, try again"
      exit paragraph
   end-if
   if function numval(rvAns) <= 0 then
      display "   A price must be more than zero, try again"
      exit paragraph
   end-if
   if pxIsbn is = spaces then
      display "   The exception carries no ISBN to resubmit - discard"
         " it or skip it"
      exit paragraph
   end-if

   move 1 to rvDone
   add 1 to corrCount
   move spaces to resub-line
   move 1 to ws-ptr
   string "RSB|" delimited by size
      function trim(pxIsbn) delimited by size
      "|" delimited by size
      function trim(xFname) delimited by size
      "|" delimited by size
      function trim(xLine) delimited by size
      "|" delimited by size
      function trim(pxTitle) delimited by size
      "|" delimited by size
      xRaised delimited by size
      "|" delimited by size
      function trim(xVend) delimited by size
      "|" delimited by size
      function trim(pxAuthor) delimited by size
      "|" delimited by size
      function trim(pxNew) delimited by size
      into resub-line with pointer ws-ptr
   write resub-line
   move spaces to rvDisp
   move 1 to ws-ptr
   string "CORRECTED PRICE " delimited by size
      function trim(pxNew) delimited by size
      into rvDisp with pointer ws-ptr
   display "   Accepted - " function trim(pxIsbn) " at "
      function trim(pxNew) " goes to the resubmit file".


*> Paragraph that copies one character of the keyed answer, dropping
*> the hyphens of a printed-form ISBN
stripHyphen.
   end-if.


*> Paragraph that queues a clerk's discard of the exception in hand
*> for a supervisor to approve - logged meanwhile as DISCARD-PENDING
queueDiscard.

   open extend pendfile
   if pend-stat is = "35" then
      open output pendfile
   end-if
   if pend-stat is not = "00" then
      display "   ERROR: file status " pend-stat " opening "
         function trim(rv-pendname) ", choose again"
      move 0 to rvDone
      exit paragraph
   end-if

   move spaces to pend-line
   move 1 to ws-ptr
   string "DSC|" delimited by size
      ws-rundate delimited by size
      "|" delimited by size
      ws-runtime(1:6) delimited by size
      "|" delimited by size
      function trim(oprId) delimited by size
      "|" delimited by size
      function trim(exc-line) delimited by size
      into pend-line with pointer ws-ptr
   write pend-line
   close pendfile

   move "DISCARD-PENDING" to rvDisp
   add 1 to queuedCount
   display "   Discard queued for supervisor approval".


*> Paragraph that reads the whole pending-approval queue into the
*> table, counting the discards waiting on it
loadPending.

   move 0 to pendFull
   open input pendfile
   if pend-stat is not = "00" then
      exit paragraph
   end-if
   move 'n' to pdfeof
   perform loadPendOne until pdfeof = 'y'
   close pendfile.


*> Paragraph that reads one queued record into the table
loadPendOne.

   read pendfile at end move 'y' to pdfeof.
      if pdfeof is not = 'y'
         if pendCount < pendMax then
            add 1 to pendCount
            move pend-line to pendLine(pendCount)
            if pend-line(1:4) is = "DSC|" then
               add 1 to pendDsc
            end-if
         else
            move 1 to pendFull
         end-if
      end-if.


*> Paragraph that presents one queued discard to the supervisor - an
*> approval logs it DISCARDED, a rejection logs DISCARD-REJECTED and
*> puts the exception back on the open listing; the maintenance
*> tool's queued removals are passed over and kept
approveOne.

   if pendLine(px)(1:4) is not = "DSC|" then
      exit paragraph
   end-if

   move spaces to pdType
   move spaces to pdDate
   move spaces to pdTime
   move spaces to pdOper
   move 1 to pdPtr
   unstring pendLine(px) delimited by "|"
      into pdType pdDate pdTime pdOper
      with pointer pdPtr
   move spaces to exc-line
   if pdPtr <= 250 then
      move pendLine(px)(pdPtr:) to exc-line
   end-if
   perform splitException

   display " "
   display "Discard requested by " function trim(pdOper)
      " on " pdDate " at " pdTime
   perform showException
   move 0 to rvDone
   perform decideOne until rvDone = 1.


*> Paragraph that takes the supervisor's decision on the queued
*> discard in hand and acts on it
decideOne.

   display "A to approve the discard, R to reject it, S to leave it"
      " pending: "
   move spaces to rvAns
   accept rvAns
   move function upper-case(rvAns) to rvAnsUp

   evaluate true
      when rvAnsUp is = "A"
         move 1 to rvDone
         add 1 to approvedCount
         move "DISCARDED" to rvDisp
         perform writeDisposition
         move "APPROVED" to pdDecision
         perform logDecision
      when rvAnsUp is = "R"
         move 1 to rvDone
         add 1 to rejectedCount
         move "DISCARD-REJECTED" to rvDisp
         perform writeDisposition
         move "REJECTED" to pdDecision
         perform logDecision
         display "   Discard rejected - the exception stays open"
         if skippedSaved < skippedMax then
            add 1 to skippedSaved
            move exc-line to skippedLine(skippedSaved)
         else
            if skFull is = 0 then
               move 1 to skFull
               display "WARNING: open-exception table full, further "
                  "skipped exceptions will not carry over"
            end-if
         end-if
      when rvAnsUp is = "S" or rvAns is = spaces
         move 1 to rvDone
      when other
         display "   Not a choice, try again"
   end-evaluate.


*> Paragraph that logs the supervisor's decision on the queued record
*> in hand and takes it off the queue
logDecision.

   open extend apprfile
   if appr-stat is = "35" then
      open output apprfile
   end-if
   if appr-stat is = "00" then
      move spaces to appr-line
      move 1 to ws-ptr
      string ws-rundate delimited by size
         "|" delimited by size
         ws-runtime(1:6) delimited by size
         "|" delimited by size
         function trim(oprId) delimited by size
         "|" delimited by size
         pdDecision delimited by size
         "|" delimited by size
         function trim(pendLine(px)) delimited by size
         into appr-line with pointer ws-ptr
      write appr-line
      close apprfile
   else
      display "   WARNING: file status " appr-stat " opening "
         function trim(rv-apprname) ", decision not logged"
   end-if
   move spaces to pendLine(px).


*> Paragraph that writes back whatever is still waiting on the queue
savePending.

   open output pendfile
   if pend-stat is not = "00" then
      display "ERROR: file status " pend-stat " rewriting "
         function trim(rv-pendname)
      exit paragraph
   end-if
   perform savePendOne
      varying px from 1 by 1
      until px > pendCount
   close pendfile.


*> Paragraph that writes one still-queued record back
savePendOne.

   if pendLine(px) is not = spaces then
      move pendLine(px) to pend-line
      write pend-line
   end-if.


*> Paragraph that signs the operator on - up to three tries at an id
*> on the operator file
signOn.

   move 0 to oprOK
   move 0 to oprTries
   perform signOnOne until oprOK = 1 or oprTries >= 3.


*> Paragraph that takes one try at the operator id
signOnOne.

   add 1 to oprTries
   display "Operator id: "
   move spaces to rvAns
   accept rvAns
   move function upper-case(rvAns) to oprId
   if oprId is = spaces then
      exit paragraph
   end-if

   call "isbnopr" using oprId oprName oprRole oprResult
   evaluate oprResult
      when 1
         move 1 to oprOK
         display "Signed on as " function trim(oprName)
            " (" function trim(oprRole) ")"
      when 2
         display "ERROR: no usable operator file - nobody can sign on"
         move 3 to oprTries
      when other
         display "   " function trim(oprId)
            " is not on the operator file"
   end-evaluate.


*> Paragraph that logs the exception's disposition, so the fate of
*> every reject and check-digit failure is on record, with the date
*> the exception was first raised (spaces for one raised before the
*> date was carried) and the operator who decided it. The raw record
*> is the last field - it may itself carry the delimiter
writeDisposition.

      "|" delimited by size
      function trim(rvDisp) delimited by size
      "|" delimited by size
      xRaised delimited by size
      "|" delimited by size
      function trim(oprId) delimited by size
      "|" delimited by size
      function trim(xRec) delimited by size
      into ws-line with pointer ws-ptr
   move ws-line to disp-line
