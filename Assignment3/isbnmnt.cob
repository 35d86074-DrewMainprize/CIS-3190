*> comes back out. One ISBN can be looked up directly, entries listed
*> by catalog-date range or by source file, an entry corrected or
*> removed with the operator confirming each change, and the whole
*> file counted. Every session starts with an operator sign-on; a
*> clerk's removal waits in the pending-approval queue until a
*> supervisor approves or rejects it in the pending-review mode.
*> The findings of the master-catalog audit (isbnaud) are worked
*> through here too - each entry removed, kept or left for later

identification division.
program-id. isbnmnt.
   organization is line sequential
   file status is jrnl-stat.

select pendfile assign to dynamic mn-pendname
   organization is line sequential
   file status is pend-stat.

select apprfile assign to dynamic mn-apprname
   organization is line sequential
   file status is appr-stat.

select audfile assign to dynamic mn-audname
   organization is line sequential
   file status is aud-stat.

data division.
file section.
fd mfile.
   05 mast-file pic x(30). *> Input file that first carried it
   05 mast-title pic x(40). *> Bibliographic fields as last cataloged - spaces
   05 mast-author pic x(30). *> when the title never arrived on a delimited feed
   05 mast-price pic x(10). *> Price in dollars, converted from the vendor's currency
   05 mast-origprice pic x(10). *> The price as the vendor quoted it
   05 mast-curr pic x(3). *> ... and the currency it was quoted in

fd jfile.
01 jrnl-line pic x(200).

fd pendfile.
01 pend-line pic x(250).

fd apprfile.
01 appr-line pic x(300).

fd audfile.
01 aud-line pic x(200).

working-storage section.
*> File stuff
77 mn-mastname pic x(30) value "isbn_master.dat".
77 jrnlOK pic 9. *> 0 when the journal couldn't be opened - changes go unjournaled, loudly
77 jrnlAction pic x(3). *> ADD (a corrected record's new state) or DEL
77 jrnlTime pic x(8). *> Time of the change being journaled
77 jrnlOper pic x(10). *> Operator who made the change
77 jrnlAppr pic x(10). *> Supervisor who approved it, spaces when no approval was needed
77 ws-rundate pic x(8).

*> Operator sign-on - checked against the operator file by the shared
*> isbnopr subprogram; the id goes on every change journaled
77 oprId pic x(10). *> Operator signed on for the session
77 oprName pic x(30).
77 oprRole pic x(10). *> CLERK or SUPERVISOR
77 oprResult pic 9. *> Verdict handed back by the isbnopr subprogram
77 oprTries pic 9.
77 oprOK pic 9. *> 1 once the operator is signed on

*> Pending-approval queue - a clerk's removal is queued here as
*> "RMV|<date>|<time>|<clerk>|<key>" instead of taking effect; the
*> exception review tool queues a clerk's discards in the same file
*> as DSC records. Every supervisor decision is logged to the
*> approvals file as "<date>|<time>|<supervisor>|<APPROVED or
*> REJECTED>|<the queued record>"
77 mn-pendname pic x(30) value "isbn_pending.txt".
77 pend-stat pic xx.
77 mn-apprname pic x(30) value "isbn_approvals.txt".
77 appr-stat pic xx.
77 pdfeof pic a(1).
01 pendTab.
   05 pendLine occurs 2000 times pic x(250).
77 pendMax pic 9(4) value 2000. *> Table capacity - keep in sync with "pendLine occurs"
77 pendCount pic 9(4).
77 pendFull pic 9. *> Set when the queue holds more than the table
77 px pic 9(4).
77 pendSeen pic 9(4). *> Removals the review in hand came across
77 pendDecided pic 9(4). *> ... and the ones decided
77 pdType pic x(3). *> The queued removal in hand, split
77 pdDate pic x(8).
77 pdTime pic x(6).
77 pdOper pic x(10).
77 pdKey pic x(13).
77 pdDone pic 9. *> 1 once the queued removal in hand has a decision
77 pdDecision pic x(8). *> APPROVED or REJECTED

*> Master-catalog audit work file, written by isbnaud - one finding
*> per record, "<status>|<audit date>|<key>|<reason code>|<reason>|
*> <operator>|<decided date>". An OPEN finding is put to the operator;
*> the decision goes back on the record as KEPT, QUEUED (a clerk's
*> removal waiting for a supervisor), REMOVED, or GONE when the entry
*> had already left the master
77 mn-audname pic x(30) value "isbn_audit_work.txt".
77 aud-stat pic xx.
77 adfeof pic a(1).
01 audTab.
   05 audLine occurs 2000 times pic x(200).
77 audMax pic 9(4) value 2000. *> Table capacity - keep in sync with "audLine occurs"
77 audCount pic 9(4).
77 audFull pic 9. *> Set when the work file holds more than the table
77 ax pic 9(4).
77 audSeen pic 9(4). *> Open findings the walk in hand came across
77 audDecided pic 9(4). *> ... and the ones decided
77 audStop pic 9. *> 1 once the operator asks to stop the walk
77 adStatus pic x(7). *> The finding in hand, split
77 adDate pic x(8).
77 adKey pic x(13).
77 adCode pic x(3).
77 adReason pic x(40).
77 adOper pic x(10).
77 adDecDate pic x(8).
77 adDone pic 9. *> 1 once the finding in hand has a decision, or is skipped

*> Operator answer handling
77 mnAns pic x(40). *> What the operator keyed
77 mnAnsUp pic x(40).
procedure division.

   accept ws-rundate from date yyyymmdd

   perform signOn
   if oprOK is = 0 then
      display "Sign-on failed - nothing changed"
      stop run
   end-if

   open i-o mfile
   if mast-stat is = "35" then
      display "No master catalog on file ("
         function trim(mn-mastname) ") - nothing to maintain"
      stop run
   end-if
   if mast-stat is = "39" then
      display "ERROR: " function trim(mn-mastname)
         " is in an older record layout - rebuild it with isbnbld"
         " first"
      stop run
   end-if
   if mast-stat is not = "00" then
      display "ERROR: Unexpected file status " mast-stat
         " opening " mn-mastname(1:20)

*> Paragraph that appends one change record to the master-catalog
*> journal - the action in jrnlAction, the master record's fields in
*> mast-rec, then the operator and approver, then the price as quoted
*> and its currency - in the same layout the validator journals, so
*> one isbnbld replay covers both
writeJournal.

   if jrnlOK is not = 1 then
      function trim(mast-author) delimited by size
      "|" delimited by size
      function trim(mast-price) delimited by size
      "|" delimited by size
      function trim(jrnlOper) delimited by size
      "|" delimited by size
      function trim(jrnlAppr) delimited by size
      "|" delimited by size
      function trim(mast-origprice) delimited by size
      "|" delimited by size
      mast-curr delimited by space
      into jrnl-line with pointer ws-ptr
   write jrnl-line.

      " F=list by source file,"
   display "                 C=correct an entry, R=remove an entry,"
      " T=count, Q=quit: "
   display "                 W=work through the master audit"
      " findings"
   if oprRole is = "SUPERVISOR" then
      display "                 P=review removals waiting for"
         " approval"
   end-if
   move spaces to mnAns
   accept mnAns
   move function upper-case(mnAns) to mnAnsUp
         perform doRemove
      when mnAnsUp is = "T"
         perform doCount
      when mnAnsUp is = "P"
         perform doPending
      when mnAnsUp is = "W"
         perform doAudit
      when mnAnsUp is = "Q"
         move 1 to mnDone
      when mnAns is = spaces
         "  " delimited by size
         function trim(mast-price) delimited by size
         into ws-line with pointer ws-ptr
      *> A price converted from another currency shows as quoted too
      if mast-curr is not = spaces then
         string " (quoted " delimited by size
            function trim(mast-origprice) delimited by size
            " " delimited by size
            mast-curr delimited by size
            ")" delimited by size
            into ws-line with pointer ws-ptr
      end-if
      display function trim(ws-line)
   end-if.

            *> The corrected state goes to the journal as an ADD -
            *> a rebuild replays it as a rewrite over the old state
            move "ADD" to jrnlAction
            move oprId to jrnlOper
            move spaces to jrnlAppr
            perform writeJournal
      end-rewrite
   else


*> Paragraph that removes one entry - a key added in error - with the
*> operator confirming before the delete. A clerk's removal only goes
*> to the pending-approval queue; a supervisor's takes effect at once
doRemove.

   perform fetchOne
   accept mnAns
   move function upper-case(mnAns) to mnAnsUp
   if mnAnsUp is = "Y" then
      if oprRole is = "SUPERVISOR" then
         move oprId to jrnlOper
         move spaces to jrnlAppr
         perform removeEntry
      else
         perform queueRemoval
      end-if
   else
      display "   Nothing changed"
   end-if.


*> Paragraph that deletes the master record in hand and journals the
*> delete - jrnlOper and jrnlAppr already say who did it
removeEntry.

   delete mfile record
      invalid key
         display "   ERROR: delete failed, status " mast-stat
      not invalid key
         display "   Entry removed"
         move spaces to mast-date
         move spaces to mast-file
         move spaces to mast-title
         move spaces to mast-author
         move spaces to mast-price
         move spaces to mast-origprice
         move spaces to mast-curr
         move "DEL" to jrnlAction
         perform writeJournal
   end-delete.


*> Paragraph that queues a clerk's removal of the entry in hand for a
*> supervisor to approve - the master is left as it is
queueRemoval.

   open extend pendfile
   if pend-stat is = "35" then
      open output pendfile
   end-if
   if pend-stat is not = "00" then
      display "   ERROR: file status " pend-stat " opening "
         function trim(mn-pendname) ", removal not queued"
      exit paragraph
   end-if

   accept jrnlTime from time
   move spaces to pend-line
   move 1 to ws-ptr
   string "RMV|" delimited by size
      ws-rundate delimited by size
      "|" delimited by size
      jrnlTime(1:6) delimited by size
      "|" delimited by size
      function trim(oprId) delimited by size
      "|" delimited by size
      mast-key delimited by size
      into pend-line with pointer ws-ptr
   write pend-line
   close pendfile
   display "   Removal queued for supervisor approval - the entry"
      " stays on file until then".


*> Paragraph that walks the removals waiting in the pending-approval
*> queue, supervisors only. Each is approved (the entry is removed,
*> journaled as the clerk's change with this supervisor as approver),
*> rejected (the entry stays) or left pending; the exception review
*> tool's queued discards are passed over and kept
doPending.

   if oprRole is not = "SUPERVISOR" then
      display "   Only a supervisor can review pending removals"
      exit paragraph
   end-if

   perform loadPending
   if pendFull is = 1 then
      display "   ERROR: " function trim(mn-pendname)
         " holds more than " pendMax " records - nothing reviewed"
      exit paragraph
   end-if

   move 0 to pendSeen
   move 0 to pendDecided
   perform reviewPendOne
      varying px from 1 by 1
      until px > pendCount

   if pendSeen is = 0 then
      display "   No removals waiting for approval"
      exit paragraph
   end-if

   if pendDecided > 0 then
      perform savePending
   end-if
   display "   " pendDecided " of " pendSeen
      " pending removal(s) decided".


*> Paragraph that reads the whole pending-approval queue into the
*> table
loadPending.

   move 0 to pendCount
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
         else
            move 1 to pendFull
         end-if
      end-if.


*> Paragraph that presents one queued removal to the supervisor
reviewPendOne.

   if pendLine(px)(1:4) is not = "RMV|" then
      exit paragraph
   end-if
   add 1 to pendSeen

   move spaces to pdType
   move spaces to pdDate
   move spaces to pdTime
   move spaces to pdOper
   move spaces to pdKey
   unstring pendLine(px) delimited by "|"
      into pdType pdDate pdTime pdOper pdKey

   display " "
   display "Removal requested by " function trim(pdOper)
      " on " pdDate " at " pdTime
   move 0 to mnFound
   move pdKey to mast-key
   read mfile
      invalid key
         display "   " pdKey " is no longer on file"
      not invalid key
         move 1 to mnFound
         perform showEntry
   end-read

   move 0 to pdDone
   perform promptPendOne until pdDone = 1.


*> Paragraph that takes the supervisor's decision on the queued
*> removal in hand and acts on it
promptPendOne.

   display "A to approve, R to reject, S to leave it pending: "
   move spaces to mnAns
   accept mnAns
   move function upper-case(mnAns) to mnAnsUp

   evaluate true
      when mnAnsUp is = "A"
         move 1 to pdDone
         if mnFound is = 1 then
            move pdOper to jrnlOper
            move oprId to jrnlAppr
            perform removeEntry
         else
            display "   Nothing left to remove"
         end-if
         move "APPROVED" to pdDecision
         perform logDecision
      when mnAnsUp is = "R"
         move 1 to pdDone
         display "   Removal rejected - the entry stays on file"
         move "REJECTED" to pdDecision
         perform logDecision
      when mnAnsUp is = "S" or mnAns is = spaces
         move 1 to pdDone
      when other
         display "   Not a choice, try again"
   end-evaluate.


*> Paragraph that logs the supervisor's decision on the queued record
*> in hand and takes it off the queue
logDecision.

   add 1 to pendDecided
   open extend apprfile
   if appr-stat is = "35" then
      open output apprfile
   end-if
   if appr-stat is = "00" then
      accept jrnlTime from time
      move spaces to appr-line
      move 1 to ws-ptr
      string ws-rundate delimited by size
         "|" delimited by size
         jrnlTime(1:6) delimited by size
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
         function trim(mn-apprname) ", decision not logged"
   end-if
   move spaces to pendLine(px).


*> Paragraph that writes back whatever is still waiting on the queue
savePending.

   open output pendfile
   if pend-stat is not = "00" then
      display "   ERROR: file status " pend-stat " rewriting "
         function trim(mn-pendname)
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


*> Paragraph that works through the open findings of the last master
*> audit, one at a time - each entry removed (a clerk's removal is
*> queued for a supervisor, as always), kept as it is, or skipped for
*> another session. Q stops the walk; the decisions made so far are
*> saved
doAudit.

   perform loadAudit
   if aud-stat is = "35" then
      display "   No audit work file (" function trim(mn-audname)
         ") - run the master audit first"
      exit paragraph
   end-if
   if aud-stat is not = "00" then
      display "   ERROR: file status " aud-stat " opening "
         function trim(mn-audname)
      exit paragraph
   end-if
   if audFull is = 1 then
      display "   ERROR: " function trim(mn-audname)
         " holds more than " audMax " records - nothing reviewed"
      exit paragraph
   end-if

   move 0 to audSeen
   move 0 to audDecided
   move 0 to audStop
   perform reviewAudOne
      varying ax from 1 by 1
      until ax > audCount or audStop = 1

   if audSeen is = 0 then
      display "   No open audit findings"
      exit paragraph
   end-if

   if audDecided > 0 then
      perform saveAudit
   end-if
   display "   " audDecided " of " audSeen
      " open audit finding(s) decided".


*> Paragraph that reads the whole audit work file into the table
loadAudit.

   move 0 to audCount
   move 0 to audFull
   open input audfile
   if aud-stat is not = "00" then
      exit paragraph
   end-if
   move 'n' to adfeof
   perform loadAudOne until adfeof = 'y'
   close audfile.


*> Paragraph that reads one audit finding into the table
loadAudOne.

   read audfile at end move 'y' to adfeof.
      if adfeof is not = 'y'
         if audCount < audMax then
            add 1 to audCount
            move aud-line to audLine(audCount)
         else
            move 1 to audFull
         end-if
      end-if.


*> Paragraph that presents one open audit finding to the operator
reviewAudOne.

   move spaces to adStatus
   move spaces to adDate
   move spaces to adKey
   move spaces to adCode
   move spaces to adReason
   move spaces to adOper
   move spaces to adDecDate
   unstring audLine(ax) delimited by "|"
      into adStatus adDate adKey adCode adReason adOper adDecDate
   if adStatus is not = "OPEN" then
      exit paragraph
   end-if
   add 1 to audSeen

   display " "
   display "Audit of " adDate ": " function trim(adReason)
   move adKey to mast-key
   read mfile
      invalid key
         display "   " adKey " is no longer on file"
         move "GONE" to adStatus
         perform markAudOne
         exit paragraph
   end-read
   perform showEntry

   move 0 to adDone
   perform promptAudOne until adDone = 1.


*> Paragraph that takes the operator's decision on the audit finding
*> in hand and acts on it
promptAudOne.

   display "R to remove, K to keep, S to skip, Q to stop: "
   move spaces to mnAns
   accept mnAns
   move function upper-case(mnAns) to mnAnsUp

   evaluate true
      when mnAnsUp is = "R"
         move 1 to adDone
         if oprRole is = "SUPERVISOR" then
            move oprId to jrnlOper
            move spaces to jrnlAppr
            perform removeEntry
            if mast-stat is = "00" then
               move "REMOVED" to adStatus
               perform markAudOne
            end-if
         else
            perform queueRemoval
            if pend-stat is = "00" then
               move "QUEUED" to adStatus
               perform markAudOne
            end-if
         end-if
      when mnAnsUp is = "K"
         move 1 to adDone
         display "   Kept - the entry stays on file as it is"
         move "KEPT" to adStatus
         perform markAudOne
      when mnAnsUp is = "S" or mnAns is = spaces
         move 1 to adDone
      when mnAnsUp is = "Q"
         move 1 to adDone
         move 1 to audStop
      when other
         display "   Not a choice, try again"
   end-evaluate.


*> Paragraph that puts the decision on the audit finding in hand
*> back on its record, signed by this operator
markAudOne.

   add 1 to audDecided
   move spaces to audLine(ax)
   move 1 to ws-ptr
   string function trim(adStatus) delimited by size
      "|" delimited by size
      adDate delimited by size
      "|" delimited by size
      function trim(adKey) delimited by size
      "|" delimited by size
      adCode delimited by size
      "|" delimited by size
      function trim(adReason) delimited by size
      "|" delimited by size
      function trim(oprId) delimited by size
      "|" delimited by size
      ws-rundate delimited by size
      into audLine(ax) with pointer ws-ptr.


*> Paragraph that writes the audit work file back, decisions and all
saveAudit.

   open output audfile
   if aud-stat is not = "00" then
      display "   ERROR: file status " aud-stat " rewriting "
         function trim(mn-audname)
      exit paragraph
   end-if
   perform saveAudOne
      varying ax from 1 by 1
      until ax > audCount
   close audfile.


*> Paragraph that writes one audit finding back
saveAudOne.

   move audLine(ax) to aud-line
   write aud-line.


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
   move spaces to mnAns
   accept mnAns
   move function upper-case(mnAns) to oprId
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


*> Paragraph that counts what's on file
doCount.

