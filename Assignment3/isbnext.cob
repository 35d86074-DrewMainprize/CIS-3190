*> Incremental change extract - hands a downstream system (the
*> acquisitions system, the discovery layer) the master-catalog
*> changes since its last extract, read off the change journal the
*> validator and the maintenance tool append (isbn_journal.txt), so
*> nobody re-reads the whole master or parses our report to find out
*> what moved. Each system is named on the run line and keeps its own
*> high-water mark in its own control file (isbn_extract_<system>.ctl,
*> "<journal date>|<journal time>|<journal record>|<run date>|<run
*> time>"), so one system missing a night never makes another get a
*> change twice. The change file (isbn_changes_<system>.txt) carries a
*> header, one record per add, update (old and new title, author and
*> price) and delete, and a trailer with the counts by action:
*>    HDR|<system>|<run date>|<run time>|<first record>|<last record>
*>    ADD|<key>|<date>|<time>|<operator>|<title>|<author>|<price>
*>    UPD|<key>|<date>|<time>|<operator>|<old title>|<old author>|
*>        <old price>|<new title>|<new author>|<new price>
*>    DEL|<key>|<date>|<time>|<operator>|<old title>|<old author>|
*>        <old price>
*>    TRL|<adds>|<updates>|<deletes>|<total>
*> Changes come out in key order, each key's in the order they were
*> journaled. A run with no new journal activity writes a header and
*> a zero trailer - an empty extract, never a repeat

identification division.
program-id. isbnext.


environment division.
input-output section.
file-control.
select jfile assign to dynamic ex-jrnlname
   organization is line sequential
   file status is jrnl-stat.

select cfile assign to dynamic ex-ctlname
   organization is line sequential
   file status is ctl-stat.

select xfile assign to dynamic ex-chgname
   organization is line sequential
   file status is chg-stat.

select xsortfile assign to "isbnext.tmp".

data division.
file section.
fd jfile.
01 jrnl-line pic x(200).

fd cfile.
01 ctl-line pic x(80).

fd xfile.
01 chg-line pic x(300).

*> Every journal change, brought together by key - a change's old
*> values are those of the key's change just before it
sd xsortfile.
01 xs-rec.
   05 xs-key pic x(13).
   05 xs-pos pic 9(9). *> Journal record the change was read from
   05 xs-new pic x. *> Y = past the high-water mark, N = extracted before
   05 xs-action pic x(3). *> ADD or DEL as journaled
   05 xs-date pic x(8).
   05 xs-time pic x(6).
   05 xs-title pic x(40).
   05 xs-author pic x(30).
   05 xs-price pic x(10).
   05 xs-oper pic x(10).

working-storage section.
*> File stuff
77 ex-jrnlname pic x(30) value "isbn_journal.txt".
77 jrnl-stat pic xx.
77 ex-ctlname pic x(40).
77 ctl-stat pic xx.
77 ex-chgname pic x(40).
77 chg-stat pic xx.
77 exfeof pic a(1).

*> The downstream system the extract is for
77 exSys pic x(10).
77 ws-cmdline pic x(80).

*> High-water mark - where this system's last extract stopped
77 markDate pic x(8).
77 markTime pic x(6).
77 markPosX pic x(9).
77 markPos pic 9(9).
77 markOK pic 9. *> 1 when the journal still agrees with the mark
77 newPos pic 9(9). *> Journal records read this run - the new mark
77 newDate pic x(8). *> ... and the date and time on the last of them
77 newTime pic x(6).
77 jPos pic 9(9). *> Journal record in hand

*> The journal record in hand, split from its pipe-delimited form:
*> change date, change time, action, the master record's fields,
*> then the operator and approver
77 jDate pic x(8).
77 jTime pic x(6).
77 jAction pic x(3).
77 jKey pic x(13).
77 jRecDate pic x(8).
77 jRecFile pic x(30).
77 jRecTitle pic x(40).
77 jRecAuthor pic x(30).
77 jRecPrice pic x(10).
77 jOper pic x(10).

*> State of the key in hand as of its previous journal change
77 prevKey pic x(13).
77 prevAction pic x(3). *> Spaces when the key has no earlier change
77 prevTitle pic x(40).
77 prevAuthor pic x(30).
77 prevPrice pic x(10).
77 sxfeof pic a(1).

*> Control totals by action
77 exAdds pic 9(7).
77 exUpds pic 9(7).
77 exDels pic 9(7).
77 exTotal pic 9(7).
77 exFirst pic 9(9). *> First journal record the extract covers

77 ws-ptr pic 9(4).
77 ws-rundate pic x(8).
77 ws-runtime pic x(8).


procedure division.

   accept ws-rundate from date yyyymmdd
   accept ws-runtime from time

   move spaces to ws-cmdline
   accept ws-cmdline from command-line
   move spaces to exSys
   unstring ws-cmdline delimited by all " " into exSys
   if exSys is = spaces then
      display "Enter the downstream system id: "
      accept exSys
   end-if
   move function upper-case(exSys) to exSys
   if exSys is = spaces then
      display "ERROR: no downstream system named - nothing extracted"
      stop run
   end-if

   move spaces to ex-ctlname
   string "isbn_extract_" delimited by size
      function trim(exSys) delimited by size
      ".ctl" delimited by size
      into ex-ctlname
   move spaces to ex-chgname
   string "isbn_changes_" delimited by size
      function trim(exSys) delimited by size
      ".txt" delimited by size
      into ex-chgname

   perform readMark

   open input jfile
   if jrnl-stat is = "35" and markPos is = 0 then
      display "No journal on file (" function trim(ex-jrnlname)
         ") - nothing to extract"
      stop run
   end-if
   if jrnl-stat is not = "00" then
      display "ERROR: Unexpected file status " jrnl-stat
         " opening " function trim(ex-jrnlname)
      stop run
   end-if

   *> The mark means something only against the journal it was taken
   *> from - a journal that was rebuilt, replaced or cut short would
   *> otherwise have changes silently skipped or sent twice
   perform checkMark
   close jfile
   if markOK is = 0 then
      display "ERROR: " function trim(ex-jrnlname)
         " no longer agrees with the high-water mark in "
         function trim(ex-ctlname) " (record " markPos " of "
         markDate " " markTime ") - nothing extracted. Remove the"
         " control file for a full extract"
      stop run
   end-if

   open output xfile
   if chg-stat is not = "00" then
      display "ERROR: Unexpected file status " chg-stat
         " opening " function trim(ex-chgname)
      stop run
   end-if

   move 0 to exAdds
   move 0 to exUpds
   move 0 to exDels
   move 0 to exTotal
   move markPos to newPos
   move markDate to newDate
   move markTime to newTime
   compute exFirst = markPos + 1

   sort xsortfile
      on ascending key xs-key xs-pos
      input procedure is feedExtSort
      output procedure is scanExtSort

   move spaces to chg-line
   move 1 to ws-ptr
   string "TRL|" delimited by size
      exAdds delimited by size
      "|" delimited by size
      exUpds delimited by size
      "|" delimited by size
      exDels delimited by size
      "|" delimited by size
      exTotal delimited by size
      into chg-line with pointer ws-ptr
   write chg-line
   close xfile

   *> Only once the change file is safely written does the mark move
   perform writeMark

   display "Extract for " function trim(exSys) ": "
      exAdds " add(s), " exUpds " update(s), "
      exDels " delete(s), written to " function trim(ex-chgname)
   if exTotal is = 0 then
      display "No journal activity since the last extract"
   end-if

   stop run.


*> Paragraph that reads this system's high-water mark - no control
*> file means no extract yet, and the whole journal goes out
readMark.

   move spaces to markDate
   move spaces to markTime
   move 0 to markPos

   open input cfile
   if ctl-stat is not = "00" then
      exit paragraph
   end-if
   read cfile
      at end
         move spaces to ctl-line
   end-read
   close cfile

   move spaces to markPosX
   unstring ctl-line delimited by "|"
      into markDate markTime markPosX
   if markPosX is numeric then
      move function numval(markPosX) to markPos
   end-if.


*> Paragraph that reads the journal up to the mark, making sure the
*> record at the mark still carries the date and time it did
checkMark.

   move 1 to markOK
   if markPos is = 0 then
      exit paragraph
   end-if

   move 0 to markOK
   move 0 to jPos
   move 'n' to exfeof
   perform checkMarkOne until exfeof = 'y' or jPos >= markPos.


*> Paragraph that reads one journal record on the way to the mark
checkMarkOne.

   read jfile at end move 'y' to exfeof.
      if exfeof is not = 'y'
         add 1 to jPos
         if jPos is = markPos
            move spaces to jDate
            move spaces to jTime
            unstring jrnl-line delimited by "|"
               into jDate jTime
            if jDate is = markDate and jTime is = markTime
               move 1 to markOK
            end-if
         end-if
      end-if.


*> Paragraph that releases every journal change to the sort, those
*> already extracted as well - they carry the old values
feedExtSort.

   open input jfile
   if jrnl-stat is not = "00" then
      exit paragraph
   end-if
   move 0 to jPos
   move 'n' to exfeof
   perform releaseExtOne until exfeof = 'y'
   close jfile

   *> The header names the journal records covered, known now the
   *> journal has been read, and goes out ahead of the sorted changes
   move spaces to chg-line
   move 1 to ws-ptr
   string "HDR|" delimited by size
      function trim(exSys) delimited by size
      "|" delimited by size
      ws-rundate delimited by size
      "|" delimited by size
      ws-runtime(1:6) delimited by size
      "|" delimited by size
      exFirst delimited by size
      "|" delimited by size
      newPos delimited by size
      into chg-line with pointer ws-ptr
   write chg-line.


*> Paragraph that reads one journal record and releases it to the
*> sort - a line that isn't a journal change is passed over
releaseExtOne.

   read jfile at end move 'y' to exfeof.
      if exfeof is not = 'y'
         add 1 to jPos
         move spaces to jDate
         move spaces to jTime
         move spaces to jAction
         move spaces to jKey
         move spaces to jRecDate
         move spaces to jRecFile
         move spaces to jRecTitle
         move spaces to jRecAuthor
         move spaces to jRecPrice
         move spaces to jOper
         unstring jrnl-line delimited by "|"
            into jDate jTime jAction jKey jRecDate jRecFile
                 jRecTitle jRecAuthor jRecPrice jOper

         if jPos > markPos
            move jPos to newPos
            move jDate to newDate
            move jTime to newTime
         end-if

         if jDate is numeric and jKey is not = spaces
               and (jAction is = "ADD" or jAction is = "DEL")
            move jKey to xs-key
            move jPos to xs-pos
            if jPos > markPos
               move "Y" to xs-new
            else
               move "N" to xs-new
            end-if
            move jAction to xs-action
            move jDate to xs-date
            move jTime to xs-time
            move jRecTitle to xs-title
            move jRecAuthor to xs-author
            move jRecPrice to xs-price
            move jOper to xs-oper
            release xs-rec
         end-if
      end-if.


*> Paragraph that walks the sorted changes, writing out those past the
*> mark against the state their key was in before them
scanExtSort.

   move spaces to prevKey
   move spaces to prevAction
   move 'n' to sxfeof
   perform returnExtOne until sxfeof = 'y'.


*> Paragraph that takes one change back from the sort - an ADD of a
*> key that was on the master before it is an update, an ADD of one
*> that wasn't (or had been deleted) is an add
returnExtOne.

   return xsortfile
      at end
         move 'y' to sxfeof
      not at end
         if xs-key is not = prevKey then
            move xs-key to prevKey
            move spaces to prevAction
            move spaces to prevTitle
            move spaces to prevAuthor
            move spaces to prevPrice
         end-if
         if xs-new is = "Y" then
            perform writeChange
         end-if
         move xs-action to prevAction
         move xs-title to prevTitle
         move xs-author to prevAuthor
         move xs-price to prevPrice
   end-return.


*> Paragraph that writes one change record
writeChange.

   move spaces to chg-line
   move 1 to ws-ptr
   evaluate true
      when xs-action is = "DEL"
         add 1 to exDels
         string "DEL|" delimited by size
            into chg-line with pointer ws-ptr
      when prevAction is = "ADD"
         add 1 to exUpds
         string "UPD|" delimited by size
            into chg-line with pointer ws-ptr
      when other
         add 1 to exAdds
         string "ADD|" delimited by size
            into chg-line with pointer ws-ptr
   end-evaluate
   add 1 to exTotal

   string xs-key delimited by size
      "|" delimited by size
      xs-date delimited by size
      "|" delimited by size
      xs-time delimited by size
      "|" delimited by size
      function trim(xs-oper) delimited by size
      into chg-line with pointer ws-ptr

   *> The old values, for an update or a delete - a delete of a key
   *> with no earlier change on the journal has none to give
   if xs-action is = "DEL" or prevAction is = "ADD" then
      string "|" delimited by size
         function trim(prevTitle) delimited by size
         "|" delimited by size
         function trim(prevAuthor) delimited by size
         "|" delimited by size
         function trim(prevPrice) delimited by size
         into chg-line with pointer ws-ptr
   end-if

   *> ... and the new, for an add or an update
   if xs-action is = "ADD" then
      string "|" delimited by size
         function trim(xs-title) delimited by size
         "|" delimited by size
         function trim(xs-author) delimited by size
         "|" delimited by size
         function trim(xs-price) delimited by size
         into chg-line with pointer ws-ptr
   end-if
   write chg-line.


*> Paragraph that saves the new high-water mark
writeMark.

   open output cfile
   if ctl-stat is not = "00" then
      display "ERROR: Unexpected file status " ctl-stat
         " writing " function trim(ex-ctlname)
         " - the next extract will repeat this one"
      exit paragraph
   end-if
   move spaces to ctl-line
   move 1 to ws-ptr
   string newDate delimited by size
      "|" delimited by size
      newTime delimited by size
      "|" delimited by size
      newPos delimited by size
      "|" delimited by size
      ws-rundate delimited by size
      "|" delimited by size
      ws-runtime(1:6) delimited by size
      into ctl-line with pointer ws-ptr
   write ctl-line
   close cfile.
