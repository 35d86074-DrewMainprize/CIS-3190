*> Operator lookup - checks an operator id keyed at sign-on against
*> the operator file (isbn_operators.txt), one pipe-delimited record
*> per operator: id, name and role, CLERK or SUPERVISOR. Shared by the
*> maintenance tool and the exception review tool, so both sign their
*> operators on against exactly one list
*> Result: 0 = not on the operator file, 1 = on file (name and role
*> handed back), 2 = no usable operator file at all

identification division.
program-id. isbnopr.


environment division.
input-output section.
file-control.
select opfile assign to dynamic op-oprname
   organization is line sequential
   file status is opr-stat.

data division.
file section.
fd opfile.
01 opr-line pic x(120).

working-storage section.
77 op-oprname pic x(30) value "isbn_operators.txt".
77 opr-stat pic xx.
77 opfeof pic a(1).
77 opId pic x(10). *> The operator-file line in hand, split
77 opName pic x(30).
77 opRole pic x(10).
77 opLines pic 9(4). *> Usable operator lines seen

linkage section.
01 opr-id pic x(10). *> Operator id as keyed, upper-cased by the caller
01 opr-name pic x(30).
01 opr-role pic x(10). *> CLERK or SUPERVISOR
01 opr-result pic 9.


procedure division using opr-id opr-name opr-role opr-result.

   move 0 to opr-result
   move spaces to opr-name
   move spaces to opr-role
   move 0 to opLines

   open input opfile
   if opr-stat is not = "00" then
      move 2 to opr-result
      goback
   end-if

   move 'n' to opfeof
   perform checkOprLine until opfeof = 'y' or opr-result = 1
   close opfile

   if opLines is = 0 and opr-result is = 0 then
      move 2 to opr-result
   end-if

   goback.


*> Paragraph that reads one operator line and tests it against the
*> keyed id - comments, blanks and lines with no recognized role
*> are passed over
checkOprLine.

   read opfile at end move 'y' to opfeof.
      if opfeof is not = 'y'
         if opr-line is not = spaces and opr-line(1:1) is not = "*"
            move spaces to opId
            move spaces to opName
            move spaces to opRole
            unstring opr-line delimited by "|"
               into opId opName opRole
            move function upper-case(opId) to opId
            move function upper-case(opRole) to opRole
            if opRole is = "CLERK" or opRole is = "SUPERVISOR"
               add 1 to opLines
               if opId is = opr-id then
                  move opName to opr-name
                  move opRole to opr-role
                  move 1 to opr-result
               end-if
            end-if
         end-if
      end-if.
