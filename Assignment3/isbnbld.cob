   05 mast-file pic x(30). *> Input file that first carried it
   05 mast-title pic x(40). *> Bibliographic fields as last cataloged - spaces
   05 mast-author pic x(30). *> when the title never arrived on a delimited feed
   05 mast-price pic x(10). *> Price in dollars, converted from the vendor's currency
   05 mast-origprice pic x(10). *> The price as the vendor quoted it
   05 mast-curr pic x(3). *> ... and the currency it was quoted in

working-storage section.
*> File stuff
77 jRecTitle pic x(40). *> Bibliographic fields - blank on journal records
77 jRecAuthor pic x(30). *> written before the master carried them
77 jRecPrice pic x(10).
77 jOper pic x(10). *> Who made the change and who approved it - not
77 jAppr pic x(10). *> part of the master, passed over on replay
77 jRecOrigPrice pic x(10). *> Price as quoted and its currency - blank on
77 jRecCurr pic x(3). *> journal records written before the master carried them

*> Replay tallies
77 bdAdds pic 9(6). *> ADD records written fresh
         move spaces to jRecTitle
         move spaces to jRecAuthor
         move spaces to jRecPrice
         move spaces to jOper
         move spaces to jAppr
         move spaces to jRecOrigPrice
         move spaces to jRecCurr
         unstring jrnl-line delimited by "|"
            into jDate jTime jAction jKey jRecDate jRecFile
                 jRecTitle jRecAuthor jRecPrice jOper jAppr
                 jRecOrigPrice jRecCurr

         *> A line that doesn't lead with a change date is not ours -
         *> skip it rather than replaying garbage
   move jRecTitle to mast-title
   move jRecAuthor to mast-author
   move jRecPrice to mast-price
   move jRecOrigPrice to mast-origprice
   move jRecCurr to mast-curr
   write mast-rec
      invalid key
         rewrite mast-rec
