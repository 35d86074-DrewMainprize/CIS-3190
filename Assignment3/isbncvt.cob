*> Paragraph that reads one old-layout master entry and appends its
*> ADD record to the journal, in the same layout the validator
*> journals - the title/author/price fields ride empty, the old
*> master never carried them, and the change is signed CONVERT
seedOne.

   read mfile next
            "|" delimited by size
            function trim(mast-file) delimited by size
            "|||" delimited by size
            "|CONVERT|" delimited by size
            into jrnl-line with pointer ws-ptr
         write jrnl-line
         add 1 to cvSeeded
