      *INVENTORY.cbl
      *Check-in inventory and schedule of condition for a tenancy -
      *room by room, item by item, each with its condition and
      *cleanliness as let, kept on INVENTORY-FILE against the
      *letting and its tenancy start so every tenancy has its own.
      *Reached from the Lettings menu:
      *  1. Add or amend an inventory line. Once the tenancy has
      *     been checked out the check-in half is evidence and can
      *     no longer be changed.
      *  2. List a tenancy's inventory, check-in and check-out.
      *  3. Print the check-in inventory for the tenant to sign to
      *     a date-stamped CHECKIN dataset, registered on the spool.
      *CheckoutSettlement.cbl walks the same lines at checkout and
      *prints the side-by-side comparison that backs up the damage
      *and cleaning deductions. The printed inventory carries the
      *letterhead of the property's branch (LetterheadLines.cbl) as
      *its header and footer, and is signed for in that name.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. Inventory.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "inventoryfile.cpy".
       copy "propertyfile.cpy".
       copy "tenantfile.cpy".
       copy "auditfile.cpy".
       copy "spoolfile.cpy".

           select optional inventory-doc-file assign to
               ws-doc-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "inventoryrecord.cpy".
       copy "propertyrecord.cpy".
       copy "tenantrecord.cpy".
       copy "auditrecord.cpy".
       copy "spoolrecord.cpy".

       FD inventory-doc-file.
       01 inventory-doc-line pic x(100).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-spool.cpy".
       copy "ws-inventory.cpy".
       copy "ws-letterhead.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(40) value spaces.
       01 ws-code-input pic x value space.
       01 ws-doc-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.

       01 ws-inv-property-id pic 9(6) value 0.
       01 ws-inv-branch-id pic 99 value 0.
       01 ws-lhead-idx pic 9 value 0 comp.
       01 ws-inv-start pic 9(8) value 0.
       01 ws-inv-seq pic 99 value 0.
       01 ws-line-count pic 99 value 0.
       01 ws-new-line pic 9 value 0 comp.
       01 ws-tenant-id pic 9(6) value 0.
       01 ws-tenant-name pic x(20) value spaces.
       01 ws-property-disp pic x(33) value spaces.
       01 ws-start-disp pic x(10) value spaces.
       01 ws-in-words pic x(13) value spaces.
       01 ws-out-words pic x(13) value spaces.

       procedure division.

       PARA-000-MAIN.

           display "USER-IS-ADMIN" upon environment-name
           accept ws-user-has-admin from environment-value

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           perform until 1 = 0
               display " "
               display "----------------------------------------"
               display "     EAST CHECK-IN INVENTORY"
               display "----------------------------------------"
               display "1. ADD/AMEND AN INVENTORY LINE"
               display "2. LIST A TENANCY'S INVENTORY"
               display "3. PRINT THE CHECK-IN INVENTORY"
               display "4. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-200-LINE-ENTRY
                   when "2"
                       perform PARA-300-LIST-INVENTORY
                   when "3"
                       perform PARA-400-PRINT-INVENTORY
                   when "4"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

      *----------------------------------------------------------
      * The inventory belongs to the tenancy, not just the house:
      * the letting must have its tenancy start keyed, and that
      * date is part of every line's key.
      *----------------------------------------------------------
       PARA-050-PICK-LETTING.

           display "Letting property ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-inv-property-id

           move 0 to ws-inv-start
           if ws-inv-property-id not = 0
               open input property-file
               perform Check-Property-Open
               move ws-inv-property-id to
                 property-id of property-record
               read property-file
                   invalid key
                       display "No property with that reference."
                   not invalid key
                       perform PARA-060-TAKE-TENANCY
               end-read
               close property-file
           end-if.

       PARA-060-TAKE-TENANCY.

           if LISTING-TYPE of property-record not = "L"
               display "That property is not a letting."
           else
               if TENANCY-START-YEAR of property-record = 0
                   display "No tenancy start on that letting - key"
                     " it on the letting details first."
               else
                   compute ws-inv-start =
                     (TENANCY-START-YEAR of property-record * 10000)
                     + (TENANCY-START-MONTH of property-record * 100)
                     + TENANCY-START-DAY of property-record
                   move PROPERTY-TENANT-ID of property-record to
                     ws-tenant-id
                   move PROPERTY-BRANCH-ID of property-record to
                     ws-inv-branch-id
                   move spaces to ws-property-disp
                   string PROPERTY-AL1 of property-record, " ",
                     PROPERTY-POSTCODE of property-record into
                     ws-property-disp
                   move spaces to ws-start-disp
                   string TENANCY-START-DAY of property-record, "/",
                     TENANCY-START-MONTH of property-record, "/",
                     TENANCY-START-YEAR of property-record into
                     ws-start-disp
                   display ws-property-disp " - tenancy from "
                     ws-start-disp
               end-if
           end-if.

       PARA-200-LINE-ENTRY.

           perform PARA-050-PICK-LETTING
           if ws-inv-start not = 0
               display "Line sequence (1-99 in walk-round order, an"
               display "existing sequence amends it):"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to ws-inv-seq
               if ws-inv-seq = 0
                   display "Sequence must be 1 to 99."
               else
                   perform PARA-210-SAVE-LINE
               end-if
           end-if.

       PARA-210-SAVE-LINE.

           move 0 to ws-new-line
           open i-o inventory-file
           move ws-inv-property-id to INV-PROPERTY-ID
           move ws-inv-start to INV-TENANCY-START
           move ws-inv-seq to INV-SEQ
           read inventory-file
               invalid key
                   initialize INVENTORY-RECORD
                   move ws-inv-property-id to INV-PROPERTY-ID
                   move ws-inv-start to INV-TENANCY-START
                   move ws-inv-seq to INV-SEQ
                   move 1 to ws-new-line
           end-read

           if INV-OUT-CONDITION not = space
               display "That tenancy has been checked out - the"
                 " check-in inventory is fixed."
               close inventory-file
           else
               move INVENTORY-RECORD to ws-audit-old-value
               perform PARA-220-KEY-LINE
               if ws-new-line = 1
                   write INVENTORY-RECORD
               else
                   rewrite INVENTORY-RECORD
               end-if
               close inventory-file

               move "INVENTORY" to ws-audit-record-type
               if ws-new-line = 1
                   move "ADD" to ws-audit-action
                   move spaces to ws-audit-old-value
               else
                   move "AMEND" to ws-audit-action
               end-if
               move ws-inv-property-id to ws-audit-key
               move INVENTORY-RECORD to ws-audit-new-value
               perform Write-Audit-Log

               display "Line " ws-inv-seq " saved."
           end-if.

       PARA-220-KEY-LINE.

           display "Room now [" INV-ROOM-NAME "]"
           display "New room (e.g. KITCHEN, blank keeps):"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function upper-case(ws-in-input(1:15)) to
                 INV-ROOM-NAME
           end-if

           display "Item now [" INV-ITEM "]"
           display "New item (e.g. CARPET, OVEN, blank keeps):"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function upper-case(ws-in-input(1:20)) to
                 INV-ITEM
           end-if

           display "Condition now [" INV-IN-CONDITION "]"
           display "G good, F fair, P poor, D damaged (blank keeps):"
           move space to ws-code-input
           accept ws-code-input
           move function upper-case(ws-code-input) to ws-code-input
           if ws-code-input not = space
               if ws-code-input = "G" or "F" or "P" or "D"
                   move ws-code-input to INV-IN-CONDITION
               else
                   display "Not a condition code - kept as it was."
               end-if
           end-if

           display "Cleanliness now [" INV-IN-CLEAN "]"
           display "C clean, F fair, D dirty (blank keeps):"
           move space to ws-code-input
           accept ws-code-input
           move function upper-case(ws-code-input) to ws-code-input
           if ws-code-input not = space
               if ws-code-input = "C" or "F" or "D"
                   move ws-code-input to INV-IN-CLEAN
               else
                   display "Not a cleanliness code - kept as it was."
               end-if
           end-if

           display "Note now [" INV-IN-NOTE "]"
           display "New note (marks, wear, blank keeps):"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function upper-case(ws-in-input(1:30)) to
                 INV-IN-NOTE
           end-if.

       PARA-300-LIST-INVENTORY.

           perform PARA-050-PICK-LETTING
           if ws-inv-start not = 0
               perform PARA-310-LIST-LINES
           end-if.

       PARA-310-LIST-LINES.

           move 0 to ws-line-count
           move 0 to ws-end-of-file

           display "SEQ ROOM            ITEM                 "
             "CHECK-IN      CHECK-OUT"

           open input inventory-file
           move ws-inv-property-id to INV-PROPERTY-ID
           move ws-inv-start to INV-TENANCY-START
           move 0 to INV-SEQ
           start inventory-file key not < INV-KEY
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read inventory-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if INV-PROPERTY-ID not = ws-inv-property-id or
                         INV-TENANCY-START not = ws-inv-start
                           move 1 to ws-end-of-file
                       else
                           add 1 to ws-line-count
                           perform PARA-320-BUILD-WORDS
                           display INV-SEQ "  " INV-ROOM-NAME " "
                             INV-ITEM " " ws-in-words " "
                             ws-out-words
                       end-if
           end-perform
           close inventory-file

           display ws-line-count " line(s) on the inventory."
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-320-BUILD-WORDS.

           move INV-IN-CONDITION to WS-INV-COND-CODE
           move INV-IN-CLEAN to WS-INV-CLEAN-CODE
           perform Describe-Inventory-Condition
           move spaces to ws-in-words
           string WS-INV-COND-WORD delimited by space, "/",
             WS-INV-CLEAN-WORD delimited by space into ws-in-words

           move INV-OUT-CONDITION to WS-INV-COND-CODE
           move INV-OUT-CLEAN to WS-INV-CLEAN-CODE
           perform Describe-Inventory-Condition
           move spaces to ws-out-words
           if INV-OUT-CONDITION = space
               move "NOT CHECKED" to ws-out-words
           else
               string WS-INV-COND-WORD delimited by space, "/",
                 WS-INV-CLEAN-WORD delimited by space into
                 ws-out-words
           end-if.

       PARA-400-PRINT-INVENTORY.

           perform PARA-050-PICK-LETTING
           if ws-inv-start not = 0
               perform PARA-405-READ-TENANT
               perform PARA-410-WRITE-INVENTORY
           end-if.

       PARA-405-READ-TENANT.

           move spaces to ws-tenant-name
           if ws-tenant-id not = 0
               open input tenant-file
               move ws-tenant-id to TENANT-ID
               read tenant-file
                   invalid key
                       continue
                   not invalid key
                       move TENANT-NAME to ws-tenant-name
               end-read
               close tenant-file
           end-if.

      *----------------------------------------------------------
      * The schedule the tenant signs at check-in - the same lines
      * and words the checkout comparison is printed from later.
      *----------------------------------------------------------
       PARA-410-WRITE-INVENTORY.

           move function current-date(1:8) to ws-date-stamp
           string "CHECKIN.", ws-date-stamp into ws-doc-name

           move ws-inv-branch-id to WS-LHEAD-BRANCH-ID
           call "LetterheadLines" using WS-LHEAD

           open extend inventory-doc-file

           move all "=" to inventory-doc-line
           write inventory-doc-line
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to
                 inventory-doc-line
               write inventory-doc-line
           end-perform
           move all "-" to inventory-doc-line
           write inventory-doc-line
           move spaces to inventory-doc-line
           string "CHECK-IN INVENTORY AND SCHEDULE OF CONDITION - ",
             ws-property-disp into inventory-doc-line
           write inventory-doc-line
           move spaces to inventory-doc-line
           string "PROPERTY ", ws-inv-property-id,
             "  TENANCY FROM ", ws-start-disp, "  TENANT ",
             ws-tenant-name into inventory-doc-line
           write inventory-doc-line
           move all "-" to inventory-doc-line
           write inventory-doc-line
           move spaces to inventory-doc-line
           string "SEQ ROOM            ITEM                 ",
             "CONDITION CLEAN  NOTE" into inventory-doc-line
           write inventory-doc-line

           move 0 to ws-line-count
           move 0 to ws-end-of-file
           open input inventory-file
           move ws-inv-property-id to INV-PROPERTY-ID
           move ws-inv-start to INV-TENANCY-START
           move 0 to INV-SEQ
           start inventory-file key not < INV-KEY
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read inventory-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if INV-PROPERTY-ID not = ws-inv-property-id or
                         INV-TENANCY-START not = ws-inv-start
                           move 1 to ws-end-of-file
                       else
                           add 1 to ws-line-count
                           move INV-IN-CONDITION to WS-INV-COND-CODE
                           move INV-IN-CLEAN to WS-INV-CLEAN-CODE
                           perform Describe-Inventory-Condition
                           move spaces to inventory-doc-line
                           string INV-SEQ, "  ", INV-ROOM-NAME, " ",
                             INV-ITEM, " ", WS-INV-COND-WORD, "   ",
                             WS-INV-CLEAN-WORD, "  ", INV-IN-NOTE
                             into inventory-doc-line
                           write inventory-doc-line
                       end-if
           end-perform
           close inventory-file

           move all "-" to inventory-doc-line
           write inventory-doc-line
           move spaces to inventory-doc-line
           string ws-line-count, " ITEM(S). AGREED AS THE CONDITION",
             " OF THE PROPERTY AT THE START OF THE TENANCY."
             into inventory-doc-line
           write inventory-doc-line
           move spaces to inventory-doc-line
           write inventory-doc-line
           move "TENANT SIGNATURE ......................  DATE ......"
             to inventory-doc-line
           write inventory-doc-line
           move spaces to inventory-doc-line
           write inventory-doc-line
           move spaces to inventory-doc-line
           string "FOR ", function trim(WS-LHEAD-HEAD-LINE(1)),
             " .....................  DATE ......"
             delimited by size into inventory-doc-line
           write inventory-doc-line
           if WS-LHEAD-FOOT-COUNT > 0
               move all "-" to inventory-doc-line
               write inventory-doc-line
           end-if
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               move WS-LHEAD-FOOT-LINE(ws-lhead-idx) to
                 inventory-doc-line
               write inventory-doc-line
           end-perform
           move all "=" to inventory-doc-line
           write inventory-doc-line

           close inventory-doc-file

           move "CHECK-IN INVENTORY" to WS-SPOOL-JOB
           move ws-doc-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display "Inventory written to " ws-doc-name
           display "Press ENTER to continue."
           accept ws-continue.

       copy "InventoryCondition.cpy".
       copy "AuditLogWrite.cpy".
       copy "SpoolWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program Inventory.
