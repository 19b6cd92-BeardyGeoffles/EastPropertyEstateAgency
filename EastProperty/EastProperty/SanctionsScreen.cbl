      *SANCTIONSSCREEN.cbl
      *Screens one party against the sanctions and politically
      *exposed persons list (SANC-LIST-FILE). Called with the
      *WS-SANC block (ws-sancscreen.cpy) as a buyer, seller or
      *tenant is added - Buyer.cbl, Seller.cbl, Tenant.cbl,
      *Appraisal.cbl, OpenHouse.cbl, BulkImport.cbl and
      *LettingsApplicant.cbl's conversion - as a seller is made a
      *joint owner (JointOwners.cbl), and for every party when a new
      *list is loaded (SanctionsListLoad.cbl). Both names are taken
      *in the one normalised form (NameNormalise.cpy) and the list
      *is read by surname: the whole name the same, or the surname
      *the same with the same first initial, is a possible match.
      *Each one goes on the review queue (SANC-MATCH-FILE) for the
      *compliance user (SanctionsReview.cbl) unless the party has
      *already been queued against that list entry, and is
      *audit-logged. Nothing is displayed - the callers are entry
      *screens and batch jobs alike - so the count queued, and
      *whether the party stands as a true match, come back in the
      *block.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. SanctionsScreen.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "sanclistfile.cpy".
       copy "sancmatchfile.cpy".
       copy "auditfile.cpy".
       copy "seqfile.cpy".

       data division.

       FILE SECTION.
       copy "sanclistrecord.cpy".
       copy "sancmatchrecord.cpy".
       copy "auditrecord.cpy".
       copy "seqrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-nextid.cpy".
       copy "ws-namenorm.cpy".
       copy "ws-sanccheck.cpy".

       01 ws-list-eof pic 9 value 0 comp.
       01 ws-match-eof pic 9 value 0 comp.
       01 ws-match-rule pic x value space.
       01 ws-already-queued pic 9 value 0 comp.
       01 ws-party-surname pic x(20) value spaces.
       01 ws-party-initial pic x value space.
       01 ws-party-match-name pic x(40) value spaces.

       linkage section.

       copy "ws-sancscreen.cpy".

       procedure division using WS-SANC.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           move 0 to WS-SANC-RAISED
           move 0 to WS-SANC-HELD

           move WS-SANC-PARTY-NAME to WS-NN-IN
           perform Normalise-Screening-Name
           move WS-NN-OUT to ws-party-match-name
           move WS-NN-SURNAME to ws-party-surname
           move WS-NN-INITIAL to ws-party-initial

           if ws-party-surname not = spaces
               open input sanc-list-file
               open i-o sanc-match-file
               perform PARA-100-SEARCH-LIST
               close sanc-list-file
               close sanc-match-file
           end-if

           move 0 to WS-SCHK-HELD
           move WS-SANC-PARTY-TYPE to WS-SCHK-PARTY-TYPE
           move WS-SANC-PARTY-ID to WS-SCHK-PARTY-ID
           perform Check-Sanctions-Party
           move WS-SCHK-HELD to WS-SANC-HELD

           goback.

      *----------------------------------------------------------
      * Every list entry under the party's surname; the whole name
      * or the first initial decides whether it is worth a look.
      *----------------------------------------------------------
       PARA-100-SEARCH-LIST.

           move 0 to ws-list-eof
           move ws-party-surname to SL-SURNAME
           start sanc-list-file key = SL-SURNAME
               invalid key
                   move 1 to ws-list-eof
           end-start

           perform until ws-list-eof = 1
               read sanc-list-file next record
                   at end
                       move 1 to ws-list-eof
                   not at end
                       if SL-SURNAME not = ws-party-surname
                           move 1 to ws-list-eof
                       else
                           move space to ws-match-rule
                           if SL-MATCH-NAME = ws-party-match-name
                               move "N" to ws-match-rule
                           else
                               if SL-MATCH-NAME(1:1) =
                                 ws-party-initial
                                   move "I" to ws-match-rule
                               end-if
                           end-if
                           if ws-match-rule not = space
                               perform PARA-150-CHECK-QUEUED
                               if ws-already-queued = 0
                                   perform PARA-200-QUEUE-MATCH
                               end-if
                           end-if
                       end-if
               end-read
           end-perform.

       PARA-150-CHECK-QUEUED.

           move 0 to ws-already-queued
           move 0 to ws-match-eof
           move WS-SANC-PARTY-TYPE to SM-PARTY-TYPE
           move WS-SANC-PARTY-ID to SM-PARTY-ID
           start sanc-match-file key = SM-PARTY
               invalid key
                   move 1 to ws-match-eof
           end-start

           perform until ws-match-eof = 1
               read sanc-match-file next record
                   at end
                       move 1 to ws-match-eof
                   not at end
                       if SM-PARTY-TYPE not = WS-SANC-PARTY-TYPE or
                         SM-PARTY-ID not = WS-SANC-PARTY-ID
                           move 1 to ws-match-eof
                       else
                           if SM-LIST-REF = SL-LIST-REF and
                             SM-LIST-TYPE = SL-LIST-TYPE
                               move 1 to ws-already-queued
                               move 1 to ws-match-eof
                           end-if
                       end-if
               end-read
           end-perform.

       PARA-200-QUEUE-MATCH.

           initialize SANC-MATCH-RECORD
           move "SANCMTCH" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id
           move WS-NEXTID-RESULT to SM-ID
           move WS-SANC-PARTY-TYPE to SM-PARTY-TYPE
           move WS-SANC-PARTY-ID to SM-PARTY-ID
           move WS-SANC-PARTY-NAME to SM-PARTY-NAME
           move SL-LIST-TYPE to SM-LIST-TYPE
           move SL-LIST-REF to SM-LIST-REF
           move SL-NAME to SM-LIST-NAME
           move ws-match-rule to SM-MATCH-RULE
           move function current-date(1:8) to SM-RAISED-DATE
           move "P" to SM-STATUS
           move 0 to SM-DECIDED-BY
           move 0 to SM-DECIDED-DATE
           move spaces to SM-NOTE
           write SANC-MATCH-RECORD

           add 1 to WS-SANC-RAISED

           move "SANCTION" to ws-audit-record-type
           move "MATCH" to ws-audit-action
           move SM-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move spaces to ws-audit-new-value
           string SM-PARTY-TYPE, SM-PARTY-ID, " ", SM-PARTY-NAME,
             " ", SM-LIST-TYPE, " ", SM-LIST-REF delimited by size
             into ws-audit-new-value
           perform Write-Audit-Log.

       copy "NameNormalise.cpy".
       copy "SanctionsCheck.cpy".
       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".

       end program SanctionsScreen.
