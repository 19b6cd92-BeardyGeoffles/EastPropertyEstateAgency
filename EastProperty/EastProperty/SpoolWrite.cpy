      *Write-Notify-Queue. Calling program sets WS-SPOOL-JOB and
      *WS-SPOOL-DATASET from ws-spool.cpy before performing this
      *paragraph, and must copy "spoolfile.cpy" /
      *"spoolrecord.cpy". Once the entry is on the catalogue the
      *report is handed to ReportDistribute.cbl, which delivers it
      *to whoever is on the distribution list for the job.
       Register-Spool-Output.
           move 0 to WS-SPOOL-NEW-ID
           move 0 to WS-SPOOL-ID-COUNTER

           write SPOOL-RECORD

           close spool-file

           call "ReportDistribute" using WS-SPOOL-NEW-ID
             WS-SPOOL-JOB WS-SPOOL-DATASET.
