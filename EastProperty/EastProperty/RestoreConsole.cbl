      *written to the audit trail. Admin flag required.
      *RestoreFiles.cbl remains for scripted/batch recovery.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. RestoreConsole.
       01 property-backup-record pic x(523).

       FD buyer-backup-file.
       01 buyer-backup-record pic x(376).

       FD seller-backup-file.
       01 seller-backup-record pic x(325).

       FD viewing-backup-file.
       01 viewing-backup-record pic x(161).
