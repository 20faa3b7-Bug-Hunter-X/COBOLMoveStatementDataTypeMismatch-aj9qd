      *****************************************************************
      *  AUTHREC.CPY
      *  Authorized lookup requester master (AUTHUSER.DAT), keyed by
      *  requester ID.  Online lookups through the converter and
      *  bulk lookup decks are answered only for an active requester
      *  on this master.  Every active requester may look up IDs to
      *  keys; reverse (key to ID) and bulk lookups need their own
      *  permission.  A non-zero daily limit caps the lookups granted
      *  per calendar day; AU-USAGE-DATE and AU-USAGE-COUNT hold the
      *  day being counted and the lookups granted on it.
      *  Maintained by the authorized user maintenance program.
      *****************************************************************
       01  AUTH-USER-RECORD.
           05  AU-USER-ID                  PIC X(8).
           05  AU-USER-NAME                PIC X(30).
           05  AU-ACTIVE-FLAG              PIC X.
               88  AU-ACTIVE               VALUE 'A'.
               88  AU-INACTIVE             VALUE 'I'.
           05  AU-REVERSE-FLAG             PIC X.
               88  AU-REVERSE-ALLOWED      VALUE 'Y'.
           05  AU-BULK-FLAG                PIC X.
               88  AU-BULK-ALLOWED         VALUE 'Y'.
           05  AU-DAILY-LIMIT              PIC 9(7).
           05  AU-USAGE-DATE               PIC 9(8).
           05  AU-USAGE-COUNT              PIC 9(7).
           05  AU-LAST-MAINT-DATE          PIC 9(8).
