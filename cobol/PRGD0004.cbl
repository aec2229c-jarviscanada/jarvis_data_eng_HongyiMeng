      *           SIGNON-AREA, so the forward recovery job PRGB0016
      *           replays drops instead of silently resurrecting
      *           them.
      * Modified: 2026-10-15 HYM - A graduated student is refused
      *           (copybook DELVAL), so the master keeps the G that
      *           matches the degree on the graduation file.
      * Purpose: Deactivates one student record in the master file.
      * Tectonics: cobc
      ******************************************************************
