      * Shared personal-data retention register. RETENTION-ANON
      * appends one E record per employee it anonymises, carrying
      * the departure date the retention period was measured from,
      * and one P record per player id that was linked to that
      * employee on EMPXREF at the time, so a later sweep of an
      * archive generation or a restored file can find the same
      * people again after the names are gone. The register holds
      * ids and dates only - never a name.
       01  ANON-REGISTER-RECORD.
           05  AR-RECORD-TYPE      PIC X.
               88  AR-EMPLOYEE-ENTRY VALUE "E".
               88  AR-PLAYER-ENTRY   VALUE "P".
           05  AR-EMPLOYEE-ID      PIC X(6).
           05  AR-PLAYER-ID        PIC X(10).
           05  AR-DEPARTURE-DATE   PIC X(10).
           05  AR-ANON-DATE        PIC X(10).
           05  AR-RETENTION-YEARS  PIC 9(2).
