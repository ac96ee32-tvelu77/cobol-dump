      * Shared supervisor approval-authority record layout for the
      * SUPAUTH VSAM cluster, maintained by SUPAUTH-MAINT and read
      * by SIGNIN-CORRECT before it applies a time correction. Each
      * record lets one employee approve corrections for one
      * department from SA-EFFECTIVE-DATE to SA-EXPIRY-DATE
      * inclusive; a blank expiry means until further notice. A
      * department code of "*ALL" covers every department, as it
      * does on the console permission file. Keyed on supervisor,
      * department and effective date so a renewed authority is a
      * new record and the old one stays on file for audit.
       01  SUPERVISOR-AUTHORITY-RECORD.
           05  SA-KEY.
               10  SA-SUPERVISOR-ID    PIC X(6).
               10  SA-DEPT-CODE        PIC X(4).
               10  SA-EFFECTIVE-DATE   PIC X(10).
           05  SA-EXPIRY-DATE      PIC X(10).
