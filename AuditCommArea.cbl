           05  AB-DISPLAYED      PIC X(01).
      *        'Y' ONCE A TRACE HAS RUN AND ENTRIES HAVE BEEN SENT,
      *        SO THE NEXT TASK KNOWS PF7/PF8 HAVE A LIST TO PAGE.
           05  AB-FIRST-KEY      PIC X(26).
           05  AB-LAST-KEY       PIC X(26).
      *        AUDITKEY KEYS (SEE AuditKeyRecord.cbl) OF THE FIRST AND
      *        LAST ENTRIES ON THE PAGE SHOWN - PF8 BROWSES ON FROM
      *        THE LAST AND PF7 READS BACK FROM THE FIRST, SO NEITHER
      *        RECOUNTS THE LIST FROM THE TOP.
