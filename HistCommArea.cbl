           05  HI-DISPLAYED      PIC X(01).
      *        'Y' ONCE A TRACE HAS RUN AND ROWS HAVE BEEN SENT, SO
      *        THE NEXT TASK KNOWS PF7/PF8 HAVE A LIST TO PAGE.
           05  HI-FIRST-FILE     PIC X(01).
           05  HI-FIRST-RBA      PIC S9(08) COMP.
           05  HI-FIRST-KEY      PIC X(26).
           05  HI-LAST-FILE      PIC X(01).
           05  HI-LAST-RBA       PIC S9(08) COMP.
           05  HI-LAST-KEY       PIC X(26).
      *        WHERE THE FIRST AND LAST ROWS ON THE PAGE SHOWN CAME
      *        FROM - FILE 'S' IS A STAY AT THAT BOOKHST RBA, FILE
      *        'A' AN AUDIT ENTRY UNDER THAT AUDHKEY KEY (SEE
      *        AuditKeyRecord.cbl).  PF8 BROWSES ON FROM THE LAST AND
      *        PF7 READS BACK FROM THE FIRST, SO NEITHER RECOUNTS THE
      *        HISTORY FROM THE TOP.
           05  HI-HAS-STAYS      PIC X(01).
           05  HI-STAY-FIRST-RBA PIC S9(08) COMP.
           05  HI-STAY-LAST-RBA  PIC S9(08) COMP.
      *        'Y' WHEN THE GUEST HAS ANY ARCHIVED STAY, WITH THE RBA
      *        OF THE FIRST (FOUND BY THE TRACE) AND OF THE LAST ONE
      *        SHOWN SO FAR - ONCE THE PAGES REACH THE AUDIT ENTRIES
      *        THAT IS THE GUEST'S LAST STAY, WHERE PF7 STEPS BACK
      *        INTO THE STAYS.
