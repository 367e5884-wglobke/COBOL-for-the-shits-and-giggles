      *
      *    Acknowledged alerts stay on the file for the paper
      *    trail; they just stop showing in the inbox.
      *    Acknowledging a fatal alert also stops Alert_Escalation
      *    paging the on-call engineers about it.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
