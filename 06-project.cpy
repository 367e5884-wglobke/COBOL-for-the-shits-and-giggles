      *    Project / cost-code reference file projects.dat: one row
      *    per code timesheet hours may be charged to (see
      *    Timesheet_Entry), kept by hand like locations.dat. Only
      *    an open project takes new hours; a closed one keeps its
      *    history on Project_Costing.
       01  project-record.
           05  pj-code         PIC X(8).
           05  pj-description  PIC X(30).
      *    The department that owns the project and answers for
      *    its cost (its PROJLABOR row on glaccounts.dat).
           05  pj-dept         PIC X(20).
           05  pj-status       PIC X.
               88  pj-open         VALUE "O".
               88  pj-closed       VALUE "C".
