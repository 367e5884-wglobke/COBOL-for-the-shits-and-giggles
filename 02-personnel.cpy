           05  manager-id  PIC X(6).
           05  job-code    PIC X(4).
           05  work-location PIC X(2).
      *    The legal entity employing and paying the employee, a
      *    code on companies.dat (see Company_Lookup); spaces mean
      *    the home company, the first row of that file.
           05  company-code PIC X(2).
