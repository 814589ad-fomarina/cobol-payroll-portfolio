      *    existed) defer to the employee file's own value; an
      *    employee blank in both places has no state withholding.
           05  EM-WORK-STATE       PIC X(2).
      *    Resident and work-site localities for local income tax -
      *    codes keying the loadable local rate table (the PSD code
      *    for a Pennsylvania municipality, "NYC" for New York
      *    City).  Unlike the work state these ride only the master:
      *    blank means no local withholding for that side.
           05  EM-RES-LOCALITY     PIC X(6).
           05  EM-WORK-LOCALITY    PIC X(6).
