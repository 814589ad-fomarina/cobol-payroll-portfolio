      *****************************************************************
      *  HISTREC.CPY                                                  *
      *  Permanent pay-history detail, written by PAYROLL every run   *
      *  - the per-check record that survives after UPDATE-YTD has    *
      *  folded the figures into the running YTD totals.  One "P"     *
      *  line per employee per run with the hours split and money     *
      *  paid - so a second retro pass sees the period is already     *
      *  made whole and pays nothing twice.  All line types carry     *
      *  the run date in the same columns.                            *
      *  SUPPAY's off-cycle bonus and commission checks write "P"     *
      *  lines too, flagged supplemental in HP-RUN-KIND with the      *
      *  earnings type beside it, under their own batch ID.           *
      *  "V" lines are REVERSAL's: one per check backed out, under    *
      *  the reversal run's date and batch, naming the run date of    *
      *  the check it reversed and the figures taken back off.        *
      *  "L" lines are PAYROLL's labor split: one per department and  *
      *  job a regular check's hours were charged to, carrying that   *
      *  charge's share of the gross and of the employer taxes - what *
      *  the GL debited each department sub-account - so REVERSAL can *
      *  credit back the same departments.  Checks with no "L" lines  *
      *  (off-cycle, adjustment, or paid before the lines existed)    *
      *  were expensed to the home department.                        *
      *  The file is indexed (data/pay_history.dat).  HIST-KEY is     *
      *  the line's own ID, run date and batch - the same values it   *
      *  carries in its columns - plus HK-LINE-SEQ, the line's place  *
      *  among the lines written for that check (the "P" line is      *
      *  000, its "D", "L" and "R" lines follow in order), so one     *
      *  check's lines read back together and in the order written.   *
      *  The batch ID alone is the alternate key, with duplicates, so *
      *  a whole run can be pulled back; read along it from the start *
      *  the file comes back run by run, the order it was written.    *
      *  HIST-LINE is the 235-byte line image itself - what the       *
      *  year-end archive holds and what the old sequential history   *
      *  was made of.                                                 *
      *****************************************************************
       01  PAY-HISTORY-RECORD.
           05  HIST-KEY.
               10  HK-ID           PIC X(5).
               10  HK-RUN-DATE     PIC 9(8).
               10  HK-BATCH-ID     PIC X(10).
               10  HK-LINE-SEQ     PIC 9(3).
           05  HIST-LINE.
               10  HIST-REC-TYPE       PIC X.
                   88  HIST-PAY-LINE   VALUE "P".
                   88  HIST-DED-LINE   VALUE "D".
                   88  HIST-RETRO-LINE VALUE "R".
                   88  HIST-REVERSAL-LINE VALUE "V".
                   88  HIST-LABOR-LINE VALUE "L".
               10  HIST-REST-OF-RECORD PIC X(234).

           05  HIST-PAY-DETAIL REDEFINES HIST-LINE.
               10  HP-REC-TYPE         PIC X.
               10  FILLER              PIC X.
               10  HP-RUN-DATE         PIC 9(8).
               10  HP-RUN-DATE-SPLIT REDEFINES HP-RUN-DATE.
                   15  HP-RUN-YEAR     PIC 9(4).
                   15  HP-RUN-MONTH    PIC 9(2).
                   15  HP-RUN-DAY      PIC 9(2).
               10  FILLER              PIC X.
               10  HP-BATCH-ID         PIC X(10).
               10  FILLER              PIC X.
               10  HP-ID               PIC X(5).
               10  FILLER              PIC X.
               10  HP-REG-HOURS        PIC 9(3).
               10  FILLER              PIC X.
               10  HP-OT-HOURS         PIC 9(3).
               10  FILLER              PIC X.
               10  HP-GROSS            PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HP-TAX              PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HP-FICA             PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HP-DEDUCTIONS       PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HP-NET              PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HP-STATE-TAX        PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HP-WORK-STATE       PIC X(2).
               10  FILLER              PIC X.
               10  HP-VAC-HOURS        PIC 9(3).
               10  FILLER              PIC X.
               10  HP-SICK-HOURS       PIC 9(3).
               10  FILLER              PIC X.
      *        The rate and pay type the check was actually paid at -
      *        what RETROPAY compares the master's history against.
      *        Zero rate with blank type is an adjustment line or a
      *        check written before the fields existed; RETROPAY
      *        leaves both alone.
               10  HP-RATE             PIC 9(3)V99.
               10  FILLER              PIC X.
               10  HP-PAY-TYPE         PIC X.
               10  FILLER              PIC X.
      *        The capped taxable wages and FICA split behind HP-FICA -
      *        the nine exact figures a REVERSAL-REQUEST-RECORD needs,
      *        carried here so PAYINQ can hand the operator a
      *        ready-to-use reversal line instead of nine fields to
      *        retype.  Blank on checks written before the fields
      *        existed - those reversals are keyed by hand, as ever.
               10  HP-SS-WAGES         PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HP-SS-TAX           PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HP-MED-TAX          PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HP-FUTA-WAGES       PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HP-SUTA-WAGES       PIC 9(7)V99.
               10  FILLER              PIC X.
      *        The check's wages after pre-tax deductions: FIT wages for
      *        federal and state income tax (gross less 401(k) and
      *        Section 125), MED wages for Medicare (gross less Section
      *        125 only).  Blank on checks written before the fields
      *        existed - read those as HP-GROSS, which is what the
      *        check was taxed on at the time.
               10  HP-FIT-WAGES        PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HP-MED-WAGES        PIC 9(7)V99.
               10  FILLER              PIC X.
      *        "S" marks an off-cycle supplemental check (bonus,
      *        commission) paid at the flat supplemental rate, with the
      *        earnings type it paid; blank is a regular-period check or
      *        an adjustment, as every line written before the field
      *        existed reads.
               10  HP-RUN-KIND         PIC X.
                   88  HP-SUPPLEMENTAL-RUN VALUE "S".
               10  FILLER              PIC X.
               10  HP-EARN-TYPE        PIC X(4).
               10  FILLER              PIC X.
      *        Local withholding: the locality the earned income tax
      *        was owed to under the higher-of rule, the wages it was
      *        figured on and the tax, then the Local Services Tax and
      *        the work-site locality it went to.  Blank codes (no
      *        local tax owed, checks paid before the fields existed)
      *        mean nothing to file.  Off-cycle and adjustment checks
      *        carry the earned income tax but never an LST, which is
      *        a regular-period charge.
               10  HP-LOCAL-CODE       PIC X(6).
               10  FILLER              PIC X.
               10  HP-LOCAL-WAGES      PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HP-LOCAL-TAX        PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HP-LST-CODE         PIC X(6).
               10  FILLER              PIC X.
               10  HP-LST-TAX          PIC 9(7)V99.

           05  HIST-DED-DETAIL REDEFINES HIST-LINE.
               10  HD-REC-TYPE         PIC X.
               10  FILLER              PIC X.
               10  HD-RUN-DATE         PIC 9(8).
               10  FILLER              PIC X.
               10  HD-BATCH-ID         PIC X(10).
               10  FILLER              PIC X.
               10  HD-ID               PIC X(5).
               10  FILLER              PIC X.
               10  HD-CODE             PIC X(4).
               10  FILLER              PIC X.
               10  HD-AMOUNT           PIC 9(7)V99.
               10  FILLER              PIC X(193).

           05  HIST-RETRO-DETAIL REDEFINES HIST-LINE.
               10  HR-REC-TYPE         PIC X.
               10  FILLER              PIC X.
               10  HR-RUN-DATE         PIC 9(8).
               10  FILLER              PIC X.
               10  HR-BATCH-ID         PIC X(10).
               10  FILLER              PIC X.
               10  HR-ID               PIC X(5).
               10  FILLER              PIC X.
               10  HR-ORIG-DATE        PIC 9(8).
               10  FILLER              PIC X.
               10  HR-OLD-RATE         PIC 9(3)V99.
               10  FILLER              PIC X.
               10  HR-NEW-RATE         PIC 9(3)V99.
               10  FILLER              PIC X.
               10  HR-AMOUNT           PIC 9(7)V99.
               10  FILLER              PIC X(177).

           05  HIST-REVERSAL-DETAIL REDEFINES HIST-LINE.
               10  HV-REC-TYPE         PIC X.
               10  FILLER              PIC X.
               10  HV-RUN-DATE         PIC 9(8).
               10  FILLER              PIC X.
               10  HV-BATCH-ID         PIC X(10).
               10  FILLER              PIC X.
               10  HV-ID               PIC X(5).
               10  FILLER              PIC X.
      *        The run date of the check backed out, and the
      *        figures the reversal took back off it - the same
      *        figures the reversal request carried.  HV-LOCAL-TAX
      *        is the earned income tax and LST together.
               10  HV-ORIG-DATE        PIC 9(8).
               10  FILLER              PIC X.
               10  HV-GROSS            PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HV-TAX              PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HV-FICA             PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HV-DEDUCTIONS       PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HV-NET              PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HV-STATE-TAX        PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HV-LOCAL-TAX        PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HV-RUN-KIND         PIC X.
               10  FILLER              PIC X(127).

           05  HIST-LABOR-DETAIL REDEFINES HIST-LINE.
               10  HL-REC-TYPE         PIC X.
               10  FILLER              PIC X.
               10  HL-RUN-DATE         PIC 9(8).
               10  FILLER              PIC X.
               10  HL-BATCH-ID         PIC X(10).
               10  FILLER              PIC X.
               10  HL-ID               PIC X(5).
               10  FILLER              PIC X.
      *        One charge code's share of the check, as the labor
      *        distribution split it: the hours charged, the gross
      *        they earned and the employer FICA, FUTA and SUTA that
      *        went with them.
               10  HL-DEPT             PIC X(4).
               10  FILLER              PIC X.
               10  HL-JOB              PIC X(6).
               10  FILLER              PIC X.
               10  HL-HOURS            PIC 9(4)V99.
               10  FILLER              PIC X.
               10  HL-GROSS            PIC 9(7)V99.
               10  FILLER              PIC X.
               10  HL-ER-TAX           PIC 9(7)V99.
               10  FILLER              PIC X(169).
