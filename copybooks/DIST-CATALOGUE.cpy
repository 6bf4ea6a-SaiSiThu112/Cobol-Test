      *> DIST-CATALOGUE.cpy - the reports and files the nightly
      *> chain leaves behind that DISTRIB can put in a delivery
      *> pack: the code DistMaster.txt routes by, whether it is
      *> payroll or personnel output (class P - only ever sent to a
      *> recipient flagged as authorized) or general (class G), a
      *> scope of B for the per-branch extracts AssignTwo names
      *> Branch-bbb-yyyymmdd.txt, and the same environment variable
      *> and fallback file name the producing program itself uses,
      *> so the pack picks up exactly what was written tonight.
      *> DISTMAINT checks routes against the same list.
           01 DC-CATALOGUE-VALUES.
               05 FILLER PIC X(8) VALUE "DETAIL".
               05 FILLER PIC X(1) VALUE "G".
               05 FILLER PIC X(1) VALUE " ".
               05 FILLER PIC X(20) VALUE "ASSIGNTWO_OUTPUT".
               05 FILLER PIC X(24) VALUE "output.txt".
               05 FILLER PIC X(30) VALUE "ASSIGNTWO DETAIL REPORT".
               05 FILLER PIC X(8) VALUE "BRANCHX".
               05 FILLER PIC X(1) VALUE "G".
               05 FILLER PIC X(1) VALUE "B".
               05 FILLER PIC X(20) VALUE "ASSIGNTWO_DATA_DIR".
               05 FILLER PIC X(24) VALUE SPACES.
               05 FILLER PIC X(30) VALUE "BRANCH CLOSING EXTRACT".
               05 FILLER PIC X(8) VALUE "REORDER".
               05 FILLER PIC X(1) VALUE "G".
               05 FILLER PIC X(1) VALUE " ".
               05 FILLER PIC X(20) VALUE "ASSIGNTWO_REORDER".
               05 FILLER PIC X(24) VALUE "ReorderAlert.txt".
               05 FILLER PIC X(30) VALUE "REORDER ALERT".
               05 FILLER PIC X(8) VALUE "XFERAGE".
               05 FILLER PIC X(1) VALUE "G".
               05 FILLER PIC X(1) VALUE " ".
               05 FILLER PIC X(20) VALUE "XFERAGE_REPORT".
               05 FILLER PIC X(24) VALUE "TransferAging.txt".
               05 FILLER PIC X(30) VALUE "TRANSFER AGING REPORT".
               05 FILLER PIC X(8) VALUE "EXCEPSUM".
               05 FILLER PIC X(1) VALUE "G".
               05 FILLER PIC X(1) VALUE " ".
               05 FILLER PIC X(20) VALUE "EXCEPSUM_SUMMARY".
               05 FILLER PIC X(24) VALUE "OperatorSummary.txt".
               05 FILLER PIC X(30) VALUE "OPERATOR EXCEPTION SUMMARY".
               05 FILLER PIC X(8) VALUE "PAYREG".
               05 FILLER PIC X(1) VALUE "P".
               05 FILLER PIC X(1) VALUE " ".
               05 FILLER PIC X(20) VALUE "PAYREG_REGISTER".
               05 FILLER PIC X(24) VALUE "PayrollRegister.txt".
               05 FILLER PIC X(30) VALUE "PAYROLL REGISTER".
               05 FILLER PIC X(8) VALUE "HEADCNT".
               05 FILLER PIC X(1) VALUE "P".
               05 FILLER PIC X(1) VALUE " ".
               05 FILLER PIC X(20) VALUE "HEADCOUNT_REPORT".
               05 FILLER PIC X(24) VALUE "HeadCount.txt".
               05 FILLER PIC X(30) VALUE "HEADCOUNT REPORT".
               05 FILLER PIC X(8) VALUE "LEAVERPT".
               05 FILLER PIC X(1) VALUE "P".
               05 FILLER PIC X(1) VALUE " ".
               05 FILLER PIC X(20) VALUE "LEAVERPT_REPORT".
               05 FILLER PIC X(24) VALUE "LeaveReport.txt".
               05 FILLER PIC X(30) VALUE "LEAVE REPORT".
               05 FILLER PIC X(8) VALUE "ABSENCE".
               05 FILLER PIC X(1) VALUE "P".
               05 FILLER PIC X(1) VALUE " ".
               05 FILLER PIC X(20) VALUE "ABSENCE_REPORT".
               05 FILLER PIC X(24) VALUE "AbsenceReport.txt".
               05 FILLER PIC X(30) VALUE "ABSENCE REPORT".
               05 FILLER PIC X(8) VALUE "CERTRPT".
               05 FILLER PIC X(1) VALUE "P".
               05 FILLER PIC X(1) VALUE " ".
               05 FILLER PIC X(20) VALUE "CERTRPT_REPORT".
               05 FILLER PIC X(24) VALUE "CertExpiry.txt".
               05 FILLER PIC X(30) VALUE "CERTIFICATE EXPIRY REPORT".
               05 FILLER PIC X(8) VALUE "ORGCHART".
               05 FILLER PIC X(1) VALUE "P".
               05 FILLER PIC X(1) VALUE " ".
               05 FILLER PIC X(20) VALUE "ORGCHART_REPORT".
               05 FILLER PIC X(24) VALUE "OrgChart.txt".
               05 FILLER PIC X(30) VALUE "ORGANISATION CHART".
           01 DC-CATALOGUE REDEFINES DC-CATALOGUE-VALUES.
               05 DC-ENTRY OCCURS 11 TIMES INDEXED BY DC-IDX.
                   10 DC-CODE PIC X(8).
                   10 DC-CLASS PIC X(1).
                       88 DC-PERSONNEL VALUE "P".
                   10 DC-SCOPE PIC X(1).
                       88 DC-PER-BRANCH VALUE "B".
                   10 DC-ENV PIC X(20).
                   10 DC-FILE PIC X(24).
                   10 DC-TITLE PIC X(30).
           01 DC-ENTRY-COUNT PIC 9(2) COMP VALUE 11.
