           SELECT PAYROLL-EC-FILE ASSIGN TO "payroll_emplr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-EC-FILE-STATUS.
           SELECT PAYROLL-HRS-FILE ASSIGN TO "payroll_hours.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-HRS-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "period_status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
               FILE STATUS IS WS-LEAVE-FILE-STATUS.
           SELECT TEMP-LEAVE-FILE ASSIGN TO "temp_leave.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PUNCH-FILE ASSIGN TO "time_punches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUNCH-FILE-STATUS.
           SELECT PUNCH-EXC-FILE ASSIGN TO "punch_exceptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SALHIST-FILE ASSIGN TO "salary_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALHIST-FILE-STATUS.
           SELECT INCREMENT-FILE ASSIGN TO "increments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCREMENT-FILE-STATUS.
           SELECT INC-EXC-FILE ASSIGN TO "increment_exceptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-EXC-FILE-STATUS.
           SELECT OPTIONAL PAYROLL-ARCH-FILE
                   ASSIGN TO "payroll_archive.dat"
               ORGANIZATION IS INDEXED
               FILE STATUS IS WS-PAYEC-ARCH-STATUS.
           SELECT TEMP-PAYEC-FILE ASSIGN TO "temp_payec.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYHRS-ARCH-FILE ASSIGN TO "payhrs_archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHRS-ARCH-STATUS.
           SELECT TEMP-PAYHRS-FILE ASSIGN TO "temp_payhrs.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-FILE-STATUS.
               FILE STATUS IS WS-GL-MAP-FILE-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO DYNAMIC WS-GL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARREARS-FILE ASSIGN TO "ded_arrears.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARREARS-FILE-STATUS.
           SELECT TEMP-ARREARS-FILE ASSIGN TO "temp_arrears.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARREARS-HIST-FILE ASSIGN TO "arrears_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRHIST-FILE-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "payroll_approval.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.
           SELECT CHGJRNL-FILE ASSIGN TO "emp_change_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-FILE-STATUS.
           SELECT ALLOC-FILE ASSIGN TO "cost_alloc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-FILE-STATUS.
           SELECT TEMP-ALLOC-FILE ASSIGN TO "temp_alloc.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUDGET-FILE ASSIGN TO "dept_budget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.
           SELECT TEMP-BUDGET-FILE ASSIGN TO "temp_budget.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYEE-FILE ASSIGN TO "remit_payees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-FILE-STATUS.
           SELECT REMIT-REG-FILE ASSIGN TO "remit_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-REG-FILE-STATUS.
           SELECT REMIT-FILE ASSIGN TO DYNAMIC WS-RMT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-SCHED-FILE ASSIGN TO DYNAMIC
                   WS-RMT-SCHED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-PARM-FILE ASSIGN TO DYNAMIC WS-JOB-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-PARM-FILE-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO "payroll_job.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-LOG-FILE-STATUS.
           SELECT JOB-RESTART-FILE ASSIGN TO "payroll_job_restart.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-RESTART-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 EMP-STATUS           PIC X.
           05 EMP-HIRE-DATE        PIC 9(8).
           05 EMP-TERM-DATE        PIC 9(8).
      *> Pay basis: 'S' = salaried on EMP-BASE-SALARY a month, 'H' =
      *> hourly on EMP-HOURLY-RATE for the hours actually worked.
      *> Blank counts as salaried.
           05 EMP-PAY-TYPE         PIC X.
           05 EMP-HOURLY-RATE      PIC 9(4)V99.
       
      *> PAY-ENTRY-SEQ is 00 for the normal monthly entry; reversal and
      *> adjustment entries against the same employee/month take the
           05 BATCH-DEDUCTIONS     PIC 9(6)V99.
           05 BATCH-MONTH          PIC 9(2).
           05 BATCH-YEAR           PIC 9(4).
      *> Regular hours for hourly-rated staff; blank on rows from
      *> drivers built before the field existed reads as zero.
           05 BATCH-REG-HOURS      PIC 9(3)V99.

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CHECKPOINT-LAST-EMP-ID PIC 9(5).

      *> Rejected driver rows, written as the original 39-byte driver
      *> image followed by the reason, so a corrected copy of the file
      *> can be resubmitted as batch_driver.dat unchanged (the reason
      *> text past column 39 is dropped when read back as a driver).
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
           05 EXC-DRIVER-IMAGE     PIC X(39).
           05 EXC-GAP              PIC X(2).
           05 EXC-REASON           PIC X(30).

      *> deduction type. DED-METHOD 'F' takes DED-AMOUNT as a flat
      *> amount, 'P' as a percent of gross. A line applies from
      *> DED-START-YYYYMM through DED-END-YYYYMM (0 = open-ended).
      *> DED-CLASS 'V' marks a voluntary deduction, taken last when
      *> the minimum-net floor bites; anything else (including blank
      *> lines written before the class existed) is statutory.
       FD DEDUCT-FILE.
       01 DEDUCT-RECORD.
           05 DED-EMP-ID           PIC 9(5).
           05 DED-AMOUNT           PIC 9(6)V99.
           05 DED-START-YYYYMM     PIC 9(6).
           05 DED-END-YYYYMM       PIC 9(6).
           05 DED-CLASS            PIC X.

       FD TEMP-DEDUCT-FILE.
       01 TEMP-DEDUCT-RECORD       PIC X(51).

      *> Itemized deduction breakdown saved alongside each payroll
      *> record, keyed by employee/year/month, for the salary slip.

      *> Attendance: one row per employee per month. Days present and
      *> paid leave both pay; unpaid leave prorates the base salary.
      *> Regular hours pay hourly-rated staff (zero or blank on rows
      *> for salaried staff and on rows written before the field).
       FD ATTEND-FILE.
       01 ATT-RECORD.
           05 ATT-EMP-ID           PIC 9(5).
           05 ATT-DAYS-PRESENT     PIC 9(2).
           05 ATT-PAID-LEAVE       PIC 9(2).
           05 ATT-UNPAID-LEAVE     PIC 9(2).
           05 ATT-REG-HOURS        PIC 9(3)V99.

      *> Annual leave balances: accrual is added as each month's
      *> attendance is entered, paid leave taken depletes it.
       FD TEMP-LEAVE-FILE.
       01 TEMP-LEAVE-RECORD        PIC X(17).

      *> Time-clock export: one row per employee per day worked or
      *> absent. Times are HHMM on the 24-hour clock; a clock-out at
      *> or before the clock-in is an overnight shift ending the next
      *> morning (midnight is 2400, 0000 means no clock-out). The
      *> absence code is blank for a worked day, P for paid leave and
      *> U for unpaid leave (times are ignored on absence rows).
       FD PUNCH-FILE.
       01 PUNCH-RECORD.
           05 PUNCH-EMP-ID         PIC 9(5).
           05 PUNCH-DATE           PIC 9(8).
           05 PUNCH-IN             PIC 9(4).
           05 PUNCH-OUT            PIC 9(4).
           05 PUNCH-ABSENCE        PIC X.

      *> Rejected punches: the 22-byte punch image then the reason, so
      *> corrected rows can be put back into time_punches.dat as-is.
       FD PUNCH-EXC-FILE.
       01 PUNCH-EXC-RECORD.
           05 PEX-PUNCH-IMAGE      PIC X(22).
           05 PEX-GAP              PIC X(2).
           05 PEX-REASON           PIC X(30).

      *> Every salary change is appended here with the month it takes
      *> effect, so payroll can be run or re-run for any month at the
      *> rate that was in force then. The pay types say what each
      *> amount is: 'S' (or blank) a monthly salary, 'H' an hourly
      *> rate - a change of pay basis is one line with both.
       FD SALHIST-FILE.
       01 SALHIST-RECORD.
           05 SH-EMP-ID            PIC 9(5).
           05 SH-NEW-SALARY        PIC 9(7)V99.
           05 SH-CHANGED-BY        PIC X(10).
           05 SH-CHANGE-DATE       PIC X(8).
           05 SH-OLD-PAY-TYPE      PIC X.
           05 SH-NEW-PAY-TYPE      PIC X.

      *> Appraisal-cycle increments. Type E is one employee's raise -
      *> method A adds INC-VALUE as an amount, method P adds INC-VALUE
      *> percent; type D raises everyone in INC-DEPARTMENT by INC-VALUE
      *> percent (method P only). An E line overrides its employee's
      *> department line. INC-EMP-ID is zero on D lines and
      *> INC-DEPARTMENT blank on E lines.
       FD INCREMENT-FILE.
       01 INCREMENT-RECORD.
           05 INC-TYPE             PIC X.
           05 INC-EMP-ID           PIC 9(5).
           05 INC-DEPARTMENT       PIC X(20).
           05 INC-METHOD           PIC X.
           05 INC-VALUE            PIC 9(7)V99.
           05 INC-EFF-MONTH        PIC 9(2).
           05 INC-EFF-YEAR         PIC 9(4).

      *> Rejected increment lines: the 42-byte image then the reason.
       FD INC-EXC-FILE.
       01 INC-EXC-RECORD.
           05 IEX-INCREMENT-IMAGE  PIC X(42).
           05 IEX-GAP              PIC X(2).
           05 IEX-REASON           PIC X(30).

      *> Archive of fully-closed payroll years, same PAY-KEY layout as
      *> the live file. The year-end archive run moves records here so
       FD TEMP-PAYEC-FILE.
       01 TEMP-PAYEC-RECORD        PIC X(43).

       FD PAYHRS-ARCH-FILE.
       01 ARCH-PAYHRS-RECORD       PIC X(59).

       FD TEMP-PAYHRS-FILE.
       01 TEMP-PAYHRS-RECORD       PIC X(59).

      *> Salary advance / loan master: one line per loan, keyed by
      *> employee plus sequence. The payroll run takes LN-INSTALLMENT
      *> automatically (only the remainder on the final installment),
      *> Period Close menu. GLMAP-TYPE 'D' = salary expense per
      *> department (key = department name), 'P' = deduction payable
      *> per type code (key = DED-TYPE-CODE), 'T' = tax payable and
      *> 'C' = net-pay clearing (key unused). 'S' = salary expense per
      *> cost centre (key = cost centre), 'E' = employer contribution
      *> expense per cost centre, or per department for staff with no
      *> allocation (key = cost centre / department name), 'B' =
      *> employer contribution payable (key = EC-TYPE-CODE). Amounts
      *> with no mapping post to the suspense account with a warning.
       FD GL-MAP-FILE.
       01 GLMAP-RECORD.
           05 GLMAP-TYPE           PIC X.
           05 PAYEC-DESCRIPTION    PIC X(20).
           05 PAYEC-AMOUNT         PIC 9(6)V99.

      *> Hours breakdown for each payroll entry paid on an hourly
      *> rate: the rate, the regular, paid-leave and overtime hours
      *> paid and what each came to - the salary slip and year-end
      *> statement read it back.
       FD PAYROLL-HRS-FILE.
       01 PAYHRS-RECORD.
           05 PAYHRS-EMP-ID        PIC 9(5).
           05 PAYHRS-YEAR          PIC 9(4).
           05 PAYHRS-MONTH         PIC 9(2).
           05 PAYHRS-RATE          PIC 9(4)V99.
           05 PAYHRS-REG-HOURS     PIC 9(3)V99.
           05 PAYHRS-LEAVE-HOURS   PIC 9(3)V99.
           05 PAYHRS-OT-HOURS      PIC 9(3)V99.
           05 PAYHRS-REG-PAY       PIC 9(7)V99.
           05 PAYHRS-LEAVE-PAY     PIC 9(6)V99.
           05 PAYHRS-OT-PAY        PIC 9(6)V99.
           05 PAYHRS-ENTRY-SEQ     PIC 9(2).

       FD PAYROLL-DED-FILE.
       01 PAYDED-RECORD.
           05 PAYDED-EMP-ID        PIC 9(5).
           05 PAYDED-DESCRIPTION   PIC X(20).
           05 PAYDED-AMOUNT        PIC 9(6)V99.

      *> Deduction arrears: whatever the minimum-net floor stopped the
      *> payroll run from taking, one line per employee per type code
      *> (loans also by loan sequence). ARR-CLASS 'T' tax, 'S'
      *> statutory, 'L' loan, 'V' voluntary. A line raised in a month
      *> is recovered from the following months' pay, after the
      *> current deductions of its own class; lines at zero drop off
      *> when the file is rewritten.
       FD ARREARS-FILE.
       01 ARREARS-RECORD.
           05 ARR-EMP-ID           PIC 9(5).
           05 ARR-TYPE-CODE        PIC X(4).
           05 ARR-LOAN-SEQ         PIC 9(2).
           05 ARR-DESCRIPTION      PIC X(20).
           05 ARR-CLASS            PIC X.
           05 ARR-BALANCE          PIC 9(7)V99.
           05 ARR-RAISED-YYYYMM    PIC 9(6).
           05 ARR-RECOVER-YYYYMM   PIC 9(6).

       FD TEMP-ARREARS-FILE.
       01 TEMP-ARREARS-RECORD      PIC X(53).

      *> One line per arrears movement: ARH-MOVEMENT 'R' = raised by
      *> a short month, 'C' = collected from a later pay.
       FD ARREARS-HIST-FILE.
       01 ARRHIST-RECORD.
           05 ARH-EMP-ID           PIC 9(5).
           05 ARH-YEAR             PIC 9(4).
           05 ARH-MONTH            PIC 9(2).
           05 ARH-TYPE-CODE        PIC X(4).
           05 ARH-LOAN-SEQ         PIC 9(2).
           05 ARH-DESCRIPTION      PIC X(20).
           05 ARH-MOVEMENT         PIC X.
           05 ARH-AMOUNT           PIC 9(7)V99.
           05 ARH-BALANCE-AFTER    PIC 9(7)V99.

      *> Payroll approval trail: one line per event against a payroll
      *> entry (PAY-KEY). APV-ACTION 'P' = entered and awaiting
      *> approval (APV-USER is who entered it), 'A' = approved, 'J' =
      *> rejected back to the preparer with APV-REASON, 'S' = a
      *> rejected entry settled by a reversal (APV-REASON names the
      *> reversal entry). The latest line for a key is its current
      *> state; an entry with no line at all counts as pending with
      *> no preparer on record.
       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           05 APV-EMP-ID           PIC 9(5).
           05 APV-YEAR             PIC 9(4).
           05 APV-MONTH            PIC 9(2).
           05 APV-ENTRY-SEQ        PIC 9(2).
           05 APV-ACTION           PIC X.
           05 APV-USER             PIC X(10).
           05 APV-DATE             PIC X(8).
           05 APV-TIME             PIC X(6).
           05 APV-REASON           PIC X(30).

      *> Employee master change journal: one line per field changed
      *> through Update Employee, with the value before and after,
      *> who changed it and when. Numeric fields are held as their
      *> displayed value. The bank payment run reads the BANK-ROUTING
      *> and BANK-ACCOUNT lines to hold new bank details for a month.
       FD CHGJRNL-FILE.
       01 CHGJRNL-RECORD.
           05 CHG-EMP-ID           PIC 9(5).
           05 CHG-FIELD            PIC X(12).
           05 CHG-OLD-VALUE        PIC X(30).
           05 CHG-NEW-VALUE        PIC X(30).
           05 CHG-USER             PIC X(10).
           05 CHG-DATE             PIC X(8).
           05 CHG-TIME             PIC X(6).

      *> Cost-centre labour allocation master. Each employee's cost is
      *> split across cost centres by percentage; a set of lines with
      *> the same ALC-EFF-YYYYMM totals 100% and is in force from that
      *> month until a later set replaces it. An employee with no set
      *> in force is charged 100% to EMP-DEPARTMENT as before.
       FD ALLOC-FILE.
       01 ALLOC-RECORD.
           05 ALC-EMP-ID           PIC 9(5).
           05 ALC-EFF-YYYYMM       PIC 9(6).
           05 ALC-COST-CENTRE      PIC X(10).
           05 ALC-PERCENT          PIC 9(3)V99.

       FD TEMP-ALLOC-FILE.
       01 TEMP-ALLOC-RECORD        PIC X(26).

      *> Department payroll budget, one line per department per year:
      *> approved headcount and the monthly budget for salary (gross)
      *> and for employer contributions. BUD-DEPARTMENT matches
      *> EMP-DEPARTMENT exactly.
       FD BUDGET-FILE.
       01 BUDGET-RECORD.
           05 BUD-YEAR             PIC 9(4).
           05 BUD-DEPARTMENT       PIC X(20).
           05 BUD-HEADCOUNT        PIC 9(5).
           05 BUD-MONTHLY-SALARY   PIC 9(9)V99.
           05 BUD-MONTHLY-EMPLR    PIC 9(9)V99.

       FD TEMP-BUDGET-FILE.
       01 TEMP-BUDGET-RECORD       PIC X(51).

      *> Third-party payee master for period-end remittances. Each
      *> line maps one source to a payee: RP-SOURCE 'D' = deduction
      *> (key DED-TYPE-CODE), 'E' = employer contribution (key
      *> EC-TYPE-CODE), 'T' = withheld income tax (key unused). Several
      *> types can map to the same RP-PAYEE-ID and are paid together.
      *> The latest line for a source/type wins, as for GL mappings.
       FD PAYEE-FILE.
       01 PAYEE-RECORD.
           05 RP-SOURCE            PIC X.
           05 RP-TYPE-CODE         PIC X(4).
           05 RP-PAYEE-ID          PIC X(8).
           05 RP-PAYEE-NAME        PIC X(30).
           05 RP-ROUTING           PIC 9(9).
           05 RP-ACCOUNT           PIC X(17).
           05 RP-REFERENCE         PIC X(20).

      *> Remittance register: one line per remittance run, so a closed
      *> month can only be remitted once.
       FD REMIT-REG-FILE.
       01 REMIT-REG-RECORD.
           05 RR-YEAR              PIC 9(4).
           05 RR-MONTH             PIC 9(2).
           05 RR-RUN-DATE          PIC X(8).
           05 RR-RUN-BY            PIC X(10).
           05 RR-PAYEE-COUNT       PIC 9(5).
           05 RR-TOTAL             PIC 9(9)V99.

      *> Remittance payment instructions: "H" header, one "D" line per
      *> payee, "T" trailer with the count and hash total - the same
      *> shape as the bank payment file.
       FD REMIT-FILE.
       01 REMIT-RECORD             PIC X(80).

       FD REMIT-SCHED-FILE.
       01 REMIT-SCHED-RECORD       PIC X(80).

      *> Job parameter file for an unattended run. The 'U' line signs
      *> on the service user; each 'S' line is one step, run in file
      *> order with its own month, year, amount and option keywords.
      *> Lines starting '*' are comments.
       FD JOB-PARM-FILE.
       01 JOB-PARM-RECORD.
           05 JOB-REC-TYPE         PIC X.
           05 JOB-REC-DATA         PIC X(79).
       01 JOB-SIGNON-RECORD.
           05 FILLER               PIC X.
           05 JOB-USERNAME         PIC X(10).
           05 JOB-PASSWORD         PIC X(10).
           05 FILLER               PIC X(59).
       01 JOB-STEP-RECORD.
           05 FILLER               PIC X.
           05 JOB-STEP-NO          PIC 9(3).
           05 JOB-STEP-CODE        PIC X(10).
           05 JOB-STEP-MONTH       PIC 9(2).
           05 JOB-STEP-YEAR        PIC 9(4).
           05 JOB-STEP-AMOUNT      PIC 9(5)V99.
           05 JOB-STEP-OPTIONS     PIC X(53).

       FD JOB-LOG-FILE.
       01 JOB-LOG-RECORD           PIC X(132).

      *> The step an unattended run failed on; the next run skips the
      *> steps before it. Removed once a run gets through every step.
       FD JOB-RESTART-FILE.
       01 JOB-RESTART-RECORD.
           05 JRS-STEP-NO          PIC 9(3).
           05 JRS-STEP-CODE        PIC X(10).
           05 JRS-STEP-MONTH       PIC 9(2).
           05 JRS-STEP-YEAR        PIC 9(4).
           05 JRS-FAIL-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-MENU-CHOICE           PIC 9(2).
       01 WS-CONTINUE              PIC X VALUE 'Y'.
           05 WS-TEMP-STATUS       PIC X.
           05 WS-TEMP-HIRE-DATE    PIC 9(8).
           05 WS-TEMP-TERM-DATE    PIC 9(8).
           05 WS-TEMP-PAY-TYPE     PIC X.
           05 WS-TEMP-HOURLY-RATE  PIC 9(4)V99.

       01 WS-DEDUCT-FILE-STATUS    PIC XX.
       01 WS-PAYROLL-DED-FILE-STATUS PIC XX.
       01 WS-PERIOD-FILE-STATUS    PIC XX.
       01 WS-ATTEND-FILE-STATUS    PIC XX.
       01 WS-LEAVE-FILE-STATUS     PIC XX.
       01 WS-PUNCH-FILE-STATUS     PIC XX.

       01 WS-SALHIST-FILE-STATUS   PIC XX.
       01 WS-INCREMENT-FILE-STATUS PIC XX.
       01 WS-INC-EXC-FILE-STATUS   PIC XX.
       01 WS-JOB-PARM-FILE-STATUS  PIC XX.
       01 WS-JOB-LOG-FILE-STATUS   PIC XX.
       01 WS-JOB-RESTART-FILE-STATUS PIC XX.
       01 WS-GL-MAP-FILE-STATUS    PIC XX.

      *> GL journal build: dept gross and per-type payables are netted
           05 WS-GLD-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-GLD-COUNT.
               10 WS-GLD-DEPT      PIC X(20).
               10 WS-GLD-SOURCE    PIC X.
               10 WS-GLD-GROSS     PIC S9(9)V99.
               10 WS-GLD-CONTRIB   PIC S9(9)V99.

      *> Employer contribution payables per EC-TYPE-CODE, from the
      *> stored payroll_emplr.dat lines for the month.
       01 WS-GL-EC-PAYABLE-TABLE.
           05 WS-GLE-COUNT         PIC 9(3) VALUE 0.
           05 WS-GLE-FOUND         PIC X VALUE 'N'.
           05 WS-GLE-IDX           PIC 9(3).
           05 WS-GLE-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-GLE-COUNT.
               10 WS-GLE-TYPE      PIC X(4).
               10 WS-GLE-AMOUNT    PIC S9(9)V99.

       01 WS-GL-PAYABLE-TABLE.
           05 WS-GLP-COUNT         PIC 9(3) VALUE 0.
           05 WS-TXS-TOT-GROSS     PIC 9(9)V99 VALUE 0.
           05 WS-TXS-TOT-TAX       PIC 9(9)V99 VALUE 0.

      *> Hours an hourly-rated employee was paid on over the year,
      *> from the hours breakdown, reversed months skipped as for
      *> the deduction totals.
       01 WS-TXS-HOURS-TOTALS.
           05 WS-TXH-MONTHS        PIC 9(3) VALUE 0.
           05 WS-TXH-REG-HOURS     PIC 9(5)V99 VALUE 0.
           05 WS-TXH-LEAVE-HOURS   PIC 9(5)V99 VALUE 0.
           05 WS-TXH-OT-HOURS      PIC 9(5)V99 VALUE 0.
           05 WS-TXH-REG-PAY       PIC 9(9)V99 VALUE 0.
           05 WS-TXH-LEAVE-PAY     PIC 9(9)V99 VALUE 0.
           05 WS-TXH-OT-PAY        PIC 9(9)V99 VALUE 0.

       01 WS-TXS-HOURS-LINE.
           05 FILLER               PIC X(22)
               VALUE "HOURS PAID - REGULAR: ".
           05 WS-TXL-REG-HOURS     PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(14) VALUE "  PAID LEAVE: ".
           05 WS-TXL-LEAVE-HOURS   PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(12) VALUE "  OVERTIME: ".
           05 WS-TXL-OT-HOURS      PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(57) VALUE SPACES.

       01 WS-TXS-DED-TABLE.
           05 WS-TXD-COUNT         PIC 9(2) VALUE 0.
           05 WS-TXD-FOUND         PIC X.
           05 WS-SH-BEST-YYYYMM    PIC 9(6).
           05 WS-SH-EARLIEST-YYYYMM PIC 9(6).
           05 WS-SH-EARLIEST-OLD   PIC 9(7)V99.
           05 WS-SH-OLD-PAY-TYPE   PIC X.
           05 WS-SH-NEW-PAY-TYPE   PIC X.
           05 WS-SH-EARLIEST-TYPE  PIC X.
           05 WS-SH-RATE-TYPE-WK   PIC X.
           05 WS-SH-RATE-WK        PIC 9(7)V99.

      *> Increment run. WS-INA holds each raise accepted for the proof
      *> listing, WS-INE the department-wide lines and WS-IND the
      *> department totals; WS-INA-PAID counts months already paid
      *> from the effective month on, which the retro run must redo.
       01 WS-INCREMENT-VARS.
           05 WS-INC-CAP-PCT       PIC 9(3)V99 VALUE 15.00.
           05 WS-INC-CAP-IN        PIC 9(3)V99.
           05 WS-INC-CAP-ED        PIC ZZ9.99.
           05 WS-INC-REASON        PIC X(30).
           05 WS-INC-READ          PIC 9(5).
           05 WS-INC-LINE-NO       PIC 9(5).
           05 WS-INC-REJECTED      PIC 9(5).
           05 WS-INC-APPLIED       PIC 9(5).
           05 WS-INC-RETRO-COUNT   PIC 9(5).
           05 WS-INC-OLD-SALARY    PIC 9(7)V99.
           05 WS-INC-NEW-SALARY    PIC 9(7)V99.
           05 WS-INC-PCT           PIC 9(7)V99.
           05 WS-INC-EFF-YYYYMM    PIC 9(6).
           05 WS-INC-CHECK-YYYYMM  PIC 9(6).
           05 WS-INC-CUR-YYYYMM    PIC 9(6).
           05 WS-INC-CHECK-YEAR    PIC 9(4).
           05 WS-INC-CHECK-MONTH   PIC 9(2).
           05 WS-INC-TOT-OLD       PIC 9(9)V99.
           05 WS-INC-TOT-NEW       PIC 9(9)V99.
           05 WS-INC-TOT-CHANGE    PIC 9(9)V99.
           05 WS-INC-TOT-PCT       PIC 9(5)V99.
       01 WS-INE-TABLE.
           05 WS-INE-COUNT         PIC 9(3) VALUE 0.
           05 WS-INE-IDX           PIC 9(3).
           05 WS-INE-FOUND         PIC X.
           05 WS-INE-ENTRY OCCURS 200 TIMES.
               10 WS-INE-DEPT      PIC X(20).
               10 WS-INE-PCT       PIC 9(3)V99.
               10 WS-INE-EFF-MONTH PIC 9(2).
               10 WS-INE-EFF-YEAR  PIC 9(4).
               10 WS-INE-EMPLOYEES PIC 9(5).
               10 WS-INE-IMAGE     PIC X(42).
               10 WS-INE-LINE-NO   PIC 9(5).
       01 WS-INA-TABLE.
           05 WS-INA-COUNT         PIC 9(5) VALUE 0.
           05 WS-INA-IDX           PIC 9(5).
           05 WS-INA-FOUND         PIC X.
           05 WS-INA-ENTRY OCCURS 5000 TIMES.
               10 WS-INA-EMP-ID    PIC 9(5).
               10 WS-INA-NAME      PIC X(30).
               10 WS-INA-DEPT      PIC X(20).
               10 WS-INA-OLD       PIC 9(7)V99.
               10 WS-INA-NEW       PIC 9(7)V99.
               10 WS-INA-PCT       PIC 9(3)V99.
               10 WS-INA-EFF-MONTH PIC 9(2).
               10 WS-INA-EFF-YEAR  PIC 9(4).
               10 WS-INA-PAID      PIC 9(3).
       01 WS-IND-TABLE.
           05 WS-IND-COUNT         PIC 9(3) VALUE 0.
           05 WS-IND-IDX           PIC 9(3).
           05 WS-IND-ENTRY OCCURS 200 TIMES.
               10 WS-IND-DEPT      PIC X(20).
               10 WS-IND-EMPLOYEES PIC 9(5).
               10 WS-IND-OLD       PIC 9(9)V99.
               10 WS-IND-NEW       PIC 9(9)V99.
       01 WS-INC-DETAIL-LINE.
           05 WS-INL-EMP-ID        PIC X(5).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-INL-NAME          PIC X(30).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-INL-OLD           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-INL-NEW           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-INL-CHANGE        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-INL-PCT           PIC ZZ9.99.
           05 FILLER               PIC X(4) VALUE "% | ".
           05 WS-INL-EFF-MONTH     PIC 9(2).
           05 FILLER               PIC X VALUE "/".
           05 WS-INL-EFF-YEAR      PIC 9(4).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-INL-NOTE          PIC X(20).

       01 WS-ATTENDANCE-VARS.
           05 WS-ATT-FOUND         PIC X VALUE 'N'.
           05 WS-ATT-PRESENT       PIC 9(2).
           05 WS-ATT-PAID-LV       PIC 9(2).
           05 WS-ATT-UNPAID        PIC 9(2).
           05 WS-ATT-REG-HOURS     PIC 9(3)V99.
           05 WS-ATT-TOTAL-DAYS    PIC 9(3).
           05 WS-WORK-DAYS-STD     PIC 9(2) VALUE 26.
           05 WS-CALC-BASE-PAY     PIC 9(7)V99.
           05 WS-LV-BALANCE        PIC S9(3)V9.
           05 WS-LV-FOUND          PIC X VALUE 'N'.

      *> Time-clock punch import. WS-PCE holds one entry per employee
      *> punched in the month with a code and worked minutes per day
      *> of the month; WS-PCR holds each accepted worked punch, chained
      *> back through WS-PCR-PREV to the employee's earlier punches so
      *> overlaps are checked against that employee's rows only.
       01 WS-PUNCH-VARS.
           05 WS-PCH-SHIFT-HOURS   PIC 9(2)V99 VALUE 8.00.
           05 WS-PCH-SHIFT-IN      PIC 9(2)V99.
           05 WS-PCH-SHIFT-ED      PIC Z9.99.
           05 WS-PCH-SHIFT-MINUTES PIC 9(4).
           05 WS-PCH-YYYYMM        PIC 9(6).
           05 WS-PCH-MONTH-DAYS    PIC 9(2).
           05 WS-PCH-DAY           PIC 9(2).
           05 WS-PCH-HH            PIC 9(2).
           05 WS-PCH-MM            PIC 9(2).
           05 WS-PCH-IN-MIN        PIC 9(4).
           05 WS-PCH-OUT-MIN       PIC 9(4).
           05 WS-PCH-ABS-IN        PIC 9(5).
           05 WS-PCH-ABS-OUT       PIC 9(5).
           05 WS-PCH-ROW-ABS-IN    PIC 9(5).
           05 WS-PCH-ROW-ABS-OUT   PIC 9(5).
           05 WS-PCH-CODE          PIC X.
           05 WS-PCH-REASON        PIC X(30).
           05 WS-PCH-READ          PIC 9(5).
           05 WS-PCH-IN-MONTH      PIC 9(5).
           05 WS-PCH-REJECTED      PIC 9(5).
           05 WS-PCH-CLEAN         PIC 9(5).
           05 WS-PCH-HELD          PIC 9(5).
           05 WS-PCH-ATT-WRITTEN   PIC 9(5).
           05 WS-PCH-ATT-EXISTING  PIC 9(5).
           05 WS-PCH-OT-MINUTES    PIC 9(6).
           05 WS-PCH-OT-HOURS      PIC 9(3)V99.
           05 WS-PCH-REG-MINUTES   PIC 9(6).
           05 WS-PCH-REG-HOURS     PIC 9(3)V99.
           05 WS-PCH-ROW           PIC 9(5).
           05 WS-PCH-ABORT         PIC X VALUE 'N'.
       01 WS-PCE-TABLE.
           05 WS-PCE-COUNT         PIC 9(5) VALUE 0.
           05 WS-PCE-IDX           PIC 9(5).
           05 WS-PCE-FOUND         PIC X.
           05 WS-PCE-ENTRY OCCURS 5000 TIMES.
               10 WS-PCE-EMP-ID    PIC 9(5).
               10 WS-PCE-LAST-ROW  PIC 9(5).
               10 WS-PCE-EXCEPTIONS PIC 9(3).
               10 WS-PCE-PRESENT   PIC 9(2).
               10 WS-PCE-PAID-LV   PIC 9(2).
               10 WS-PCE-UNPAID    PIC 9(2).
               10 WS-PCE-OT-HOURS  PIC 9(3)V99.
               10 WS-PCE-REG-HOURS PIC 9(3)V99.
               10 WS-PCE-DAY-CODE  PIC X OCCURS 31 TIMES.
               10 WS-PCE-DAY-MINUTES PIC 9(4) OCCURS 31 TIMES.
       01 WS-PCR-TABLE.
           05 WS-PCR-COUNT         PIC 9(5) VALUE 0.
           05 WS-PCR-ENTRY OCCURS 20000 TIMES.
               10 WS-PCR-DAY       PIC 9(2).
               10 WS-PCR-IN-MIN    PIC 9(4).
               10 WS-PCR-OUT-MIN   PIC 9(4).
               10 WS-PCR-PREV      PIC 9(5).

      *> Pay-period close: a month appears in period_status.dat only
      *> once it is closed. SAVE-PAYROLL-RECORD refuses normal entries
      *> into a closed month; reversal/adjustment entries are the only
           05 WS-DED-AMOUNT        PIC 9(6)V99.
           05 WS-DED-START         PIC 9(6).
           05 WS-DED-END           PIC 9(6).
           05 WS-DED-CLASS         PIC X.

       01 WS-EMPLR-FILE-STATUS     PIC XX.
       01 WS-PAYROLL-EC-FILE-STATUS PIC XX.
       01 WS-PAYROLL-HRS-FILE-STATUS PIC XX.
       01 WS-LOAN-FILE-STATUS      PIC XX.
       01 WS-LOANHIST-FILE-STATUS  PIC XX.
       01 WS-ARREARS-FILE-STATUS   PIC XX.
       01 WS-ARRHIST-FILE-STATUS   PIC XX.
       01 WS-APPROVAL-FILE-STATUS  PIC XX.
       01 WS-CHGJRNL-FILE-STATUS   PIC XX.
       01 WS-ALLOC-FILE-STATUS     PIC XX.
       01 WS-BUDGET-FILE-STATUS    PIC XX.
       01 WS-PAYEE-FILE-STATUS     PIC XX.
       01 WS-REMIT-REG-FILE-STATUS PIC XX.
       01 WS-PAYROLL-ARCH-STATUS   PIC XX.
       01 WS-PAYDED-ARCH-STATUS    PIC XX.
       01 WS-PAYEC-ARCH-STATUS     PIC XX.
       01 WS-PAYHRS-ARCH-STATUS    PIC XX.

       01 WS-ARCHIVE-VARS.
           05 WS-INCLUDE-ARCHIVE   PIC X VALUE 'N'.
           05 WS-ARC-MOVED         PIC 9(5) VALUE 0.
           05 WS-ARC-DED-MOVED     PIC 9(5) VALUE 0.
           05 WS-ARC-EC-MOVED      PIC 9(5) VALUE 0.
           05 WS-ARC-HRS-MOVED     PIC 9(5) VALUE 0.

       01 WS-LOAN-VARS.
           05 WS-LN-EMP-ID         PIC 9(5).
               10 WS-LNP-SEQ       PIC 9(2).
               10 WS-LNP-AMOUNT    PIC 9(6)V99.
               10 WS-LNP-BALANCE   PIC 9(7)V99.
               10 WS-LNP-DESC      PIC X(20).
               10 WS-LNP-INSTALL   PIC 9(6)V99.
               10 WS-LNP-OUTSTANDING PIC 9(7)V99.
               10 WS-LNP-ARR-OPEN  PIC 9(7)V99.
               10 WS-LNP-ARP-IDX   PIC 9(2).

       01 WS-LOAN-DETAIL-LINE.
           05 WS-LNL-EMP-ID        PIC 9(5).
           05 WS-ECR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-ECR-COUNT.
               10 WS-ECR-DEPT      PIC X(20).
               10 WS-ECR-SOURCE    PIC X.
               10 WS-ECR-GROSS     PIC S9(9)V99.
               10 WS-ECR-CONTRIB   PIC S9(9)V99.

       01 WS-ECR-DETAIL-LINE.
           05 WS-ECL-DEPT          PIC X(20).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-ECL-GROSS         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-ECL-CONTRIB       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-ECL-COST          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(58) VALUE SPACES.

      *> Labour distribution report: the employer cost accumulation
      *> run for one month or for every month of the year to date.
       01 WS-LABOUR-DIST-VARS.
           05 WS-LDR-MONTH-IN      PIC 9(2).
           05 WS-LDR-MONTH-FROM    PIC 9(2).
           05 WS-LDR-MONTH-TO      PIC 9(2).
           05 WS-LDR-MONTH         PIC 9(2).
           05 WS-LDR-PCT           PIC 9(3)V99.

       01 WS-LDR-DETAIL-LINE.
           05 WS-LDL-CC            PIC X(20).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-LDL-SOURCE        PIC X(3).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-LDL-GROSS         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-LDL-CONTRIB       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-LDL-COST          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-LDL-PCT           PIC ZZ9.99.
           05 FILLER               PIC X(43) VALUE SPACES.

      *> Recurring deductions resolved for the payroll run in progress:
      *> CALCULATE-RECURRING-DEDUCTIONS fills the item table from the
      *> deductions master and SAVE-PAYROLL-RECORD writes it away with
      *> the payroll record. Each item carries its floor class ('S'
      *> statutory, 'L' loan, 'V' voluntary) and, for arrears
      *> recovery and loan lines, the pending-table entry it feeds.
       01 WS-DED-CALC.
           05 WS-RECURRING-DED-TOTAL PIC 9(7)V99 VALUE 0.
           05 WS-DED-ITEM-COUNT    PIC 9(2) VALUE 0.
               10 WS-DED-ITEM-TYPE PIC X(4).
               10 WS-DED-ITEM-DESC PIC X(20).
               10 WS-DED-ITEM-AMOUNT PIC 9(6)V99.
               10 WS-DED-ITEM-CLASS PIC X.
               10 WS-DED-ITEM-ARP-IDX PIC 9(2).
               10 WS-DED-ITEM-LNP-IDX PIC 9(2).

      *> Minimum-net floor: the run never takes the net below
      *> WS-NET-FLOOR-PCT of gross. Deductions are taken in priority
      *> order - tax, statutory, loans, voluntary, then the manual
      *> one-off amount - and whatever does not fit is carried to
      *> ded_arrears.dat for recovery from the following months.
       01 WS-ARREARS-VARS.
           05 WS-NET-FLOOR-PCT     PIC 9(2)V99 VALUE 10.00.
           05 WS-NET-FLOOR         PIC 9(7)V99.
           05 WS-NET-AVAILABLE     PIC S9(8)V99.
           05 WS-ARR-SHORT         PIC 9(7)V99.
           05 WS-ARR-TAKE          PIC 9(7)V99.
           05 WS-ARR-CLOSING       PIC S9(8)V99.
           05 WS-ARR-CLASS-WK      PIC X.
           05 WS-ARR-SETTLE        PIC X VALUE 'N'.
           05 WS-ARR-MOVED         PIC X VALUE 'N'.
           05 WS-ARR-TAX-DUE       PIC 9(7)V99 VALUE 0.
           05 WS-ARR-TAX-IDX       PIC 9(2) VALUE 0.
           05 WS-ARR-KEY-TYPE      PIC X(4).
           05 WS-ARR-KEY-SEQ       PIC 9(2).
           05 WS-ARR-KEY-DESC      PIC X(20).
           05 WS-ARR-KEY-CLASS     PIC X.
           05 WS-ARR-OVERFLOW      PIC X VALUE 'N'.
           05 WS-ARR-FILTER-ID     PIC 9(5).
           05 WS-ARR-LINES         PIC 9(5) VALUE 0.
           05 WS-ARR-TOT-BALANCE   PIC 9(9)V99 VALUE 0.
           05 WS-SLA-RECOVERED     PIC 9(7)V99 VALUE 0.
           05 WS-SLA-RAISED        PIC 9(7)V99 VALUE 0.
           05 WS-SLH-FOUND         PIC X VALUE 'N'.
           05 WS-SLH-RATE          PIC 9(4)V99 VALUE 0.
           05 WS-SLH-REG-HOURS     PIC 9(3)V99 VALUE 0.
           05 WS-SLH-LEAVE-HOURS   PIC 9(3)V99 VALUE 0.
           05 WS-SLH-OT-HOURS      PIC 9(3)V99 VALUE 0.
           05 WS-SLH-REG-PAY       PIC 9(7)V99 VALUE 0.
           05 WS-SLH-LEAVE-PAY     PIC 9(6)V99 VALUE 0.
           05 WS-SLH-OT-PAY        PIC 9(6)V99 VALUE 0.

      *> Arrears lines for the employee in progress: the balance
      *> brought forward, the part due for recovery this month, and
      *> what the run actually recovered and raised. Written back to
      *> ded_arrears.dat only once the payroll record saves.
       01 WS-ARREARS-PENDING.
           05 WS-ARP-COUNT         PIC 9(2) VALUE 0.
           05 WS-ARP-IDX           PIC 9(2).
           05 WS-ARP-FOUND         PIC X.
           05 WS-ARP-ENTRY OCCURS 30 TIMES.
               10 WS-ARP-TYPE      PIC X(4).
               10 WS-ARP-LOAN-SEQ  PIC 9(2).
               10 WS-ARP-DESC      PIC X(20).
               10 WS-ARP-CLASS     PIC X.
               10 WS-ARP-OPENING   PIC 9(7)V99.
               10 WS-ARP-DUE       PIC 9(7)V99.
               10 WS-ARP-RECOVERED PIC 9(7)V99.
               10 WS-ARP-RAISED    PIC 9(7)V99.
               10 WS-ARP-ON-FILE   PIC X.

       01 WS-ARR-DETAIL-LINE.
           05 WS-ARL-EMP-ID        PIC 9(5).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-ARL-TYPE          PIC X(4).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-ARL-SEQ           PIC 9(2).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-ARL-DESC          PIC X(20).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-ARL-CLASS         PIC X.
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-ARL-BALANCE       PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-ARL-RAISED        PIC 9(6).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-ARL-RECOVERED     PIC 9(6).
           05 FILLER               PIC X(55) VALUE SPACES.

      *> Payroll approval: the month's approval trail is folded into
      *> one entry per employee/sequence (latest event wins) before
      *> the payroll file is scanned, so the bank run and the close
      *> can count what is still unapproved.
       01 WS-APPROVAL-VARS.
           05 WS-APV-FILTER-ID     PIC 9(5).
           05 WS-APV-DECISION      PIC X.
           05 WS-APV-REASON        PIC X(30).
           05 WS-APV-STATUS-WK     PIC X.
           05 WS-APV-ENTERED-WK    PIC X(10).
           05 WS-APV-SEQ-WK        PIC 9(2).
           05 WS-APV-UNAPPROVED    PIC 9(5) VALUE 0.
           05 WS-APV-REJECTED      PIC 9(5) VALUE 0.
           05 WS-APV-OWN           PIC 9(5) VALUE 0.
           05 WS-APV-DONE          PIC 9(5) VALUE 0.
           05 WS-APV-LINES         PIC 9(5) VALUE 0.
           05 WS-APV-TOT-NET       PIC S9(9)V99 VALUE 0.

       01 WS-APPROVAL-TABLE.
           05 WS-APV-COUNT         PIC 9(5) VALUE 0.
           05 WS-APV-FOUND         PIC X.
           05 WS-APV-IDX           PIC 9(5).
           05 WS-APV-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-APV-COUNT.
               10 WS-APV-EMP-ID    PIC 9(5).
               10 WS-APV-SEQ       PIC 9(2).
               10 WS-APV-STATUS    PIC X.
               10 WS-APV-ENTERED-BY PIC X(10).
               10 WS-APV-ACTION-BY PIC X(10).
               10 WS-APV-NOTE      PIC X(30).

       01 WS-APV-DETAIL-LINE.
           05 WS-APL-EMP-ID        PIC 9(5).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-APL-SEQ           PIC 9(2).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-APL-TYPE          PIC X.
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-APL-GROSS         PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-APL-NET           PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-APL-STATUS        PIC X(8).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-APL-ENTERED-BY    PIC X(10).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-APL-ACTION-BY     PIC X(10).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-APL-NOTE          PIC X(30).
           05 FILLER               PIC X(18) VALUE SPACES.

      *> Change journal: the employee record as read and as
      *> rewritten by Update Employee, compared field by field.
       01 WS-CHG-BEFORE-IMAGE.
           05 WS-CHB-ID            PIC 9(5).
           05 WS-CHB-NAME          PIC X(30).
           05 WS-CHB-DEPT          PIC X(20).
           05 WS-CHB-POS           PIC X(25).
           05 WS-CHB-SALARY        PIC 9(7)V99.
           05 WS-CHB-ROUTING       PIC 9(9).
           05 WS-CHB-ACCOUNT       PIC X(17).
           05 WS-CHB-STATUS        PIC X.
           05 WS-CHB-HIRE-DATE     PIC 9(8).
           05 WS-CHB-TERM-DATE     PIC 9(8).
           05 WS-CHB-PAY-TYPE      PIC X.
           05 WS-CHB-HOURLY-RATE   PIC 9(4)V99.

       01 WS-CHG-AFTER-IMAGE.
           05 WS-CHA-ID            PIC 9(5).
           05 WS-CHA-NAME          PIC X(30).
           05 WS-CHA-DEPT          PIC X(20).
           05 WS-CHA-POS           PIC X(25).
           05 WS-CHA-SALARY        PIC 9(7)V99.
           05 WS-CHA-ROUTING       PIC 9(9).
           05 WS-CHA-ACCOUNT       PIC X(17).
           05 WS-CHA-STATUS        PIC X.
           05 WS-CHA-HIRE-DATE     PIC 9(8).
           05 WS-CHA-TERM-DATE     PIC 9(8).
           05 WS-CHA-PAY-TYPE      PIC X.
           05 WS-CHA-HOURLY-RATE   PIC 9(4)V99.

       01 WS-CHGJRNL-VARS.
           05 WS-CHG-FIELD-WK      PIC X(12).
           05 WS-CHG-OLD-WK        PIC X(30).
           05 WS-CHG-NEW-WK        PIC X(30).
           05 WS-CHG-AMOUNT-ED     PIC Z(6)9.99.
           05 WS-CHG-COUNT         PIC 9(3) VALUE 0.
           05 WS-CHG-BANK-CHANGED  PIC X VALUE 'N'.
           05 WS-CHG-FILTER-ID     PIC 9(5).
           05 WS-CHG-FILTER-FIELD  PIC X(12).
           05 WS-CHG-FILTER-USER   PIC X(10).
           05 WS-CHG-FROM-DATE     PIC 9(8).
           05 WS-CHG-TO-DATE       PIC 9(8).
           05 WS-CHG-FROM-X        PIC X(8).
           05 WS-CHG-TO-X          PIC X(8).
           05 WS-CHG-LINES         PIC 9(5) VALUE 0.

       01 WS-CHG-DETAIL-LINE.
           05 WS-CHL-DATE          PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-CHL-TIME          PIC X(6).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-CHL-EMP-ID        PIC 9(5).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-CHL-FIELD         PIC X(12).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-CHL-OLD           PIC X(30).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-CHL-NEW           PIC X(30).
           05 FILLER               PIC X(3) VALUE " | ".
           05 WS-CHL-USER          PIC X(10).
           05 FILLER               PIC X(15) VALUE SPACES.

      *> Bank-detail cooling-off: employees whose routing or account
      *> changed on or after the last bank run for an earlier month
      *> are paid by cheque this month and listed on the new bank
      *> details page of the cheque listing.
       01 WS-BANKCHG-VARS.
           05 WS-BCH-SINCE-DATE    PIC X(8).
           05 WS-BCH-COUNT         PIC 9(5) VALUE 0.
           05 WS-BCH-FOUND         PIC X.
           05 WS-BCH-IDX           PIC 9(5).
           05 WS-BCH-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-BCH-COUNT.
               10 WS-BCH-EMP-ID    PIC 9(5).
               10 WS-BCH-DATE      PIC X(8).
               10 WS-BCH-USER      PIC X(10).
           05 WS-BCX-COUNT         PIC 9(5) VALUE 0.
           05 WS-BCX-IDX           PIC 9(5).
           05 WS-BCX-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-BCX-COUNT.
               10 WS-BCX-EMP-ID    PIC 9(5).
               10 WS-BCX-NAME      PIC X(30).
               10 WS-BCX-NET       PIC 9(7)V99.
               10 WS-BCX-DATE      PIC X(8).
               10 WS-BCX-USER      PIC X(10).

       01 WS-NEW-BANK-LINE.
           05 WS-NBL-EMP-ID        PIC 9(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-NBL-EMP-NAME      PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-NBL-NET-AMOUNT    PIC 9(7)V99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-NBL-CHANGED       PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-NBL-USER          PIC X(10).
           05 FILLER               PIC X(10) VALUE SPACES.

      *> Department budget vs actual. WS-BVA holds one row per
      *> department: the budget for the year and the actuals for the
      *> report month and the year to date. Actual headcount is the
      *> number of employees whose netted gross for a month is above
      *> zero; the YTD figure is the average over the months reported.
      *> WS-BVE nets each employee's month before it is counted.
       01 WS-BUDGET-VARS.
           05 WS-BUD-TOLERANCE-PCT PIC 9(3)V99 VALUE 5.00.
           05 WS-BUD-TOL-IN        PIC 9(3)V99.
           05 WS-BUD-TOL-ED        PIC ZZ9.99.
           05 WS-BUD-DEPT-IN       PIC X(20).
           05 WS-BUD-HEADCOUNT-IN  PIC 9(5).
           05 WS-BUD-SALARY-IN     PIC 9(9)V99.
           05 WS-BUD-EMPLR-IN      PIC 9(9)V99.
           05 WS-BUD-REPLACED      PIC X VALUE 'N'.
           05 WS-BUD-FILTER-YEAR   PIC 9(4).
           05 WS-BUD-LINES         PIC 9(5) VALUE 0.
           05 WS-BUD-MONTH         PIC 9(2).
           05 WS-BUD-MONTHS        PIC 9(2).
           05 WS-BUD-OVER-COUNT    PIC 9(3) VALUE 0.
           05 WS-BUD-SECTION       PIC X.
           05 WS-BUD-SALARY-ED     PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-BUD-EMPLR-ED      PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-BVA-TABLE.
           05 WS-BVA-COUNT         PIC 9(3) VALUE 0.
           05 WS-BVA-FOUND         PIC X VALUE 'N'.
           05 WS-BVA-IDX           PIC 9(3).
           05 WS-BVA-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-BVA-COUNT.
               10 WS-BVA-DEPT      PIC X(20).
               10 WS-BVA-HAS-BUDGET PIC X.
               10 WS-BVA-BUD-HC    PIC 9(5).
               10 WS-BVA-BUD-SALARY PIC 9(9)V99.
               10 WS-BVA-BUD-EMPLR PIC 9(9)V99.
               10 WS-BVA-MTH-HC    PIC 9(5).
               10 WS-BVA-MTH-GROSS PIC S9(9)V99.
               10 WS-BVA-MTH-EMPLR PIC S9(9)V99.
               10 WS-BVA-YTD-HC    PIC 9(7).
               10 WS-BVA-YTD-GROSS PIC S9(11)V99.
               10 WS-BVA-YTD-EMPLR PIC S9(11)V99.

       01 WS-BVE-TABLE.
           05 WS-BVE-COUNT         PIC 9(5) VALUE 0.
           05 WS-BVE-FOUND         PIC X VALUE 'N'.
           05 WS-BVE-IDX           PIC 9(5).
           05 WS-BVE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-BVE-COUNT.
               10 WS-BVE-EMP-ID    PIC 9(5).
               10 WS-BVE-DEPT-IDX  PIC 9(3).
               10 WS-BVE-GROSS     PIC S9(9)V99.
               10 WS-BVE-REVERSED  PIC X.

      *> One report row: PRINT-BUDGET-LINE works out the variances
      *> and the flag from these and prints the line.
       01 WS-BUDGET-ROW.
           05 WS-BVW-LABEL         PIC X(20).
           05 WS-BVW-HAS-BUDGET    PIC X.
           05 WS-BVW-BUD-HC        PIC 9(7).
           05 WS-BVW-ACT-HC        PIC 9(7).
           05 WS-BVW-BUD-GROSS     PIC S9(11)V99.
           05 WS-BVW-ACT-GROSS     PIC S9(11)V99.
           05 WS-BVW-BUD-EMPLR     PIC S9(11)V99.
           05 WS-BVW-ACT-EMPLR     PIC S9(11)V99.
           05 WS-BVW-VAR           PIC S9(11)V99.
           05 WS-BVW-PCT           PIC S9(5)V9.
           05 WS-BVW-OVER          PIC X.
           05 WS-BVT-BUD-HC        PIC 9(7).
           05 WS-BVT-ACT-HC        PIC 9(7).
           05 WS-BVT-BUD-GROSS     PIC S9(11)V99.
           05 WS-BVT-ACT-GROSS     PIC S9(11)V99.
           05 WS-BVT-BUD-EMPLR     PIC S9(11)V99.
           05 WS-BVT-ACT-EMPLR     PIC S9(11)V99.

       01 WS-BVA-DETAIL-LINE.
           05 WS-BVL-DEPT          PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-BVL-BUD-HC        PIC ZZZZ9.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-BVL-ACT-HC        PIC ZZZZ9.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-BVL-VAR-HC        PIC ZZZ9-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-BVL-BUD-GROSS     PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-BVL-ACT-GROSS     PIC ZZ,ZZZ,ZZ9-.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-BVL-VAR-GROSS     PIC ZZ,ZZZ,ZZ9-.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-BVL-PCT-GROSS     PIC ZZZ9.9-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-BVL-BUD-EMPLR     PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-BVL-ACT-EMPLR     PIC ZZ,ZZZ,ZZ9-.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-BVL-VAR-EMPLR     PIC ZZ,ZZZ,ZZ9-.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-BVL-PCT-EMPLR     PIC ZZZ9.9-.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-BVL-FLAG          PIC X(5).

      *> Period-end remittances. WS-RME nets each employee's tax and
      *> deductions for the month (reversals subtract, as at close);
      *> WS-RMY holds the month's total per tax / deduction type /
      *> employer contribution type and the payee mapping it resolved
      *> to; WS-RPE gathers those into one payment per payee.
       01 WS-REMIT-VARS.
           05 WS-RMT-FILENAME      PIC X(30).
           05 WS-RMT-SCHED-FILENAME PIC X(30).
           05 WS-RMT-REMITTED      PIC X VALUE 'N'.
           05 WS-RMT-REMIT-DATE    PIC X(8).
           05 WS-RMT-REMIT-BY      PIC X(10).
           05 WS-RMT-CLOSE-GROSS   PIC 9(9)V99.
           05 WS-RMT-CLOSE-TAX     PIC 9(9)V99.
           05 WS-RMT-CLOSE-NET     PIC 9(9)V99.
           05 WS-RMT-CLOSE-DED     PIC S9(9)V99.
           05 WS-RMT-TAX-TOTAL     PIC S9(9)V99.
           05 WS-RMT-DED-TOTAL     PIC S9(9)V99.
           05 WS-RMT-MISC          PIC S9(9)V99.
           05 WS-RMT-EC-TOTAL      PIC S9(9)V99.
           05 WS-RMT-GL-TOTAL      PIC S9(9)V99.
           05 WS-RMT-REMIT-TOTAL   PIC S9(9)V99.
           05 WS-RMT-UNREMIT-TOTAL PIC S9(9)V99.
           05 WS-RMT-TIES          PIC X VALUE 'Y'.
           05 WS-RMT-SOURCE-WK     PIC X.
           05 WS-RMT-TYPE-WK       PIC X(4).
           05 WS-RMT-LINES         PIC 9(5) VALUE 0.
           05 WS-RMT-AMOUNT-ED     PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-RMT-PAYEE-ID-IN   PIC X(8).
           05 WS-RMT-PAYEE-NAME-IN PIC X(30).
           05 WS-RMT-ROUTING-IN    PIC 9(9).
           05 WS-RMT-ACCOUNT-IN    PIC X(17).
           05 WS-RMT-REFERENCE-IN  PIC X(20).

       01 WS-RPY-TABLE.
           05 WS-RPY-COUNT         PIC 9(3) VALUE 0.
           05 WS-RPY-FOUND         PIC X VALUE 'N'.
           05 WS-RPY-IDX           PIC 9(3).
           05 WS-RPY-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-RPY-COUNT.
               10 WS-RPY-SOURCE    PIC X.
               10 WS-RPY-TYPE      PIC X(4).
               10 WS-RPY-PAYEE-ID  PIC X(8).
               10 WS-RPY-NAME      PIC X(30).
               10 WS-RPY-ROUTING   PIC 9(9).
               10 WS-RPY-ACCOUNT   PIC X(17).
               10 WS-RPY-REFERENCE PIC X(20).

       01 WS-RMY-TABLE.
           05 WS-RMY-COUNT         PIC 9(3) VALUE 0.
           05 WS-RMY-FOUND         PIC X VALUE 'N'.
           05 WS-RMY-IDX           PIC 9(3).
           05 WS-RMY-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-RMY-COUNT.
               10 WS-RMY-SOURCE    PIC X.
               10 WS-RMY-TYPE      PIC X(4).
               10 WS-RMY-AMOUNT    PIC S9(9)V99.
               10 WS-RMY-PAYEE-NO  PIC 9(3).

       01 WS-RPE-TABLE.
           05 WS-RPE-COUNT         PIC 9(3) VALUE 0.
           05 WS-RPE-FOUND         PIC X VALUE 'N'.
           05 WS-RPE-IDX           PIC 9(3).
           05 WS-RPE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-RPE-COUNT.
               10 WS-RPE-PAYEE-ID  PIC X(8).
               10 WS-RPE-NAME      PIC X(30).
               10 WS-RPE-ROUTING   PIC 9(9).
               10 WS-RPE-ACCOUNT   PIC X(17).
               10 WS-RPE-REFERENCE PIC X(20).
               10 WS-RPE-AMOUNT    PIC S9(9)V99.

       01 WS-RME-TABLE.
           05 WS-RME-COUNT         PIC 9(5) VALUE 0.
           05 WS-RME-FOUND         PIC X VALUE 'N'.
           05 WS-RME-IDX           PIC 9(5).
           05 WS-RME-HIT           PIC X VALUE 'N'.
           05 WS-RME-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-RME-COUNT.
               10 WS-RME-EMP-ID    PIC 9(5).
               10 WS-RME-TAX       PIC S9(7)V99.
               10 WS-RME-OTHER     PIC S9(7)V99.
               10 WS-RME-REVERSED  PIC X.

       01 WS-REMIT-HEADER-LINE.
           05 FILLER               PIC X VALUE "H".
           05 WS-RMH-RUN-DATE      PIC X(8).
           05 WS-RMH-PAY-MONTH     PIC 9(2).
           05 WS-RMH-PAY-YEAR      PIC 9(4).
           05 FILLER               PIC X(65) VALUE SPACES.

       01 WS-REMIT-DETAIL-LINE.
           05 FILLER               PIC X VALUE "D".
           05 WS-RMD-PAYEE-ID      PIC X(8).
           05 WS-RMD-ROUTING       PIC 9(9).
           05 WS-RMD-ACCOUNT       PIC X(17).
           05 WS-RMD-AMOUNT        PIC 9(9)V99.
           05 WS-RMD-REFERENCE     PIC X(20).
           05 FILLER               PIC X(14) VALUE SPACES.

       01 WS-REMIT-TRAILER-LINE.
           05 FILLER               PIC X VALUE "T".
           05 WS-RMX-DETAIL-COUNT  PIC 9(5).
           05 WS-RMX-TOTAL         PIC 9(9)V99.
           05 FILLER               PIC X(63) VALUE SPACES.

       01 WS-REMIT-SCHED-LINE.
           05 WS-RSL-EMP-ID        PIC 9(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RSL-EMP-NAME      PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RSL-TYPE          PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RSL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(20) VALUE SPACES.

      *> Cost-centre allocation: the master is loaded once per run
      *> into WS-ALM; GET-EMPLOYEE-ALLOCATION picks the set in force
      *> for WS-ALC-YYYYMM-WK into WS-ALS and SPLIT-ALLOCATION-AMOUNT
      *> spreads WS-ALS-AMOUNT over it, the last line taking the
      *> rounding remainder so the shares always add back exactly.
      *> Maintenance builds the set being entered in WS-ALS too.
       01 WS-ALLOC-VARS.
           05 WS-ALC-EMP-WK        PIC 9(5).
           05 WS-ALC-YYYYMM-WK     PIC 9(6).
           05 WS-ALC-BEST-EFF      PIC 9(6).
           05 WS-ALC-EFF-MONTH     PIC 9(2).
           05 WS-ALC-EFF-YEAR      PIC 9(4).
           05 WS-ALC-EFF-YYYYMM    PIC 9(6).
           05 WS-ALC-CC-IN         PIC X(10).
           05 WS-ALC-PCT-IN        PIC 9(3)V99.
           05 WS-ALC-TOTAL-PCT     PIC 9(4)V99.
           05 WS-ALC-TOTAL-ED      PIC ZZZ9.99.
           05 WS-ALC-PCT-ED        PIC ZZ9.99.
           05 WS-ALC-EFF-ED        PIC 9999/99.
           05 WS-ALC-REPLACED      PIC X VALUE 'N'.
           05 WS-ALC-DONE          PIC X VALUE 'N'.
           05 WS-ALC-DUP           PIC X VALUE 'N'.
           05 WS-ALC-FILTER-ID     PIC 9(5).
           05 WS-ALC-LINES         PIC 9(5) VALUE 0.

       01 WS-ALLOC-NEW-LINE.
           05 WS-ALN-EMP-ID        PIC 9(5).
           05 WS-ALN-EFF-YYYYMM    PIC 9(6).
           05 WS-ALN-COST-CENTRE   PIC X(10).
           05 WS-ALN-PERCENT       PIC 9(3)V99.

       01 WS-ALLOC-MASTER-TABLE.
           05 WS-ALM-COUNT         PIC 9(5) VALUE 0.
           05 WS-ALM-IDX           PIC 9(5).
           05 WS-ALM-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-ALM-COUNT.
               10 WS-ALM-EMP-ID    PIC 9(5).
               10 WS-ALM-EFF       PIC 9(6).
               10 WS-ALM-CC        PIC X(10).
               10 WS-ALM-PCT       PIC 9(3)V99.

       01 WS-ALLOC-SPLIT.
           05 WS-ALS-COUNT         PIC 9(2) VALUE 0.
           05 WS-ALS-IDX           PIC 9(2).
           05 WS-ALS-AMOUNT        PIC S9(9)V99.
           05 WS-ALS-REMAIN        PIC S9(9)V99.
           05 WS-ALS-ENTRY OCCURS 20 TIMES.
               10 WS-ALS-CC        PIC X(20).
               10 WS-ALS-SOURCE    PIC X.
               10 WS-ALS-PCT       PIC 9(3)V99.
               10 WS-ALS-SHARE     PIC S9(9)V99.

       01 WS-LIFECYCLE-VARS.
           05 WS-EMP-STATUS-WK     PIC X.
           05 WS-OT-RATE-1             PIC 9V99 VALUE 1.50.
           05 WS-OT-RATE-2             PIC 9V99 VALUE 2.00.

       *> Hourly-rated staff are paid their own rate for the regular
       *> hours worked, plus a standard day's hours for each day of
       *> paid leave; overtime uses the same multipliers as above.
       01 WS-HOURLY-PAY-VARS.
           05 WS-LEAVE-DAY-HOURS       PIC 9(2)V99 VALUE 8.00.
           05 WS-CALC-REG-HOURS        PIC 9(3)V99.
           05 WS-CALC-LEAVE-HOURS      PIC 9(3)V99.
           05 WS-CALC-REG-PAY          PIC 9(7)V99.
           05 WS-CALC-LEAVE-PAY        PIC 9(6)V99.
           05 WS-HRS-ENTRY-SEQ         PIC 9(2).

       *> Graduated withholding brackets: each entry's upper bound and
       *> the rate applied to gross earned within that bracket only.
       01 WS-TAX-BRACKET-VALUES.
           05 WS-INPUT-ID          PIC 9(5).
           05 WS-INPUT-DAYS        PIC 9(2).
           05 WS-INPUT-OT-HOURS    PIC 9(3)V99.
           05 WS-INPUT-REG-HOURS   PIC 9(3)V99.
           05 WS-INPUT-BONUS       PIC 9(6)V99.
           05 WS-INPUT-DEDUCTIONS  PIC 9(6)V99.
           05 WS-INPUT-MONTH       PIC 9(2).
           05 WS-SLIP-OT-HOURS         PIC ZZ9.99.
           05 FILLER                   PIC X(92) VALUE SPACES.

       01 WS-SLIP-HOURS-LINE.
           05 FILLER                   PIC X(21)
               VALUE "PAY BASIS: HOURLY @ $".
           05 WS-SLIP-HR-RATE          PIC ZZZ9.99.
           05 FILLER                   PIC X(18)
               VALUE "   REGULAR HOURS: ".
           05 WS-SLIP-REG-HOURS        PIC ZZ9.99.
           05 FILLER                   PIC X(21)
               VALUE "   PAID LEAVE HOURS: ".
           05 WS-SLIP-LEAVE-HOURS      PIC ZZ9.99.
           05 FILLER                   PIC X(53) VALUE SPACES.

       01 WS-SLIP-AMOUNT-LINE.
           05 WS-SLIP-LABEL            PIC X(20).
           05 FILLER                   PIC X VALUE "$".
           05 WS-SCH-EFF-YEAR          PIC 9(4).
           05 FILLER                   PIC X(3) VALUE " | ".
           05 WS-SCH-OLD-SALARY        PIC Z,ZZZ,ZZ9.99.
           05 WS-SCH-OLD-BASIS         PIC X(3).
           05 FILLER                   PIC X(3) VALUE " | ".
           05 WS-SCH-NEW-SALARY        PIC Z,ZZZ,ZZ9.99.
           05 WS-SCH-NEW-BASIS         PIC X(3).
           05 FILLER                   PIC X(3) VALUE " | ".
           05 WS-SCH-CHANGED-BY        PIC X(10).
           05 FILLER                   PIC X(3) VALUE " | ".
           05 WS-SCH-CHANGE-DATE       PIC X(8).
           05 FILLER                   PIC X(57) VALUE SPACES.

       01 WS-LEAVE-DETAIL-LINE.
           05 WS-LVR-EMP-ID            PIC 9(5).
           05 WS-PFD-FLAG          PIC X(6).
           05 FILLER               PIC X(44) VALUE SPACES.

      *> Unattended run. With WS-JOB-MODE 'Y' there is no terminal:
      *> the step paragraphs take their month, year and answers from
      *> the current job step instead of ACCEPTing them, and any step
      *> that refuses or abandons its work sets WS-JOB-STEP-OK to 'N'
      *> with the reason in WS-JOB-MESSAGE. WS-JOB-RC is handed to the
      *> scheduler as RETURN-CODE: 0 every step ran, 8 a step failed,
      *> 12 the job could not start.
       01 WS-JOB-VARS.
           05 WS-JOB-MODE          PIC X VALUE 'N'.
           05 WS-JOB-COMMAND-LINE  PIC X(80).
           05 WS-JOB-PARM-MODE     PIC X(10).
           05 WS-JOB-PARM-FILE     PIC X(60).
           05 WS-JOB-FILENAME      PIC X(60) VALUE "payroll_job.dat".
           05 WS-JOB-EOF           PIC X VALUE 'N'.
           05 WS-JOB-RC            PIC 9(2) VALUE 0.
           05 WS-JOB-STEP-OK       PIC X VALUE 'Y'.
           05 WS-JOB-MESSAGE       PIC X(60).
           05 WS-JOB-LOG-STATUS    PIC X(8).
           05 WS-JOB-LINE-NO       PIC 9(5) VALUE 0.
           05 WS-JOB-LAST-STEP-NO  PIC 9(3) VALUE 0.
           05 WS-JOB-STEP-COUNT    PIC 9(3) VALUE 0.
           05 WS-JOB-STEPS-RUN     PIC 9(3) VALUE 0.
           05 WS-JOB-STEPS-SKIPPED PIC 9(3) VALUE 0.
           05 WS-JOB-RESTART-FROM  PIC 9(3) VALUE 0.
           05 WS-JOB-RESTART-CODE  PIC X(10).
           05 WS-JOB-RESTART-MONTH PIC 9(2).
           05 WS-JOB-RESTART-YEAR  PIC 9(4).
           05 WS-JOB-RESTART-DATE  PIC 9(8).
           05 WS-JOB-RESTART-MATCHED PIC X VALUE 'N'.
           05 WS-JOB-STEP-NO       PIC 9(3) VALUE 0.
           05 WS-JOB-STEP-CODE     PIC X(10).
           05 WS-JOB-MONTH         PIC 9(2) VALUE 0.
           05 WS-JOB-YEAR          PIC 9(4) VALUE 0.
           05 WS-JOB-AMOUNT        PIC 9(5)V99 VALUE 0.
           05 WS-JOB-OPTIONS       PIC X(53).
           05 WS-JOB-OPT-HITS      PIC 9(3).
           05 WS-JOB-REASON        PIC X(40).
           05 WS-JOB-CSV-DONE      PIC X VALUE 'N'.

       01 WS-JOB-LOG-LINE.
           05 WS-JLL-DATE          PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-JLL-TIME          PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-JLL-STEP-NO       PIC ZZ9.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-JLL-STEP-CODE     PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-JLL-PERIOD        PIC X(7).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-JLL-STATUS        PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-JLL-MESSAGE       PIC X(60).
           05 FILLER               PIC X(24) VALUE SPACES.

       01 WS-SORT-VARIABLES.
           05 WS-I                     PIC 9(5).
           05 WS-J                     PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-JOB-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-JOB-PARM-MODE
           MOVE SPACES TO WS-JOB-PARM-FILE
           UNSTRING WS-JOB-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-JOB-PARM-MODE WS-JOB-PARM-FILE
           INSPECT WS-JOB-PARM-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-JOB-PARM-MODE = "BATCH"
               IF WS-JOB-PARM-FILE NOT = SPACES
                   MOVE WS-JOB-PARM-FILE TO WS-JOB-FILENAME
               END-IF
               PERFORM RUN-UNATTENDED-JOB
               STOP RUN
           END-IF

           PERFORM DISPLAY-HEADER
           PERFORM AUTHENTICATE-USER
           IF WS-AUTH-STATUS = 'Y'
           ACCEPT WS-USERNAME
           DISPLAY "Enter Password: " WITH NO ADVANCING
           ACCEPT WS-PASSWORD
           PERFORM CHECK-USER-CREDENTIALS.

      *> Signs on WS-USERNAME / WS-PASSWORD - keyed at the terminal or
      *> taken from the 'U' line of an unattended job file.
       CHECK-USER-CREDENTIALS.
           MOVE 'N' TO WS-AUTH-STATUS
           OPEN INPUT USER-FILE
           IF WS-USER-FILE-STATUS = "35"
           MOVE WS-CURRENT-DATETIME(9:6) TO AUDIT-TIME
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

      *> Unattended run for the scheduler: "payroll BATCH [jobfile]",
      *> the job file defaulting to payroll_job.dat. Signs on the
      *> service user named in the job file and edits every step
      *> before running any, then runs the steps in file order with no
      *> prompts, logging each to payroll_job.log. The first failed
      *> step stops the job and is saved to payroll_job_restart.dat;
      *> the next run skips the steps before it and starts there.
       RUN-UNATTENDED-JOB.
           MOVE 'Y' TO WS-JOB-MODE
           MOVE 0 TO WS-JOB-RC
           MOVE 0 TO WS-JOB-STEPS-RUN
           MOVE 0 TO WS-JOB-STEPS-SKIPPED
           PERFORM DISPLAY-HEADER
           DISPLAY "UNATTENDED RUN - job file " WS-JOB-FILENAME

           MOVE 0 TO WS-JOB-STEP-NO
           MOVE SPACES TO WS-JOB-STEP-CODE
           MOVE 0 TO WS-JOB-MONTH
           MOVE 0 TO WS-JOB-YEAR
           MOVE "START" TO WS-JOB-LOG-STATUS
           MOVE SPACES TO WS-JOB-MESSAGE
           STRING "JOB FILE " DELIMITED BY SIZE
                  WS-JOB-FILENAME DELIMITED BY SPACE
                  INTO WS-JOB-MESSAGE
           PERFORM WRITE-JOB-LOG-LINE

           PERFORM JOB-SIGN-ON
           IF WS-JOB-RC = 0
               PERFORM LOAD-JOB-RESTART
           END-IF
           IF WS-JOB-RC = 0
               PERFORM EDIT-JOB-FILE
           END-IF
           IF WS-JOB-RC = 0
               PERFORM RUN-JOB-STEPS
           END-IF

           MOVE 0 TO WS-JOB-STEP-NO
           MOVE SPACES TO WS-JOB-STEP-CODE
           MOVE 0 TO WS-JOB-MONTH
           MOVE 0 TO WS-JOB-YEAR
           MOVE "END" TO WS-JOB-LOG-STATUS
           MOVE SPACES TO WS-JOB-MESSAGE
           STRING "RC=" WS-JOB-RC "  STEPS RUN " WS-JOB-STEPS-RUN
                  "  SKIPPED " WS-JOB-STEPS-SKIPPED
                  DELIMITED BY SIZE INTO WS-JOB-MESSAGE
           PERFORM WRITE-JOB-LOG-LINE
           IF WS-AUTH-STATUS = 'Y'
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "UNATTENDED-JOB RC=" WS-JOB-RC
                      DELIMITED BY SIZE INTO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-LOG
           END-IF
           MOVE WS-JOB-RC TO RETURN-CODE.

      *> Signs on from the first 'U' line. The month-end steps are all
      *> administrator functions, so the service user must be ADMIN.
       JOB-SIGN-ON.
           MOVE SPACES TO WS-USERNAME
           MOVE SPACES TO WS-PASSWORD
           OPEN INPUT JOB-PARM-FILE
           IF WS-JOB-PARM-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-JOB-MESSAGE
               STRING "JOB FILE NOT READABLE (STATUS "
                      WS-JOB-PARM-FILE-STATUS ")"
                      DELIMITED BY SIZE INTO WS-JOB-MESSAGE
               PERFORM JOB-CANNOT-START
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-JOB-EOF
           PERFORM UNTIL WS-JOB-EOF = 'Y'
               READ JOB-PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-JOB-EOF
                   NOT AT END
                       IF JOB-REC-TYPE = 'U'
                           MOVE JOB-USERNAME TO WS-USERNAME
                           MOVE JOB-PASSWORD TO WS-PASSWORD
                           MOVE 'Y' TO WS-JOB-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-PARM-FILE
           MOVE 'N' TO WS-JOB-EOF

           IF WS-USERNAME = SPACES
               MOVE "NO SIGN-ON (U) LINE IN JOB FILE" TO WS-JOB-MESSAGE
               PERFORM JOB-CANNOT-START
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-USER-CREDENTIALS
           MOVE SPACES TO WS-PASSWORD
           IF WS-AUTH-STATUS NOT = 'Y'
               MOVE SPACES TO WS-JOB-MESSAGE
               STRING "SIGN-ON REFUSED FOR " WS-USERNAME
                      DELIMITED BY SIZE INTO WS-JOB-MESSAGE
               PERFORM JOB-CANNOT-START
               EXIT PARAGRAPH
           END-IF

           PERFORM REQUIRE-ADMIN-ROLE
           MOVE SPACES TO WS-JOB-MESSAGE
           IF WS-ROLE-OK NOT = 'Y'
               STRING "SERVICE USER " WS-CURRENT-USER
                      " IS NOT ADMIN" DELIMITED BY SIZE
                      INTO WS-JOB-MESSAGE
               PERFORM JOB-CANNOT-START
           ELSE
               STRING "SIGNED ON AS " WS-CURRENT-USER
                      DELIMITED BY SIZE INTO WS-JOB-MESSAGE
               MOVE "SIGNON" TO WS-JOB-LOG-STATUS
               PERFORM WRITE-JOB-LOG-LINE
           END-IF.

       JOB-CANNOT-START.
           MOVE 12 TO WS-JOB-RC
           MOVE "ERROR" TO WS-JOB-LOG-STATUS
           PERFORM WRITE-JOB-LOG-LINE.

       LOAD-JOB-RESTART.
           MOVE 0 TO WS-JOB-RESTART-FROM
           MOVE 'N' TO WS-JOB-RESTART-MATCHED
           OPEN INPUT JOB-RESTART-FILE
           IF WS-JOB-RESTART-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ JOB-RESTART-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE JRS-STEP-NO TO WS-JOB-RESTART-FROM
                   MOVE JRS-STEP-CODE TO WS-JOB-RESTART-CODE
                   MOVE JRS-STEP-MONTH TO WS-JOB-RESTART-MONTH
                   MOVE JRS-STEP-YEAR TO WS-JOB-RESTART-YEAR
                   MOVE JRS-FAIL-DATE TO WS-JOB-RESTART-DATE
           END-READ
           CLOSE JOB-RESTART-FILE

           IF WS-JOB-RESTART-FROM > 0
               MOVE "RESTART" TO WS-JOB-LOG-STATUS
               MOVE SPACES TO WS-JOB-MESSAGE
               STRING "FROM STEP " WS-JOB-RESTART-FROM " "
                      WS-JOB-RESTART-CODE " FAILED "
                      WS-JOB-RESTART-DATE
                      DELIMITED BY SIZE INTO WS-JOB-MESSAGE
               PERFORM WRITE-JOB-LOG-LINE
           END-IF.

      *> Every line is edited before any step runs, so a typing error
      *> in the last step cannot strand the cycle half way. A saved
      *> restart point must still name the same step, code and month,
      *> otherwise it belongs to some other job and the run refuses.
       EDIT-JOB-FILE.
           MOVE 0 TO WS-JOB-LINE-NO
           MOVE 0 TO WS-JOB-LAST-STEP-NO
           MOVE 0 TO WS-JOB-STEP-COUNT
           OPEN INPUT JOB-PARM-FILE
           PERFORM UNTIL WS-JOB-EOF = 'Y'
               READ JOB-PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-JOB-EOF
                   NOT AT END
                       ADD 1 TO WS-JOB-LINE-NO
                       MOVE SPACES TO WS-JOB-REASON
                       PERFORM EDIT-JOB-LINE
                       IF WS-JOB-REASON NOT = SPACES
                           MOVE SPACES TO WS-JOB-MESSAGE
                           STRING "LINE " WS-JOB-LINE-NO ": "
                                  WS-JOB-REASON
                                  DELIMITED BY SIZE INTO WS-JOB-MESSAGE
                           PERFORM JOB-CANNOT-START
                           MOVE 'Y' TO WS-JOB-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-PARM-FILE
           MOVE 'N' TO WS-JOB-EOF

           IF WS-JOB-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-JOB-STEP-COUNT = 0
               MOVE "NO STEP (S) LINES IN JOB FILE" TO WS-JOB-MESSAGE
               PERFORM JOB-CANNOT-START
               EXIT PARAGRAPH
           END-IF
           IF WS-JOB-RESTART-FROM > 0 AND
              WS-JOB-RESTART-MATCHED = 'N'
               MOVE SPACES TO WS-JOB-MESSAGE
               STRING "RESTART STEP " WS-JOB-RESTART-FROM
                      " DOES NOT MATCH THE JOB FILE"
                      DELIMITED BY SIZE INTO WS-JOB-MESSAGE
               PERFORM JOB-CANNOT-START
           END-IF.

       EDIT-JOB-LINE.
           IF JOB-PARM-RECORD = SPACES OR
              JOB-REC-TYPE = '*' OR
              JOB-REC-TYPE = 'U'
               EXIT PARAGRAPH
           END-IF

           IF JOB-REC-TYPE NOT = 'S'
               MOVE "UNKNOWN LINE TYPE" TO WS-JOB-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM NORMALISE-JOB-STEP
           IF JOB-STEP-NO NOT NUMERIC OR
              JOB-STEP-MONTH NOT NUMERIC OR
              JOB-STEP-YEAR NOT NUMERIC OR
              JOB-STEP-AMOUNT NOT NUMERIC
               MOVE "NON-NUMERIC FIELD" TO WS-JOB-REASON
               EXIT PARAGRAPH
           END-IF

           IF JOB-STEP-NO NOT > WS-JOB-LAST-STEP-NO
               MOVE "STEP NUMBER NOT ASCENDING" TO WS-JOB-REASON
               EXIT PARAGRAPH
           END-IF

           IF JOB-STEP-CODE NOT = "BATCH" AND
              JOB-STEP-CODE NOT = "BANKFILE" AND
              JOB-STEP-CODE NOT = "PAYSLIPS" AND
              JOB-STEP-CODE NOT = "CLOSE" AND
              JOB-STEP-CODE NOT = "GLJOURNAL" AND
              JOB-STEP-CODE NOT = "CSVEXPORT"
               MOVE "UNKNOWN STEP CODE" TO WS-JOB-REASON
               EXIT PARAGRAPH
           END-IF

           IF JOB-STEP-MONTH < 1 OR JOB-STEP-MONTH > 12
               MOVE "MONTH OUT OF RANGE" TO WS-JOB-REASON
               EXIT PARAGRAPH
           END-IF

           IF JOB-STEP-YEAR < 2000 OR JOB-STEP-YEAR > 2099
               MOVE "YEAR OUT OF RANGE" TO WS-JOB-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE JOB-STEP-NO TO WS-JOB-LAST-STEP-NO
           ADD 1 TO WS-JOB-STEP-COUNT
           IF JOB-STEP-NO = WS-JOB-RESTART-FROM AND
              JOB-STEP-CODE = WS-JOB-RESTART-CODE AND
              JOB-STEP-MONTH = WS-JOB-RESTART-MONTH AND
              JOB-STEP-YEAR = WS-JOB-RESTART-YEAR
               MOVE 'Y' TO WS-JOB-RESTART-MATCHED
           END-IF.

      *> Step codes and option keywords may be keyed in either case;
      *> a blank amount is zero.
       NORMALISE-JOB-STEP.
           INSPECT JOB-STEP-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT JOB-STEP-OPTIONS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF JOB-STEP-RECORD(21:7) = SPACES
               MOVE 0 TO JOB-STEP-AMOUNT
           END-IF.

      *> WS-JOB-EOF, not WS-EOF, drives this loop - the steps use
      *> WS-EOF for their own reads.
       RUN-JOB-STEPS.
           OPEN INPUT JOB-PARM-FILE
           PERFORM UNTIL WS-JOB-EOF = 'Y'
               READ JOB-PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-JOB-EOF
                   NOT AT END
                       IF JOB-REC-TYPE = 'S'
                           PERFORM NORMALISE-JOB-STEP
                           PERFORM RUN-ONE-JOB-STEP
                           IF WS-JOB-STEP-OK = 'N'
                               MOVE 'Y' TO WS-JOB-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-PARM-FILE
           MOVE 'N' TO WS-JOB-EOF

           IF WS-JOB-RC = 0
               CALL "CBL_DELETE_FILE"
                   USING "payroll_job_restart.dat"
                   RETURNING WS-FILE-OP-RC
           END-IF.

       RUN-ONE-JOB-STEP.
           MOVE JOB-STEP-NO TO WS-JOB-STEP-NO
           MOVE JOB-STEP-CODE TO WS-JOB-STEP-CODE
           MOVE JOB-STEP-MONTH TO WS-JOB-MONTH
           MOVE JOB-STEP-YEAR TO WS-JOB-YEAR
           MOVE JOB-STEP-AMOUNT TO WS-JOB-AMOUNT
           MOVE JOB-STEP-OPTIONS TO WS-JOB-OPTIONS
           MOVE 'Y' TO WS-JOB-STEP-OK

           IF WS-JOB-STEP-NO < WS-JOB-RESTART-FROM
               ADD 1 TO WS-JOB-STEPS-SKIPPED
               MOVE "SKIPPED" TO WS-JOB-LOG-STATUS
               MOVE "COMPLETED BY AN EARLIER RUN" TO WS-JOB-MESSAGE
               PERFORM WRITE-JOB-LOG-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "STARTED" TO WS-JOB-LOG-STATUS
           MOVE WS-JOB-OPTIONS TO WS-JOB-MESSAGE
           PERFORM WRITE-JOB-LOG-LINE
           MOVE SPACES TO WS-JOB-MESSAGE

           EVALUATE WS-JOB-STEP-CODE
               WHEN "BATCH"
                   PERFORM BATCH-PAYROLL-RUN
               WHEN "BANKFILE"
                   PERFORM BANK-PAYMENT-FILE-RUN
               WHEN "PAYSLIPS"
                   PERFORM BATCH-PAYSLIP-RUN
               WHEN "CLOSE"
                   PERFORM CLOSE-MONTH
               WHEN "GLJOURNAL"
                   PERFORM JOB-GL-JOURNAL
               WHEN "CSVEXPORT"
                   PERFORM JOB-CSV-EXPORT
           END-EVALUATE
           ADD 1 TO WS-JOB-STEPS-RUN

           IF WS-JOB-STEP-OK = 'Y'
               MOVE "OK" TO WS-JOB-LOG-STATUS
               PERFORM WRITE-JOB-LOG-LINE
           ELSE
               MOVE 8 TO WS-JOB-RC
               MOVE "FAILED" TO WS-JOB-LOG-STATUS
               PERFORM WRITE-JOB-LOG-LINE
               PERFORM WRITE-JOB-RESTART
           END-IF.

       WRITE-JOB-RESTART.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           OPEN OUTPUT JOB-RESTART-FILE
           MOVE WS-JOB-STEP-NO TO JRS-STEP-NO
           MOVE WS-JOB-STEP-CODE TO JRS-STEP-CODE
           MOVE WS-JOB-MONTH TO JRS-STEP-MONTH
           MOVE WS-JOB-YEAR TO JRS-STEP-YEAR
           MOVE WS-CURRENT-DATETIME(1:8) TO JRS-FAIL-DATE
           WRITE JOB-RESTART-RECORD
           CLOSE JOB-RESTART-FILE.

      *> One line per event, also shown on the job's console output.
       WRITE-JOB-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-JLL-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-JLL-TIME
           MOVE WS-JOB-STEP-NO TO WS-JLL-STEP-NO
           MOVE WS-JOB-STEP-CODE TO WS-JLL-STEP-CODE
           MOVE SPACES TO WS-JLL-PERIOD
           IF WS-JOB-MONTH > 0
               STRING WS-JOB-MONTH "/" WS-JOB-YEAR
                      DELIMITED BY SIZE INTO WS-JLL-PERIOD
           END-IF
           MOVE WS-JOB-LOG-STATUS TO WS-JLL-STATUS
           MOVE WS-JOB-MESSAGE TO WS-JLL-MESSAGE
           OPEN EXTEND JOB-LOG-FILE
           IF WS-JOB-LOG-FILE-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF
           WRITE JOB-LOG-RECORD FROM WS-JOB-LOG-LINE
           CLOSE JOB-LOG-FILE
           DISPLAY "JOB: " WS-JOB-LOG-LINE.
       
       MAIN-MENU-LOOP.
           PERFORM DISPLAY-MAIN-MENU
                       PERFORM LOANS-MENU
                   END-IF
               WHEN 12
                   PERFORM REQUIRE-ADMIN-ROLE
                   IF WS-ROLE-OK = 'Y'
                       PERFORM PAYROLL-APPROVAL-MENU
                   END-IF
               WHEN 13
                   PERFORM REQUIRE-ADMIN-ROLE
                   IF WS-ROLE-OK = 'Y'
                       PERFORM DEPARTMENT-BUDGET-MENU
                   END-IF
               WHEN 14
                   MOVE 'N' TO WS-CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           DISPLAY "9. User Administration"
           DISPLAY "10. Attendance / Leave"
           DISPLAY "11. Loans / Advances"
           DISPLAY "12. Payroll Approval"
           DISPLAY "13. Department Budgets"
           DISPLAY "14. Exit System"
           DISPLAY "=================================================="
           DISPLAY " ".

       GET-MENU-CHOICE.
           DISPLAY "Enter your choice (1-14): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.
       
       EMPLOYEE-MANAGEMENT.
           DISPLAY "4. Terminate Employee"
           DISPLAY "5. List All Employees"
           DISPLAY "6. Full & Final Settlement"
           DISPLAY "7. Annual Increment Run"
           DISPLAY "8. Return to Main Menu"
           DISPLAY "================================================="
           DISPLAY "Enter choice (1-8): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
                       PERFORM FINAL-SETTLEMENT-RUN
                   END-IF
               WHEN 7
                   PERFORM REQUIRE-ADMIN-ROLE
                   IF WS-ROLE-OK = 'Y'
                       PERFORM ANNUAL-INCREMENT-RUN
                   END-IF
               WHEN 8
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           DISPLAY "Enter Position: " WITH NO ADVANCING
           ACCEPT WS-TEMP-POS
           
           DISPLAY "Enter Pay Type (S=Salaried, H=Hourly) [S]: "
                   WITH NO ADVANCING
           ACCEPT WS-TEMP-PAY-TYPE
           IF WS-TEMP-PAY-TYPE = 'h'
               MOVE 'H' TO WS-TEMP-PAY-TYPE
           END-IF
           IF WS-TEMP-PAY-TYPE = 'H'
               DISPLAY "Enter Hourly Rate: " WITH NO ADVANCING
               ACCEPT WS-TEMP-HOURLY-RATE
               MOVE 0 TO WS-TEMP-SALARY
           ELSE
               MOVE 'S' TO WS-TEMP-PAY-TYPE
               DISPLAY "Enter Base Salary: " WITH NO ADVANCING
               ACCEPT WS-TEMP-SALARY
               MOVE 0 TO WS-TEMP-HOURLY-RATE
           END-IF

           DISPLAY "Enter Bank Routing Number (0 if none): "
                   WITH NO ADVANCING
           MOVE 'A' TO EMP-STATUS
           MOVE WS-TEMP-HIRE-DATE TO EMP-HIRE-DATE
           MOVE 0 TO EMP-TERM-DATE
           MOVE WS-TEMP-PAY-TYPE TO EMP-PAY-TYPE
           MOVE WS-TEMP-HOURLY-RATE TO EMP-HOURLY-RATE

           WRITE EMPLOYEE-RECORD
               INVALID KEY
           DISPLAY "Name: " EMP-NAME
           DISPLAY "Department: " EMP-DEPARTMENT
           DISPLAY "Position: " EMP-POSITION
           IF EMP-PAY-TYPE = 'H'
               DISPLAY "Pay Type: HOURLY"
               DISPLAY "Hourly Rate: $" EMP-HOURLY-RATE
           ELSE
               DISPLAY "Pay Type: SALARIED"
               DISPLAY "Base Salary: $" EMP-BASE-SALARY
           END-IF
           IF EMP-BANK-ROUTING = 0 OR EMP-BANK-ACCOUNT = SPACES
               DISPLAY "Bank Details: (none - paid by cheque)"
           ELSE
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
                   MOVE EMPLOYEE-RECORD TO WS-CHG-BEFORE-IMAGE
                   PERFORM DISPLAY-CURRENT-EMPLOYEE
                   PERFORM GET-UPDATED-EMPLOYEE-DATA
                   REWRITE EMPLOYEE-RECORD
                   MOVE EMPLOYEE-RECORD TO WS-CHG-AFTER-IMAGE
           END-READ
           CLOSE EMPLOYEE-FILE

           IF WS-FOUND = 'Y'
               PERFORM JOURNAL-EMPLOYEE-CHANGES
               IF WS-SALARY-CHANGED = 'Y'
                   PERFORM WRITE-SALARY-HISTORY
               END-IF
           MOVE WS-SH-EFF-MONTH TO SH-EFF-MONTH
           MOVE WS-SH-OLD-SALARY TO SH-OLD-SALARY
           MOVE WS-SH-NEW-SALARY TO SH-NEW-SALARY
           MOVE WS-SH-OLD-PAY-TYPE TO SH-OLD-PAY-TYPE
           MOVE WS-SH-NEW-PAY-TYPE TO SH-NEW-PAY-TYPE
           MOVE WS-CURRENT-USER TO SH-CHANGED-BY
           MOVE WS-CURRENT-DATETIME(1:8) TO SH-CHANGE-DATE
           WRITE SALHIST-RECORD
           DISPLAY "Salary change recorded effective "
                   WS-SH-EFF-MONTH "/" WS-SH-EFF-YEAR ".".

      *> Writes one change-journal line for every field that differs
      *> between the record as read and as rewritten.
       JOURNAL-EMPLOYEE-CHANGES.
           MOVE 0 TO WS-CHG-COUNT
           MOVE 'N' TO WS-CHG-BANK-CHANGED
           IF WS-CHG-BEFORE-IMAGE = WS-CHG-AFTER-IMAGE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           OPEN EXTEND CHGJRNL-FILE
           IF WS-CHGJRNL-FILE-STATUS = "35"
               OPEN OUTPUT CHGJRNL-FILE
               CLOSE CHGJRNL-FILE
               OPEN EXTEND CHGJRNL-FILE
           END-IF

           IF WS-CHB-NAME NOT = WS-CHA-NAME
               MOVE "NAME" TO WS-CHG-FIELD-WK
               MOVE WS-CHB-NAME TO WS-CHG-OLD-WK
               MOVE WS-CHA-NAME TO WS-CHG-NEW-WK
               PERFORM WRITE-CHANGE-JOURNAL-LINE
           END-IF
           IF WS-CHB-DEPT NOT = WS-CHA-DEPT
               MOVE "DEPARTMENT" TO WS-CHG-FIELD-WK
               MOVE WS-CHB-DEPT TO WS-CHG-OLD-WK
               MOVE WS-CHA-DEPT TO WS-CHG-NEW-WK
               PERFORM WRITE-CHANGE-JOURNAL-LINE
           END-IF
           IF WS-CHB-POS NOT = WS-CHA-POS
               MOVE "POSITION" TO WS-CHG-FIELD-WK
               MOVE WS-CHB-POS TO WS-CHG-OLD-WK
               MOVE WS-CHA-POS TO WS-CHG-NEW-WK
               PERFORM WRITE-CHANGE-JOURNAL-LINE
           END-IF
           IF WS-CHB-SALARY NOT = WS-CHA-SALARY
               MOVE "BASE-SALARY" TO WS-CHG-FIELD-WK
               MOVE WS-CHB-SALARY TO WS-CHG-AMOUNT-ED
               MOVE WS-CHG-AMOUNT-ED TO WS-CHG-OLD-WK
               MOVE WS-CHA-SALARY TO WS-CHG-AMOUNT-ED
               MOVE WS-CHG-AMOUNT-ED TO WS-CHG-NEW-WK
               PERFORM WRITE-CHANGE-JOURNAL-LINE
           END-IF
           IF WS-CHB-PAY-TYPE NOT = WS-CHA-PAY-TYPE
               MOVE "PAY-TYPE" TO WS-CHG-FIELD-WK
               MOVE WS-CHB-PAY-TYPE TO WS-CHG-OLD-WK
               MOVE WS-CHA-PAY-TYPE TO WS-CHG-NEW-WK
               PERFORM WRITE-CHANGE-JOURNAL-LINE
           END-IF
           IF WS-CHB-HOURLY-RATE NOT = WS-CHA-HOURLY-RATE
               MOVE "HOURLY-RATE" TO WS-CHG-FIELD-WK
               MOVE WS-CHB-HOURLY-RATE TO WS-CHG-AMOUNT-ED
               MOVE WS-CHG-AMOUNT-ED TO WS-CHG-OLD-WK
               MOVE WS-CHA-HOURLY-RATE TO WS-CHG-AMOUNT-ED
               MOVE WS-CHG-AMOUNT-ED TO WS-CHG-NEW-WK
               PERFORM WRITE-CHANGE-JOURNAL-LINE
           END-IF
           IF WS-CHB-ROUTING NOT = WS-CHA-ROUTING
               MOVE "BANK-ROUTING" TO WS-CHG-FIELD-WK
               MOVE WS-CHB-ROUTING TO WS-CHG-OLD-WK
               MOVE WS-CHA-ROUTING TO WS-CHG-NEW-WK
               MOVE 'Y' TO WS-CHG-BANK-CHANGED
               PERFORM WRITE-CHANGE-JOURNAL-LINE
           END-IF
           IF WS-CHB-ACCOUNT NOT = WS-CHA-ACCOUNT
               MOVE "BANK-ACCOUNT" TO WS-CHG-FIELD-WK
               MOVE WS-CHB-ACCOUNT TO WS-CHG-OLD-WK
               MOVE WS-CHA-ACCOUNT TO WS-CHG-NEW-WK
               MOVE 'Y' TO WS-CHG-BANK-CHANGED
               PERFORM WRITE-CHANGE-JOURNAL-LINE
           END-IF
           IF WS-CHB-STATUS NOT = WS-CHA-STATUS
               MOVE "STATUS" TO WS-CHG-FIELD-WK
               MOVE WS-CHB-STATUS TO WS-CHG-OLD-WK
               MOVE WS-CHA-STATUS TO WS-CHG-NEW-WK
               PERFORM WRITE-CHANGE-JOURNAL-LINE
           END-IF
           IF WS-CHB-HIRE-DATE NOT = WS-CHA-HIRE-DATE
               MOVE "HIRE-DATE" TO WS-CHG-FIELD-WK
               MOVE WS-CHB-HIRE-DATE TO WS-CHG-OLD-WK
               MOVE WS-CHA-HIRE-DATE TO WS-CHG-NEW-WK
               PERFORM WRITE-CHANGE-JOURNAL-LINE
           END-IF
           CLOSE CHGJRNL-FILE

           DISPLAY WS-CHG-COUNT " field change(s) journaled."
           IF WS-CHG-BANK-CHANGED = 'Y'
               MOVE "BANK-DETAIL-CHANGE" TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Bank details changed - the next bank payment "
                       "run pays this employee by cheque."
           END-IF.

       WRITE-CHANGE-JOURNAL-LINE.
           MOVE WS-CHA-ID TO CHG-EMP-ID
           MOVE WS-CHG-FIELD-WK TO CHG-FIELD
           MOVE WS-CHG-OLD-WK TO CHG-OLD-VALUE
           MOVE WS-CHG-NEW-WK TO CHG-NEW-VALUE
           MOVE WS-CURRENT-USER TO CHG-USER
           MOVE WS-CURRENT-DATETIME(1:8) TO CHG-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO CHG-TIME
           WRITE CHGJRNL-RECORD
           ADD 1 TO WS-CHG-COUNT.

       DISPLAY-CURRENT-EMPLOYEE.
           DISPLAY " "
           DISPLAY "Current Employee Details:"
           DISPLAY "Name: " EMP-NAME
           DISPLAY "Department: " EMP-DEPARTMENT
           DISPLAY "Position: " EMP-POSITION
           IF EMP-PAY-TYPE = 'H'
               DISPLAY "Pay Type: HOURLY  Rate: $" EMP-HOURLY-RATE
           ELSE
               DISPLAY "Pay Type: SALARIED"
               DISPLAY "Base Salary: $" EMP-BASE-SALARY
           END-IF
           DISPLAY " ".

       GET-UPDATED-EMPLOYEE-DATA.
               MOVE WS-TEMP-POS TO EMP-POSITION
           END-IF

           PERFORM GET-UPDATED-PAY-BASIS

           DISPLAY "New Bank Routing [" EMP-BANK-ROUTING "]: "
                   WITH NO ADVANCING
               MOVE WS-TEMP-HIRE-DATE TO EMP-HIRE-DATE
           END-IF.

      *> Pay type and amount together: a salaried employee's amount
      *> is the monthly base salary, an hourly employee's the hourly
      *> rate. Any change to either - including a switch of basis -
      *> is one salary history entry carrying both pay types, and
      *> the amount the employee no longer uses is zeroed.
       GET-UPDATED-PAY-BASIS.
           IF EMP-PAY-TYPE = 'H'
               MOVE 'H' TO WS-SH-OLD-PAY-TYPE
               MOVE EMP-HOURLY-RATE TO WS-SH-OLD-SALARY
           ELSE
               MOVE 'S' TO WS-SH-OLD-PAY-TYPE
               MOVE EMP-BASE-SALARY TO WS-SH-OLD-SALARY
           END-IF
           MOVE WS-SH-OLD-PAY-TYPE TO WS-SH-NEW-PAY-TYPE

           DISPLAY "New Pay Type S/H [" WS-SH-OLD-PAY-TYPE "]: "
                   WITH NO ADVANCING
           ACCEPT WS-TEMP-PAY-TYPE
           IF WS-TEMP-PAY-TYPE = 's'
               MOVE 'S' TO WS-TEMP-PAY-TYPE
           END-IF
           IF WS-TEMP-PAY-TYPE = 'h'
               MOVE 'H' TO WS-TEMP-PAY-TYPE
           END-IF
           IF WS-TEMP-PAY-TYPE = 'S' OR WS-TEMP-PAY-TYPE = 'H'
               MOVE WS-TEMP-PAY-TYPE TO WS-SH-NEW-PAY-TYPE
           END-IF

           IF WS-SH-NEW-PAY-TYPE = 'H'
               DISPLAY "New Hourly Rate [" EMP-HOURLY-RATE "]: "
                       WITH NO ADVANCING
               ACCEPT WS-TEMP-HOURLY-RATE
               IF WS-TEMP-HOURLY-RATE = 0
                   MOVE EMP-HOURLY-RATE TO WS-TEMP-HOURLY-RATE
               END-IF
               MOVE WS-TEMP-HOURLY-RATE TO WS-SH-NEW-SALARY
           ELSE
               DISPLAY "New Base Salary [" EMP-BASE-SALARY "]: "
                       WITH NO ADVANCING
               ACCEPT WS-TEMP-SALARY
               IF WS-TEMP-SALARY = 0
                   MOVE EMP-BASE-SALARY TO WS-TEMP-SALARY
               END-IF
               MOVE WS-TEMP-SALARY TO WS-SH-NEW-SALARY
           END-IF

           IF WS-SH-NEW-SALARY = 0
               IF WS-SH-NEW-PAY-TYPE NOT = WS-SH-OLD-PAY-TYPE
                   DISPLAY "No pay amount entered - pay type left "
                           "unchanged."
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-SH-NEW-PAY-TYPE = WS-SH-OLD-PAY-TYPE AND
              WS-SH-NEW-SALARY = WS-SH-OLD-SALARY
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-SALARY-CHANGED
           DISPLAY "Salary change - Effective Month (MM): "
                   WITH NO ADVANCING
           ACCEPT WS-SH-EFF-MONTH
           DISPLAY "Salary change - Effective Year (YYYY): "
                   WITH NO ADVANCING
           ACCEPT WS-SH-EFF-YEAR
           IF WS-SH-NEW-PAY-TYPE NOT = WS-SH-OLD-PAY-TYPE
               MOVE WS-SH-NEW-PAY-TYPE TO EMP-PAY-TYPE
           END-IF
           IF WS-SH-NEW-PAY-TYPE = 'H'
               MOVE WS-SH-NEW-SALARY TO EMP-HOURLY-RATE
               MOVE 0 TO EMP-BASE-SALARY
           ELSE
               MOVE WS-SH-NEW-SALARY TO EMP-BASE-SALARY
               MOVE 0 TO EMP-HOURLY-RATE
           END-IF.

      *> Termination is a status change, not a physical delete - the
      *> record stays on the master so payroll history keeps a parent.
       DELETE-EMPLOYEE-ENHANCED.
               DISPLAY "Employee not found."
           END-IF.

      *> Mass salary revision from increments.dat. Every line is
      *> edited and priced first and the proof listing printed; only
      *> on confirmation are the masters rewritten, with a salary
      *> history entry and a change-journal line for each raise, as
      *> Update Employee does for a single change.
       ANNUAL-INCREMENT-RUN.
           DISPLAY " "
           DISPLAY "========== ANNUAL INCREMENT RUN =========="
           MOVE WS-INC-CAP-PCT TO WS-INC-CAP-ED
           DISPLAY "Maximum increment % (0 = " WS-INC-CAP-ED "): "
                   WITH NO ADVANCING
           ACCEPT WS-INC-CAP-IN
           IF WS-INC-CAP-IN = 0
               MOVE WS-INC-CAP-PCT TO WS-INC-CAP-IN
           END-IF

           OPEN INPUT INCREMENT-FILE
           IF WS-INCREMENT-FILE-STATUS = "35"
               DISPLAY "No increment file found (increments.dat)."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-INC-READ
           MOVE 0 TO WS-INC-REJECTED
           MOVE 0 TO WS-INE-COUNT
           MOVE 0 TO WS-INA-COUNT
           DISPLAY "Editing increments..."
           OPEN OUTPUT INC-EXC-FILE
           OPEN INPUT EMPLOYEE-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ INCREMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-INC-READ
                       MOVE SPACES TO WS-INC-REASON
                       PERFORM EDIT-INCREMENT-RECORD
                       IF WS-INC-REASON NOT = SPACES
                           MOVE WS-INC-READ TO WS-INC-LINE-NO
                           PERFORM WRITE-INCREMENT-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           CLOSE INCREMENT-FILE
           MOVE 'N' TO WS-EOF

           PERFORM APPLY-DEPARTMENT-INCREMENTS
           CLOSE INC-EXC-FILE

           PERFORM CHECK-INCREMENT-RETRO
           PERFORM PRINT-INCREMENT-PROOF

           IF WS-INA-COUNT = 0
               DISPLAY "No increments to apply - nothing written."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Apply " WS-INA-COUNT " increment(s) (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Increment run cancelled - nothing written."
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-INCREMENTS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "INCREMENT-RUN " WS-INC-APPLIED
                  DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "Increments applied: " WS-INC-APPLIED
           IF WS-INC-RETRO-COUNT > 0
               DISPLAY WS-INC-RETRO-COUNT " employee(s) already paid "
                       "from their effective month - run the "
                       "Retroactive Pay Run to pay the arrears."
           END-IF
           DISPLAY " ".

      *> One reason per line - the first edit that fails wins.
       EDIT-INCREMENT-RECORD.
           INSPECT INC-TYPE CONVERTING "de" TO "DE"
           INSPECT INC-METHOD CONVERTING "ap" TO "AP"
           IF INC-VALUE NOT NUMERIC OR
              INC-EFF-MONTH NOT NUMERIC OR
              INC-EFF-YEAR NOT NUMERIC
               MOVE "NON-NUMERIC FIELD" TO WS-INC-REASON
               EXIT PARAGRAPH
           END-IF
           IF INC-EFF-MONTH < 1 OR INC-EFF-MONTH > 12
               MOVE "EFFECTIVE MONTH OUT OF RANGE" TO WS-INC-REASON
               EXIT PARAGRAPH
           END-IF
           IF INC-EFF-YEAR < 2000 OR INC-EFF-YEAR > 2099
               MOVE "EFFECTIVE YEAR OUT OF RANGE" TO WS-INC-REASON
               EXIT PARAGRAPH
           END-IF
           IF INC-VALUE = 0
               MOVE "ZERO INCREMENT" TO WS-INC-REASON
               EXIT PARAGRAPH
           END-IF

           EVALUATE INC-TYPE
               WHEN 'E'
                   PERFORM EDIT-EMPLOYEE-INCREMENT
               WHEN 'D'
                   PERFORM EDIT-DEPARTMENT-INCREMENT
               WHEN OTHER
                   MOVE "INVALID INCREMENT TYPE" TO WS-INC-REASON
           END-EVALUATE.

       EDIT-EMPLOYEE-INCREMENT.
           IF INC-EMP-ID NOT NUMERIC
               MOVE "NON-NUMERIC FIELD" TO WS-INC-REASON
               EXIT PARAGRAPH
           END-IF
           IF INC-METHOD NOT = 'A' AND INC-METHOD NOT = 'P'
               MOVE "INVALID INCREMENT METHOD" TO WS-INC-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE INC-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "UNKNOWN EMPLOYEE ID" TO WS-INC-REASON
           END-READ
           IF WS-INC-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF EMP-STATUS = 'T'
               MOVE "EMPLOYEE TERMINATED" TO WS-INC-REASON
               EXIT PARAGRAPH
           END-IF
      *> The run prices monthly salaries; hourly rates are reviewed
      *> through Update Employee.
           IF EMP-PAY-TYPE = 'H'
               MOVE "HOURLY RATED EMPLOYEE" TO WS-INC-REASON
               EXIT PARAGRAPH
           END-IF
           IF EMP-BASE-SALARY = 0
               MOVE "NO CURRENT SALARY" TO WS-INC-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-INCREMENT-EMPLOYEE
           IF WS-INA-FOUND = 'Y'
               MOVE "DUPLICATE EMPLOYEE LINE" TO WS-INC-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-BASE-SALARY TO WS-INC-OLD-SALARY
           IF INC-METHOD = 'A'
               COMPUTE WS-INC-PCT ROUNDED =
                   INC-VALUE * 100 / WS-INC-OLD-SALARY
           ELSE
               MOVE INC-VALUE TO WS-INC-PCT
           END-IF
           IF WS-INC-PCT > WS-INC-CAP-IN
               MOVE "ABOVE INCREMENT CAP" TO WS-INC-REASON
               EXIT PARAGRAPH
           END-IF
           IF INC-METHOD = 'A'
               COMPUTE WS-INC-NEW-SALARY =
                   WS-INC-OLD-SALARY + INC-VALUE
           ELSE
               COMPUTE WS-INC-NEW-SALARY ROUNDED =
                   WS-INC-OLD-SALARY +
                   (WS-INC-OLD-SALARY * INC-VALUE / 100)
           END-IF
           MOVE INC-EFF-MONTH TO WS-SH-EFF-MONTH
           MOVE INC-EFF-YEAR TO WS-SH-EFF-YEAR
           PERFORM ADD-INCREMENT-ENTRY.

       EDIT-DEPARTMENT-INCREMENT.
           IF INC-DEPARTMENT = SPACES
               MOVE "DEPARTMENT REQUIRED" TO WS-INC-REASON
               EXIT PARAGRAPH
           END-IF
           IF INC-METHOD NOT = 'P'
               MOVE "DEPARTMENT LINE NOT PERCENT" TO WS-INC-REASON
               EXIT PARAGRAPH
           END-IF
           IF INC-VALUE > WS-INC-CAP-IN
               MOVE "ABOVE INCREMENT CAP" TO WS-INC-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-INE-FOUND
           PERFORM VARYING WS-INE-IDX FROM 1 BY 1
                   UNTIL WS-INE-IDX > WS-INE-COUNT
               IF WS-INE-DEPT(WS-INE-IDX) = INC-DEPARTMENT
                   MOVE 'Y' TO WS-INE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-INE-FOUND = 'Y'
               MOVE "DUPLICATE DEPARTMENT LINE" TO WS-INC-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-INE-COUNT >= 200
               MOVE "DEPARTMENT TABLE FULL (200)" TO WS-INC-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INE-COUNT
           MOVE INC-DEPARTMENT TO WS-INE-DEPT(WS-INE-COUNT)
           MOVE INC-VALUE TO WS-INE-PCT(WS-INE-COUNT)
           MOVE INC-EFF-MONTH TO WS-INE-EFF-MONTH(WS-INE-COUNT)
           MOVE INC-EFF-YEAR TO WS-INE-EFF-YEAR(WS-INE-COUNT)
           MOVE 0 TO WS-INE-EMPLOYEES(WS-INE-COUNT)
           MOVE INCREMENT-RECORD TO WS-INE-IMAGE(WS-INE-COUNT)
           MOVE WS-INC-READ TO WS-INE-LINE-NO(WS-INE-COUNT).

       FIND-INCREMENT-EMPLOYEE.
           MOVE 'N' TO WS-INA-FOUND
           PERFORM VARYING WS-INA-IDX FROM 1 BY 1
                   UNTIL WS-INA-IDX > WS-INA-COUNT
               IF WS-INA-EMP-ID(WS-INA-IDX) = EMP-ID
                   MOVE 'Y' TO WS-INA-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Adds the raise priced in WS-INC-OLD/NEW-SALARY and WS-INC-PCT
      *> for the employee record in the buffer, effective
      *> WS-SH-EFF-MONTH/YEAR.
       ADD-INCREMENT-ENTRY.
           IF WS-INA-COUNT >= 5000
               MOVE "INCREMENT TABLE FULL (5000)" TO WS-INC-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INA-COUNT
           MOVE EMP-ID TO WS-INA-EMP-ID(WS-INA-COUNT)
           MOVE EMP-NAME TO WS-INA-NAME(WS-INA-COUNT)
           MOVE EMP-DEPARTMENT TO WS-INA-DEPT(WS-INA-COUNT)
           MOVE WS-INC-OLD-SALARY TO WS-INA-OLD(WS-INA-COUNT)
           MOVE WS-INC-NEW-SALARY TO WS-INA-NEW(WS-INA-COUNT)
           MOVE WS-INC-PCT TO WS-INA-PCT(WS-INA-COUNT)
           MOVE WS-SH-EFF-MONTH TO WS-INA-EFF-MONTH(WS-INA-COUNT)
           MOVE WS-SH-EFF-YEAR TO WS-INA-EFF-YEAR(WS-INA-COUNT)
           MOVE 0 TO WS-INA-PAID(WS-INA-COUNT).

      *> Prices each department line over the department's current
      *> staff. Terminated staff are no longer in the department and
      *> are passed over; an employee with an E line of their own
      *> keeps that raise instead.
       APPLY-DEPARTMENT-INCREMENTS.
           IF WS-INE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EMP-STATUS NOT = 'T'
                           PERFORM PRICE-DEPARTMENT-INCREMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           MOVE 'N' TO WS-EOF

           PERFORM VARYING WS-INE-IDX FROM 1 BY 1
                   UNTIL WS-INE-IDX > WS-INE-COUNT
               IF WS-INE-EMPLOYEES(WS-INE-IDX) = 0
                   MOVE WS-INE-IMAGE(WS-INE-IDX) TO INCREMENT-RECORD
                   MOVE "NO EMPLOYEES IN DEPARTMENT" TO WS-INC-REASON
                   MOVE WS-INE-LINE-NO(WS-INE-IDX) TO WS-INC-LINE-NO
                   PERFORM WRITE-INCREMENT-EXCEPTION
               END-IF
           END-PERFORM.

       PRICE-DEPARTMENT-INCREMENT.
           MOVE 'N' TO WS-INE-FOUND
           PERFORM VARYING WS-INE-IDX FROM 1 BY 1
                   UNTIL WS-INE-IDX > WS-INE-COUNT
               IF WS-INE-DEPT(WS-INE-IDX) = EMP-DEPARTMENT
                   MOVE 'Y' TO WS-INE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-INE-FOUND = 'N' OR EMP-BASE-SALARY = 0 OR
              EMP-PAY-TYPE = 'H'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INE-EMPLOYEES(WS-INE-IDX)
           PERFORM FIND-INCREMENT-EMPLOYEE
           IF WS-INA-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-BASE-SALARY TO WS-INC-OLD-SALARY
           MOVE WS-INE-PCT(WS-INE-IDX) TO WS-INC-PCT
           COMPUTE WS-INC-NEW-SALARY ROUNDED =
               WS-INC-OLD-SALARY +
               (WS-INC-OLD-SALARY * WS-INC-PCT / 100)
           MOVE WS-INE-EFF-MONTH(WS-INE-IDX) TO WS-SH-EFF-MONTH
           MOVE WS-INE-EFF-YEAR(WS-INE-IDX) TO WS-SH-EFF-YEAR
           MOVE SPACES TO WS-INC-REASON
           PERFORM ADD-INCREMENT-ENTRY
           IF WS-INC-REASON NOT = SPACES
               MOVE WS-INE-IMAGE(WS-INE-IDX) TO INCREMENT-RECORD
               MOVE EMP-ID TO INC-EMP-ID
               MOVE WS-INE-LINE-NO(WS-INE-IDX) TO WS-INC-LINE-NO
               PERFORM WRITE-INCREMENT-EXCEPTION
           END-IF.

       WRITE-INCREMENT-EXCEPTION.
           ADD 1 TO WS-INC-REJECTED
           MOVE INCREMENT-RECORD TO IEX-INCREMENT-IMAGE
           MOVE SPACES TO IEX-GAP
           MOVE WS-INC-REASON TO IEX-REASON
           WRITE INC-EXC-RECORD
           DISPLAY "  REJECT line " WS-INC-LINE-NO ": " WS-INC-REASON.

      *> Counts the months already paid (a 00 entry on payroll.dat)
      *> from each raise's effective month up to the current month.
       CHECK-INCREMENT-RETRO.
           MOVE 0 TO WS-INC-RETRO-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:6) TO WS-INC-CUR-YYYYMM
           OPEN INPUT PAYROLL-FILE
           PERFORM VARYING WS-INA-IDX FROM 1 BY 1
                   UNTIL WS-INA-IDX > WS-INA-COUNT
               MOVE WS-INA-EFF-YEAR(WS-INA-IDX) TO WS-INC-CHECK-YEAR
               MOVE WS-INA-EFF-MONTH(WS-INA-IDX) TO WS-INC-CHECK-MONTH
               COMPUTE WS-INC-CHECK-YYYYMM =
                   (WS-INC-CHECK-YEAR * 100) + WS-INC-CHECK-MONTH
               PERFORM UNTIL WS-INC-CHECK-YYYYMM > WS-INC-CUR-YYYYMM
                   MOVE WS-INA-EMP-ID(WS-INA-IDX) TO PAY-EMP-ID
                   MOVE WS-INC-CHECK-YEAR TO PAY-YEAR
                   MOVE WS-INC-CHECK-MONTH TO PAY-MONTH
                   MOVE 0 TO PAY-ENTRY-SEQ
                   READ PAYROLL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-INA-PAID(WS-INA-IDX)
                   END-READ
                   IF WS-INC-CHECK-MONTH = 12
                       MOVE 1 TO WS-INC-CHECK-MONTH
                       ADD 1 TO WS-INC-CHECK-YEAR
                   ELSE
                       ADD 1 TO WS-INC-CHECK-MONTH
                   END-IF
                   COMPUTE WS-INC-CHECK-YYYYMM =
                       (WS-INC-CHECK-YEAR * 100) + WS-INC-CHECK-MONTH
               END-PERFORM
               IF WS-INA-PAID(WS-INA-IDX) > 0
                   ADD 1 TO WS-INC-RETRO-COUNT
               END-IF
           END-PERFORM
           CLOSE PAYROLL-FILE.

       PRINT-INCREMENT-PROOF.
           MOVE 0 TO WS-IND-COUNT
           PERFORM VARYING WS-INA-IDX FROM 1 BY 1
                   UNTIL WS-INA-IDX > WS-INA-COUNT
               PERFORM ACCUMULATE-INCREMENT-DEPT
           END-PERFORM

           MOVE "SALARY INCREMENT PROOF LISTING" TO WS-RPT-TITLE
           MOVE "EMPID | NAME                           |     OLD SALARY |     NEW SALARY |         CHANGE |    PCT  | EFF     | NOTE"
               TO WS-RPT-COL-HEAD-1
           MOVE "------|--------------------------------|----------------|----------------|----------------|---------|---------|---------------------"
               TO WS-RPT-COL-HEAD-2
           PERFORM START-REPORT-OUTPUT
           DISPLAY " "
           DISPLAY WS-RPT-COL-HEAD-1
           DISPLAY WS-RPT-COL-HEAD-2

           MOVE 0 TO WS-INC-TOT-OLD
           MOVE 0 TO WS-INC-TOT-NEW
           PERFORM VARYING WS-IND-IDX FROM 1 BY 1
                   UNTIL WS-IND-IDX > WS-IND-COUNT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "DEPARTMENT: " WS-IND-DEPT(WS-IND-IDX)
                      DELIMITED BY SIZE INTO WS-RPT-DETAIL
               DISPLAY WS-RPT-DETAIL
               PERFORM PRINT-REPORT-LINE
               PERFORM VARYING WS-INA-IDX FROM 1 BY 1
                       UNTIL WS-INA-IDX > WS-INA-COUNT
                   IF WS-INA-DEPT(WS-INA-IDX) = WS-IND-DEPT(WS-IND-IDX)
                       PERFORM PRINT-INCREMENT-LINE
                   END-IF
               END-PERFORM
               MOVE WS-IND-OLD(WS-IND-IDX) TO WS-INC-TOT-OLD
               MOVE WS-IND-NEW(WS-IND-IDX) TO WS-INC-TOT-NEW
               MOVE "DEPARTMENT TOTAL" TO WS-INL-NOTE
               PERFORM PRINT-INCREMENT-TOTAL
           END-PERFORM

           MOVE 0 TO WS-INC-TOT-OLD
           MOVE 0 TO WS-INC-TOT-NEW
           PERFORM VARYING WS-IND-IDX FROM 1 BY 1
                   UNTIL WS-IND-IDX > WS-IND-COUNT
               ADD WS-IND-OLD(WS-IND-IDX) TO WS-INC-TOT-OLD
               ADD WS-IND-NEW(WS-IND-IDX) TO WS-INC-TOT-NEW
           END-PERFORM
           MOVE "GRAND TOTAL" TO WS-INL-NOTE
           PERFORM PRINT-INCREMENT-TOTAL

           MOVE "INCREASES:" TO WS-RCL-LABEL
           MOVE WS-INA-COUNT TO WS-RCL-COUNT
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-DETAIL
           DISPLAY WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           MOVE "REJECTED:" TO WS-RCL-LABEL
           MOVE WS-INC-REJECTED TO WS-RCL-COUNT
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-DETAIL
           DISPLAY WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           MOVE "NEED RETRO PAY:" TO WS-RCL-LABEL
           MOVE WS-INC-RETRO-COUNT TO WS-RCL-COUNT
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-DETAIL
           DISPLAY WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           MOVE WS-INC-CAP-IN TO WS-INC-CAP-ED
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "INCREMENT CAP:    " WS-INC-CAP-ED "%"
                  DELIMITED BY SIZE INTO WS-RPT-DETAIL
           DISPLAY WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE

           IF WS-INC-RETRO-COUNT > 0
               MOVE SPACES TO WS-RPT-DETAIL
               PERFORM PRINT-REPORT-LINE
               MOVE "EFFECTIVE MONTH ALREADY PAID - THE RETROACTIVE PAY RUN MUST PICK UP:"
                   TO WS-RPT-DETAIL
               DISPLAY WS-RPT-DETAIL
               PERFORM PRINT-REPORT-LINE
               PERFORM VARYING WS-INA-IDX FROM 1 BY 1
                       UNTIL WS-INA-IDX > WS-INA-COUNT
                   IF WS-INA-PAID(WS-INA-IDX) > 0
                       PERFORM PRINT-INCREMENT-LINE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-INC-REJECTED > 0
               MOVE SPACES TO WS-RPT-DETAIL
               PERFORM PRINT-REPORT-LINE
               MOVE "REJECTED LINES (increment_exceptions.dat):"
                   TO WS-RPT-DETAIL
               DISPLAY WS-RPT-DETAIL
               PERFORM PRINT-REPORT-LINE
               OPEN INPUT INC-EXC-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INC-EXC-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE INC-EXC-RECORD TO WS-RPT-DETAIL
                           DISPLAY WS-RPT-DETAIL
                           PERFORM PRINT-REPORT-LINE
                   END-READ
               END-PERFORM
               CLOSE INC-EXC-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           PERFORM END-REPORT-OUTPUT.

       ACCUMULATE-INCREMENT-DEPT.
           PERFORM VARYING WS-IND-IDX FROM 1 BY 1
                   UNTIL WS-IND-IDX > WS-IND-COUNT
               IF WS-IND-DEPT(WS-IND-IDX) = WS-INA-DEPT(WS-INA-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IND-IDX > WS-IND-COUNT
               IF WS-IND-COUNT >= 200
                   DISPLAY "WARNING: department table limit (200) "
                           "reached - " WS-INA-DEPT(WS-INA-IDX)
                           " not totalled."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-IND-COUNT
               MOVE WS-IND-COUNT TO WS-IND-IDX
               MOVE WS-INA-DEPT(WS-INA-IDX) TO WS-IND-DEPT(WS-IND-IDX)
               MOVE 0 TO WS-IND-EMPLOYEES(WS-IND-IDX)
               MOVE 0 TO WS-IND-OLD(WS-IND-IDX)
               MOVE 0 TO WS-IND-NEW(WS-IND-IDX)
           END-IF
           ADD 1 TO WS-IND-EMPLOYEES(WS-IND-IDX)
           ADD WS-INA-OLD(WS-INA-IDX) TO WS-IND-OLD(WS-IND-IDX)
           ADD WS-INA-NEW(WS-INA-IDX) TO WS-IND-NEW(WS-IND-IDX).

       PRINT-INCREMENT-LINE.
           MOVE WS-INA-EMP-ID(WS-INA-IDX) TO WS-INL-EMP-ID
           MOVE WS-INA-NAME(WS-INA-IDX) TO WS-INL-NAME
           MOVE WS-INA-OLD(WS-INA-IDX) TO WS-INL-OLD
           MOVE WS-INA-NEW(WS-INA-IDX) TO WS-INL-NEW
           COMPUTE WS-INL-CHANGE =
               WS-INA-NEW(WS-INA-IDX) - WS-INA-OLD(WS-INA-IDX)
           MOVE WS-INA-PCT(WS-INA-IDX) TO WS-INL-PCT
           MOVE WS-INA-EFF-MONTH(WS-INA-IDX) TO WS-INL-EFF-MONTH
           MOVE WS-INA-EFF-YEAR(WS-INA-IDX) TO WS-INL-EFF-YEAR
           MOVE SPACES TO WS-INL-NOTE
           IF WS-INA-PAID(WS-INA-IDX) > 0
               STRING "RETRO " WS-INA-PAID(WS-INA-IDX) " MONTH(S)"
                      DELIMITED BY SIZE INTO WS-INL-NOTE
           END-IF
           MOVE WS-INC-DETAIL-LINE TO WS-RPT-DETAIL
           DISPLAY WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE.

      *> Caller sets WS-INC-TOT-OLD/NEW and the label in WS-INL-NOTE.
       PRINT-INCREMENT-TOTAL.
           MOVE SPACES TO WS-INL-EMP-ID
           MOVE SPACES TO WS-INL-NAME
           MOVE WS-INC-TOT-OLD TO WS-INL-OLD
           MOVE WS-INC-TOT-NEW TO WS-INL-NEW
           COMPUTE WS-INC-TOT-CHANGE = WS-INC-TOT-NEW - WS-INC-TOT-OLD
           MOVE WS-INC-TOT-CHANGE TO WS-INL-CHANGE
           MOVE 0 TO WS-INC-TOT-PCT
           IF WS-INC-TOT-OLD > 0
               COMPUTE WS-INC-TOT-PCT ROUNDED =
                   WS-INC-TOT-CHANGE * 100 / WS-INC-TOT-OLD
           END-IF
           MOVE WS-INC-TOT-PCT TO WS-INL-PCT
           MOVE 0 TO WS-INL-EFF-MONTH
           MOVE 0 TO WS-INL-EFF-YEAR
           MOVE WS-INC-DETAIL-LINE TO WS-RPT-DETAIL
           MOVE SPACES TO WS-RPT-DETAIL(103:7)
           DISPLAY WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE.

      *> Rewrites each master and records the change. A master whose
      *> salary moved since the proof was priced is left alone and
      *> reported, so the proof is exactly what gets applied.
       POST-INCREMENTS.
           MOVE 0 TO WS-INC-APPLIED
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           OPEN EXTEND SALHIST-FILE
           IF WS-SALHIST-FILE-STATUS = "35"
               OPEN OUTPUT SALHIST-FILE
               CLOSE SALHIST-FILE
               OPEN EXTEND SALHIST-FILE
           END-IF
           OPEN EXTEND CHGJRNL-FILE
           IF WS-CHGJRNL-FILE-STATUS = "35"
               OPEN OUTPUT CHGJRNL-FILE
               CLOSE CHGJRNL-FILE
               OPEN EXTEND CHGJRNL-FILE
           END-IF
           OPEN I-O EMPLOYEE-FILE
           PERFORM VARYING WS-INA-IDX FROM 1 BY 1
                   UNTIL WS-INA-IDX > WS-INA-COUNT
               MOVE WS-INA-EMP-ID(WS-INA-IDX) TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       DISPLAY "  Employee " WS-INA-EMP-ID(WS-INA-IDX)
                               " no longer on file - not applied."
                   NOT INVALID KEY
                       IF EMP-BASE-SALARY NOT = WS-INA-OLD(WS-INA-IDX)
                           DISPLAY "  Employee " EMP-ID
                                   " salary changed since the proof - "
                                   "not applied."
                       ELSE
                           PERFORM POST-ONE-INCREMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           CLOSE CHGJRNL-FILE
           CLOSE SALHIST-FILE.

       POST-ONE-INCREMENT.
           MOVE WS-INA-NEW(WS-INA-IDX) TO EMP-BASE-SALARY
           REWRITE EMPLOYEE-RECORD
           MOVE EMP-ID TO SH-EMP-ID
           MOVE WS-INA-EFF-YEAR(WS-INA-IDX) TO SH-EFF-YEAR
           MOVE WS-INA-EFF-MONTH(WS-INA-IDX) TO SH-EFF-MONTH
           MOVE WS-INA-OLD(WS-INA-IDX) TO SH-OLD-SALARY
           MOVE WS-INA-NEW(WS-INA-IDX) TO SH-NEW-SALARY
           MOVE 'S' TO SH-OLD-PAY-TYPE
           MOVE 'S' TO SH-NEW-PAY-TYPE
           MOVE WS-CURRENT-USER TO SH-CHANGED-BY
           MOVE WS-CURRENT-DATETIME(1:8) TO SH-CHANGE-DATE
           WRITE SALHIST-RECORD
           MOVE EMP-ID TO WS-CHA-ID
           MOVE "BASE-SALARY" TO WS-CHG-FIELD-WK
           MOVE WS-INA-OLD(WS-INA-IDX) TO WS-CHG-AMOUNT-ED
           MOVE WS-CHG-AMOUNT-ED TO WS-CHG-OLD-WK
           MOVE WS-INA-NEW(WS-INA-IDX) TO WS-CHG-AMOUNT-ED
           MOVE WS-CHG-AMOUNT-ED TO WS-CHG-NEW-WK
           PERFORM WRITE-CHANGE-JOURNAL-LINE
           ADD 1 TO WS-INC-APPLIED.

       LIST-ALL-EMPLOYEES.
           DISPLAY " "
           DISPLAY "Active employees only (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-ACTIVE-ONLY
           IF WS-ACTIVE-ONLY = 'y'
               MOVE 'Y' TO WS-ACTIVE-ONLY
           END-IF
           DISPLAY "========== ALL EMPLOYEES =========="
           OPEN INPUT EMPLOYEE-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ACTIVE-ONLY NOT = 'Y' OR EMP-STATUS = 'A'
                           IF EMP-PAY-TYPE = 'H'
                               DISPLAY EMP-ID " | " EMP-NAME " | "
                                       EMP-DEPARTMENT " | " EMP-STATUS
                                       " | $" EMP-HOURLY-RATE "/HR"
                           ELSE
                               DISPLAY EMP-ID " | " EMP-NAME " | "
                                       EMP-DEPARTMENT " | " EMP-STATUS
                                       " | $" EMP-BASE-SALARY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Enter Days Worked (max 31): " WITH NO ADVANCING
           ACCEPT WS-INPUT-DAYS
           
           MOVE 0 TO WS-INPUT-REG-HOURS
           IF WS-TEMP-PAY-TYPE = 'H'
               DISPLAY "Enter Regular Hours Worked: " WITH NO ADVANCING
               ACCEPT WS-INPUT-REG-HOURS
           END-IF
           
           DISPLAY "Enter Overtime Hours: " WITH NO ADVANCING
           ACCEPT WS-INPUT-OT-HOURS
           
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
                   MOVE EMP-BASE-SALARY TO WS-TEMP-SALARY
                   IF EMP-PAY-TYPE = 'H'
                       MOVE 'H' TO WS-TEMP-PAY-TYPE
                       MOVE EMP-HOURLY-RATE TO WS-TEMP-HOURLY-RATE
                   ELSE
                       MOVE 'S' TO WS-TEMP-PAY-TYPE
                       MOVE 0 TO WS-TEMP-HOURLY-RATE
                   END-IF
                   MOVE EMP-STATUS TO WS-EMP-STATUS-WK
                   MOVE EMP-HIRE-DATE TO WS-EMP-HIRE-WK
                   MOVE EMP-TERM-DATE TO WS-EMP-TERM-WK
      *> Days worked come from the attendance file when a record for
      *> the pay month exists - the keyed figure is only a fallback -
      *> and unpaid absence prorates the base salary. Overtime stays
      *> on the full-rate hourly figure. Hourly-rated staff are paid
      *> on hours instead (CALCULATE-HOURLY-BASE-PAY).
       CALCULATE-PAYROLL.
           PERFORM GET-SALARY-FOR-PERIOD
           PERFORM GET-ATTENDANCE-FOR-MONTH
           IF WS-TEMP-PAY-TYPE = 'H'
               PERFORM CALCULATE-HOURLY-BASE-PAY
           ELSE
               PERFORM CALCULATE-SALARIED-BASE-PAY
           END-IF

           PERFORM CALCULATE-OVERTIME-PAY

           COMPUTE WS-CALC-GROSS =
               WS-CALC-BASE-PAY + WS-CALC-OVERTIME-PAY + WS-INPUT-BONUS

           PERFORM CALCULATE-GRADUATED-TAX
           PERFORM CALCULATE-RECURRING-DEDUCTIONS
           MOVE 'N' TO WS-ARR-SETTLE
           PERFORM CALCULATE-ARREARS-RECOVERY
           PERFORM CALCULATE-LOAN-RECOVERY
           PERFORM CALCULATE-EMPLOYER-CONTRIB
           MOVE 'N' TO WS-ARR-OVERFLOW
           PERFORM APPLY-MINIMUM-NET

           COMPUTE WS-CALC-NET =
               WS-CALC-GROSS - WS-CALC-TAX - WS-INPUT-DEDUCTIONS
               - WS-RECURRING-DED-TOTAL.

       CALCULATE-SALARIED-BASE-PAY.
           IF WS-ATT-FOUND = 'Y'
               COMPUTE WS-INPUT-DAYS =
                   WS-ATT-PRESENT + WS-ATT-PAID-LV
                       WS-INPUT-YEAR " - using keyed days and full "
                       "base salary."
               MOVE WS-TEMP-SALARY TO WS-CALC-BASE-PAY
           END-IF.

      *> Regular hours come from the attendance row when it carries
      *> them, otherwise from the hours keyed with the run or carried
      *> on the batch driver. Each paid-leave day on the attendance
      *> row pays WS-LEAVE-DAY-HOURS at the rate; unpaid leave is
      *> simply hours not worked.
       CALCULATE-HOURLY-BASE-PAY.
           MOVE 0 TO WS-CALC-LEAVE-HOURS
           IF WS-ATT-FOUND = 'Y'
               COMPUTE WS-INPUT-DAYS =
                   WS-ATT-PRESENT + WS-ATT-PAID-LV
               COMPUTE WS-CALC-LEAVE-HOURS =
                   WS-ATT-PAID-LV * WS-LEAVE-DAY-HOURS
           END-IF
           IF WS-ATT-FOUND = 'Y' AND WS-ATT-REG-HOURS > 0
               MOVE WS-ATT-REG-HOURS TO WS-CALC-REG-HOURS
           ELSE
               DISPLAY "NOTE: no attendance hours for Employee "
                       WS-INPUT-ID " in " WS-INPUT-MONTH "/"
                       WS-INPUT-YEAR " - using keyed regular hours."
               MOVE WS-INPUT-REG-HOURS TO WS-CALC-REG-HOURS
           END-IF
           COMPUTE WS-CALC-REG-PAY ROUNDED =
               WS-CALC-REG-HOURS * WS-TEMP-HOURLY-RATE
           COMPUTE WS-CALC-LEAVE-PAY ROUNDED =
               WS-CALC-LEAVE-HOURS * WS-TEMP-HOURLY-RATE
           COMPUTE WS-CALC-BASE-PAY =
               WS-CALC-REG-PAY + WS-CALC-LEAVE-PAY.

      *> Replaces the master-file salary in WS-TEMP-SALARY with the
      *> rate in force for WS-INPUT-MONTH/WS-INPUT-YEAR: the change
      *> wins; a pay month before the first recorded change pays that
      *> change's old salary; with no history the master rate stands,
      *> so checkpoint restarts replaying a prior month pay correctly
      *> even after a raise. The pay basis in force comes with it -
      *> an hourly entry sets WS-TEMP-PAY-TYPE 'H' and its amount is
      *> the hourly rate in WS-TEMP-HOURLY-RATE.
       GET-SALARY-FOR-PERIOD.
           COMPUTE WS-PAY-YYYYMM =
               (WS-INPUT-YEAR * 100) + WS-INPUT-MONTH

               IF WS-SH-BEST-YYYYMM = 0 AND
                  WS-SH-EARLIEST-YYYYMM NOT = 999999
                   MOVE WS-SH-EARLIEST-TYPE TO WS-SH-RATE-TYPE-WK
                   MOVE WS-SH-EARLIEST-OLD TO WS-SH-RATE-WK
                   PERFORM SET-PERIOD-PAY-RATE
               END-IF
           END-IF.

           IF WS-SH-EFF-YYYYMM <= WS-PAY-YYYYMM AND
              WS-SH-EFF-YYYYMM >= WS-SH-BEST-YYYYMM
               MOVE WS-SH-EFF-YYYYMM TO WS-SH-BEST-YYYYMM
               MOVE SH-NEW-PAY-TYPE TO WS-SH-RATE-TYPE-WK
               MOVE SH-NEW-SALARY TO WS-SH-RATE-WK
               PERFORM SET-PERIOD-PAY-RATE
           END-IF
           IF WS-SH-EFF-YYYYMM < WS-SH-EARLIEST-YYYYMM
               MOVE WS-SH-EFF-YYYYMM TO WS-SH-EARLIEST-YYYYMM
               MOVE SH-OLD-SALARY TO WS-SH-EARLIEST-OLD
               MOVE SH-OLD-PAY-TYPE TO WS-SH-EARLIEST-TYPE
           END-IF.

      *> WS-SH-RATE-WK holds a history amount and WS-SH-RATE-TYPE-WK
      *> its basis; blank is a line written before pay types existed,
      *> which was always a monthly salary.
       SET-PERIOD-PAY-RATE.
           IF WS-SH-RATE-TYPE-WK = 'H'
               MOVE 'H' TO WS-TEMP-PAY-TYPE
               MOVE WS-SH-RATE-WK TO WS-TEMP-HOURLY-RATE
           ELSE
               MOVE 'S' TO WS-TEMP-PAY-TYPE
               MOVE WS-SH-RATE-WK TO WS-TEMP-SALARY
           END-IF.

       GET-ATTENDANCE-FOR-MONTH.
                               MOVE ATT-DAYS-PRESENT TO WS-ATT-PRESENT
                               MOVE ATT-PAID-LEAVE TO WS-ATT-PAID-LV
                               MOVE ATT-UNPAID-LEAVE TO WS-ATT-UNPAID
                               IF ATT-REG-HOURS NUMERIC
                                   MOVE ATT-REG-HOURS
                                       TO WS-ATT-REG-HOURS
                               ELSE
                                   MOVE 0 TO WS-ATT-REG-HOURS
                               END-IF
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
                   TO WS-DED-ITEM-DESC(WS-DED-ITEM-COUNT)
               MOVE WS-DED-ITEM-AMT
                   TO WS-DED-ITEM-AMOUNT(WS-DED-ITEM-COUNT)
               IF DED-CLASS = 'V'
                   MOVE 'V' TO WS-DED-ITEM-CLASS(WS-DED-ITEM-COUNT)
               ELSE
                   MOVE 'S' TO WS-DED-ITEM-CLASS(WS-DED-ITEM-COUNT)
               END-IF
               MOVE 0 TO WS-DED-ITEM-ARP-IDX(WS-DED-ITEM-COUNT)
               MOVE 0 TO WS-DED-ITEM-LNP-IDX(WS-DED-ITEM-COUNT)
           ELSE
               DISPLAY "WARNING: more than 20 recurring deductions "
                       "for Employee " WS-INPUT-ID
                       " - breakdown truncated (totals are complete)."

           ADD 1 TO WS-LNP-COUNT
           MOVE LN-SEQ TO WS-LNP-SEQ(WS-LNP-COUNT)
           MOVE 0 TO WS-LNP-BALANCE(WS-LNP-COUNT)
           MOVE LN-DESCRIPTION TO WS-LNP-DESC(WS-LNP-COUNT)
           MOVE WS-DED-ITEM-AMT TO WS-LNP-INSTALL(WS-LNP-COUNT)
           MOVE LN-OUTSTANDING TO WS-LNP-OUTSTANDING(WS-LNP-COUNT)

      *> Installments the floor held back earlier ride on top of this
      *> month's, never past what is still outstanding on the loan.
           PERFORM FIND-LOAN-ARREARS
           IF WS-ARP-FOUND = 'Y'
               MOVE WS-ARP-IDX TO WS-LNP-ARP-IDX(WS-LNP-COUNT)
               MOVE WS-ARP-OPENING(WS-ARP-IDX)
                   TO WS-LNP-ARR-OPEN(WS-LNP-COUNT)
               IF WS-DED-ITEM-AMT + WS-ARP-DUE(WS-ARP-IDX)
                  > LN-OUTSTANDING
                   MOVE LN-OUTSTANDING TO WS-DED-ITEM-AMT
               ELSE
                   ADD WS-ARP-DUE(WS-ARP-IDX) TO WS-DED-ITEM-AMT
               END-IF
           ELSE
               MOVE 0 TO WS-LNP-ARP-IDX(WS-LNP-COUNT)
               MOVE 0 TO WS-LNP-ARR-OPEN(WS-LNP-COUNT)
           END-IF
           MOVE WS-DED-ITEM-AMT TO WS-LNP-AMOUNT(WS-LNP-COUNT)

           ADD WS-DED-ITEM-AMT TO WS-LOAN-RECOVERY-TOTAL
           ADD WS-DED-ITEM-AMT TO WS-RECURRING-DED-TOTAL
                   TO WS-DED-ITEM-DESC(WS-DED-ITEM-COUNT)
               MOVE WS-DED-ITEM-AMT
                   TO WS-DED-ITEM-AMOUNT(WS-DED-ITEM-COUNT)
               MOVE 'L' TO WS-DED-ITEM-CLASS(WS-DED-ITEM-COUNT)
               MOVE 0 TO WS-DED-ITEM-ARP-IDX(WS-DED-ITEM-COUNT)
               MOVE WS-LNP-COUNT
                   TO WS-DED-ITEM-LNP-IDX(WS-DED-ITEM-COUNT)
           ELSE
               DISPLAY "WARNING: deduction item table full for "
                       "Employee " WS-INPUT-ID
               CLOSE LOANHIST-FILE
           END-IF.

      *> Loads the employee's open arrears lines into the pending
      *> table. A line raised in an earlier month and not already
      *> recovered from this one is due now - in full on a final
      *> settlement. Tax arrears are held back for APPLY-MINIMUM-NET,
      *> loan arrears for TAKE-LOAN-INSTALLMENT; the rest become
      *> "ARREARS" items of their own class in the deduction table.
       CALCULATE-ARREARS-RECOVERY.
           MOVE 0 TO WS-ARP-COUNT
           MOVE 0 TO WS-ARR-TAX-DUE
           MOVE 0 TO WS-ARR-TAX-IDX
           COMPUTE WS-PAY-YYYYMM =
               (WS-INPUT-YEAR * 100) + WS-INPUT-MONTH

           OPEN INPUT ARREARS-FILE
           IF WS-ARREARS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARREARS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ARR-EMP-ID = WS-INPUT-ID AND
                              ARR-BALANCE > 0
                               PERFORM LOAD-ARREARS-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARREARS-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       LOAD-ARREARS-LINE.
           IF WS-ARP-COUNT >= 30
               DISPLAY "WARNING: more than 30 arrears lines for "
                       "Employee " WS-INPUT-ID " - " ARR-TYPE-CODE
                       " left for a later month."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ARP-COUNT
           MOVE ARR-TYPE-CODE TO WS-ARP-TYPE(WS-ARP-COUNT)
           MOVE ARR-LOAN-SEQ TO WS-ARP-LOAN-SEQ(WS-ARP-COUNT)
           MOVE ARR-DESCRIPTION TO WS-ARP-DESC(WS-ARP-COUNT)
           MOVE ARR-CLASS TO WS-ARP-CLASS(WS-ARP-COUNT)
           MOVE ARR-BALANCE TO WS-ARP-OPENING(WS-ARP-COUNT)
           MOVE 0 TO WS-ARP-DUE(WS-ARP-COUNT)
           MOVE 0 TO WS-ARP-RECOVERED(WS-ARP-COUNT)
           MOVE 0 TO WS-ARP-RAISED(WS-ARP-COUNT)
           MOVE 'Y' TO WS-ARP-ON-FILE(WS-ARP-COUNT)
           IF WS-ARR-SETTLE = 'Y' OR
              (ARR-RAISED-YYYYMM < WS-PAY-YYYYMM AND
               ARR-RECOVER-YYYYMM NOT = WS-PAY-YYYYMM)
               MOVE ARR-BALANCE TO WS-ARP-DUE(WS-ARP-COUNT)
           END-IF

           EVALUATE ARR-CLASS
               WHEN 'T'
                   MOVE WS-ARP-DUE(WS-ARP-COUNT) TO WS-ARR-TAX-DUE
                   MOVE WS-ARP-COUNT TO WS-ARR-TAX-IDX
               WHEN 'L'
                   CONTINUE
               WHEN OTHER
                   IF WS-ARP-DUE(WS-ARP-COUNT) > 0
                       PERFORM ADD-ARREARS-ITEM
                   END-IF
           END-EVALUATE.

       ADD-ARREARS-ITEM.
           IF WS-DED-ITEM-COUNT >= 20
               DISPLAY "WARNING: deduction item table full for "
                       "Employee " WS-INPUT-ID " - " ARR-TYPE-CODE
                       " arrears left for a later month."
               MOVE 0 TO WS-ARP-DUE(WS-ARP-COUNT)
               EXIT PARAGRAPH
           END-IF

           ADD WS-ARP-DUE(WS-ARP-COUNT) TO WS-RECURRING-DED-TOTAL
           ADD 1 TO WS-DED-ITEM-COUNT
           MOVE ARR-TYPE-CODE TO WS-DED-ITEM-TYPE(WS-DED-ITEM-COUNT)
           MOVE SPACES TO WS-DED-ITEM-DESC(WS-DED-ITEM-COUNT)
           STRING "ARREARS " ARR-DESCRIPTION DELIMITED BY SIZE
               INTO WS-DED-ITEM-DESC(WS-DED-ITEM-COUNT)
           MOVE WS-ARP-DUE(WS-ARP-COUNT)
               TO WS-DED-ITEM-AMOUNT(WS-DED-ITEM-COUNT)
           MOVE ARR-CLASS TO WS-DED-ITEM-CLASS(WS-DED-ITEM-COUNT)
           MOVE WS-ARP-COUNT TO WS-DED-ITEM-ARP-IDX(WS-DED-ITEM-COUNT)
           MOVE 0 TO WS-DED-ITEM-LNP-IDX(WS-DED-ITEM-COUNT).

       FIND-LOAN-ARREARS.
           MOVE 'N' TO WS-ARP-FOUND
           PERFORM VARYING WS-ARP-IDX FROM 1 BY 1
                   UNTIL WS-ARP-IDX > WS-ARP-COUNT
               IF WS-ARP-TYPE(WS-ARP-IDX) = "LOAN" AND
                  WS-ARP-LOAN-SEQ(WS-ARP-IDX) = LN-SEQ
                   MOVE 'Y' TO WS-ARP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Holds the net at or above the floor. Tax goes first, then
      *> its arrears; then the deduction items class by class -
      *> statutory, loan, voluntary - in table order (current lines
      *> ahead of their arrears); the manual one-off deduction last.
      *> Each cut comes off the recurring total and is raised as
      *> arrears against its type code; an arrears item that is cut
      *> simply recovers less.
       APPLY-MINIMUM-NET.
           COMPUTE WS-NET-FLOOR ROUNDED =
               WS-CALC-GROSS * WS-NET-FLOOR-PCT / 100
           COMPUTE WS-NET-AVAILABLE = WS-CALC-GROSS - WS-NET-FLOOR

           IF WS-CALC-TAX > WS-NET-AVAILABLE
               COMPUTE WS-ARR-SHORT = WS-CALC-TAX - WS-NET-AVAILABLE
               MOVE WS-NET-AVAILABLE TO WS-CALC-TAX
               MOVE "TAX" TO WS-ARR-KEY-TYPE
               MOVE 0 TO WS-ARR-KEY-SEQ
               MOVE "INCOME TAX" TO WS-ARR-KEY-DESC
               MOVE 'T' TO WS-ARR-KEY-CLASS
               PERFORM RAISE-ARREARS
           END-IF
           SUBTRACT WS-CALC-TAX FROM WS-NET-AVAILABLE

           IF WS-ARR-TAX-DUE > 0
               IF WS-ARR-TAX-DUE > WS-NET-AVAILABLE
                   MOVE WS-NET-AVAILABLE TO WS-ARR-TAKE
               ELSE
                   MOVE WS-ARR-TAX-DUE TO WS-ARR-TAKE
               END-IF
               ADD WS-ARR-TAKE TO WS-CALC-TAX
               MOVE WS-ARR-TAKE TO WS-ARP-RECOVERED(WS-ARR-TAX-IDX)
               SUBTRACT WS-ARR-TAKE FROM WS-NET-AVAILABLE
           END-IF

           MOVE 'S' TO WS-ARR-CLASS-WK
           PERFORM FLOOR-DEDUCTION-CLASS
           MOVE 'L' TO WS-ARR-CLASS-WK
           PERFORM FLOOR-DEDUCTION-CLASS
           MOVE 'V' TO WS-ARR-CLASS-WK
           PERFORM FLOOR-DEDUCTION-CLASS

           IF WS-INPUT-DEDUCTIONS > WS-NET-AVAILABLE
               COMPUTE WS-ARR-SHORT =
                   WS-INPUT-DEDUCTIONS - WS-NET-AVAILABLE
               MOVE WS-NET-AVAILABLE TO WS-INPUT-DEDUCTIONS
               MOVE "MISC" TO WS-ARR-KEY-TYPE
               MOVE 0 TO WS-ARR-KEY-SEQ
               MOVE "ONE-OFF DEDUCTION" TO WS-ARR-KEY-DESC
               MOVE 'V' TO WS-ARR-KEY-CLASS
               PERFORM RAISE-ARREARS
               DISPLAY "NOTE: minimum net - one-off deduction for "
                       "Employee " WS-INPUT-ID " short by $"
                       WS-ARR-SHORT " (carried to arrears)."
               MOVE 0 TO WS-NET-AVAILABLE
           ELSE
               SUBTRACT WS-INPUT-DEDUCTIONS FROM WS-NET-AVAILABLE
           END-IF

           PERFORM FINISH-ARREARS-RECOVERY.

       FLOOR-DEDUCTION-CLASS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DED-ITEM-COUNT
               IF WS-DED-ITEM-CLASS(WS-I) = WS-ARR-CLASS-WK
                   PERFORM FLOOR-DEDUCTION-ITEM
               END-IF
           END-PERFORM.

       FLOOR-DEDUCTION-ITEM.
           IF WS-DED-ITEM-AMOUNT(WS-I) <= WS-NET-AVAILABLE
               SUBTRACT WS-DED-ITEM-AMOUNT(WS-I) FROM WS-NET-AVAILABLE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ARR-SHORT =
               WS-DED-ITEM-AMOUNT(WS-I) - WS-NET-AVAILABLE
           MOVE WS-NET-AVAILABLE TO WS-DED-ITEM-AMOUNT(WS-I)
           MOVE 0 TO WS-NET-AVAILABLE
           SUBTRACT WS-ARR-SHORT FROM WS-RECURRING-DED-TOTAL

           IF WS-DED-ITEM-LNP-IDX(WS-I) > 0
               MOVE WS-DED-ITEM-AMOUNT(WS-I)
                   TO WS-LNP-AMOUNT(WS-DED-ITEM-LNP-IDX(WS-I))
               SUBTRACT WS-ARR-SHORT FROM WS-LOAN-RECOVERY-TOTAL
           ELSE
               IF WS-DED-ITEM-ARP-IDX(WS-I) = 0
                   MOVE WS-DED-ITEM-TYPE(WS-I) TO WS-ARR-KEY-TYPE
                   MOVE 0 TO WS-ARR-KEY-SEQ
                   MOVE WS-DED-ITEM-DESC(WS-I) TO WS-ARR-KEY-DESC
                   MOVE WS-DED-ITEM-CLASS(WS-I) TO WS-ARR-KEY-CLASS
                   PERFORM RAISE-ARREARS
               END-IF
           END-IF

           DISPLAY "NOTE: minimum net - " WS-DED-ITEM-TYPE(WS-I)
                   " for Employee " WS-INPUT-ID " short by $"
                   WS-ARR-SHORT " (carried to arrears).".

      *> Adds WS-ARR-SHORT to the pending arrears line for the key in
      *> WS-ARR-KEY-TYPE/SEQ, opening a new line when none is held.
      *> With no room for a new line the cut could not be carried, so
      *> WS-ARR-OVERFLOW stops the calculation from being booked.
       RAISE-ARREARS.
           MOVE 'N' TO WS-ARP-FOUND
           PERFORM VARYING WS-ARP-IDX FROM 1 BY 1
                   UNTIL WS-ARP-IDX > WS-ARP-COUNT
               IF WS-ARP-TYPE(WS-ARP-IDX) = WS-ARR-KEY-TYPE AND
                  WS-ARP-LOAN-SEQ(WS-ARP-IDX) = WS-ARR-KEY-SEQ
                   MOVE 'Y' TO WS-ARP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-ARP-FOUND = 'N'
               IF WS-ARP-COUNT >= 30
                   DISPLAY "WARNING: arrears table full for Employee "
                           WS-INPUT-ID " - " WS-ARR-KEY-TYPE
                           " shortfall of $" WS-ARR-SHORT
                           " cannot be carried; pay not booked."
                   MOVE 'Y' TO WS-ARR-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ARP-COUNT
               MOVE WS-ARP-COUNT TO WS-ARP-IDX
               MOVE WS-ARR-KEY-TYPE TO WS-ARP-TYPE(WS-ARP-IDX)
               MOVE WS-ARR-KEY-SEQ TO WS-ARP-LOAN-SEQ(WS-ARP-IDX)
               MOVE WS-ARR-KEY-DESC TO WS-ARP-DESC(WS-ARP-IDX)
               MOVE WS-ARR-KEY-CLASS TO WS-ARP-CLASS(WS-ARP-IDX)
               MOVE 0 TO WS-ARP-OPENING(WS-ARP-IDX)
               MOVE 0 TO WS-ARP-DUE(WS-ARP-IDX)
               MOVE 0 TO WS-ARP-RECOVERED(WS-ARP-IDX)
               MOVE 0 TO WS-ARP-RAISED(WS-ARP-IDX)
               MOVE 'N' TO WS-ARP-ON-FILE(WS-ARP-IDX)
           END-IF
           ADD WS-ARR-SHORT TO WS-ARP-RAISED(WS-ARP-IDX).

      *> Settles what the run actually recovered: an arrears item
      *> recovers whatever survived the floor, and each loan's held-back
      *> installments are restated from what the loan line really took.
       FINISH-ARREARS-RECOVERY.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DED-ITEM-COUNT
               IF WS-DED-ITEM-ARP-IDX(WS-I) > 0
                   MOVE WS-DED-ITEM-AMOUNT(WS-I)
                       TO WS-ARP-RECOVERED(WS-DED-ITEM-ARP-IDX(WS-I))
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LNP-IDX FROM 1 BY 1
                   UNTIL WS-LNP-IDX > WS-LNP-COUNT
               PERFORM RESOLVE-LOAN-ARREARS
           END-PERFORM.

      *> Loan arrears after this month = what was held back before
      *> plus this month's installment less what was taken, never more
      *> than the balance the loan will still carry.
       RESOLVE-LOAN-ARREARS.
           COMPUTE WS-ARR-CLOSING =
               WS-LNP-ARR-OPEN(WS-LNP-IDX) + WS-LNP-INSTALL(WS-LNP-IDX)
               - WS-LNP-AMOUNT(WS-LNP-IDX)
           IF WS-ARR-CLOSING > WS-LNP-OUTSTANDING(WS-LNP-IDX)
                               - WS-LNP-AMOUNT(WS-LNP-IDX)
               COMPUTE WS-ARR-CLOSING =
                   WS-LNP-OUTSTANDING(WS-LNP-IDX)
                   - WS-LNP-AMOUNT(WS-LNP-IDX)
           END-IF
           IF WS-ARR-CLOSING < 0
               MOVE 0 TO WS-ARR-CLOSING
           END-IF

           IF WS-LNP-ARP-IDX(WS-LNP-IDX) = 0
               IF WS-ARR-CLOSING > 0
                   MOVE WS-ARR-CLOSING TO WS-ARR-SHORT
                   MOVE "LOAN" TO WS-ARR-KEY-TYPE
                   MOVE WS-LNP-SEQ(WS-LNP-IDX) TO WS-ARR-KEY-SEQ
                   MOVE WS-LNP-DESC(WS-LNP-IDX) TO WS-ARR-KEY-DESC
                   MOVE 'L' TO WS-ARR-KEY-CLASS
                   PERFORM RAISE-ARREARS
               END-IF
           ELSE
               MOVE WS-LNP-ARP-IDX(WS-LNP-IDX) TO WS-ARP-IDX
               IF WS-ARR-CLOSING > WS-ARP-OPENING(WS-ARP-IDX)
                   COMPUTE WS-ARP-RAISED(WS-ARP-IDX) =
                       WS-ARR-CLOSING - WS-ARP-OPENING(WS-ARP-IDX)
               ELSE
                   COMPUTE WS-ARP-RECOVERED(WS-ARP-IDX) =
                       WS-ARP-OPENING(WS-ARP-IDX) - WS-ARR-CLOSING
               END-IF
           END-IF.

      *> Writes the pending installments down onto the loan master
      *> through the temp-file swap and appends the history lines.
      *> A loan that reaches zero flips to 'P' and recovery stops.
               END-IF
           END-PERFORM.

      *> Writes the arrears movements of the saved payroll entry away:
      *> ded_arrears.dat is rewritten through the temp-file swap with
      *> the new balances (lines at zero drop off), new lines are
      *> appended, and every movement goes to arrears_history.dat.
       APPLY-DEDUCTION-ARREARS.
           MOVE 'N' TO WS-ARR-MOVED
           PERFORM VARYING WS-ARP-IDX FROM 1 BY 1
                   UNTIL WS-ARP-IDX > WS-ARP-COUNT
               IF WS-ARP-RECOVERED(WS-ARP-IDX) > 0 OR
                  WS-ARP-RAISED(WS-ARP-IDX) > 0
                   MOVE 'Y' TO WS-ARR-MOVED
               END-IF
           END-PERFORM
           IF WS-ARR-MOVED = 'N'
               MOVE 0 TO WS-ARP-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PAY-YYYYMM =
               (WS-INPUT-YEAR * 100) + WS-INPUT-MONTH

           OPEN INPUT ARREARS-FILE
           IF WS-ARREARS-FILE-STATUS NOT = "35"
               OPEN OUTPUT TEMP-ARREARS-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARREARS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ARR-EMP-ID = WS-INPUT-ID
                               PERFORM UPDATE-ARREARS-LINE
                           END-IF
                           IF ARR-BALANCE > 0
                               WRITE TEMP-ARREARS-RECORD
                                   FROM ARREARS-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARREARS-FILE
               CLOSE TEMP-ARREARS-FILE
               MOVE 'N' TO WS-EOF

               CALL "CBL_RENAME_FILE" USING "temp_arrears.dat"
                                            "ded_arrears.dat"
                   RETURNING WS-FILE-OP-RC
               IF WS-FILE-OP-RC NOT = 0
                   DISPLAY "ERROR: could not replace ded_arrears.dat "
                           "(RC=" WS-FILE-OP-RC ")."
                   MOVE 0 TO WS-ARP-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN EXTEND ARREARS-FILE
           IF WS-ARREARS-FILE-STATUS = "35"
               OPEN OUTPUT ARREARS-FILE
               CLOSE ARREARS-FILE
               OPEN EXTEND ARREARS-FILE
           END-IF
           PERFORM VARYING WS-ARP-IDX FROM 1 BY 1
                   UNTIL WS-ARP-IDX > WS-ARP-COUNT
               IF WS-ARP-ON-FILE(WS-ARP-IDX) = 'N' AND
                  WS-ARP-RAISED(WS-ARP-IDX) > 0
                   MOVE WS-INPUT-ID TO ARR-EMP-ID
                   MOVE WS-ARP-TYPE(WS-ARP-IDX) TO ARR-TYPE-CODE
                   MOVE WS-ARP-LOAN-SEQ(WS-ARP-IDX) TO ARR-LOAN-SEQ
                   MOVE WS-ARP-DESC(WS-ARP-IDX) TO ARR-DESCRIPTION
                   MOVE WS-ARP-CLASS(WS-ARP-IDX) TO ARR-CLASS
                   MOVE WS-ARP-RAISED(WS-ARP-IDX) TO ARR-BALANCE
                   MOVE WS-PAY-YYYYMM TO ARR-RAISED-YYYYMM
                   MOVE 0 TO ARR-RECOVER-YYYYMM
                   WRITE ARREARS-RECORD
               END-IF
           END-PERFORM
           CLOSE ARREARS-FILE

           OPEN EXTEND ARREARS-HIST-FILE
           IF WS-ARRHIST-FILE-STATUS = "35"
               OPEN OUTPUT ARREARS-HIST-FILE
               CLOSE ARREARS-HIST-FILE
               OPEN EXTEND ARREARS-HIST-FILE
           END-IF
           PERFORM VARYING WS-ARP-IDX FROM 1 BY 1
                   UNTIL WS-ARP-IDX > WS-ARP-COUNT
               PERFORM WRITE-ARREARS-HISTORY
           END-PERFORM
           CLOSE ARREARS-HIST-FILE
           MOVE 0 TO WS-ARP-COUNT.

       UPDATE-ARREARS-LINE.
           PERFORM VARYING WS-ARP-IDX FROM 1 BY 1
                   UNTIL WS-ARP-IDX > WS-ARP-COUNT
               IF WS-ARP-ON-FILE(WS-ARP-IDX) = 'Y' AND
                  WS-ARP-TYPE(WS-ARP-IDX) = ARR-TYPE-CODE AND
                  WS-ARP-LOAN-SEQ(WS-ARP-IDX) = ARR-LOAN-SEQ
                   IF WS-ARP-RECOVERED(WS-ARP-IDX) > 0
                       SUBTRACT WS-ARP-RECOVERED(WS-ARP-IDX)
                           FROM ARR-BALANCE
                       MOVE WS-PAY-YYYYMM TO ARR-RECOVER-YYYYMM
                   END-IF
                   IF WS-ARP-RAISED(WS-ARP-IDX) > 0
                       ADD WS-ARP-RAISED(WS-ARP-IDX) TO ARR-BALANCE
                       MOVE WS-PAY-YYYYMM TO ARR-RAISED-YYYYMM
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-ARREARS-HISTORY.
           MOVE WS-INPUT-ID TO ARH-EMP-ID
           MOVE WS-INPUT-YEAR TO ARH-YEAR
           MOVE WS-INPUT-MONTH TO ARH-MONTH
           MOVE WS-ARP-TYPE(WS-ARP-IDX) TO ARH-TYPE-CODE
           MOVE WS-ARP-LOAN-SEQ(WS-ARP-IDX) TO ARH-LOAN-SEQ
           MOVE WS-ARP-DESC(WS-ARP-IDX) TO ARH-DESCRIPTION
           COMPUTE ARH-BALANCE-AFTER =
               WS-ARP-OPENING(WS-ARP-IDX) - WS-ARP-RECOVERED(WS-ARP-IDX)
           IF WS-ARP-RECOVERED(WS-ARP-IDX) > 0
               MOVE 'C' TO ARH-MOVEMENT
               MOVE WS-ARP-RECOVERED(WS-ARP-IDX) TO ARH-AMOUNT
               WRITE ARRHIST-RECORD
           END-IF
           IF WS-ARP-RAISED(WS-ARP-IDX) > 0
               MOVE 'R' TO ARH-MOVEMENT
               MOVE WS-ARP-RAISED(WS-ARP-IDX) TO ARH-AMOUNT
               ADD WS-ARP-RAISED(WS-ARP-IDX) TO ARH-BALANCE-AFTER
               WRITE ARRHIST-RECORD
           END-IF.

      *> Salaried staff earn overtime on the monthly salary spread
      *> over the standard month; hourly staff on their own rate.
       CALCULATE-OVERTIME-PAY.
           IF WS-TEMP-PAY-TYPE = 'H'
               MOVE WS-TEMP-HOURLY-RATE TO WS-HOURLY-RATE
           ELSE
               COMPUTE WS-HOURLY-RATE ROUNDED =
                   WS-TEMP-SALARY / WS-STANDARD-MONTHLY-HOURS
           END-IF

           IF WS-INPUT-OT-HOURS <= WS-OT-THRESHOLD-HOURS
               COMPUTE WS-CALC-OVERTIME-PAY ROUNDED =
               EXIT PARAGRAPH
           END-IF

           IF WS-ARR-OVERFLOW = 'Y'
               MOVE 'Y' TO WS-PAYROLL-EXISTS
               DISPLAY "Record for Employee ID " WS-INPUT-ID
                       " not written - a minimum-net shortfall could "
                       "not be carried to arrears. Recover some of "
                       "the employee's open arrears first."
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-PAYROLL-RECORD-EXISTS
           IF WS-PAYROLL-EXISTS = 'Y'
               DISPLAY "Payroll record for Employee ID " WS-INPUT-ID
                               WS-INPUT-YEAR
                               " already exists - skipping duplicate."
                   NOT INVALID KEY
                       PERFORM RECORD-PAYROLL-ENTERED
                       PERFORM SAVE-DEDUCTION-BREAKDOWN
                       PERFORM SAVE-EMPLOYER-CONTRIB-BKDN
                       MOVE 0 TO WS-HRS-ENTRY-SEQ
                       PERFORM SAVE-HOURS-BREAKDOWN
                       PERFORM APPLY-LOAN-RECOVERY
                       PERFORM APPLY-DEDUCTION-ARREARS
                       DISPLAY "Payroll record saved successfully!"
               END-WRITE
               CLOSE PAYROLL-FILE
                   CLOSE PAYROLL-DED-FILE
                   OPEN EXTEND PAYROLL-DED-FILE
               END-IF
      *> A line the minimum-net floor cut to nothing is not stored -
      *> the whole amount sits on the arrears file instead.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-DED-ITEM-COUNT
                   IF WS-DED-ITEM-AMOUNT(WS-I) > 0
                       MOVE WS-INPUT-ID TO PAYDED-EMP-ID
                       MOVE WS-INPUT-YEAR TO PAYDED-YEAR
                       MOVE WS-INPUT-MONTH TO PAYDED-MONTH
                       MOVE WS-DED-ITEM-TYPE(WS-I) TO PAYDED-TYPE-CODE
                       MOVE WS-DED-ITEM-DESC(WS-I)
                           TO PAYDED-DESCRIPTION
                       MOVE WS-DED-ITEM-AMOUNT(WS-I) TO PAYDED-AMOUNT
                       WRITE PAYDED-RECORD
                   END-IF
               END-PERFORM
               CLOSE PAYROLL-DED-FILE
           END-IF.
               CLOSE PAYROLL-EC-FILE
           END-IF.

      *> The hours an hourly-rated entry was paid on, beside the
      *> payroll record, for the slip, the tax statement and the
      *> retro run. Salaried entries write nothing.
       SAVE-HOURS-BREAKDOWN.
           IF WS-TEMP-PAY-TYPE = 'H'
               OPEN EXTEND PAYROLL-HRS-FILE
               IF WS-PAYROLL-HRS-FILE-STATUS = "35"
                   OPEN OUTPUT PAYROLL-HRS-FILE
                   CLOSE PAYROLL-HRS-FILE
                   OPEN EXTEND PAYROLL-HRS-FILE
               END-IF
               MOVE WS-INPUT-ID TO PAYHRS-EMP-ID
               MOVE WS-INPUT-YEAR TO PAYHRS-YEAR
               MOVE WS-INPUT-MONTH TO PAYHRS-MONTH
               MOVE WS-TEMP-HOURLY-RATE TO PAYHRS-RATE
               MOVE WS-CALC-REG-HOURS TO PAYHRS-REG-HOURS
               MOVE WS-CALC-LEAVE-HOURS TO PAYHRS-LEAVE-HOURS
               MOVE WS-INPUT-OT-HOURS TO PAYHRS-OT-HOURS
               MOVE WS-CALC-REG-PAY TO PAYHRS-REG-PAY
               MOVE WS-CALC-LEAVE-PAY TO PAYHRS-LEAVE-PAY
               MOVE WS-CALC-OVERTIME-PAY TO PAYHRS-OT-PAY
               MOVE WS-HRS-ENTRY-SEQ TO PAYHRS-ENTRY-SEQ
               WRITE PAYHRS-RECORD
               CLOSE PAYROLL-HRS-FILE
           END-IF.

      *> Hours line for one payroll entry (PAY-EMP-ID/PAY-YEAR/
      *> PAY-MONTH/PAY-ENTRY-SEQ) from the live hours file.
       LOAD-SLIP-HOURS.
           MOVE 'N' TO WS-SLH-FOUND
           MOVE 0 TO WS-SLH-RATE
           MOVE 0 TO WS-SLH-REG-HOURS
           MOVE 0 TO WS-SLH-LEAVE-HOURS
           MOVE 0 TO WS-SLH-OT-HOURS
           MOVE 0 TO WS-SLH-REG-PAY
           MOVE 0 TO WS-SLH-LEAVE-PAY
           MOVE 0 TO WS-SLH-OT-PAY
           OPEN INPUT PAYROLL-HRS-FILE
           IF WS-PAYROLL-HRS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYROLL-HRS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PAYHRS-EMP-ID = PAY-EMP-ID AND
                              PAYHRS-YEAR = PAY-YEAR AND
                              PAYHRS-MONTH = PAY-MONTH AND
                              PAYHRS-ENTRY-SEQ = PAY-ENTRY-SEQ
                               MOVE 'Y' TO WS-SLH-FOUND
                               MOVE PAYHRS-RATE TO WS-SLH-RATE
                               MOVE PAYHRS-REG-HOURS
                                   TO WS-SLH-REG-HOURS
                               MOVE PAYHRS-LEAVE-HOURS
                                   TO WS-SLH-LEAVE-HOURS
                               MOVE PAYHRS-OT-HOURS TO WS-SLH-OT-HOURS
                               MOVE PAYHRS-REG-PAY TO WS-SLH-REG-PAY
                               MOVE PAYHRS-LEAVE-PAY
                                   TO WS-SLH-LEAVE-PAY
                               MOVE PAYHRS-OT-PAY TO WS-SLH-OT-PAY
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-HRS-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       BATCH-PAYROLL-RUN.
           DISPLAY " "
           DISPLAY "========== BATCH PAYROLL PROCESSING =========="
               DISPLAY "No batch driver file found (batch_driver.dat)."
               DISPLAY "================================================"
               DISPLAY " "
               MOVE 'N' TO WS-JOB-STEP-OK
               MOVE "NO BATCH DRIVER FILE (batch_driver.dat)"
                   TO WS-JOB-MESSAGE
           ELSE
               CLOSE BATCH-DRIVER-FILE

               PERFORM VALIDATE-BATCH-DRIVER

      *> Unattended, a rejected driver row stops the step before
      *> anything is paid unless the job step says ALLOWREJ.
               IF WS-JOB-MODE = 'Y' AND WS-VAL-REJECTED > 0
                   MOVE 0 TO WS-JOB-OPT-HITS
                   INSPECT WS-JOB-OPTIONS TALLYING WS-JOB-OPT-HITS
                       FOR ALL "ALLOWREJ"
                   IF WS-JOB-OPT-HITS = 0
                       DISPLAY WS-VAL-REJECTED " driver row(s) "
                               "rejected - batch run not started."
                       MOVE 'N' TO WS-JOB-STEP-OK
                       MOVE SPACES TO WS-JOB-MESSAGE
                       STRING WS-VAL-REJECTED " DRIVER ROW(S) REJECTED"
                              " - SEE batch_exceptions.dat"
                              DELIMITED BY SIZE INTO WS-JOB-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO WS-JOB-MESSAGE
                   STRING WS-VAL-REJECTED " DRIVER ROW(S) REJECTED"
                          " AND LEFT UNPAID"
                          DELIMITED BY SIZE INTO WS-JOB-MESSAGE
               END-IF

               MOVE 0 TO WS-CHECKPOINT-EMP-ID
               MOVE 'N' TO WS-SKIP-MODE
               MOVE 'N' TO WS-CHECKPOINT-FOUND
               MOVE 0 TO WS-BATCH-PROCESSED

               IF WS-JOB-MODE = 'Y'
                   MOVE 0 TO WS-JOB-OPT-HITS
                   INSPECT WS-JOB-OPTIONS TALLYING WS-JOB-OPT-HITS
                       FOR ALL "PROOF"
                   IF WS-JOB-OPT-HITS > 0
                       MOVE 'Y' TO WS-PROOF-MODE
                   ELSE
                       MOVE 'N' TO WS-PROOF-MODE
                   END-IF
               ELSE
                   DISPLAY "Proof run - full calculation, nothing "
                           "written (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-PROOF-MODE
               END-IF
               IF WS-PROOF-MODE = 'y'
                   MOVE 'Y' TO WS-PROOF-MODE
               END-IF
               IF WS-VAL-ABORT = 'Y'
                   DISPLAY "ERROR: validation table limit exceeded - "
                           "batch run abandoned, no payroll written."
                   MOVE 'N' TO WS-JOB-STEP-OK
                   MOVE "VALIDATION TABLE LIMIT - NOTHING WRITTEN"
                       TO WS-JOB-MESSAGE
               ELSE
               IF WS-CHECKPOINT-FILE-STATUS NOT = "00" AND
                  WS-CHECKPOINT-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: could not read checkpoint file (status="
                           WS-CHECKPOINT-FILE-STATUS "). Aborting batch "
                           "run."
                   MOVE 'N' TO WS-JOB-STEP-OK
                   MOVE SPACES TO WS-JOB-MESSAGE
                   STRING "CHECKPOINT FILE UNREADABLE (STATUS "
                          WS-CHECKPOINT-FILE-STATUS ")"
                          DELIMITED BY SIZE INTO WS-JOB-MESSAGE
               ELSE
                   MOVE 0 TO WS-VAL-RECNO
                   PERFORM UNTIL WS-EOF = 'Y'
           END-IF.

       START-PROOF-REGISTER.
           IF WS-JOB-MODE = 'Y'
               MOVE WS-JOB-AMOUNT TO WS-PROOF-THRESHOLD
           ELSE
               DISPLAY "Flag net movement above amount: "
                       WITH NO ADVANCING
               ACCEPT WS-PROOF-THRESHOLD
           END-IF
           MOVE 0 TO WS-PROOF-COUNT
           MOVE 0 TO WS-PROOF-TOT-GROSS
           MOVE 0 TO WS-PROOF-TOT-TAX
      *> One reason per row - the first edit that fails wins. The
      *> numeric class tests run first so the range tests never see
      *> garbage, and the duplicate test keys on accepted rows only.
      *> Regular hours may be left blank (zero).
       EDIT-DRIVER-RECORD.
           IF BATCH-EMP-ID NOT NUMERIC OR
              BATCH-DAYS NOT NUMERIC OR
              BATCH-BONUS NOT NUMERIC OR
              BATCH-DEDUCTIONS NOT NUMERIC OR
              BATCH-MONTH NOT NUMERIC OR
              BATCH-YEAR NOT NUMERIC OR
              (BATCH-REG-HOURS NOT = SPACES AND
               BATCH-REG-HOURS NOT NUMERIC)
               MOVE "NON-NUMERIC FIELD" TO WS-VAL-REASON
               EXIT PARAGRAPH
           END-IF
               EXIT PARAGRAPH
           END-IF

      *> An unattended run pays only the month its job step names.
           IF WS-JOB-MODE = 'Y' AND
              (BATCH-MONTH NOT = WS-JOB-MONTH OR
               BATCH-YEAR NOT = WS-JOB-YEAR)
               MOVE "NOT THE JOB STEP PAY MONTH" TO WS-VAL-REASON
               EXIT PARAGRAPH
           END-IF

           IF BATCH-DAYS > 31
               MOVE "DAYS OUT OF RANGE" TO WS-VAL-REASON
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF

           IF BATCH-REG-HOURS NUMERIC AND BATCH-REG-HOURS > 400
               MOVE "REG HOURS OUT OF RANGE" TO WS-VAL-REASON
               EXIT PARAGRAPH
           END-IF

           IF BATCH-BONUS > WS-VAL-MAX-BONUS
               MOVE "BONUS OUT OF RANGE" TO WS-VAL-REASON
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF

      *> An hourly employee needs hours from somewhere - the driver
      *> row or regular hours on the attendance row for the month.
           IF WS-TEMP-PAY-TYPE = 'H' AND
              (BATCH-REG-HOURS = SPACES OR BATCH-REG-HOURS = 0)
               PERFORM GET-ATTENDANCE-FOR-MONTH
               IF WS-ATT-FOUND = 'N' OR WS-ATT-REG-HOURS = 0
                   MOVE "NO HOURS FOR HOURLY EMPLOYEE"
                       TO WS-VAL-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           COMPUTE WS-SEEN-KEY =
               (BATCH-EMP-ID * 1000000) +
               (BATCH-YEAR * 100) + BATCH-MONTH
                       " - not found in employee.dat"
           ELSE
               MOVE BATCH-DAYS TO WS-INPUT-DAYS
               IF BATCH-REG-HOURS NUMERIC
                   MOVE BATCH-REG-HOURS TO WS-INPUT-REG-HOURS
               ELSE
                   MOVE 0 TO WS-INPUT-REG-HOURS
               END-IF
               MOVE BATCH-OT-HOURS TO WS-INPUT-OT-HOURS
               MOVE BATCH-BONUS TO WS-INPUT-BONUS
               MOVE BATCH-DEDUCTIONS TO WS-INPUT-DEDUCTIONS
           END-IF
           DISPLAY "Enter Amount (or Percent): " WITH NO ADVANCING
           ACCEPT WS-DED-AMOUNT
           DISPLAY "Statutory or Voluntary (S/V): " WITH NO ADVANCING
           ACCEPT WS-DED-CLASS
           IF WS-DED-CLASS = 'v'
               MOVE 'V' TO WS-DED-CLASS
           END-IF
           IF WS-DED-CLASS NOT = 'V'
               MOVE 'S' TO WS-DED-CLASS
           END-IF
           DISPLAY "Enter Start Month (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-DED-START
           DISPLAY "Enter End Month (YYYYMM, 0 = open): "
           MOVE WS-DED-AMOUNT TO DED-AMOUNT
           MOVE WS-DED-START TO DED-START-YYYYMM
           MOVE WS-DED-END TO DED-END-YYYYMM
           MOVE WS-DED-CLASS TO DED-CLASS
           WRITE DEDUCT-RECORD
           CLOSE DEDUCT-FILE

           DISPLAY "Enter Employee ID: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ID

           DISPLAY "TYPE | DESCRIPTION          | M | AMOUNT    | FROM   | TO     | C"
           DISPLAY "-----|----------------------|---|-----------|--------|--------|--"
           MOVE 'N' TO WS-FOUND
           OPEN INPUT DEDUCT-FILE
           IF WS-DEDUCT-FILE-STATUS = "35"
                                       DED-METHOD " | "
                                       DED-AMOUNT " | "
                                       DED-START-YYYYMM " | "
                                       DED-END-YYYYMM " | "
                                       DED-CLASS
                           END-IF
                   END-READ
               END-PERFORM
       BANK-PAYMENT-FILE-RUN.
           DISPLAY " "
           DISPLAY "========== BANK PAYMENT FILE =========="
           IF WS-JOB-MODE = 'Y'
               MOVE WS-JOB-MONTH TO WS-INPUT-MONTH
               MOVE WS-JOB-YEAR TO WS-INPUT-YEAR
           ELSE
               DISPLAY "Enter Month (MM): " WITH NO ADVANCING
               ACCEPT WS-INPUT-MONTH
               DISPLAY "Enter Year (YYYY): " WITH NO ADVANCING
               ACCEPT WS-INPUT-YEAR
           END-IF

      *> Nothing reaches the bank until a second user has approved
      *> every entry for the month.
           PERFORM CHECK-MONTH-APPROVED
           IF WS-APV-UNAPPROVED > 0
               DISPLAY WS-APV-UNAPPROVED " payroll entries for "
                       WS-INPUT-MONTH "/" WS-INPUT-YEAR
                       " are not approved (" WS-APV-REJECTED
                       " rejected) - bank run refused."
               DISPLAY "Clear them through Payroll Approval first."
               MOVE 'N' TO WS-JOB-STEP-OK
               MOVE SPACES TO WS-JOB-MESSAGE
               STRING WS-APV-UNAPPROVED " ENTRIES NOT APPROVED - "
                      "NOTHING SENT TO THE BANK"
                      DELIMITED BY SIZE INTO WS-JOB-MESSAGE
               EXIT PARAGRAPH
           END-IF

      *> The register blocks a second run for the month - paying the
      *> whole company twice is exactly the accident it exists for.
                       WS-INPUT-YEAR " is already registered ("
                       WS-REG-DATE "): " WS-REG-COUNT
                       " deposit(s), $" WS-REG-TOTAL "."
      *> A rerun needs a supervisor at the terminal - never unattended.
               IF WS-JOB-MODE = 'Y'
                   DISPLAY "Bank run blocked - month already paid."
                   MOVE 'N' TO WS-JOB-STEP-OK
                   MOVE "MONTH ALREADY PAID - OVERRIDE IS INTERACTIVE ONLY"
                       TO WS-JOB-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Supervisor override - run again anyway (Y/N): "
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               PERFORM WRITE-AUDIT-LOG
           END-IF

           PERFORM LOAD-BANK-DETAIL-CHANGES
           MOVE 0 TO WS-BCX-COUNT

           STRING "bankpay_" WS-INPUT-MONTH WS-INPUT-YEAR ".dat"
                  DELIMITED BY SIZE INTO WS-BANK-FILENAME
           STRING "cheque_" WS-INPUT-MONTH WS-INPUT-YEAR ".txt"
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           PERFORM WRITE-NEW-BANK-EXCEPTIONS

           MOVE WS-BANK-DETAIL-COUNT TO WS-BT-DETAIL-COUNT
           MOVE WS-BANK-TOTAL-NET TO WS-BT-TOTAL-NET
                   "  Total: $" WS-BANK-TOTAL-NET
           DISPLAY "Cheque listing written: " WS-CHEQUE-FILENAME
           DISPLAY "  Cheque payments: " WS-CHEQUE-COUNT
           IF WS-BCX-COUNT > 0
               DISPLAY "  Held for new bank details: " WS-BCX-COUNT
                       " (see the NEW BANK DETAILS page)"
           END-IF
           DISPLAY "======================================="
           DISPLAY " ".

               ADD 1 TO WS-CHEQUE-COUNT
               MOVE 'Q' TO PS-METHOD
           ELSE
               PERFORM FIND-BANK-DETAIL-CHANGE
               IF WS-BCH-FOUND = 'Y'
                   PERFORM HOLD-NEW-BANK-DETAILS
                   ADD 1 TO WS-CHEQUE-COUNT
                   MOVE 'Q' TO PS-METHOD
               ELSE
                   MOVE PAY-EMP-ID TO WS-BD-EMP-ID
                   MOVE EMP-BANK-ROUTING TO WS-BD-ROUTING
                   MOVE EMP-BANK-ACCOUNT TO WS-BD-ACCOUNT
                   MOVE PAY-NET-SALARY TO WS-BD-NET-AMOUNT
                   WRITE BANK-PAYMENT-RECORD FROM WS-BANK-DETAIL-LINE
                   ADD 1 TO WS-BANK-DETAIL-COUNT
                   ADD PAY-NET-SALARY TO WS-BANK-TOTAL-NET
                   MOVE 'B' TO PS-METHOD
               END-IF
           END-IF

           MOVE PAY-EMP-ID TO PS-EMP-ID
           MOVE PAY-NET-SALARY TO PS-AMOUNT
           WRITE PAYSTAT-RECORD.

      *> Finds the date of the latest bank run registered for any
      *> other month (an override rerun of this month does not reset
      *> the hold) and loads every employee whose routing or account
      *> was changed on or after that day. With no earlier run on the
      *> register every journaled bank change counts.
       LOAD-BANK-DETAIL-CHANGES.
           MOVE "00000000" TO WS-BCH-SINCE-DATE
           MOVE 0 TO WS-BCH-COUNT
           OPEN INPUT PAYREG-FILE
           IF WS-PAYREG-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYREG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF (PR-YEAR NOT = WS-INPUT-YEAR OR
                               PR-MONTH NOT = WS-INPUT-MONTH) AND
                              PR-RUN-DATE > WS-BCH-SINCE-DATE
                               MOVE PR-RUN-DATE TO WS-BCH-SINCE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYREG-FILE
               MOVE 'N' TO WS-EOF
           END-IF

           OPEN INPUT CHGJRNL-FILE
           IF WS-CHGJRNL-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHGJRNL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF (CHG-FIELD = "BANK-ROUTING" OR
                               CHG-FIELD = "BANK-ACCOUNT") AND
                              CHG-DATE >= WS-BCH-SINCE-DATE
                               PERFORM ADD-BANK-DETAIL-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHGJRNL-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       ADD-BANK-DETAIL-CHANGE.
           MOVE 'N' TO WS-BCH-FOUND
           PERFORM VARYING WS-BCH-IDX FROM 1 BY 1
                   UNTIL WS-BCH-IDX > WS-BCH-COUNT
               IF WS-BCH-EMP-ID(WS-BCH-IDX) = CHG-EMP-ID
                   MOVE 'Y' TO WS-BCH-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-BCH-FOUND = 'N'
               IF WS-BCH-COUNT >= 5000
                   DISPLAY "WARNING: bank change table limit (5000) "
                           "reached - Employee " CHG-EMP-ID
                           " not held."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BCH-COUNT
               MOVE WS-BCH-COUNT TO WS-BCH-IDX
               MOVE CHG-EMP-ID TO WS-BCH-EMP-ID(WS-BCH-IDX)
           END-IF
           MOVE CHG-DATE TO WS-BCH-DATE(WS-BCH-IDX)
           MOVE CHG-USER TO WS-BCH-USER(WS-BCH-IDX).

       FIND-BANK-DETAIL-CHANGE.
           MOVE 'N' TO WS-BCH-FOUND
           PERFORM VARYING WS-BCH-IDX FROM 1 BY 1
                   UNTIL WS-BCH-IDX > WS-BCH-COUNT
               IF WS-BCH-EMP-ID(WS-BCH-IDX) = PAY-EMP-ID
                   MOVE 'Y' TO WS-BCH-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       HOLD-NEW-BANK-DETAILS.
           IF WS-BCX-COUNT >= 5000
               DISPLAY "WARNING: new bank details page limit (5000) "
                       "reached - Employee " PAY-EMP-ID
                       " paid by cheque but not listed."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BCX-COUNT
           MOVE PAY-EMP-ID TO WS-BCX-EMP-ID(WS-BCX-COUNT)
           MOVE EMP-NAME TO WS-BCX-NAME(WS-BCX-COUNT)
           MOVE PAY-NET-SALARY TO WS-BCX-NET(WS-BCX-COUNT)
           MOVE WS-BCH-DATE(WS-BCH-IDX) TO WS-BCX-DATE(WS-BCX-COUNT)
           MOVE WS-BCH-USER(WS-BCH-IDX) TO WS-BCX-USER(WS-BCX-COUNT).

      *> Exception page at the end of the cheque listing: these
      *> employees have deposit details on file, but they changed
      *> since the last run, so this month goes out as a cheque while
      *> the change is verified.
       WRITE-NEW-BANK-EXCEPTIONS.
           IF WS-BCX-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CHEQUE-LIST-RECORD
           WRITE CHEQUE-LIST-RECORD
           MOVE "NEW BANK DETAILS - PAID BY CHEQUE PENDING VERIFICATION"
               TO CHEQUE-LIST-RECORD
           WRITE CHEQUE-LIST-RECORD
           MOVE "EMP-ID NAME                            NET AMOUNT  CHANGED   BY"
               TO CHEQUE-LIST-RECORD
           WRITE CHEQUE-LIST-RECORD
           DISPLAY "New bank details held - paid by cheque:"
           PERFORM VARYING WS-BCX-IDX FROM 1 BY 1
                   UNTIL WS-BCX-IDX > WS-BCX-COUNT
               MOVE WS-BCX-EMP-ID(WS-BCX-IDX) TO WS-NBL-EMP-ID
               MOVE WS-BCX-NAME(WS-BCX-IDX) TO WS-NBL-EMP-NAME
               MOVE WS-BCX-NET(WS-BCX-IDX) TO WS-NBL-NET-AMOUNT
               MOVE WS-BCX-DATE(WS-BCX-IDX) TO WS-NBL-CHANGED
               MOVE WS-BCX-USER(WS-BCX-IDX) TO WS-NBL-USER
               WRITE CHEQUE-LIST-RECORD FROM WS-NEW-BANK-LINE
               DISPLAY "  Employee " WS-BCX-EMP-ID(WS-BCX-IDX) " "
                       WS-BCX-NAME(WS-BCX-IDX) " changed "
                       WS-BCX-DATE(WS-BCX-IDX) " by "
                       WS-BCX-USER(WS-BCX-IDX)
           END-PERFORM.

      *> Scans the register for the month; the latest run wins so the
      *> inquiry and the duplicate check both show current figures.
       CHECK-PAYMENT-REGISTER.
           MOVE WS-EMP-TERM-WK(7:2) TO WS-SETT-TERM-DAY

           PERFORM GET-SALARY-FOR-PERIOD
           IF WS-TEMP-PAY-TYPE = 'H'
               COMPUTE WS-SETT-DAILY-RATE ROUNDED =
                   WS-TEMP-HOURLY-RATE * WS-LEAVE-DAY-HOURS
           ELSE
               COMPUTE WS-SETT-DAILY-RATE ROUNDED =
                   WS-TEMP-SALARY / WS-WORK-DAYS-STD
           END-IF

      *> Final month pay: the normal attendance proration when an
      *> attendance record exists, otherwise prorated to the
      *> termination day. Nothing here if the month is already paid -
      *> then the settlement only books the encashment and recoveries.
      *> Hourly staff are paid the month's hours - from attendance,
      *> or keyed here when attendance carries none.
           MOVE 0 TO WS-INPUT-OT-HOURS
           MOVE 0 TO WS-INPUT-REG-HOURS
           MOVE 0 TO WS-CALC-OVERTIME-PAY
           MOVE 0 TO WS-INPUT-BONUS
           MOVE 0 TO WS-INPUT-DEDUCTIONS
           PERFORM CHECK-SETTLEMENT-MONTH-PAID
               MOVE 0 TO WS-INPUT-DAYS
           ELSE
               PERFORM GET-ATTENDANCE-FOR-MONTH
               IF WS-TEMP-PAY-TYPE = 'H'
                   PERFORM GET-SETTLEMENT-HOURS-PAY
               ELSE
                   IF WS-ATT-FOUND = 'Y'
                       COMPUTE WS-INPUT-DAYS =
                           WS-ATT-PRESENT + WS-ATT-PAID-LV
                       IF WS-ATT-UNPAID >= WS-WORK-DAYS-STD
                           MOVE 0 TO WS-SETT-FINAL-PAY
                       ELSE
                           COMPUTE WS-SETT-FINAL-PAY ROUNDED =
                               WS-TEMP-SALARY *
                               (WS-WORK-DAYS-STD - WS-ATT-UNPAID)
                               / WS-WORK-DAYS-STD
                       END-IF
                   ELSE
                       IF WS-SETT-TERM-DAY > WS-WORK-DAYS-STD
                           MOVE WS-WORK-DAYS-STD TO WS-INPUT-DAYS
                       ELSE
                           MOVE WS-SETT-TERM-DAY TO WS-INPUT-DAYS
                       END-IF
                       COMPUTE WS-SETT-FINAL-PAY ROUNDED =
                           WS-TEMP-SALARY * WS-INPUT-DAYS
                           / WS-WORK-DAYS-STD
                   END-IF
               END-IF
           END-IF

               PERFORM CALCULATE-RECURRING-DEDUCTIONS
               PERFORM CALCULATE-EMPLOYER-CONTRIB
           END-IF
      *> Every open arrears line falls due on the settlement - there
      *> is no later month to carry it to - so no floor applies here
      *> and a settlement that cannot cover them is refused below.
           MOVE 'Y' TO WS-ARR-SETTLE
           PERFORM CALCULATE-ARREARS-RECOVERY
           MOVE 'N' TO WS-ARR-SETTLE
           MOVE 0 TO WS-LNP-COUNT
           PERFORM SETTLE-LOAN-BALANCES
           IF WS-ARR-TAX-IDX > 0
               ADD WS-ARR-TAX-DUE TO WS-CALC-TAX
               MOVE WS-ARR-TAX-DUE TO WS-ARP-RECOVERED(WS-ARR-TAX-IDX)
           END-IF
           PERFORM FINISH-ARREARS-RECOVERY

           COMPUTE WS-SETT-NET =
               WS-CALC-GROSS - WS-CALC-TAX - WS-RECURRING-DED-TOTAL
                   " (terminated " WS-EMP-TERM-WK ") ---"
           DISPLAY "Final month pay (" WS-INPUT-MONTH "/"
                   WS-INPUT-YEAR "):  $" WS-SETT-FINAL-PAY
           IF WS-TEMP-PAY-TYPE = 'H' AND WS-SETT-FINAL-PAY > 0
               DISPLAY "  (" WS-CALC-REG-HOURS " regular + "
                       WS-CALC-LEAVE-HOURS " paid leave hours @ $"
                       WS-TEMP-HOURLY-RATE ")"
           END-IF
           DISPLAY "Leave encashment (" WS-SETT-LEAVE-DAYS
                   " days @ $" WS-SETT-DAILY-RATE "): $"
                   WS-SETT-ENCASH

           PERFORM BOOK-SETTLEMENT-ENTRY.

       GET-SETTLEMENT-HOURS-PAY.
           IF WS-ATT-FOUND = 'N'
               IF WS-SETT-TERM-DAY > WS-WORK-DAYS-STD
                   MOVE WS-WORK-DAYS-STD TO WS-INPUT-DAYS
               ELSE
                   MOVE WS-SETT-TERM-DAY TO WS-INPUT-DAYS
               END-IF
           END-IF
           IF WS-ATT-FOUND = 'N' OR WS-ATT-REG-HOURS = 0
               DISPLAY "Enter Regular Hours Worked in " WS-INPUT-MONTH
                       "/" WS-INPUT-YEAR ": " WITH NO ADVANCING
               ACCEPT WS-INPUT-REG-HOURS
           END-IF
           PERFORM CALCULATE-HOURLY-BASE-PAY
           MOVE WS-CALC-BASE-PAY TO WS-SETT-FINAL-PAY.

      *> "Already paid" for settlement means ANY non-reversal entry
      *> for the employee-month, not just the 00 entry - a prior
      *> settlement booked into a closed month lands at seq 01+, and
           MOVE LN-SEQ TO WS-LNP-SEQ(WS-LNP-COUNT)
           MOVE LN-OUTSTANDING TO WS-LNP-AMOUNT(WS-LNP-COUNT)
           MOVE 0 TO WS-LNP-BALANCE(WS-LNP-COUNT)
           MOVE LN-DESCRIPTION TO WS-LNP-DESC(WS-LNP-COUNT)
           MOVE LN-OUTSTANDING TO WS-LNP-INSTALL(WS-LNP-COUNT)
           MOVE LN-OUTSTANDING TO WS-LNP-OUTSTANDING(WS-LNP-COUNT)
           PERFORM FIND-LOAN-ARREARS
           IF WS-ARP-FOUND = 'Y'
               MOVE WS-ARP-IDX TO WS-LNP-ARP-IDX(WS-LNP-COUNT)
               MOVE WS-ARP-OPENING(WS-ARP-IDX)
                   TO WS-LNP-ARR-OPEN(WS-LNP-COUNT)
           ELSE
               MOVE 0 TO WS-LNP-ARP-IDX(WS-LNP-COUNT)
               MOVE 0 TO WS-LNP-ARR-OPEN(WS-LNP-COUNT)
           END-IF

           ADD LN-OUTSTANDING TO WS-SETT-LOAN-TOTAL
           ADD LN-OUTSTANDING TO WS-RECURRING-DED-TOTAL
                   TO WS-DED-ITEM-DESC(WS-DED-ITEM-COUNT)
               MOVE LN-OUTSTANDING
                   TO WS-DED-ITEM-AMOUNT(WS-DED-ITEM-COUNT)
               MOVE 'L' TO WS-DED-ITEM-CLASS(WS-DED-ITEM-COUNT)
               MOVE 0 TO WS-DED-ITEM-ARP-IDX(WS-DED-ITEM-COUNT)
               MOVE WS-LNP-COUNT
                   TO WS-DED-ITEM-LNP-IDX(WS-DED-ITEM-COUNT)
           END-IF.

       BOOK-SETTLEMENT-ENTRY.
                   CLOSE PAYROLL-FILE
                   EXIT PARAGRAPH
           END-WRITE
           PERFORM RECORD-PAYROLL-ENTERED
           MOVE PAY-ENTRY-SEQ TO WS-HRS-ENTRY-SEQ
           CLOSE PAYROLL-FILE

           PERFORM SAVE-DEDUCTION-BREAKDOWN
           PERFORM SAVE-EMPLOYER-CONTRIB-BKDN
           IF WS-SETT-FINAL-PAY > 0
               PERFORM SAVE-HOURS-BREAKDOWN
           END-IF
           PERFORM APPLY-LOAN-RECOVERY
           PERFORM APPLY-DEDUCTION-ARREARS
           IF WS-SETT-ENCASH > 0
               PERFORM ZERO-LEAVE-BALANCE
           END-IF
           MOVE WS-SETT-FINAL-PAY TO WS-SLIP-AMOUNT
           MOVE WS-SLIP-AMOUNT-LINE TO WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           IF WS-TEMP-PAY-TYPE = 'H' AND WS-SETT-FINAL-PAY > 0
               MOVE WS-TEMP-HOURLY-RATE TO WS-SLIP-HR-RATE
               MOVE WS-CALC-REG-HOURS TO WS-SLIP-REG-HOURS
               MOVE WS-CALC-LEAVE-HOURS TO WS-SLIP-LEAVE-HOURS
               MOVE WS-SLIP-HOURS-LINE TO WS-RPT-DETAIL
               PERFORM PRINT-REPORT-LINE
           END-IF
           MOVE "LEAVE ENCASHMENT:" TO WS-SLIP-LABEL
           MOVE WS-SETT-ENCASH TO WS-SLIP-AMOUNT
           MOVE WS-SLIP-AMOUNT-LINE TO WS-RPT-DETAIL
           DISPLAY "========== ATTENDANCE / LEAVE =========="
           DISPLAY "1. Enter Monthly Attendance"
           DISPLAY "2. Leave Balance Report"
           DISPLAY "3. Import Time-Clock Punches"
           DISPLAY "4. Return to Main Menu"
           DISPLAY "========================================"
           DISPLAY "Enter choice (1-4): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 2
                   PERFORM LEAVE-BALANCE-REPORT
               WHEN 3
                   PERFORM REQUIRE-ADMIN-ROLE
                   IF WS-ROLE-OK = 'Y'
                       PERFORM IMPORT-TIME-PUNCHES
                   END-IF
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           ACCEPT WS-ATT-PAID-LV
           DISPLAY "Enter Unpaid Leave Days: " WITH NO ADVANCING
           ACCEPT WS-ATT-UNPAID
           MOVE 0 TO WS-ATT-REG-HOURS
           IF WS-TEMP-PAY-TYPE = 'H'
               DISPLAY "Enter Regular Hours Worked: " WITH NO ADVANCING
               ACCEPT WS-ATT-REG-HOURS
           END-IF

           COMPUTE WS-ATT-TOTAL-DAYS =
               WS-ATT-PRESENT + WS-ATT-PAID-LV + WS-ATT-UNPAID
           MOVE WS-ATT-PRESENT TO ATT-DAYS-PRESENT
           MOVE WS-ATT-PAID-LV TO ATT-PAID-LEAVE
           MOVE WS-ATT-UNPAID TO ATT-UNPAID-LEAVE
           MOVE WS-ATT-REG-HOURS TO ATT-REG-HOURS
           WRITE ATT-RECORD
           CLOSE ATTEND-FILE

               END-IF
           END-IF.

      *> Builds the month's attendance and the batch driver from the
      *> time-clock export. Every punch is edited first; rows that fail
      *> go to punch_exceptions.dat and hold their employee back, so
      *> only employees with a clean month are built. Employees whose
      *> attendance is already on file keep it (as manual entry would)
      *> but still get a driver row.
       IMPORT-TIME-PUNCHES.
           DISPLAY " "
           DISPLAY "========== IMPORT TIME-CLOCK PUNCHES =========="
           DISPLAY "Enter Month (MM): " WITH NO ADVANCING
           ACCEPT WS-INPUT-MONTH
           DISPLAY "Enter Year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-INPUT-YEAR
           IF WS-INPUT-MONTH < 1 OR WS-INPUT-MONTH > 12
               DISPLAY "Invalid month."
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PERIOD-CLOSED = 'Y'
               DISPLAY "Period " WS-INPUT-MONTH "/" WS-INPUT-YEAR
                       " is closed - punches cannot be imported."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PCH-SHIFT-HOURS TO WS-PCH-SHIFT-ED
           DISPLAY "Standard shift hours per day (0 = "
                   WS-PCH-SHIFT-ED "): " WITH NO ADVANCING
           ACCEPT WS-PCH-SHIFT-IN
           IF WS-PCH-SHIFT-IN = 0
               MOVE WS-PCH-SHIFT-HOURS TO WS-PCH-SHIFT-IN
           END-IF
           COMPUTE WS-PCH-SHIFT-MINUTES = WS-PCH-SHIFT-IN * 60
           COMPUTE WS-PCH-YYYYMM =
               (WS-INPUT-YEAR * 100) + WS-INPUT-MONTH
           PERFORM SET-PUNCH-MONTH-DAYS

           OPEN INPUT PUNCH-FILE
           IF WS-PUNCH-FILE-STATUS = "35"
               DISPLAY "No punch file found (time_punches.dat)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Editing punches..."
           PERFORM LOAD-TIME-PUNCHES
           IF WS-PCH-ABORT = 'Y'
               DISPLAY "ERROR: punch table limit exceeded - import "
                       "abandoned, nothing written."
               EXIT PARAGRAPH
           END-IF

           PERFORM SUMMARISE-TIME-PUNCHES

           DISPLAY "PUNCH CONTROL TOTALS"
           DISPLAY "  Rows read:          " WS-PCH-READ
           DISPLAY "  Rows for the month: " WS-PCH-IN-MONTH
           DISPLAY "  Rows rejected:      " WS-PCH-REJECTED
           DISPLAY "  Employees ready:    " WS-PCH-CLEAN
           DISPLAY "  Employees held:     " WS-PCH-HELD
           IF WS-PCH-REJECTED > 0
               DISPLAY "  Rejects written to punch_exceptions.dat - "
                       "correct them in time_punches.dat and import "
                       "again to build the held employees."
           END-IF
           IF WS-PCH-CLEAN = 0
               DISPLAY "No employees ready to build - nothing written."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Write attendance and replace batch_driver.dat for "
                   WS-PCH-CLEAN " employee(s) (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Import cancelled - nothing written."
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-PUNCH-MONTH

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "PUNCH-IMPORT " WS-INPUT-MONTH "/" WS-INPUT-YEAR
                  DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "Attendance written:     " WS-PCH-ATT-WRITTEN
           DISPLAY "Attendance kept as is:  " WS-PCH-ATT-EXISTING
           DISPLAY "Driver rows written:    " WS-PCH-CLEAN
           DISPLAY "batch_driver.dat is ready - key any bonus or "
                   "one-off deductions, then run Batch Payroll "
                   "Processing."
           DISPLAY " ".

       SET-PUNCH-MONTH-DAYS.
           EVALUATE WS-INPUT-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-PCH-MONTH-DAYS
               WHEN 2
                   IF FUNCTION MOD(WS-INPUT-YEAR, 4) = 0 AND
                      (FUNCTION MOD(WS-INPUT-YEAR, 100) NOT = 0 OR
                       FUNCTION MOD(WS-INPUT-YEAR, 400) = 0)
                       MOVE 29 TO WS-PCH-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-PCH-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-PCH-MONTH-DAYS
           END-EVALUATE.

      *> Caller has PUNCH-FILE open. Rows for other months are passed
      *> over, so one export can hold several months.
       LOAD-TIME-PUNCHES.
           MOVE 0 TO WS-PCH-READ
           MOVE 0 TO WS-PCH-IN-MONTH
           MOVE 0 TO WS-PCH-REJECTED
           MOVE 0 TO WS-PCE-COUNT
           MOVE 0 TO WS-PCR-COUNT
           MOVE 'N' TO WS-PCH-ABORT
           OPEN OUTPUT PUNCH-EXC-FILE
           OPEN INPUT EMPLOYEE-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ PUNCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-PCH-READ
                       PERFORM EDIT-PUNCH-RECORD
                       IF WS-PCH-ABORT = 'Y'
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           CLOSE PUNCH-EXC-FILE
           CLOSE PUNCH-FILE
           MOVE 'N' TO WS-EOF.

      *> One reason per row - the first edit that fails wins. Unknown
      *> and terminated employees are rejected before an entry is made
      *> for them; any later reject holds the employee's whole month.
       EDIT-PUNCH-RECORD.
           MOVE SPACES TO WS-PCH-REASON
           IF PUNCH-EMP-ID NOT NUMERIC OR PUNCH-DATE NOT NUMERIC
               MOVE "NON-NUMERIC EMPLOYEE OR DATE" TO WS-PCH-REASON
               PERFORM WRITE-PUNCH-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF PUNCH-DATE(1:6) NOT = WS-PCH-YYYYMM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PCH-IN-MONTH

           MOVE PUNCH-DATE(7:2) TO WS-PCH-DAY
           IF WS-PCH-DAY < 1 OR WS-PCH-DAY > WS-PCH-MONTH-DAYS
               MOVE "INVALID DATE" TO WS-PCH-REASON
               PERFORM WRITE-PUNCH-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE PUNCH-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "UNKNOWN EMPLOYEE ID" TO WS-PCH-REASON
           END-READ
           IF WS-PCH-REASON = SPACES AND EMP-STATUS = 'T'
               IF EMP-TERM-DATE = 0 OR PUNCH-DATE > EMP-TERM-DATE
                   MOVE "EMPLOYEE TERMINATED" TO WS-PCH-REASON
               END-IF
           END-IF
           IF WS-PCH-REASON NOT = SPACES
               PERFORM WRITE-PUNCH-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-PUNCH-EMPLOYEE
           IF WS-PCH-ABORT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE PUNCH-ABSENCE TO WS-PCH-CODE
           EVALUATE WS-PCH-CODE
               WHEN SPACE
                   PERFORM EDIT-WORKED-PUNCH
               WHEN 'P'
               WHEN 'p'
                   MOVE 'P' TO WS-PCH-CODE
                   PERFORM EDIT-ABSENCE-PUNCH
               WHEN 'U'
               WHEN 'u'
                   MOVE 'U' TO WS-PCH-CODE
                   PERFORM EDIT-ABSENCE-PUNCH
               WHEN OTHER
                   MOVE "INVALID ABSENCE CODE" TO WS-PCH-REASON
           END-EVALUATE

           IF WS-PCH-REASON NOT = SPACES
               ADD 1 TO WS-PCE-EXCEPTIONS(WS-PCE-IDX)
               PERFORM WRITE-PUNCH-EXCEPTION
           END-IF.

       EDIT-WORKED-PUNCH.
           IF PUNCH-IN NOT NUMERIC
               MOVE "MISSING CLOCK-IN" TO WS-PCH-REASON
               EXIT PARAGRAPH
           END-IF
           IF PUNCH-OUT NOT NUMERIC
               MOVE "MISSING CLOCK-OUT" TO WS-PCH-REASON
               EXIT PARAGRAPH
           END-IF
           IF PUNCH-OUT = 0
               MOVE "MISSING CLOCK-OUT" TO WS-PCH-REASON
               EXIT PARAGRAPH
           END-IF
           IF PUNCH-IN(1:2) > "23" OR PUNCH-IN(3:2) > "59"
               MOVE "INVALID CLOCK-IN TIME" TO WS-PCH-REASON
               EXIT PARAGRAPH
           END-IF
           IF PUNCH-OUT > 2400 OR PUNCH-OUT(3:2) > "59"
               MOVE "INVALID CLOCK-OUT TIME" TO WS-PCH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-PCE-DAY-CODE(WS-PCE-IDX, WS-PCH-DAY) = 'P' OR
              WS-PCE-DAY-CODE(WS-PCE-IDX, WS-PCH-DAY) = 'U'
               MOVE "PUNCH ON AN ABSENCE DAY" TO WS-PCH-REASON
               EXIT PARAGRAPH
           END-IF

           DIVIDE PUNCH-IN BY 100 GIVING WS-PCH-HH
               REMAINDER WS-PCH-MM
           COMPUTE WS-PCH-IN-MIN = (WS-PCH-HH * 60) + WS-PCH-MM
           DIVIDE PUNCH-OUT BY 100 GIVING WS-PCH-HH
               REMAINDER WS-PCH-MM
           COMPUTE WS-PCH-OUT-MIN = (WS-PCH-HH * 60) + WS-PCH-MM
           IF WS-PCH-OUT-MIN <= WS-PCH-IN-MIN
               ADD 1440 TO WS-PCH-OUT-MIN
           END-IF

      *> Compare on minutes from the start of the month so an
      *> overnight shift, kept against its start day, also clashes
      *> with a punch booked against the following day.
           COMPUTE WS-PCH-ABS-IN =
               ((WS-PCH-DAY - 1) * 1440) + WS-PCH-IN-MIN
           COMPUTE WS-PCH-ABS-OUT =
               ((WS-PCH-DAY - 1) * 1440) + WS-PCH-OUT-MIN
           MOVE WS-PCE-LAST-ROW(WS-PCE-IDX) TO WS-PCH-ROW
           PERFORM UNTIL WS-PCH-ROW = 0
               COMPUTE WS-PCH-ROW-ABS-IN =
                   ((WS-PCR-DAY(WS-PCH-ROW) - 1) * 1440)
                   + WS-PCR-IN-MIN(WS-PCH-ROW)
               COMPUTE WS-PCH-ROW-ABS-OUT =
                   ((WS-PCR-DAY(WS-PCH-ROW) - 1) * 1440)
                   + WS-PCR-OUT-MIN(WS-PCH-ROW)
               IF WS-PCH-ABS-IN < WS-PCH-ROW-ABS-OUT AND
                  WS-PCH-ROW-ABS-IN < WS-PCH-ABS-OUT
                   MOVE "OVERLAPPING PUNCH" TO WS-PCH-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PCR-PREV(WS-PCH-ROW) TO WS-PCH-ROW
           END-PERFORM

           IF WS-PCR-COUNT >= 20000
               DISPLAY "WARNING: punch table limit (20000) reached - "
                       "the import will be abandoned."
               MOVE 'Y' TO WS-PCH-ABORT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PCR-COUNT
           MOVE WS-PCH-DAY TO WS-PCR-DAY(WS-PCR-COUNT)
           MOVE WS-PCH-IN-MIN TO WS-PCR-IN-MIN(WS-PCR-COUNT)
           MOVE WS-PCH-OUT-MIN TO WS-PCR-OUT-MIN(WS-PCR-COUNT)
           MOVE WS-PCE-LAST-ROW(WS-PCE-IDX) TO WS-PCR-PREV(WS-PCR-COUNT)
           MOVE WS-PCR-COUNT TO WS-PCE-LAST-ROW(WS-PCE-IDX)
           MOVE 'W' TO WS-PCE-DAY-CODE(WS-PCE-IDX, WS-PCH-DAY)
           COMPUTE WS-PCE-DAY-MINUTES(WS-PCE-IDX, WS-PCH-DAY) =
               WS-PCE-DAY-MINUTES(WS-PCE-IDX, WS-PCH-DAY)
               + WS-PCH-OUT-MIN - WS-PCH-IN-MIN.

       EDIT-ABSENCE-PUNCH.
           EVALUATE WS-PCE-DAY-CODE(WS-PCE-IDX, WS-PCH-DAY)
               WHEN SPACE
                   MOVE WS-PCH-CODE
                       TO WS-PCE-DAY-CODE(WS-PCE-IDX, WS-PCH-DAY)
               WHEN 'W'
                   MOVE "ABSENCE ON A PUNCHED DAY" TO WS-PCH-REASON
               WHEN OTHER
                   MOVE "DUPLICATE ABSENCE ROW" TO WS-PCH-REASON
           END-EVALUATE.

       FIND-PUNCH-EMPLOYEE.
           MOVE 'N' TO WS-PCE-FOUND
           PERFORM VARYING WS-PCE-IDX FROM 1 BY 1
                   UNTIL WS-PCE-IDX > WS-PCE-COUNT
               IF WS-PCE-EMP-ID(WS-PCE-IDX) = PUNCH-EMP-ID
                   MOVE 'Y' TO WS-PCE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PCE-FOUND = 'N'
               IF WS-PCE-COUNT >= 5000
                   DISPLAY "WARNING: punch employee table limit "
                           "(5000) reached - the import will be "
                           "abandoned."
                   MOVE 'Y' TO WS-PCH-ABORT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PCE-COUNT
               MOVE WS-PCE-COUNT TO WS-PCE-IDX
               MOVE PUNCH-EMP-ID TO WS-PCE-EMP-ID(WS-PCE-IDX)
               MOVE 0 TO WS-PCE-LAST-ROW(WS-PCE-IDX)
               MOVE 0 TO WS-PCE-EXCEPTIONS(WS-PCE-IDX)
               MOVE 0 TO WS-PCE-PRESENT(WS-PCE-IDX)
               MOVE 0 TO WS-PCE-PAID-LV(WS-PCE-IDX)
               MOVE 0 TO WS-PCE-UNPAID(WS-PCE-IDX)
               MOVE 0 TO WS-PCE-OT-HOURS(WS-PCE-IDX)
               MOVE 0 TO WS-PCE-REG-HOURS(WS-PCE-IDX)
               PERFORM VARYING WS-PCH-ROW FROM 1 BY 1
                       UNTIL WS-PCH-ROW > 31
                   MOVE SPACE TO WS-PCE-DAY-CODE(WS-PCE-IDX, WS-PCH-ROW)
                   MOVE 0 TO WS-PCE-DAY-MINUTES(WS-PCE-IDX, WS-PCH-ROW)
               END-PERFORM
           END-IF.

       WRITE-PUNCH-EXCEPTION.
           ADD 1 TO WS-PCH-REJECTED
           MOVE PUNCH-RECORD TO PEX-PUNCH-IMAGE
           MOVE SPACES TO PEX-GAP
           MOVE WS-PCH-REASON TO PEX-REASON
           WRITE PUNCH-EXC-RECORD
           DISPLAY "  REJECT row " WS-PCH-READ ": " WS-PCH-REASON.

      *> Days present, paid and unpaid leave per employee, and the
      *> overtime: each worked day's minutes beyond the standard
      *> shift, summed for the month.
       SUMMARISE-TIME-PUNCHES.
           MOVE 0 TO WS-PCH-CLEAN
           MOVE 0 TO WS-PCH-HELD
           DISPLAY " "
           DISPLAY "EMPID | PRESENT | PAID LV | UNPAID | REG HRS | "
                   "OT HRS | STATUS"
           DISPLAY "------|---------|---------|--------|---------|-"
                   "-------|-------"
      *> Regular hours are each worked day's minutes up to the shift;
      *> anything beyond the shift is the overtime.
           PERFORM VARYING WS-PCE-IDX FROM 1 BY 1
                   UNTIL WS-PCE-IDX > WS-PCE-COUNT
               MOVE 0 TO WS-PCH-OT-MINUTES
               MOVE 0 TO WS-PCH-REG-MINUTES
               PERFORM VARYING WS-PCH-DAY FROM 1 BY 1
                       UNTIL WS-PCH-DAY > WS-PCH-MONTH-DAYS
                   EVALUATE WS-PCE-DAY-CODE(WS-PCE-IDX, WS-PCH-DAY)
                       WHEN 'W'
                           ADD 1 TO WS-PCE-PRESENT(WS-PCE-IDX)
                           IF WS-PCE-DAY-MINUTES(WS-PCE-IDX, WS-PCH-DAY)
                                  > WS-PCH-SHIFT-MINUTES
                               COMPUTE WS-PCH-OT-MINUTES =
                                   WS-PCH-OT-MINUTES
                                   + WS-PCE-DAY-MINUTES(WS-PCE-IDX,
                                                        WS-PCH-DAY)
                                   - WS-PCH-SHIFT-MINUTES
                               ADD WS-PCH-SHIFT-MINUTES
                                   TO WS-PCH-REG-MINUTES
                           ELSE
                               ADD WS-PCE-DAY-MINUTES(WS-PCE-IDX,
                                                      WS-PCH-DAY)
                                   TO WS-PCH-REG-MINUTES
                           END-IF
                       WHEN 'P'
                           ADD 1 TO WS-PCE-PAID-LV(WS-PCE-IDX)
                       WHEN 'U'
                           ADD 1 TO WS-PCE-UNPAID(WS-PCE-IDX)
                   END-EVALUATE
               END-PERFORM
               COMPUTE WS-PCE-OT-HOURS(WS-PCE-IDX) ROUNDED =
                   WS-PCH-OT-MINUTES / 60
               COMPUTE WS-PCE-REG-HOURS(WS-PCE-IDX) ROUNDED =
                   WS-PCH-REG-MINUTES / 60
               MOVE WS-PCE-OT-HOURS(WS-PCE-IDX) TO WS-PCH-OT-HOURS
               MOVE WS-PCE-REG-HOURS(WS-PCE-IDX) TO WS-PCH-REG-HOURS
               IF WS-PCE-EXCEPTIONS(WS-PCE-IDX) = 0
                   ADD 1 TO WS-PCH-CLEAN
                   DISPLAY WS-PCE-EMP-ID(WS-PCE-IDX) " |      "
                           WS-PCE-PRESENT(WS-PCE-IDX) " |      "
                           WS-PCE-PAID-LV(WS-PCE-IDX) " |     "
                           WS-PCE-UNPAID(WS-PCE-IDX) " |  "
                           WS-PCH-REG-HOURS " | "
                           WS-PCH-OT-HOURS " | READY"
               ELSE
                   ADD 1 TO WS-PCH-HELD
                   DISPLAY WS-PCE-EMP-ID(WS-PCE-IDX) " |      "
                           WS-PCE-PRESENT(WS-PCE-IDX) " |      "
                           WS-PCE-PAID-LV(WS-PCE-IDX) " |     "
                           WS-PCE-UNPAID(WS-PCE-IDX) " |  "
                           WS-PCH-REG-HOURS " | "
                           WS-PCH-OT-HOURS " | HELD ("
                           WS-PCE-EXCEPTIONS(WS-PCE-IDX) " EXC)"
               END-IF
           END-PERFORM
           DISPLAY " ".

      *> A new driver belongs to a new run, so any checkpoint left by
      *> an interrupted run of the old driver is cleared; rows already
      *> paid are refused by the payroll save in any case.
       BUILD-PUNCH-MONTH.
           MOVE 0 TO WS-PCH-ATT-WRITTEN
           MOVE 0 TO WS-PCH-ATT-EXISTING
           OPEN OUTPUT BATCH-DRIVER-FILE
           PERFORM VARYING WS-PCE-IDX FROM 1 BY 1
                   UNTIL WS-PCE-IDX > WS-PCE-COUNT
               IF WS-PCE-EXCEPTIONS(WS-PCE-IDX) = 0
                   MOVE WS-PCE-EMP-ID(WS-PCE-IDX) TO WS-INPUT-ID
                   PERFORM GET-ATTENDANCE-FOR-MONTH
                   IF WS-ATT-FOUND = 'Y'
                       ADD 1 TO WS-PCH-ATT-EXISTING
                       DISPLAY "  Employee " WS-INPUT-ID
                               " attendance already recorded - kept "
                               "as entered."
                   ELSE
                       PERFORM WRITE-PUNCH-ATTENDANCE
                   END-IF

                   MOVE WS-INPUT-ID TO BATCH-EMP-ID
                   COMPUTE BATCH-DAYS =
                       WS-PCE-PRESENT(WS-PCE-IDX)
                       + WS-PCE-PAID-LV(WS-PCE-IDX)
                   MOVE WS-PCE-OT-HOURS(WS-PCE-IDX) TO BATCH-OT-HOURS
                   MOVE 0 TO BATCH-BONUS
                   MOVE 0 TO BATCH-DEDUCTIONS
                   MOVE WS-INPUT-MONTH TO BATCH-MONTH
                   MOVE WS-INPUT-YEAR TO BATCH-YEAR
                   MOVE WS-PCE-REG-HOURS(WS-PCE-IDX) TO BATCH-REG-HOURS
                   WRITE BATCH-DRIVER-RECORD
               END-IF
           END-PERFORM
           CLOSE BATCH-DRIVER-FILE
           CALL "CBL_DELETE_FILE" USING "batch_checkpoint.dat"
               RETURNING WS-FILE-OP-RC.

       WRITE-PUNCH-ATTENDANCE.
           MOVE WS-PCE-PRESENT(WS-PCE-IDX) TO WS-ATT-PRESENT
           MOVE WS-PCE-PAID-LV(WS-PCE-IDX) TO WS-ATT-PAID-LV
           MOVE WS-PCE-UNPAID(WS-PCE-IDX) TO WS-ATT-UNPAID
           MOVE WS-PCE-REG-HOURS(WS-PCE-IDX) TO WS-ATT-REG-HOURS
           OPEN EXTEND ATTEND-FILE
           IF WS-ATTEND-FILE-STATUS = "35"
               OPEN OUTPUT ATTEND-FILE
               CLOSE ATTEND-FILE
               OPEN EXTEND ATTEND-FILE
           END-IF
           MOVE WS-INPUT-ID TO ATT-EMP-ID
           MOVE WS-INPUT-YEAR TO ATT-YEAR
           MOVE WS-INPUT-MONTH TO ATT-MONTH
           MOVE WS-ATT-PRESENT TO ATT-DAYS-PRESENT
           MOVE WS-ATT-PAID-LV TO ATT-PAID-LEAVE
           MOVE WS-ATT-UNPAID TO ATT-UNPAID-LEAVE
           MOVE WS-ATT-REG-HOURS TO ATT-REG-HOURS
           WRITE ATT-RECORD
           CLOSE ATTEND-FILE
           PERFORM UPDATE-LEAVE-BALANCE
           ADD 1 TO WS-PCH-ATT-WRITTEN.

       LEAVE-BALANCE-REPORT.
           DISPLAY " "
           DISPLAY "Enter Year (YYYY): " WITH NO ADVANCING
           MOVE 'N' TO WS-EOF
           DISPLAY " ".

      *> Two-person sign-off: every payroll entry is written pending
      *> with the preparer on the approval trail, and a different
      *> user approves it or sends it back with a reason. The bank
      *> payment run and Close Month refuse a month until every entry
      *> in it is approved.
       PAYROLL-APPROVAL-MENU.
           DISPLAY " "
           DISPLAY "========== PAYROLL APPROVAL =========="
           DISPLAY "1. List Unapproved Entries"
           DISPLAY "2. Review Entries by Employee"
           DISPLAY "3. Approve / Reject Whole Run"
           DISPLAY "4. Return to Main Menu"
           DISPLAY "======================================"
           DISPLAY "Enter choice (1-4): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM LIST-UNAPPROVED-PAYROLL
               WHEN 2
                   PERFORM REVIEW-EMPLOYEE-PAYROLL
               WHEN 3
                   PERFORM APPROVE-WHOLE-RUN
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

       LIST-UNAPPROVED-PAYROLL.
           DISPLAY " "
           DISPLAY "Enter Month (MM): " WITH NO ADVANCING
           ACCEPT WS-INPUT-MONTH
           DISPLAY "Enter Year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-INPUT-YEAR

           PERFORM LOAD-APPROVAL-MONTH

           MOVE SPACES TO WS-RPT-TITLE
           STRING "UNAPPROVED PAYROLL ENTRIES " WS-INPUT-MONTH "/"
                  WS-INPUT-YEAR DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE "EMPID | SQ | T |        GROSS |          NET | STATUS   | ENTERED BY | ACTION BY  | REASON"
               TO WS-RPT-COL-HEAD-1
           MOVE "------|----|---|--------------|--------------|----------|------------|------------|-------------------------------"
               TO WS-RPT-COL-HEAD-2
           PERFORM START-REPORT-OUTPUT

           DISPLAY " "
           DISPLAY "========== UNAPPROVED ENTRIES " WS-INPUT-MONTH "/"
                   WS-INPUT-YEAR " =========="
           DISPLAY "EMPID | SQ | T | GROSS | NET | STATUS | "
                   "ENTERED BY | ACTION BY | REASON"
           MOVE 0 TO WS-APV-LINES
           MOVE 0 TO WS-APV-TOT-NET

           OPEN INPUT PAYROLL-FILE
           PERFORM UNTIL WS-EOF = 'Y'
                   NOT AT END
                       IF PAY-MONTH = WS-INPUT-MONTH AND
                          PAY-YEAR = WS-INPUT-YEAR
                           PERFORM FIND-APPROVAL-ENTRY
                           IF WS-APV-STATUS-WK NOT = 'A' AND
                              WS-APV-STATUS-WK NOT = 'S'
                               PERFORM PRINT-APPROVAL-LINE
                           END-IF
                       END-IF
               END-READ
           CLOSE PAYROLL-FILE
           MOVE 'N' TO WS-EOF

           IF WS-APV-LINES = 0
               DISPLAY "  Every entry for " WS-INPUT-MONTH "/"
                       WS-INPUT-YEAR " is approved."
           END-IF
           DISPLAY "======================================"
           DISPLAY "Unapproved Entries: " WS-APV-LINES
           DISPLAY "Net Awaiting Approval: $" WS-APV-TOT-NET
           DISPLAY " "

           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           MOVE "UNAPPROVED:" TO WS-RCL-LABEL
           MOVE WS-APV-LINES TO WS-RCL-COUNT
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           MOVE "NET AWAITING:" TO WS-RAL-LABEL
           MOVE WS-APV-TOT-NET TO WS-RAL-AMOUNT
           MOVE WS-RPT-AMOUNT-LINE TO WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           PERFORM END-REPORT-OUTPUT.

       PRINT-APPROVAL-LINE.
           ADD 1 TO WS-APV-LINES
           IF PAY-ENTRY-TYPE = 'R'
               SUBTRACT PAY-NET-SALARY FROM WS-APV-TOT-NET
           ELSE
               ADD PAY-NET-SALARY TO WS-APV-TOT-NET
           END-IF
           MOVE PAY-EMP-ID TO WS-APL-EMP-ID
           MOVE PAY-ENTRY-SEQ TO WS-APL-SEQ
           MOVE PAY-ENTRY-TYPE TO WS-APL-TYPE
           MOVE PAY-GROSS-SALARY TO WS-APL-GROSS
           MOVE PAY-NET-SALARY TO WS-APL-NET
           MOVE WS-APV-ENTERED-WK TO WS-APL-ENTERED-BY
           IF WS-APV-STATUS-WK = 'J'
               MOVE "REJECTED" TO WS-APL-STATUS
               MOVE WS-APV-ACTION-BY(WS-APV-IDX) TO WS-APL-ACTION-BY
               MOVE WS-APV-NOTE(WS-APV-IDX) TO WS-APL-NOTE
           ELSE
               MOVE "PENDING" TO WS-APL-STATUS
               MOVE SPACES TO WS-APL-ACTION-BY
               MOVE SPACES TO WS-APL-NOTE
           END-IF
           DISPLAY PAY-EMP-ID " | " PAY-ENTRY-SEQ " | "
                   PAY-ENTRY-TYPE " | $" PAY-GROSS-SALARY " | $"
                   PAY-NET-SALARY " | " WS-APL-STATUS " | "
                   WS-APL-ENTERED-BY " | " WS-APL-ACTION-BY " | "
                   WS-APL-NOTE
           MOVE WS-APV-DETAIL-LINE TO WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE.

      *> Walks one employee's entries for the month in sequence order
      *> (00 normal, then reversals and adjustments) and asks for a
      *> decision on each one still outstanding.
       REVIEW-EMPLOYEE-PAYROLL.
           DISPLAY " "
           DISPLAY "Enter Employee ID: " WITH NO ADVANCING
           ACCEPT WS-APV-FILTER-ID
           DISPLAY "Enter Month (MM): " WITH NO ADVANCING
           ACCEPT WS-INPUT-MONTH
           DISPLAY "Enter Year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-INPUT-YEAR

           PERFORM LOAD-APPROVAL-MONTH
           MOVE 0 TO WS-APV-LINES
           MOVE 0 TO WS-APV-DONE
           MOVE 0 TO WS-APV-SEQ-WK

           OPEN INPUT PAYROLL-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE WS-APV-FILTER-ID TO PAY-EMP-ID
               MOVE WS-INPUT-YEAR TO PAY-YEAR
               MOVE WS-INPUT-MONTH TO PAY-MONTH
               MOVE WS-APV-SEQ-WK TO PAY-ENTRY-SEQ
               READ PAYROLL-FILE
                   INVALID KEY
      *> Correction sequences are handed out without gaps from 01,
      *> so the first missing one ends the employee's entries.
                       IF WS-APV-SEQ-WK > 0
                           MOVE 'Y' TO WS-EOF
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-APV-LINES
                       PERFORM REVIEW-PAYROLL-ENTRY
               END-READ
               IF WS-APV-SEQ-WK = 99
                   MOVE 'Y' TO WS-EOF
               ELSE
                   ADD 1 TO WS-APV-SEQ-WK
               END-IF
           END-PERFORM
           CLOSE PAYROLL-FILE
           MOVE 'N' TO WS-EOF

           DISPLAY " "
           IF WS-APV-LINES = 0
               DISPLAY "No payroll entries found for Employee ID "
                       WS-APV-FILTER-ID " in " WS-INPUT-MONTH "/"
                       WS-INPUT-YEAR "."
           ELSE
               DISPLAY "Entries on file: " WS-APV-LINES
                       "  Decisions recorded: " WS-APV-DONE
           END-IF.

       REVIEW-PAYROLL-ENTRY.
           PERFORM FIND-APPROVAL-ENTRY
           DISPLAY " "
           DISPLAY "Entry " PAY-ENTRY-SEQ " (type " PAY-ENTRY-TYPE
                   ")  Gross: $" PAY-GROSS-SALARY "  Tax: $" PAY-TAX
                   "  Net: $" PAY-NET-SALARY
           DISPLAY "  Days: " PAY-DAYS-WORKED "  OT Hours: "
                   PAY-OVERTIME-HOURS "  Bonus: $" PAY-BONUS
                   "  Deductions: $" PAY-DEDUCTIONS
           IF WS-APV-STATUS-WK = 'A'
               DISPLAY "  Approved by " WS-APV-ACTION-BY(WS-APV-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-APV-STATUS-WK = 'S'
               DISPLAY "  Rejected and settled - "
                       WS-APV-NOTE(WS-APV-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-APV-STATUS-WK = 'J'
               DISPLAY "  Rejected by " WS-APV-ACTION-BY(WS-APV-IDX)
                       ": " WS-APV-NOTE(WS-APV-IDX)
           END-IF
           DISPLAY "  Entered by: " WS-APV-ENTERED-WK
           IF WS-APV-ENTERED-WK = WS-CURRENT-USER
               DISPLAY "  You entered this record - it needs a second "
                       "user's approval."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "  Approve, Reject or Skip (A/R/S): "
                   WITH NO ADVANCING
           ACCEPT WS-APV-DECISION
           IF WS-APV-DECISION = 'A' OR WS-APV-DECISION = 'a'
               MOVE 'A' TO WS-APV-DECISION
               MOVE SPACES TO WS-APV-REASON
               PERFORM RECORD-APPROVAL-DECISION
               ADD 1 TO WS-APV-DONE
               DISPLAY "  Entry approved."
           ELSE
               IF WS-APV-DECISION = 'R' OR WS-APV-DECISION = 'r'
                   DISPLAY "  Reason for rejection: " WITH NO ADVANCING
                   ACCEPT WS-APV-REASON
                   IF WS-APV-REASON = SPACES
                       DISPLAY "  A reason is required - entry left "
                               "unchanged."
                   ELSE
                       MOVE 'J' TO WS-APV-DECISION
                       PERFORM RECORD-APPROVAL-DECISION
                       ADD 1 TO WS-APV-DONE
                       DISPLAY "  Entry sent back to "
                               WS-APV-ENTERED-WK "."
                   END-IF
               ELSE
                   DISPLAY "  Skipped."
               END-IF
           END-IF.

      *> One decision for everything pending in the month, less
      *> whatever the approver keyed in personally - those are left
      *> for somebody else. Rejected entries are never swept up here;
      *> they are decided one at a time through Review Entries.
       APPROVE-WHOLE-RUN.
           DISPLAY " "
           DISPLAY "Enter Month (MM): " WITH NO ADVANCING
           ACCEPT WS-INPUT-MONTH
           DISPLAY "Enter Year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-INPUT-YEAR

           PERFORM LOAD-APPROVAL-MONTH
           MOVE 0 TO WS-APV-UNAPPROVED
           MOVE 0 TO WS-APV-REJECTED
           MOVE 0 TO WS-APV-OWN
           MOVE 0 TO WS-APV-TOT-NET

           OPEN INPUT PAYROLL-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PAY-MONTH = WS-INPUT-MONTH AND
                          PAY-YEAR = WS-INPUT-YEAR
                           PERFORM FIND-APPROVAL-ENTRY
                           IF WS-APV-STATUS-WK NOT = 'A' AND
                              WS-APV-STATUS-WK NOT = 'S'
                               PERFORM COUNT-RUN-APPROVAL-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-FILE
           MOVE 'N' TO WS-EOF

           DISPLAY " "
           DISPLAY "Unapproved entries for " WS-INPUT-MONTH "/"
                   WS-INPUT-YEAR ": " WS-APV-UNAPPROVED
                   "  (rejected: " WS-APV-REJECTED ")"
           DISPLAY "Entered by you - left for another approver: "
                   WS-APV-OWN
           IF WS-APV-REJECTED > 0
               DISPLAY "Rejected entries are not included - decide "
                       "them through Review Entries by Employee."
           END-IF
           COMPUTE WS-APV-LINES =
               WS-APV-UNAPPROVED - WS-APV-OWN - WS-APV-REJECTED
           IF WS-APV-LINES = 0
               DISPLAY "Nothing for you to approve in " WS-INPUT-MONTH
                       "/" WS-INPUT-YEAR "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Entries for your decision: " WS-APV-LINES
                   "  Net: $" WS-APV-TOT-NET

           DISPLAY "Approve all, Reject all or Cancel (A/R/N): "
                   WITH NO ADVANCING
           ACCEPT WS-APV-DECISION
           IF WS-APV-DECISION = 'A' OR WS-APV-DECISION = 'a'
               MOVE 'A' TO WS-APV-DECISION
               MOVE SPACES TO WS-APV-REASON
           ELSE
               IF WS-APV-DECISION = 'R' OR WS-APV-DECISION = 'r'
                   MOVE 'J' TO WS-APV-DECISION
                   DISPLAY "Reason for rejection: " WITH NO ADVANCING
                   ACCEPT WS-APV-REASON
                   IF WS-APV-REASON = SPACES
                       DISPLAY "A reason is required - nothing "
                               "rejected."
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   DISPLAY "Cancelled - no entries changed."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO WS-APV-DONE
           OPEN INPUT PAYROLL-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PAY-MONTH = WS-INPUT-MONTH AND
                          PAY-YEAR = WS-INPUT-YEAR
                           PERFORM FIND-APPROVAL-ENTRY
                           IF WS-APV-STATUS-WK = 'P' AND
                              WS-APV-ENTERED-WK NOT = WS-CURRENT-USER
                               PERFORM RECORD-APPROVAL-DECISION
                               ADD 1 TO WS-APV-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-FILE
           MOVE 'N' TO WS-EOF

           IF WS-APV-DECISION = 'A'
               DISPLAY WS-APV-DONE " entries approved for "
                       WS-INPUT-MONTH "/" WS-INPUT-YEAR "."
           ELSE
               DISPLAY WS-APV-DONE " entries sent back for "
                       WS-INPUT-MONTH "/" WS-INPUT-YEAR "."
           END-IF.

       COUNT-RUN-APPROVAL-ENTRY.
           ADD 1 TO WS-APV-UNAPPROVED
           IF WS-APV-STATUS-WK = 'J'
               ADD 1 TO WS-APV-REJECTED
           ELSE
               IF WS-APV-ENTERED-WK = WS-CURRENT-USER
                   ADD 1 TO WS-APV-OWN
               ELSE
                   IF PAY-ENTRY-TYPE = 'R'
                       SUBTRACT PAY-NET-SALARY FROM WS-APV-TOT-NET
                   ELSE
                       ADD PAY-NET-SALARY TO WS-APV-TOT-NET
                   END-IF
               END-IF
           END-IF.

      *> Gate for the bank payment run and Close Month: counts the
      *> month's entries that are pending or rejected. A rejected
      *> entry that has since been reversed is settled.
       CHECK-MONTH-APPROVED.
           MOVE 0 TO WS-APV-UNAPPROVED
           MOVE 0 TO WS-APV-REJECTED
           PERFORM LOAD-APPROVAL-MONTH
           OPEN INPUT PAYROLL-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PAY-MONTH = WS-INPUT-MONTH AND
                          PAY-YEAR = WS-INPUT-YEAR
                           PERFORM FIND-APPROVAL-ENTRY
                           IF WS-APV-STATUS-WK NOT = 'A' AND
                              WS-APV-STATUS-WK NOT = 'S'
                               ADD 1 TO WS-APV-UNAPPROVED
                           END-IF
                           IF WS-APV-STATUS-WK = 'J'
                               ADD 1 TO WS-APV-REJECTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-FILE
           MOVE 'N' TO WS-EOF.

      *> Folds the approval trail for WS-INPUT-MONTH/YEAR into the
      *> table - one entry per employee and sequence, latest event
      *> wins.
       LOAD-APPROVAL-MONTH.
           MOVE 0 TO WS-APV-COUNT
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ APPROVAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF APV-YEAR = WS-INPUT-YEAR AND
                              APV-MONTH = WS-INPUT-MONTH
                               PERFORM APPLY-APPROVAL-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       APPLY-APPROVAL-EVENT.
           MOVE 'N' TO WS-APV-FOUND
           PERFORM VARYING WS-APV-IDX FROM 1 BY 1
                   UNTIL WS-APV-IDX > WS-APV-COUNT
               IF WS-APV-EMP-ID(WS-APV-IDX) = APV-EMP-ID AND
                  WS-APV-SEQ(WS-APV-IDX) = APV-ENTRY-SEQ
                   MOVE 'Y' TO WS-APV-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-APV-FOUND = 'N'
               IF WS-APV-COUNT >= 5000
                   DISPLAY "WARNING: approval table limit (5000) "
                           "reached - Employee " APV-EMP-ID
                           " entry " APV-ENTRY-SEQ " counts as pending."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-APV-COUNT
               MOVE WS-APV-COUNT TO WS-APV-IDX
               MOVE APV-EMP-ID TO WS-APV-EMP-ID(WS-APV-IDX)
               MOVE APV-ENTRY-SEQ TO WS-APV-SEQ(WS-APV-IDX)
               MOVE SPACES TO WS-APV-ENTERED-BY(WS-APV-IDX)
           END-IF

           IF APV-ACTION = 'P'
               MOVE 'P' TO WS-APV-STATUS(WS-APV-IDX)
               MOVE APV-USER TO WS-APV-ENTERED-BY(WS-APV-IDX)
               MOVE SPACES TO WS-APV-ACTION-BY(WS-APV-IDX)
               MOVE SPACES TO WS-APV-NOTE(WS-APV-IDX)
           ELSE
               MOVE APV-ACTION TO WS-APV-STATUS(WS-APV-IDX)
               MOVE APV-USER TO WS-APV-ACTION-BY(WS-APV-IDX)
               MOVE APV-REASON TO WS-APV-NOTE(WS-APV-IDX)
           END-IF.

      *> Looks up the current payroll record (PAY-EMP-ID and
      *> PAY-ENTRY-SEQ) in the loaded month. An entry with no trail
      *> is pending with no preparer on record.
       FIND-APPROVAL-ENTRY.
           MOVE 'N' TO WS-APV-FOUND
           MOVE 'P' TO WS-APV-STATUS-WK
           MOVE SPACES TO WS-APV-ENTERED-WK
           PERFORM VARYING WS-APV-IDX FROM 1 BY 1
                   UNTIL WS-APV-IDX > WS-APV-COUNT
               IF WS-APV-EMP-ID(WS-APV-IDX) = PAY-EMP-ID AND
                  WS-APV-SEQ(WS-APV-IDX) = PAY-ENTRY-SEQ
                   MOVE 'Y' TO WS-APV-FOUND
                   MOVE WS-APV-STATUS(WS-APV-IDX) TO WS-APV-STATUS-WK
                   MOVE WS-APV-ENTERED-BY(WS-APV-IDX)
                       TO WS-APV-ENTERED-WK
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Appends the approver's decision (WS-APV-DECISION 'A' or 'J',
      *> with WS-APV-REASON) for the current payroll record and logs
      *> it to the audit trail.
       RECORD-APPROVAL-DECISION.
           PERFORM WRITE-APPROVAL-EVENT
           MOVE SPACES TO WS-AUDIT-ACTION
           IF WS-APV-DECISION = 'A'
               STRING "PAYROLL-APPROVE " PAY-EMP-ID " " PAY-MONTH "/"
                      PAY-YEAR DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           ELSE
               STRING "PAYROLL-REJECT " PAY-EMP-ID " " PAY-MONTH "/"
                      PAY-YEAR DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           END-IF
           PERFORM WRITE-AUDIT-LOG.

      *> Every payroll entry starts life pending, stamped with the
      *> user who keyed or ran it.
       RECORD-PAYROLL-ENTERED.
           MOVE 'P' TO WS-APV-DECISION
           MOVE SPACES TO WS-APV-REASON
           PERFORM WRITE-APPROVAL-EVENT.

      *> Called once a reversal (WS-ENTRY-SEQ) has been written for
      *> the employee and month: if the normal entry it cancels was
      *> rejected, it is marked settled so it stops holding up the
      *> month. The reversal itself goes through approval as usual.
       SETTLE-REJECTED-ENTRY.
           PERFORM LOAD-APPROVAL-MONTH
           MOVE 0 TO PAY-ENTRY-SEQ
           PERFORM FIND-APPROVAL-ENTRY
           IF WS-APV-STATUS-WK = 'J'
               MOVE 'S' TO WS-APV-DECISION
               MOVE SPACES TO WS-APV-REASON
               STRING "REVERSED BY ENTRY " WS-ENTRY-SEQ
                      DELIMITED BY SIZE INTO WS-APV-REASON
               PERFORM WRITE-APPROVAL-EVENT
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "PAYROLL-SETTLE " PAY-EMP-ID " " PAY-MONTH "/"
                      PAY-YEAR DELIMITED BY SIZE INTO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Rejected entry 00 is settled by this reversal."
           END-IF
           MOVE WS-ENTRY-SEQ TO PAY-ENTRY-SEQ.

       WRITE-APPROVAL-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           OPEN EXTEND APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN EXTEND APPROVAL-FILE
           END-IF
           MOVE PAY-EMP-ID TO APV-EMP-ID
           MOVE PAY-YEAR TO APV-YEAR
           MOVE PAY-MONTH TO APV-MONTH
           MOVE PAY-ENTRY-SEQ TO APV-ENTRY-SEQ
           MOVE WS-APV-DECISION TO APV-ACTION
           MOVE WS-CURRENT-USER TO APV-USER
           MOVE WS-CURRENT-DATETIME(1:8) TO APV-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO APV-TIME
           MOVE WS-APV-REASON TO APV-REASON
           WRITE APPROVAL-RECORD
           CLOSE APPROVAL-FILE.

      *> Department budget master maintenance. Setting a budget for a
      *> department and year that is already on file replaces it.
       DEPARTMENT-BUDGET-MENU.
           DISPLAY " "
           DISPLAY "========== DEPARTMENT BUDGETS =========="
           DISPLAY "1. Set Department Budget"
           DISPLAY "2. List Department Budgets"
           DISPLAY "3. Return to Main Menu"
           DISPLAY "========================================"
           DISPLAY "Enter choice (1-3): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM SET-DEPARTMENT-BUDGET
               WHEN 2
                   PERFORM LIST-DEPARTMENT-BUDGETS
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

       SET-DEPARTMENT-BUDGET.
           DISPLAY " "
           DISPLAY "Enter Budget Year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-INPUT-YEAR
           DISPLAY "Enter Department Name: " WITH NO ADVANCING
           ACCEPT WS-BUD-DEPT-IN
           IF WS-BUD-DEPT-IN = SPACES
               DISPLAY "Department is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Approved Headcount: " WITH NO ADVANCING
           ACCEPT WS-BUD-HEADCOUNT-IN
           DISPLAY "Monthly Salary (Gross) Budget: " WITH NO ADVANCING
           ACCEPT WS-BUD-SALARY-IN
           DISPLAY "Monthly Employer Contribution Budget: "
                   WITH NO ADVANCING
           ACCEPT WS-BUD-EMPLR-IN

           MOVE 'N' TO WS-FOUND
           OPEN INPUT EMPLOYEE-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EMP-DEPARTMENT = WS-BUD-DEPT-IN
                           MOVE 'Y' TO WS-FOUND
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           MOVE 'N' TO WS-EOF
           IF WS-FOUND = 'N'
               DISPLAY "WARNING: no employee is in department "
                       WS-BUD-DEPT-IN " - check the spelling."
           END-IF
           MOVE 'N' TO WS-FOUND

           MOVE 'N' TO WS-BUD-REPLACED
           OPEN OUTPUT TEMP-BUDGET-FILE
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BUDGET-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF BUD-YEAR = WS-INPUT-YEAR AND
                              BUD-DEPARTMENT = WS-BUD-DEPT-IN
                               MOVE 'Y' TO WS-BUD-REPLACED
                           ELSE
                               WRITE TEMP-BUDGET-RECORD
                                   FROM BUDGET-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           MOVE WS-INPUT-YEAR TO BUD-YEAR
           MOVE WS-BUD-DEPT-IN TO BUD-DEPARTMENT
           MOVE WS-BUD-HEADCOUNT-IN TO BUD-HEADCOUNT
           MOVE WS-BUD-SALARY-IN TO BUD-MONTHLY-SALARY
           MOVE WS-BUD-EMPLR-IN TO BUD-MONTHLY-EMPLR
           WRITE TEMP-BUDGET-RECORD FROM BUDGET-RECORD
           CLOSE TEMP-BUDGET-FILE

           CALL "CBL_RENAME_FILE" USING "temp_budget.dat"
                                        "dept_budget.dat"
               RETURNING WS-FILE-OP-RC
           IF WS-FILE-OP-RC NOT = 0
               DISPLAY "ERROR: could not replace dept_budget.dat (RC="
                       WS-FILE-OP-RC ")."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SET-DEPT-BUDGET " WS-INPUT-YEAR
                  DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG
           IF WS-BUD-REPLACED = 'Y'
               DISPLAY "Department budget replaced."
           ELSE
               DISPLAY "Department budget added."
           END-IF
           DISPLAY " ".

       LIST-DEPARTMENT-BUDGETS.
           DISPLAY " "
           DISPLAY "Enter Year (YYYY, 0 = all): " WITH NO ADVANCING
           ACCEPT WS-BUD-FILTER-YEAR
           DISPLAY " "
           DISPLAY "YEAR | DEPARTMENT           | HEADCOUNT |"
                   " MONTHLY SALARY | MONTHLY EMPLR"
           DISPLAY "-----|----------------------|-----------|"
                   "----------------|---------------"
           MOVE 0 TO WS-BUD-LINES
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BUDGET-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-BUD-FILTER-YEAR = 0 OR
                              BUD-YEAR = WS-BUD-FILTER-YEAR
                               ADD 1 TO WS-BUD-LINES
                               MOVE BUD-MONTHLY-SALARY
                                   TO WS-BUD-SALARY-ED
                               MOVE BUD-MONTHLY-EMPLR
                                   TO WS-BUD-EMPLR-ED
                               DISPLAY BUD-YEAR " | " BUD-DEPARTMENT
                                       " | " BUD-HEADCOUNT "     | "
                                       WS-BUD-SALARY-ED " | "
                                       WS-BUD-EMPLR-ED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           IF WS-BUD-LINES = 0
               DISPLAY "  No department budgets on file."
           END-IF
           DISPLAY " ".

       PERIOD-CLOSE-MENU.
           DISPLAY " "
           DISPLAY "========== PERIOD CLOSE / ADJUSTMENTS =========="
           DISPLAY "1. Close Month"
           DISPLAY "2. Reversal Entry"
           DISPLAY "3. Adjustment Entry"
           DISPLAY "4. GL Account Mapping"
           DISPLAY "5. Retroactive Pay Run"
           DISPLAY "6. Archive Closed Year"
           DISPLAY "7. Cost-Centre Allocations"
           DISPLAY "8. Third-Party Remittances"
           DISPLAY "9. Return to Main Menu"
           DISPLAY "================================================"
           DISPLAY "Enter choice (1-9): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM CLOSE-MONTH
               WHEN 2
                   PERFORM REVERSAL-ENTRY
               WHEN 3
                   PERFORM ADJUSTMENT-ENTRY
               WHEN 4
                   PERFORM GL-MAPPING-MAINTENANCE
               WHEN 5
                   PERFORM RETRO-PAY-RUN
               WHEN 6
                   PERFORM ARCHIVE-CLOSED-YEAR
               WHEN 7
                   PERFORM COST-ALLOCATION-MAINTENANCE
               WHEN 8
                   PERFORM REMITTANCE-MENU
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

      *> Locks a month after printing its final control totals. The
      *> totals are net of reversal entries so they tie back to what
      *> actually went to the bank.
       CLOSE-MONTH.
           DISPLAY " "
           DISPLAY "========== CLOSE MONTH =========="
           IF WS-JOB-MODE = 'Y'
               MOVE WS-JOB-MONTH TO WS-INPUT-MONTH
               MOVE WS-JOB-YEAR TO WS-INPUT-YEAR
           ELSE
               DISPLAY "Enter Month (MM): " WITH NO ADVANCING
               ACCEPT WS-INPUT-MONTH
               DISPLAY "Enter Year (YYYY): " WITH NO ADVANCING
               ACCEPT WS-INPUT-YEAR
           END-IF

           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PERIOD-CLOSED = 'Y'
               DISPLAY "Period " WS-INPUT-MONTH "/" WS-INPUT-YEAR
                       " is already closed."
               MOVE 'N' TO WS-JOB-STEP-OK
               MOVE "PERIOD IS ALREADY CLOSED" TO WS-JOB-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-MONTH-APPROVED
           IF WS-APV-UNAPPROVED > 0
               DISPLAY WS-APV-UNAPPROVED " payroll entries for "
                       WS-INPUT-MONTH "/" WS-INPUT-YEAR
                       " are not approved (" WS-APV-REJECTED
                       " rejected) - month cannot be closed."
               DISPLAY "Clear them through Payroll Approval first."
               MOVE 'N' TO WS-JOB-STEP-OK
               MOVE SPACES TO WS-JOB-MESSAGE
               STRING WS-APV-UNAPPROVED " ENTRIES NOT APPROVED - "
                      "MONTH LEFT OPEN"
                      DELIMITED BY SIZE INTO WS-JOB-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CLOSE-EMP-COUNT
           MOVE 0 TO WS-CLOSE-GROSS
           MOVE 0 TO WS-CLOSE-TAX
           MOVE 0 TO WS-CLOSE-NET

           OPEN INPUT PAYROLL-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PAY-MONTH = WS-INPUT-MONTH AND
                          PAY-YEAR = WS-INPUT-YEAR
                           IF PAY-ENTRY-TYPE = 'R'
                               SUBTRACT PAY-GROSS-SALARY
                                   FROM WS-CLOSE-GROSS
                               SUBTRACT PAY-TAX FROM WS-CLOSE-TAX
                               SUBTRACT PAY-NET-SALARY
                                   FROM WS-CLOSE-NET
                           ELSE
                               ADD 1 TO WS-CLOSE-EMP-COUNT
                               ADD PAY-GROSS-SALARY TO WS-CLOSE-GROSS
                               ADD PAY-TAX TO WS-CLOSE-TAX
                               ADD PAY-NET-SALARY TO WS-CLOSE-NET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-FILE
           MOVE 'N' TO WS-EOF

           DISPLAY " "
           DISPLAY "FINAL CONTROL TOTALS " WS-INPUT-MONTH "/"
                   WS-INPUT-YEAR
           DISPLAY "  Employees paid: " WS-CLOSE-EMP-COUNT
           DISPLAY "  Total Gross:  $" WS-CLOSE-GROSS
           DISPLAY "  Total Tax:    $" WS-CLOSE-TAX
           DISPLAY "  Total Net:    $" WS-CLOSE-NET
           DISPLAY " "

           MOVE SPACES TO WS-RPT-TITLE
           STRING "PERIOD CLOSE CONTROL TOTALS " WS-INPUT-MONTH "/"
                  WS-INPUT-YEAR DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-COL-HEAD-1
           MOVE SPACES TO WS-RPT-COL-HEAD-2
           PERFORM START-REPORT-OUTPUT
           IF WS-RPT-TO-FILE = 'Y'
               MOVE "EMPLOYEES PAID:" TO WS-RCL-LABEL
               MOVE WS-CLOSE-EMP-COUNT TO WS-RCL-COUNT
               MOVE WS-RPT-COUNT-LINE TO WS-RPT-DETAIL
               PERFORM PRINT-REPORT-LINE
               MOVE "TOTAL GROSS:" TO WS-RAL-LABEL
               MOVE WS-CLOSE-GROSS TO WS-RAL-AMOUNT
               MOVE WS-RPT-AMOUNT-LINE TO WS-RPT-DETAIL
               PERFORM PRINT-REPORT-LINE
               MOVE "TOTAL TAX:" TO WS-RAL-LABEL
               PERFORM END-REPORT-OUTPUT
           END-IF

      *> Unattended there is no one to look at the totals, so an
      *> empty month is refused rather than closed.
           IF WS-JOB-MODE = 'Y' AND WS-CLOSE-EMP-COUNT = 0
               DISPLAY "No payroll entries on file for "
                       WS-INPUT-MONTH "/" WS-INPUT-YEAR
                       " - month not closed."
               MOVE 'N' TO WS-JOB-STEP-OK
               MOVE "NO PAYROLL ENTRIES FOR THE MONTH - NOT CLOSED"
                   TO WS-JOB-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-JOB-MODE = 'Y'
               MOVE 'Y' TO WS-CONFIRM
           ELSE
               DISPLAY "Confirm close of " WS-INPUT-MONTH "/"
                       WS-INPUT-YEAR " (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
           END-IF
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               OPEN EXTEND PERIOD-FILE
               DISPLAY "Period " WS-INPUT-MONTH "/" WS-INPUT-YEAR
                       " is now CLOSED."

      *> Unattended, the journal is its own GLJOURNAL step so a failed
      *> journal can be rerun without reopening the close.
               IF WS-JOB-MODE = 'Y'
                   DISPLAY "GL journal is left to the GLJOURNAL step."
               ELSE
                   PERFORM WRITE-GL-JOURNAL
               END-IF
           ELSE
               DISPLAY "Close cancelled - period remains open."
           END-IF.
                                   DISPLAY "ERROR: could not write "
                                           "reversal entry."
                               NOT INVALID KEY
                                   PERFORM RECORD-PAYROLL-ENTERED
                                   MOVE "REVERSAL-ENTRY"
                                       TO WS-AUDIT-ACTION
                                   PERFORM WRITE-AUDIT-LOG
                                   PERFORM SETTLE-REJECTED-ENTRY
                                   DISPLAY "Reversal entry "
                                           WS-ENTRY-SEQ
                                           " written - reports will "

           DISPLAY "Enter Days Worked (max 31): " WITH NO ADVANCING
           ACCEPT WS-INPUT-DAYS
           MOVE 0 TO WS-INPUT-REG-HOURS
           IF WS-TEMP-PAY-TYPE = 'H'
               DISPLAY "Enter Regular Hours Worked: " WITH NO ADVANCING
               ACCEPT WS-INPUT-REG-HOURS
           END-IF
           DISPLAY "Enter Overtime Hours: " WITH NO ADVANCING
           ACCEPT WS-INPUT-OT-HOURS
           DISPLAY "Enter Bonus Amount: " WITH NO ADVANCING
           ACCEPT WS-INPUT-YEAR

           PERFORM CALCULATE-PAYROLL
           IF WS-ARR-OVERFLOW = 'Y'
               DISPLAY "Adjustment not written - a minimum-net "
                       "shortfall could not be carried to arrears."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PAYROLL-FILE
           MOVE WS-INPUT-ID TO PAY-EMP-ID
               INVALID KEY
                   DISPLAY "ERROR: could not write adjustment entry."
               NOT INVALID KEY
                   PERFORM RECORD-PAYROLL-ENTERED
                   PERFORM APPLY-LOAN-RECOVERY
                   PERFORM APPLY-DEDUCTION-ARREARS
                   MOVE "ADJUSTMENT-ENTRY" TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Adjustment entry " WS-ENTRY-SEQ

      *> What the month's gross should have been at the rate now in
      *> force: the same attendance proration, overtime and bonus the
      *> original run used, on the corrected salary. An hourly month
      *> is repriced on the hours it was paid for, from the hours
      *> breakdown, at the corrected rate.
       CALC-RETRO-EXPECTED-GROSS.
           PERFORM GET-SALARY-FOR-PERIOD
           PERFORM GET-ATTENDANCE-FOR-MONTH
           IF WS-TEMP-PAY-TYPE = 'H'
               MOVE WS-INPUT-ID TO PAY-EMP-ID
               MOVE WS-INPUT-YEAR TO PAY-YEAR
               MOVE WS-INPUT-MONTH TO PAY-MONTH
               MOVE 0 TO PAY-ENTRY-SEQ
               PERFORM LOAD-SLIP-HOURS
               IF WS-SLH-FOUND = 'Y'
                   COMPUTE WS-CALC-REG-PAY ROUNDED =
                       WS-SLH-REG-HOURS * WS-TEMP-HOURLY-RATE
                   COMPUTE WS-CALC-LEAVE-PAY ROUNDED =
                       WS-SLH-LEAVE-HOURS * WS-TEMP-HOURLY-RATE
                   COMPUTE WS-CALC-BASE-PAY =
                       WS-CALC-REG-PAY + WS-CALC-LEAVE-PAY
               ELSE
                   MOVE 0 TO WS-INPUT-REG-HOURS
                   PERFORM CALCULATE-HOURLY-BASE-PAY
               END-IF
           ELSE
               IF WS-ATT-FOUND = 'Y'
                   IF WS-ATT-UNPAID >= WS-WORK-DAYS-STD
                       MOVE 0 TO WS-CALC-BASE-PAY
                   ELSE
                       COMPUTE WS-CALC-BASE-PAY ROUNDED =
                           WS-TEMP-SALARY *
                           (WS-WORK-DAYS-STD - WS-ATT-UNPAID)
                           / WS-WORK-DAYS-STD
                   END-IF
               ELSE
                   MOVE WS-TEMP-SALARY TO WS-CALC-BASE-PAY
               END-IF
           END-IF

           PERFORM CALCULATE-OVERTIME-PAY
                   DISPLAY "ERROR: could not write retro adjustment "
                           "for Employee " WS-INPUT-ID "."
               NOT INVALID KEY
                   PERFORM RECORD-PAYROLL-ENTERED
                   ADD 1 TO WS-RETRO-CREATED
                   ADD WS-RETRO-GROSS-DIFF TO WS-RETRO-TOT-GROSS
                   ADD WS-RETRO-TAX-DIFF TO WS-RETRO-TOT-TAX

      *> Moves a fully-closed year out of the live payroll file into
      *> payroll_archive.dat (same PAY-KEY layout), and the matching
      *> deduction, employer-contribution and hours breakdown lines
      *> into their archive files, so the front-to-back report scans stay
      *> fast as history piles up.
       ARCHIVE-CLOSED-YEAR.
           DISPLAY " "
           MOVE 0 TO WS-ARC-MOVED
           MOVE 0 TO WS-ARC-DED-MOVED
           MOVE 0 TO WS-ARC-EC-MOVED
           MOVE 0 TO WS-ARC-HRS-MOVED

           OPEN I-O PAYROLL-FILE
           OPEN I-O PAYROLL-ARCH-FILE

           PERFORM ARCHIVE-PAYDED-YEAR
           PERFORM ARCHIVE-PAYEC-YEAR
           PERFORM ARCHIVE-PAYHRS-YEAR

           MOVE "ARCHIVE-CLOSED-YEAR" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "  Payroll records moved:      " WS-ARC-MOVED
           DISPLAY "  Deduction lines moved:      " WS-ARC-DED-MOVED
           DISPLAY "  Contribution lines moved:   " WS-ARC-EC-MOVED
           DISPLAY "  Hours lines moved:          " WS-ARC-HRS-MOVED
           DISPLAY "========================================="
           DISPLAY " ".

                       "(RC=" WS-FILE-OP-RC ")."
           END-IF.

       ARCHIVE-PAYHRS-YEAR.
           OPEN INPUT PAYROLL-HRS-FILE
           IF WS-PAYROLL-HRS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-PAYHRS-FILE
           OPEN EXTEND PAYHRS-ARCH-FILE
           IF WS-PAYHRS-ARCH-STATUS = "35"
               OPEN OUTPUT PAYHRS-ARCH-FILE
               CLOSE PAYHRS-ARCH-FILE
               OPEN EXTEND PAYHRS-ARCH-FILE
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYROLL-HRS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PAYHRS-YEAR = WS-INPUT-YEAR
                           WRITE ARCH-PAYHRS-RECORD
                               FROM PAYHRS-RECORD
                           ADD 1 TO WS-ARC-HRS-MOVED
                       ELSE
                           WRITE TEMP-PAYHRS-RECORD
                               FROM PAYHRS-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-HRS-FILE
           CLOSE TEMP-PAYHRS-FILE
           CLOSE PAYHRS-ARCH-FILE
           MOVE 'N' TO WS-EOF

           CALL "CBL_RENAME_FILE" USING "temp_payhrs.dat"
                                        "payroll_hours.dat"
               RETURNING WS-FILE-OP-RC
           IF WS-FILE-OP-RC NOT = 0
               DISPLAY "ERROR: could not replace payroll_hours.dat "
                       "(RC=" WS-FILE-OP-RC ")."
           END-IF.

       ASK-INCLUDE-ARCHIVE.
           IF WS-JOB-MODE = 'Y'
               MOVE 0 TO WS-JOB-OPT-HITS
               INSPECT WS-JOB-OPTIONS TALLYING WS-JOB-OPT-HITS
                   FOR ALL "ARCHIVE"
               IF WS-JOB-OPT-HITS > 0
                   MOVE 'Y' TO WS-INCLUDE-ARCHIVE
               ELSE
                   MOVE 'N' TO WS-INCLUDE-ARCHIVE
               END-IF
           ELSE
               DISPLAY "Include archived years (Y/N)? "
                       WITH NO ADVANCING
               ACCEPT WS-INCLUDE-ARCHIVE
           END-IF
           IF WS-INCLUDE-ARCHIVE = 'y'
               MOVE 'Y' TO WS-INCLUDE-ARCHIVE
           END-IF
       ADD-GL-MAPPING.
           DISPLAY " "
           DISPLAY "Mapping Type - D=Dept Expense, P=Ded Payable,"
           DISPLAY "               T=Tax Payable,  C=Net Clearing,"
           DISPLAY "               S=Cost-Centre Salary Expense,"
           DISPLAY "               E=Employer Contribution Expense,"
           DISPLAY "               B=Employer Contribution Payable"
           DISPLAY "Enter Type (D/P/T/C/S/E/B): " WITH NO ADVANCING
           ACCEPT WS-GLM-TYPE
           EVALUATE WS-GLM-TYPE
               WHEN 'd' MOVE 'D' TO WS-GLM-TYPE
               WHEN 'p' MOVE 'P' TO WS-GLM-TYPE
               WHEN 't' MOVE 'T' TO WS-GLM-TYPE
               WHEN 'c' MOVE 'C' TO WS-GLM-TYPE
               WHEN 's' MOVE 'S' TO WS-GLM-TYPE
               WHEN 'e' MOVE 'E' TO WS-GLM-TYPE
               WHEN 'b' MOVE 'B' TO WS-GLM-TYPE
           END-EVALUATE
           IF WS-GLM-TYPE NOT = 'D' AND WS-GLM-TYPE NOT = 'P' AND
              WS-GLM-TYPE NOT = 'T' AND WS-GLM-TYPE NOT = 'C' AND
              WS-GLM-TYPE NOT = 'S' AND WS-GLM-TYPE NOT = 'E' AND
              WS-GLM-TYPE NOT = 'B'
               DISPLAY "Invalid mapping type."
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-GLM-TYPE
               WHEN 'D'
                   DISPLAY "Enter Department Name: " WITH NO ADVANCING
                   ACCEPT WS-GLM-KEY
               WHEN 'P'
                   DISPLAY "Enter Deduction Type Code (MISC = "
                           "one-off/unitemized): " WITH NO ADVANCING
                   ACCEPT WS-GLM-KEY
               WHEN 'S'
                   DISPLAY "Enter Cost Centre: " WITH NO ADVANCING
                   ACCEPT WS-GLM-KEY
               WHEN 'E'
                   DISPLAY "Enter Cost Centre (or Department Name "
                           "for unallocated staff): " WITH NO ADVANCING
                   ACCEPT WS-GLM-KEY
               WHEN 'B'
                   DISPLAY "Enter Employer Contribution Type Code: "
                           WITH NO ADVANCING
                   ACCEPT WS-GLM-KEY
               WHEN OTHER
                   MOVE SPACES TO WS-GLM-KEY
           END-EVALUATE
           IF WS-GLM-TYPE = 'S'
               INSPECT WS-GLM-KEY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF

           DISPLAY "Enter GL Account Number: " WITH NO ADVANCING
           MOVE 'N' TO WS-FOUND
           DISPLAY " ".

      *> Cost-centre allocation master maintenance. A set is entered
      *> whole - every cost centre and its percentage for one employee
      *> from one effective month - and is only saved when the lines
      *> total exactly 100%. Re-entering a set for the same month
      *> replaces it.
       COST-ALLOCATION-MAINTENANCE.
           DISPLAY " "
           DISPLAY "========== COST-CENTRE ALLOCATIONS =========="
           DISPLAY "1. Enter Employee Allocation"
           DISPLAY "2. List Allocations"
           DISPLAY "3. Return"
           DISPLAY "============================================="
           DISPLAY "Enter choice (1-3): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM ENTER-COST-ALLOCATION
               WHEN 2
                   PERFORM LIST-COST-ALLOCATIONS
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

       ENTER-COST-ALLOCATION.
           DISPLAY " "
           DISPLAY "Enter Employee ID: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ID
           PERFORM CHECK-EMPLOYEE-EXISTS
           IF WS-FOUND = 'N'
               DISPLAY "Employee not found!"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND

           DISPLAY "Effective Month (MM): " WITH NO ADVANCING
           ACCEPT WS-ALC-EFF-MONTH
           DISPLAY "Effective Year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-ALC-EFF-YEAR
           IF WS-ALC-EFF-MONTH < 1 OR WS-ALC-EFF-MONTH > 12
               DISPLAY "Invalid month."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ALC-EFF-YYYYMM =
               WS-ALC-EFF-YEAR * 100 + WS-ALC-EFF-MONTH

           MOVE 0 TO WS-ALS-COUNT
           MOVE 0 TO WS-ALC-TOTAL-PCT
           MOVE 'N' TO WS-ALC-DONE
           DISPLAY "Enter each cost centre and its percentage "
                   "(blank cost centre to finish)."
           PERFORM UNTIL WS-ALC-DONE = 'Y'
               MOVE SPACES TO WS-ALC-CC-IN
               DISPLAY "  Cost Centre: " WITH NO ADVANCING
               ACCEPT WS-ALC-CC-IN
               IF WS-ALC-CC-IN = SPACES
                   MOVE 'Y' TO WS-ALC-DONE
               ELSE
                   PERFORM ADD-ALLOCATION-SPLIT-LINE
               END-IF
           END-PERFORM

           IF WS-ALS-COUNT = 0
               DISPLAY "No cost centres entered - nothing saved."
               EXIT PARAGRAPH
           END-IF
           IF WS-ALC-TOTAL-PCT NOT = 100
               MOVE WS-ALC-TOTAL-PCT TO WS-ALC-TOTAL-ED
               DISPLAY "Splits total " WS-ALC-TOTAL-ED
                       "% - they must total exactly 100.00%. "
                       "Nothing saved."
               EXIT PARAGRAPH
           END-IF

           PERFORM SAVE-ALLOCATION-SET
           IF WS-FILE-OP-RC NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ALC-EFF-YYYYMM TO WS-ALC-EFF-ED
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "COST-ALLOCATION " WS-INPUT-ID " " WS-ALC-EFF-ED
                  DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG
           IF WS-ALC-REPLACED = 'Y'
               DISPLAY "Allocation replaced from " WS-ALC-EFF-ED "."
           ELSE
               DISPLAY "Allocation saved from " WS-ALC-EFF-ED "."
           END-IF
           DISPLAY " ".

       ADD-ALLOCATION-SPLIT-LINE.
           INSPECT WS-ALC-CC-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 'N' TO WS-ALC-DUP
           PERFORM VARYING WS-ALS-IDX FROM 1 BY 1
                   UNTIL WS-ALS-IDX > WS-ALS-COUNT
               IF WS-ALS-CC(WS-ALS-IDX) = WS-ALC-CC-IN
                   MOVE 'Y' TO WS-ALC-DUP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ALC-DUP = 'Y'
               DISPLAY "  Cost centre already in this allocation."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "  Percent: " WITH NO ADVANCING
           ACCEPT WS-ALC-PCT-IN
           IF WS-ALC-PCT-IN = 0
               DISPLAY "  Percent must be greater than zero."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ALS-COUNT
           MOVE WS-ALC-CC-IN TO WS-ALS-CC(WS-ALS-COUNT)
           MOVE 'C' TO WS-ALS-SOURCE(WS-ALS-COUNT)
           MOVE WS-ALC-PCT-IN TO WS-ALS-PCT(WS-ALS-COUNT)
           ADD WS-ALC-PCT-IN TO WS-ALC-TOTAL-PCT
           MOVE WS-ALC-TOTAL-PCT TO WS-ALC-TOTAL-ED
           DISPLAY "  Allocated so far: " WS-ALC-TOTAL-ED "%"
           IF WS-ALS-COUNT >= 20
               DISPLAY "  Maximum of 20 cost centres per allocation."
               MOVE 'Y' TO WS-ALC-DONE
           END-IF.

      *> Copies the master across to the temp file without any
      *> existing lines for this employee and effective month, adds
      *> the new set and swaps the temp file in.
       SAVE-ALLOCATION-SET.
           MOVE 'N' TO WS-ALC-REPLACED
           MOVE 0 TO WS-FILE-OP-RC
           OPEN OUTPUT TEMP-ALLOC-FILE
           OPEN INPUT ALLOC-FILE
           IF WS-ALLOC-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ALLOC-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ALC-EMP-ID = WS-INPUT-ID AND
                              ALC-EFF-YYYYMM = WS-ALC-EFF-YYYYMM
                               MOVE 'Y' TO WS-ALC-REPLACED
                           ELSE
                               WRITE TEMP-ALLOC-RECORD
                                   FROM ALLOC-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALLOC-FILE
               MOVE 'N' TO WS-EOF
           END-IF

           PERFORM VARYING WS-ALS-IDX FROM 1 BY 1
                   UNTIL WS-ALS-IDX > WS-ALS-COUNT
               MOVE WS-INPUT-ID TO WS-ALN-EMP-ID
               MOVE WS-ALC-EFF-YYYYMM TO WS-ALN-EFF-YYYYMM
               MOVE WS-ALS-CC(WS-ALS-IDX) TO WS-ALN-COST-CENTRE
               MOVE WS-ALS-PCT(WS-ALS-IDX) TO WS-ALN-PERCENT
               WRITE TEMP-ALLOC-RECORD FROM WS-ALLOC-NEW-LINE
           END-PERFORM
           CLOSE TEMP-ALLOC-FILE

           CALL "CBL_RENAME_FILE" USING "temp_alloc.dat"
                                        "cost_alloc.dat"
               RETURNING WS-FILE-OP-RC
           IF WS-FILE-OP-RC NOT = 0
               DISPLAY "ERROR: could not replace cost_alloc.dat (RC="
                       WS-FILE-OP-RC ")."
           END-IF.

       LIST-COST-ALLOCATIONS.
           DISPLAY " "
           DISPLAY "Enter Employee ID (0 = all): " WITH NO ADVANCING
           ACCEPT WS-ALC-FILTER-ID
           DISPLAY " "
           DISPLAY "EMP ID | EFFECTIVE | COST CENTRE | PERCENT"
           DISPLAY "-------|-----------|-------------|--------"
           MOVE 0 TO WS-ALC-LINES
           OPEN INPUT ALLOC-FILE
           IF WS-ALLOC-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ALLOC-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-ALC-FILTER-ID = 0 OR
                              ALC-EMP-ID = WS-ALC-FILTER-ID
                               ADD 1 TO WS-ALC-LINES
                               MOVE ALC-EFF-YYYYMM TO WS-ALC-EFF-ED
                               MOVE ALC-PERCENT TO WS-ALC-PCT-ED
                               DISPLAY ALC-EMP-ID "  | "
                                       WS-ALC-EFF-ED "   | "
                                       ALC-COST-CENTRE "  | "
                                       WS-ALC-PCT-ED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALLOC-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           IF WS-ALC-LINES = 0
               DISPLAY "  No cost-centre allocations on file - cost "
                       "is charged to the employee's department."
           END-IF
           DISPLAY " ".

       LOAD-ALLOCATION-MASTER.
           MOVE 0 TO WS-ALM-COUNT
           OPEN INPUT ALLOC-FILE
           IF WS-ALLOC-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALLOC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ALM-COUNT >= 5000
                           DISPLAY "WARNING: allocation table limit "
                                   "(5000) reached - remaining lines "
                                   "ignored."
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-ALM-COUNT
                           MOVE ALC-EMP-ID TO WS-ALM-EMP-ID(WS-ALM-COUNT)
                           MOVE ALC-EFF-YYYYMM
                               TO WS-ALM-EFF(WS-ALM-COUNT)
                           MOVE ALC-COST-CENTRE
                               TO WS-ALM-CC(WS-ALM-COUNT)
                           MOVE ALC-PERCENT TO WS-ALM-PCT(WS-ALM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALLOC-FILE
           MOVE 'N' TO WS-EOF.

      *> Builds WS-ALS for WS-ALC-EMP-WK in month WS-ALC-YYYYMM-WK
      *> from the set with the latest effective month not after it.
      *> With no set in force the employee's department (the current
      *> EMPLOYEE-RECORD) takes 100%, source 'D'.
       GET-EMPLOYEE-ALLOCATION.
           MOVE 0 TO WS-ALS-COUNT
           MOVE 0 TO WS-ALC-BEST-EFF
           PERFORM VARYING WS-ALM-IDX FROM 1 BY 1
                   UNTIL WS-ALM-IDX > WS-ALM-COUNT
               IF WS-ALM-EMP-ID(WS-ALM-IDX) = WS-ALC-EMP-WK AND
                  WS-ALM-EFF(WS-ALM-IDX) <= WS-ALC-YYYYMM-WK AND
                  WS-ALM-EFF(WS-ALM-IDX) > WS-ALC-BEST-EFF
                   MOVE WS-ALM-EFF(WS-ALM-IDX) TO WS-ALC-BEST-EFF
               END-IF
           END-PERFORM

           IF WS-ALC-BEST-EFF > 0
               PERFORM VARYING WS-ALM-IDX FROM 1 BY 1
                       UNTIL WS-ALM-IDX > WS-ALM-COUNT
                   IF WS-ALM-EMP-ID(WS-ALM-IDX) = WS-ALC-EMP-WK AND
                      WS-ALM-EFF(WS-ALM-IDX) = WS-ALC-BEST-EFF AND
                      WS-ALS-COUNT < 20
                       ADD 1 TO WS-ALS-COUNT
                       MOVE WS-ALM-CC(WS-ALM-IDX)
                           TO WS-ALS-CC(WS-ALS-COUNT)
                       MOVE 'C' TO WS-ALS-SOURCE(WS-ALS-COUNT)
                       MOVE WS-ALM-PCT(WS-ALM-IDX)
                           TO WS-ALS-PCT(WS-ALS-COUNT)
                   END-IF
               END-PERFORM
           END-IF

           IF WS-ALS-COUNT = 0
               MOVE 1 TO WS-ALS-COUNT
               MOVE EMP-DEPARTMENT TO WS-ALS-CC(1)
               MOVE 'D' TO WS-ALS-SOURCE(1)
               MOVE 100 TO WS-ALS-PCT(1)
           END-IF.

       SPLIT-ALLOCATION-AMOUNT.
           MOVE WS-ALS-AMOUNT TO WS-ALS-REMAIN
           PERFORM VARYING WS-ALS-IDX FROM 1 BY 1
                   UNTIL WS-ALS-IDX > WS-ALS-COUNT
               IF WS-ALS-IDX = WS-ALS-COUNT
                   MOVE WS-ALS-REMAIN TO WS-ALS-SHARE(WS-ALS-IDX)
               ELSE
                   COMPUTE WS-ALS-SHARE(WS-ALS-IDX) ROUNDED =
                       WS-ALS-AMOUNT * WS-ALS-PCT(WS-ALS-IDX) / 100
                   SUBTRACT WS-ALS-SHARE(WS-ALS-IDX) FROM WS-ALS-REMAIN
               END-IF
           END-PERFORM.

      *> Builds the GL journal for the month just closed: salary
      *> expense debits per cost centre (per department for staff with
      *> no allocation), credits for tax payable, one payable per
      *> deduction type from the stored breakdowns, a MISC payable for
      *> one-off and unitemized deductions, and the net-pay clearing
      *> credit. Employer contributions debit their expense per cost
      *> centre against one payable per contribution type. Everything
      *> nets reversal entries the same way CLOSE-MONTH does, so
      *> debits = credits = the period control totals to the penny.
       WRITE-GL-JOURNAL.
           STRING "gljournal_" WS-INPUT-MONTH WS-INPUT-YEAR ".dat"
                  DELIMITED BY SIZE INTO WS-GL-FILENAME
           MOVE 0 TO WS-GLD-COUNT
           MOVE 0 TO WS-GLP-COUNT
           MOVE 0 TO WS-GLE-COUNT
           MOVE 0 TO WS-GLR-COUNT
           MOVE 0 TO WS-GL-TOT-DR
           MOVE 0 TO WS-GL-TOT-CR
           MOVE 0 TO WS-GL-MANUAL-DED
           MOVE 0 TO WS-GL-RECUR-DED
           MOVE 0 TO WS-GL-DED-POSTED
           PERFORM LOAD-ALLOCATION-MASTER
           COMPUTE WS-ALC-YYYYMM-WK =
               WS-INPUT-YEAR * 100 + WS-INPUT-MONTH

           OPEN INPUT PAYROLL-FILE
           OPEN INPUT EMPLOYEE-FILE
               END-READ
           END-PERFORM
           CLOSE PAYROLL-FILE
           MOVE 'N' TO WS-EOF

           OPEN INPUT PAYROLL-EC-FILE
           IF WS-PAYROLL-EC-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYROLL-EC-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PAYEC-MONTH = WS-INPUT-MONTH AND
                              PAYEC-YEAR = WS-INPUT-YEAR
                               PERFORM ACCUMULATE-GL-EMPLR-CONTRIB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-EC-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           CLOSE EMPLOYEE-FILE

           OPEN INPUT PAYROLL-DED-FILE
           IF WS-PAYROLL-DED-FILE-STATUS = "35"
               CONTINUE

           PERFORM VARYING WS-GLD-IDX FROM 1 BY 1
                   UNTIL WS-GLD-IDX > WS-GLD-COUNT
               IF WS-GLD-SOURCE(WS-GLD-IDX) = 'D'
                   MOVE 'D' TO WS-GL-LOOKUP-TYPE
               ELSE
                   MOVE 'S' TO WS-GL-LOOKUP-TYPE
               END-IF
               MOVE WS-GLD-DEPT(WS-GLD-IDX) TO WS-GL-LOOKUP-KEY
               PERFORM FIND-GL-ACCOUNT
               MOVE "DR" TO WS-GL-DRCR
               PERFORM WRITE-GL-JOURNAL-LINE
           END-PERFORM

           PERFORM VARYING WS-GLD-IDX FROM 1 BY 1
                   UNTIL WS-GLD-IDX > WS-GLD-COUNT
               IF WS-GLD-CONTRIB(WS-GLD-IDX) NOT = 0
                   MOVE 'E' TO WS-GL-LOOKUP-TYPE
                   MOVE WS-GLD-DEPT(WS-GLD-IDX) TO WS-GL-LOOKUP-KEY
                   PERFORM FIND-GL-ACCOUNT
                   MOVE "DR" TO WS-GL-DRCR
                   MOVE WS-GLD-CONTRIB(WS-GLD-IDX) TO WS-GL-AMOUNT
                   MOVE SPACES TO WS-GL-DESC
                   STRING "EMPLOYER COST "
                          WS-GLD-DEPT(WS-GLD-IDX)(1:16)
                          DELIMITED BY SIZE INTO WS-GL-DESC
                   PERFORM WRITE-GL-JOURNAL-LINE
               END-IF
           END-PERFORM

           MOVE 'T' TO WS-GL-LOOKUP-TYPE
           MOVE SPACES TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE "OTHER DEDUCTIONS PAYABLE" TO WS-GL-DESC
           PERFORM WRITE-GL-JOURNAL-LINE

           PERFORM VARYING WS-GLE-IDX FROM 1 BY 1
                   UNTIL WS-GLE-IDX > WS-GLE-COUNT
               MOVE 'B' TO WS-GL-LOOKUP-TYPE
               MOVE SPACES TO WS-GL-LOOKUP-KEY
               MOVE WS-GLE-TYPE(WS-GLE-IDX) TO WS-GL-LOOKUP-KEY(1:4)
               PERFORM FIND-GL-ACCOUNT
               MOVE "CR" TO WS-GL-DRCR
               MOVE WS-GLE-AMOUNT(WS-GLE-IDX) TO WS-GL-AMOUNT
               MOVE SPACES TO WS-GL-DESC
               STRING "EMPLOYER PAYABLE " WS-GLE-TYPE(WS-GLE-IDX)
                      DELIMITED BY SIZE INTO WS-GL-DESC
               PERFORM WRITE-GL-JOURNAL-LINE
           END-PERFORM

           MOVE 'C' TO WS-GL-LOOKUP-TYPE
           MOVE SPACES TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           IF WS-GL-TOT-DR NOT = WS-GL-TOT-CR
               DISPLAY "WARNING: journal is OUT OF BALANCE - do not "
                       "load it; investigate before posting."
               MOVE 'N' TO WS-JOB-STEP-OK
               MOVE "GL JOURNAL OUT OF BALANCE - DO NOT LOAD"
                   TO WS-JOB-MESSAGE
           END-IF.

      *> Reversal entries subtract from the department expense and the
               ADD PAY-DEDUCTIONS TO WS-GL-MANUAL-DED
               ADD PAY-RECURRING-DED TO WS-GL-RECUR-DED
           END-IF
           PERFORM ACCUMULATE-GL-DEPT-GROSS.

      *> The entry's gross is spread over the employee's cost centres
      *> for the month; a reversal spreads the negative amount so it
      *> nets off the same lines.
       ACCUMULATE-GL-DEPT-GROSS.
           MOVE PAY-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "** UNKNOWN **" TO EMP-DEPARTMENT
           END-READ

           MOVE PAY-EMP-ID TO WS-ALC-EMP-WK
           PERFORM GET-EMPLOYEE-ALLOCATION
           IF PAY-ENTRY-TYPE = 'R'
               COMPUTE WS-ALS-AMOUNT = 0 - PAY-GROSS-SALARY
           ELSE
               MOVE PAY-GROSS-SALARY TO WS-ALS-AMOUNT
           END-IF
           PERFORM SPLIT-ALLOCATION-AMOUNT

           PERFORM VARYING WS-ALS-IDX FROM 1 BY 1
                   UNTIL WS-ALS-IDX > WS-ALS-COUNT
               PERFORM FIND-GL-COST-CENTRE
               IF WS-GLD-IDX <= WS-GLD-COUNT
                   ADD WS-ALS-SHARE(WS-ALS-IDX)
                       TO WS-GLD-GROSS(WS-GLD-IDX)
               END-IF
           END-PERFORM.

      *> Finds or creates the journal line for cost centre (or
      *> department) WS-ALS-CC(WS-ALS-IDX); leaves WS-GLD-IDX pointing
      *> at it (past the table when full).
       FIND-GL-COST-CENTRE.
           MOVE 'N' TO WS-GLD-FOUND
           PERFORM VARYING WS-GLD-IDX FROM 1 BY 1
                   UNTIL WS-GLD-IDX > WS-GLD-COUNT
               IF WS-GLD-DEPT(WS-GLD-IDX) = WS-ALS-CC(WS-ALS-IDX) AND
                  WS-GLD-SOURCE(WS-GLD-IDX) =
                      WS-ALS-SOURCE(WS-ALS-IDX)
                   MOVE 'Y' TO WS-GLD-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-GLD-FOUND = 'N'
               IF WS-GLD-COUNT >= 200
                   DISPLAY "WARNING: GL department table limit (200) "
                           "reached - " WS-ALS-CC(WS-ALS-IDX)
                           " not included in journal."
               ELSE
                   ADD 1 TO WS-GLD-COUNT
                   MOVE WS-ALS-CC(WS-ALS-IDX)
                       TO WS-GLD-DEPT(WS-GLD-COUNT)
                   MOVE WS-ALS-SOURCE(WS-ALS-IDX)
                       TO WS-GLD-SOURCE(WS-GLD-COUNT)
                   MOVE 0 TO WS-GLD-GROSS(WS-GLD-COUNT)
                   MOVE 0 TO WS-GLD-CONTRIB(WS-GLD-COUNT)
                   MOVE WS-GLD-COUNT TO WS-GLD-IDX
               END-IF
           END-IF.

      *> Employer contribution lines are stored once per
      *> employee-month like the deduction breakdowns, so a reversed
      *> month's lines are skipped. The rest are spread over the
      *> employee's cost centres and gathered per contribution type
      *> for the payable side.
       ACCUMULATE-GL-EMPLR-CONTRIB.
           MOVE 'N' TO WS-GLR-HIT
           PERFORM VARYING WS-GLR-IDX FROM 1 BY 1
                   UNTIL WS-GLR-IDX > WS-GLR-COUNT
               IF WS-GLR-EMP-ID(WS-GLR-IDX) = PAYEC-EMP-ID
                   MOVE 'Y' TO WS-GLR-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GLR-HIT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-GLE-FOUND
           PERFORM VARYING WS-GLE-IDX FROM 1 BY 1
                   UNTIL WS-GLE-IDX > WS-GLE-COUNT
               IF WS-GLE-TYPE(WS-GLE-IDX) = PAYEC-TYPE-CODE
                   MOVE 'Y' TO WS-GLE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GLE-FOUND = 'N'
               IF WS-GLE-COUNT >= 100
                   DISPLAY "WARNING: GL employer payable table limit "
                           "(100) reached - " PAYEC-TYPE-CODE
                           " not included in journal."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GLE-COUNT
               MOVE PAYEC-TYPE-CODE TO WS-GLE-TYPE(WS-GLE-COUNT)
               MOVE 0 TO WS-GLE-AMOUNT(WS-GLE-COUNT)
               MOVE WS-GLE-COUNT TO WS-GLE-IDX
           END-IF
           ADD PAYEC-AMOUNT TO WS-GLE-AMOUNT(WS-GLE-IDX)

           MOVE PAYEC-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "** UNKNOWN **" TO EMP-DEPARTMENT
           END-READ
           MOVE PAYEC-EMP-ID TO WS-ALC-EMP-WK
           PERFORM GET-EMPLOYEE-ALLOCATION
           MOVE PAYEC-AMOUNT TO WS-ALS-AMOUNT
           PERFORM SPLIT-ALLOCATION-AMOUNT

           PERFORM VARYING WS-ALS-IDX FROM 1 BY 1
                   UNTIL WS-ALS-IDX > WS-ALS-COUNT
               PERFORM FIND-GL-COST-CENTRE
               IF WS-GLD-IDX <= WS-GLD-COUNT
                   ADD WS-ALS-SHARE(WS-ALS-IDX)
                       TO WS-GLD-CONTRIB(WS-GLD-IDX)
               END-IF
           END-PERFORM.

       ACCUMULATE-GL-PAYABLE.
      *> The breakdown is stored once per employee-month (only the 00
               ELSE
                   MOVE "DR" TO WS-GL-DRCR
               END-IF
           END-IF
           MOVE WS-GL-ACCOUNT TO WS-GJD-ACCOUNT
           MOVE WS-GL-DRCR TO WS-GJD-DRCR
           MOVE WS-GL-AMOUNT TO WS-GJD-AMOUNT
           MOVE WS-GL-DESC TO WS-GJD-DESC
           WRITE GL-JOURNAL-RECORD FROM WS-GL-DETAIL-LINE
           IF WS-GL-DRCR = "DR"
               ADD WS-GL-AMOUNT TO WS-GL-TOT-DR
           ELSE
               ADD WS-GL-AMOUNT TO WS-GL-TOT-CR
           END-IF.

      *> Third-party remittances: the payee master and the period-end
      *> remittance run that pays over the tax, deductions and
      *> employer contributions held for a closed month.
       REMITTANCE-MENU.
           DISPLAY " "
           DISPLAY "========== THIRD-PARTY REMITTANCES =========="
           DISPLAY "1. Add Payee Mapping"
           DISPLAY "2. List Payee Mappings"
           DISPLAY "3. Remittance Run"
           DISPLAY "4. List Remitted Months"
           DISPLAY "5. Return"
           DISPLAY "============================================="
           DISPLAY "Enter choice (1-5): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM ADD-REMIT-PAYEE
               WHEN 2
                   PERFORM LIST-REMIT-PAYEES
               WHEN 3
                   PERFORM REMITTANCE-RUN
               WHEN 4
                   PERFORM LIST-REMITTED-MONTHS
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

       ADD-REMIT-PAYEE.
           DISPLAY " "
           DISPLAY "Source - D=Deduction Type, E=Employer Contribution"
           DISPLAY "         Type, T=Withheld Income Tax"
           DISPLAY "Enter Source (D/E/T): " WITH NO ADVANCING
           ACCEPT WS-RMT-SOURCE-WK
           EVALUATE WS-RMT-SOURCE-WK
               WHEN 'd' MOVE 'D' TO WS-RMT-SOURCE-WK
               WHEN 'e' MOVE 'E' TO WS-RMT-SOURCE-WK
               WHEN 't' MOVE 'T' TO WS-RMT-SOURCE-WK
           END-EVALUATE
           IF WS-RMT-SOURCE-WK NOT = 'D' AND
              WS-RMT-SOURCE-WK NOT = 'E' AND
              WS-RMT-SOURCE-WK NOT = 'T'
               DISPLAY "Invalid source."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RMT-TYPE-WK
           EVALUATE WS-RMT-SOURCE-WK
               WHEN 'D'
                   DISPLAY "Enter Deduction Type Code: "
                           WITH NO ADVANCING
                   ACCEPT WS-RMT-TYPE-WK
               WHEN 'E'
                   DISPLAY "Enter Employer Contribution Type Code: "
                           WITH NO ADVANCING
                   ACCEPT WS-RMT-TYPE-WK
           END-EVALUATE

           DISPLAY "Enter Payee ID: " WITH NO ADVANCING
           ACCEPT WS-RMT-PAYEE-ID-IN
           IF WS-RMT-PAYEE-ID-IN = SPACES
               DISPLAY "Payee ID is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Payee Name: " WITH NO ADVANCING
           ACCEPT WS-RMT-PAYEE-NAME-IN
           DISPLAY "Enter Payee Bank Routing: " WITH NO ADVANCING
           ACCEPT WS-RMT-ROUTING-IN
           DISPLAY "Enter Payee Bank Account: " WITH NO ADVANCING
           ACCEPT WS-RMT-ACCOUNT-IN
           DISPLAY "Enter Our Reference With Payee: "
                   WITH NO ADVANCING
           ACCEPT WS-RMT-REFERENCE-IN

           OPEN EXTEND PAYEE-FILE
           IF WS-PAYEE-FILE-STATUS = "35"
               OPEN OUTPUT PAYEE-FILE
               CLOSE PAYEE-FILE
               OPEN EXTEND PAYEE-FILE
           END-IF
           MOVE WS-RMT-SOURCE-WK TO RP-SOURCE
           MOVE WS-RMT-TYPE-WK TO RP-TYPE-CODE
           MOVE WS-RMT-PAYEE-ID-IN TO RP-PAYEE-ID
           MOVE WS-RMT-PAYEE-NAME-IN TO RP-PAYEE-NAME
           MOVE WS-RMT-ROUTING-IN TO RP-ROUTING
           MOVE WS-RMT-ACCOUNT-IN TO RP-ACCOUNT
           MOVE WS-RMT-REFERENCE-IN TO RP-REFERENCE
           WRITE PAYEE-RECORD
           CLOSE PAYEE-FILE

           MOVE "ADD-REMIT-PAYEE" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Payee mapping added."
           DISPLAY " ".

       LIST-REMIT-PAYEES.
           DISPLAY " "
           DISPLAY "S | TYPE | PAYEE    | NAME                           "
                   "| ROUTING   | ACCOUNT"
           DISPLAY "--|------|----------|--------------------------------"
                   "|-----------|------------------"
           MOVE 0 TO WS-RMT-LINES
           OPEN INPUT PAYEE-FILE
           IF WS-PAYEE-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYEE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RMT-LINES
                           DISPLAY RP-SOURCE " | " RP-TYPE-CODE " | "
                                   RP-PAYEE-ID " | " RP-PAYEE-NAME
                                   " | " RP-ROUTING " | " RP-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE PAYEE-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           IF WS-RMT-LINES = 0
               DISPLAY "  No payee mappings on file."
           END-IF
           DISPLAY " ".

       LIST-REMITTED-MONTHS.
           DISPLAY " "
           DISPLAY "MONTH   | RUN DATE | RUN BY     | PAYEES | TOTAL"
           DISPLAY "--------|----------|------------|--------|---------"
           MOVE 0 TO WS-RMT-LINES
           OPEN INPUT REMIT-REG-FILE
           IF WS-REMIT-REG-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REMIT-REG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RMT-LINES
                           MOVE RR-TOTAL TO WS-RMT-AMOUNT-ED
                           DISPLAY RR-MONTH "/" RR-YEAR " | "
                                   RR-RUN-DATE " | " RR-RUN-BY " | "
                                   RR-PAYEE-COUNT "  | "
                                   WS-RMT-AMOUNT-ED
                   END-READ
               END-PERFORM
               CLOSE REMIT-REG-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           IF WS-RMT-LINES = 0
               DISPLAY "  No months remitted yet."
           END-IF
           DISPLAY " ".

      *> Remits a closed month once. The amounts are built the same
      *> way the GL journal builds its payables - tax and manual /
      *> unitemized deductions from payroll.dat netted for reversals,
      *> itemized deductions and employer contributions from their
      *> stored breakdowns with reversed months skipped - so the
      *> remitted plus unremitted amounts equal the GL payable
      *> postings, and tax plus deductions equal gross less net on
      *> the period close record.
       REMITTANCE-RUN.
           DISPLAY " "
           DISPLAY "========== REMITTANCE RUN =========="
           DISPLAY "Enter Month (MM): " WITH NO ADVANCING
           ACCEPT WS-INPUT-MONTH
           DISPLAY "Enter Year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-INPUT-YEAR

           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PERIOD-CLOSED = 'N'
               DISPLAY "Period " WS-INPUT-MONTH "/" WS-INPUT-YEAR
                       " is not closed - close the month before "
                       "remitting."
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-MONTH-REMITTED
           IF WS-RMT-REMITTED = 'Y'
               DISPLAY "Period " WS-INPUT-MONTH "/" WS-INPUT-YEAR
                       " was already remitted on " WS-RMT-REMIT-DATE
                       " by " WS-RMT-REMIT-BY "."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PERIOD-CLOSE-TOTALS
           PERFORM LOAD-REMIT-PAYEES
           PERFORM BUILD-REMIT-AMOUNTS
           PERFORM RESOLVE-REMIT-PAYEES

           DISPLAY " "
           DISPLAY "REMITTANCES FOR " WS-INPUT-MONTH "/" WS-INPUT-YEAR
           DISPLAY "PAYEE    | NAME                           | AMOUNT"
           DISPLAY "---------|--------------------------------|-------"
           PERFORM VARYING WS-RPE-IDX FROM 1 BY 1
                   UNTIL WS-RPE-IDX > WS-RPE-COUNT
               MOVE WS-RPE-AMOUNT(WS-RPE-IDX) TO WS-RMT-AMOUNT-ED
               DISPLAY WS-RPE-PAYEE-ID(WS-RPE-IDX) " | "
                       WS-RPE-NAME(WS-RPE-IDX) " | "
                       WS-RMT-AMOUNT-ED
           END-PERFORM
           IF WS-RPE-COUNT = 0
               DISPLAY "  No amounts map to a payee."
           END-IF
           PERFORM DISPLAY-UNREMITTED-AMOUNTS
           PERFORM DISPLAY-REMIT-TIE-OUT

           IF WS-RPE-COUNT = 0
               DISPLAY "Nothing to remit - run cancelled."
               EXIT PARAGRAPH
           END-IF
           IF WS-RMT-TIES = 'N'
               DISPLAY "WARNING: remittances do not tie to the close "
                       "totals - investigate before paying."
           END-IF
           DISPLAY "Confirm remittance of " WS-INPUT-MONTH "/"
                   WS-INPUT-YEAR " (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Remittance cancelled - nothing written."
               EXIT PARAGRAPH
           END-IF

           STRING "remit_" WS-INPUT-MONTH WS-INPUT-YEAR ".dat"
                  DELIMITED BY SIZE INTO WS-RMT-FILENAME
           STRING "remit_sched_" WS-INPUT-MONTH WS-INPUT-YEAR ".txt"
                  DELIMITED BY SIZE INTO WS-RMT-SCHED-FILENAME
           PERFORM WRITE-REMIT-SCHEDULE
           PERFORM WRITE-REMIT-INSTRUCTIONS

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           OPEN EXTEND REMIT-REG-FILE
           IF WS-REMIT-REG-FILE-STATUS = "35"
               OPEN OUTPUT REMIT-REG-FILE
               CLOSE REMIT-REG-FILE
               OPEN EXTEND REMIT-REG-FILE
           END-IF
           MOVE WS-INPUT-YEAR TO RR-YEAR
           MOVE WS-INPUT-MONTH TO RR-MONTH
           MOVE WS-CURRENT-DATETIME(1:8) TO RR-RUN-DATE
           MOVE WS-CURRENT-USER TO RR-RUN-BY
           MOVE WS-RPE-COUNT TO RR-PAYEE-COUNT
           MOVE WS-RMT-REMIT-TOTAL TO RR-TOTAL
           WRITE REMIT-REG-RECORD
           CLOSE REMIT-REG-FILE

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REMITTANCE-RUN " WS-INPUT-MONTH "/" WS-INPUT-YEAR
                  DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "Payment instructions written: " WS-RMT-FILENAME
           DISPLAY "Remittance schedule written:  "
                   WS-RMT-SCHED-FILENAME
           MOVE WS-RMT-REMIT-TOTAL TO WS-RMT-AMOUNT-ED
           DISPLAY "  Payees: " WS-RPE-COUNT "  Total: $"
                   WS-RMT-AMOUNT-ED
           DISPLAY " ".

       CHECK-MONTH-REMITTED.
           MOVE 'N' TO WS-RMT-REMITTED
           OPEN INPUT REMIT-REG-FILE
           IF WS-REMIT-REG-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REMIT-REG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RR-YEAR = WS-INPUT-YEAR AND
                          RR-MONTH = WS-INPUT-MONTH
                           MOVE 'Y' TO WS-RMT-REMITTED
                           MOVE RR-RUN-DATE TO WS-RMT-REMIT-DATE
                           MOVE RR-RUN-BY TO WS-RMT-REMIT-BY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REMIT-REG-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-PERIOD-CLOSE-TOTALS.
           MOVE 0 TO WS-RMT-CLOSE-GROSS
           MOVE 0 TO WS-RMT-CLOSE-TAX
           MOVE 0 TO WS-RMT-CLOSE-NET
           OPEN INPUT PERIOD-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ PERIOD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PERIOD-YEAR = WS-INPUT-YEAR AND
                          PERIOD-MONTH = WS-INPUT-MONTH AND
                          PERIOD-STATUS = 'C'
                           MOVE PERIOD-TOTAL-GROSS
                               TO WS-RMT-CLOSE-GROSS
                           MOVE PERIOD-TOTAL-TAX TO WS-RMT-CLOSE-TAX
                           MOVE PERIOD-TOTAL-NET TO WS-RMT-CLOSE-NET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE
           MOVE 'N' TO WS-EOF
           COMPUTE WS-RMT-CLOSE-DED =
               WS-RMT-CLOSE-GROSS - WS-RMT-CLOSE-TAX - WS-RMT-CLOSE-NET.

      *> Latest mapping for each source/type wins.
       LOAD-REMIT-PAYEES.
           MOVE 0 TO WS-RPY-COUNT
           OPEN INPUT PAYEE-FILE
           IF WS-PAYEE-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-REMIT-PAYEE-LINE
               END-READ
           END-PERFORM
           CLOSE PAYEE-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-REMIT-PAYEE-LINE.
           MOVE 'N' TO WS-RPY-FOUND
           PERFORM VARYING WS-RPY-IDX FROM 1 BY 1
                   UNTIL WS-RPY-IDX > WS-RPY-COUNT
               IF WS-RPY-SOURCE(WS-RPY-IDX) = RP-SOURCE AND
                  (RP-SOURCE = 'T' OR
                   WS-RPY-TYPE(WS-RPY-IDX) = RP-TYPE-CODE)
                   MOVE 'Y' TO WS-RPY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RPY-FOUND = 'N'
               IF WS-RPY-COUNT >= 200
                   DISPLAY "WARNING: payee table limit (200) reached "
                           "- " RP-SOURCE " " RP-TYPE-CODE
                           " ignored."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RPY-COUNT
               MOVE WS-RPY-COUNT TO WS-RPY-IDX
           END-IF
           MOVE RP-SOURCE TO WS-RPY-SOURCE(WS-RPY-IDX)
           MOVE RP-TYPE-CODE TO WS-RPY-TYPE(WS-RPY-IDX)
           MOVE RP-PAYEE-ID TO WS-RPY-PAYEE-ID(WS-RPY-IDX)
           MOVE RP-PAYEE-NAME TO WS-RPY-NAME(WS-RPY-IDX)
           MOVE RP-ROUTING TO WS-RPY-ROUTING(WS-RPY-IDX)
           MOVE RP-ACCOUNT TO WS-RPY-ACCOUNT(WS-RPY-IDX)
           MOVE RP-REFERENCE TO WS-RPY-REFERENCE(WS-RPY-IDX).

       BUILD-REMIT-AMOUNTS.
           MOVE 0 TO WS-RME-COUNT
           MOVE 0 TO WS-RMY-COUNT
           MOVE 0 TO WS-RMT-TAX-TOTAL
           MOVE 0 TO WS-RMT-DED-TOTAL
           MOVE 0 TO WS-RMT-MISC
           MOVE 0 TO WS-RMT-EC-TOTAL

           OPEN INPUT PAYROLL-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PAY-MONTH = WS-INPUT-MONTH AND
                          PAY-YEAR = WS-INPUT-YEAR
                           PERFORM ACCUMULATE-REMIT-PAYROLL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-FILE
           MOVE 'N' TO WS-EOF

           OPEN INPUT PAYROLL-DED-FILE
           IF WS-PAYROLL-DED-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYROLL-DED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PAYDED-MONTH = WS-INPUT-MONTH AND
                              PAYDED-YEAR = WS-INPUT-YEAR
                               PERFORM ACCUMULATE-REMIT-DEDUCTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-DED-FILE
               MOVE 'N' TO WS-EOF
           END-IF

           OPEN INPUT PAYROLL-EC-FILE
           IF WS-PAYROLL-EC-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYROLL-EC-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PAYEC-MONTH = WS-INPUT-MONTH AND
                              PAYEC-YEAR = WS-INPUT-YEAR
                               PERFORM ACCUMULATE-REMIT-EMPLR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-EC-FILE
               MOVE 'N' TO WS-EOF
           END-IF

           PERFORM VARYING WS-RME-IDX FROM 1 BY 1
                   UNTIL WS-RME-IDX > WS-RME-COUNT
               ADD WS-RME-TAX(WS-RME-IDX) TO WS-RMT-TAX-TOTAL
               ADD WS-RME-OTHER(WS-RME-IDX) TO WS-RMT-MISC
           END-PERFORM
           IF WS-RMT-TAX-TOTAL NOT = 0
               MOVE 'T' TO WS-RMT-SOURCE-WK
               MOVE SPACES TO WS-RMT-TYPE-WK
               PERFORM FIND-REMIT-TYPE
               IF WS-RMY-IDX <= WS-RMY-COUNT
                   MOVE WS-RMT-TAX-TOTAL TO WS-RMY-AMOUNT(WS-RMY-IDX)
               END-IF
           END-IF.

      *> WS-RME-OTHER starts as the manual plus recurring deductions
      *> and has the itemized lines taken off it in the breakdown
      *> pass, leaving the one-off / unitemized amount the GL journal
      *> posts to its MISC payable.
       ACCUMULATE-REMIT-PAYROLL.
           MOVE 'N' TO WS-RME-FOUND
           PERFORM VARYING WS-RME-IDX FROM 1 BY 1
                   UNTIL WS-RME-IDX > WS-RME-COUNT
               IF WS-RME-EMP-ID(WS-RME-IDX) = PAY-EMP-ID
                   MOVE 'Y' TO WS-RME-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RME-FOUND = 'N'
               IF WS-RME-COUNT >= 5000
                   DISPLAY "WARNING: remittance employee table limit "
                           "(5000) reached - " PAY-EMP-ID
                           " not included."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RME-COUNT
               MOVE WS-RME-COUNT TO WS-RME-IDX
               MOVE PAY-EMP-ID TO WS-RME-EMP-ID(WS-RME-IDX)
               MOVE 0 TO WS-RME-TAX(WS-RME-IDX)
               MOVE 0 TO WS-RME-OTHER(WS-RME-IDX)
               MOVE 'N' TO WS-RME-REVERSED(WS-RME-IDX)
           END-IF
           IF PAY-ENTRY-TYPE = 'R'
               SUBTRACT PAY-TAX FROM WS-RME-TAX(WS-RME-IDX)
               SUBTRACT PAY-DEDUCTIONS FROM WS-RME-OTHER(WS-RME-IDX)
               SUBTRACT PAY-RECURRING-DED
                   FROM WS-RME-OTHER(WS-RME-IDX)
               MOVE 'Y' TO WS-RME-REVERSED(WS-RME-IDX)
           ELSE
               ADD PAY-TAX TO WS-RME-TAX(WS-RME-IDX)
               ADD PAY-DEDUCTIONS TO WS-RME-OTHER(WS-RME-IDX)
               ADD PAY-RECURRING-DED TO WS-RME-OTHER(WS-RME-IDX)
           END-IF.

       ACCUMULATE-REMIT-DEDUCTION.
           MOVE PAYDED-EMP-ID TO WS-SEARCH-ID
           PERFORM CHECK-REMIT-REVERSED
           IF WS-RME-HIT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-RME-FOUND = 'Y'
               SUBTRACT PAYDED-AMOUNT FROM WS-RME-OTHER(WS-RME-IDX)
           END-IF
           MOVE 'D' TO WS-RMT-SOURCE-WK
           MOVE PAYDED-TYPE-CODE TO WS-RMT-TYPE-WK
           PERFORM FIND-REMIT-TYPE
           IF WS-RMY-IDX <= WS-RMY-COUNT
               ADD PAYDED-AMOUNT TO WS-RMY-AMOUNT(WS-RMY-IDX)
           END-IF
           ADD PAYDED-AMOUNT TO WS-RMT-DED-TOTAL.

       ACCUMULATE-REMIT-EMPLR.
           MOVE PAYEC-EMP-ID TO WS-SEARCH-ID
           PERFORM CHECK-REMIT-REVERSED
           IF WS-RME-HIT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'E' TO WS-RMT-SOURCE-WK
           MOVE PAYEC-TYPE-CODE TO WS-RMT-TYPE-WK
           PERFORM FIND-REMIT-TYPE
           IF WS-RMY-IDX <= WS-RMY-COUNT
               ADD PAYEC-AMOUNT TO WS-RMY-AMOUNT(WS-RMY-IDX)
           END-IF
           ADD PAYEC-AMOUNT TO WS-RMT-EC-TOTAL.

      *> Breakdown lines are stored once per employee-month, so a
      *> reversed month's lines are skipped (WS-RME-HIT = 'Y').
      *> Leaves WS-RME-IDX on the employee when WS-RME-FOUND = 'Y'.
       CHECK-REMIT-REVERSED.
           MOVE 'N' TO WS-RME-HIT
           MOVE 'N' TO WS-RME-FOUND
           PERFORM VARYING WS-RME-IDX FROM 1 BY 1
                   UNTIL WS-RME-IDX > WS-RME-COUNT
               IF WS-RME-EMP-ID(WS-RME-IDX) = WS-SEARCH-ID
                   MOVE 'Y' TO WS-RME-FOUND
                   MOVE WS-RME-REVERSED(WS-RME-IDX) TO WS-RME-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Finds or creates the month's total for WS-RMT-SOURCE-WK /
      *> WS-RMT-TYPE-WK; WS-RMY-IDX past the table when full.
       FIND-REMIT-TYPE.
           MOVE 'N' TO WS-RMY-FOUND
           PERFORM VARYING WS-RMY-IDX FROM 1 BY 1
                   UNTIL WS-RMY-IDX > WS-RMY-COUNT
               IF WS-RMY-SOURCE(WS-RMY-IDX) = WS-RMT-SOURCE-WK AND
                  WS-RMY-TYPE(WS-RMY-IDX) = WS-RMT-TYPE-WK
                   MOVE 'Y' TO WS-RMY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RMY-FOUND = 'N'
               IF WS-RMY-COUNT >= 200
                   DISPLAY "WARNING: remittance type table limit "
                           "(200) reached - " WS-RMT-TYPE-WK
                           " not remitted."
               ELSE
                   ADD 1 TO WS-RMY-COUNT
                   MOVE WS-RMT-SOURCE-WK TO WS-RMY-SOURCE(WS-RMY-COUNT)
                   MOVE WS-RMT-TYPE-WK TO WS-RMY-TYPE(WS-RMY-COUNT)
                   MOVE 0 TO WS-RMY-AMOUNT(WS-RMY-COUNT)
                   MOVE 0 TO WS-RMY-PAYEE-NO(WS-RMY-COUNT)
                   MOVE WS-RMY-COUNT TO WS-RMY-IDX
               END-IF
           END-IF.

      *> Points each type total at its payee and adds it to that
      *> payee's payment. Types with no mapping stay at payee 0 and
      *> are reported as not remitted.
       RESOLVE-REMIT-PAYEES.
           MOVE 0 TO WS-RPE-COUNT
           MOVE 0 TO WS-RMT-REMIT-TOTAL
           MOVE 0 TO WS-RMT-UNREMIT-TOTAL
           PERFORM VARYING WS-RMY-IDX FROM 1 BY 1
                   UNTIL WS-RMY-IDX > WS-RMY-COUNT
               MOVE 'N' TO WS-RPY-FOUND
               PERFORM VARYING WS-RPY-IDX FROM 1 BY 1
                       UNTIL WS-RPY-IDX > WS-RPY-COUNT
                   IF WS-RPY-SOURCE(WS-RPY-IDX) =
                          WS-RMY-SOURCE(WS-RMY-IDX) AND
                      (WS-RMY-SOURCE(WS-RMY-IDX) = 'T' OR
                       WS-RPY-TYPE(WS-RPY-IDX) =
                          WS-RMY-TYPE(WS-RMY-IDX))
                       MOVE 'Y' TO WS-RPY-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-RPY-FOUND = 'Y' AND WS-RMY-AMOUNT(WS-RMY-IDX) > 0
                   PERFORM ADD-REMIT-PAYEE-AMOUNT
               ELSE
                   ADD WS-RMY-AMOUNT(WS-RMY-IDX)
                       TO WS-RMT-UNREMIT-TOTAL
               END-IF
           END-PERFORM.

       ADD-REMIT-PAYEE-AMOUNT.
           MOVE 'N' TO WS-RPE-FOUND
           PERFORM VARYING WS-RPE-IDX FROM 1 BY 1
                   UNTIL WS-RPE-IDX > WS-RPE-COUNT
               IF WS-RPE-PAYEE-ID(WS-RPE-IDX) =
                      WS-RPY-PAYEE-ID(WS-RPY-IDX)
                   MOVE 'Y' TO WS-RPE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RPE-FOUND = 'N'
               IF WS-RPE-COUNT >= 200
                   DISPLAY "WARNING: payee table limit (200) reached "
                           "- " WS-RPY-PAYEE-ID(WS-RPY-IDX)
                           " not remitted."
                   ADD WS-RMY-AMOUNT(WS-RMY-IDX)
                       TO WS-RMT-UNREMIT-TOTAL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RPE-COUNT
               MOVE WS-RPE-COUNT TO WS-RPE-IDX
               MOVE WS-RPY-PAYEE-ID(WS-RPY-IDX)
                   TO WS-RPE-PAYEE-ID(WS-RPE-IDX)
               MOVE WS-RPY-NAME(WS-RPY-IDX) TO WS-RPE-NAME(WS-RPE-IDX)
               MOVE WS-RPY-ROUTING(WS-RPY-IDX)
                   TO WS-RPE-ROUTING(WS-RPE-IDX)
               MOVE WS-RPY-ACCOUNT(WS-RPY-IDX)
                   TO WS-RPE-ACCOUNT(WS-RPE-IDX)
               MOVE WS-RPY-REFERENCE(WS-RPY-IDX)
                   TO WS-RPE-REFERENCE(WS-RPE-IDX)
               MOVE 0 TO WS-RPE-AMOUNT(WS-RPE-IDX)
           END-IF
           MOVE WS-RPE-IDX TO WS-RMY-PAYEE-NO(WS-RMY-IDX)
           ADD WS-RMY-AMOUNT(WS-RMY-IDX) TO WS-RPE-AMOUNT(WS-RPE-IDX)
           ADD WS-RMY-AMOUNT(WS-RMY-IDX) TO WS-RMT-REMIT-TOTAL.

       DISPLAY-UNREMITTED-AMOUNTS.
           DISPLAY " "
           DISPLAY "NOT REMITTED (NO PAYEE ON FILE):"
           MOVE 0 TO WS-RMT-LINES
           PERFORM VARYING WS-RMY-IDX FROM 1 BY 1
                   UNTIL WS-RMY-IDX > WS-RMY-COUNT
               IF WS-RMY-PAYEE-NO(WS-RMY-IDX) = 0 AND
                  WS-RMY-AMOUNT(WS-RMY-IDX) NOT = 0
                   ADD 1 TO WS-RMT-LINES
                   MOVE WS-RMY-AMOUNT(WS-RMY-IDX) TO WS-RMT-AMOUNT-ED
                   DISPLAY "  " WS-RMY-SOURCE(WS-RMY-IDX) " "
                           WS-RMY-TYPE(WS-RMY-IDX) "  $"
                           WS-RMT-AMOUNT-ED
               END-IF
           END-PERFORM
           IF WS-RMT-MISC NOT = 0
               ADD 1 TO WS-RMT-LINES
               MOVE WS-RMT-MISC TO WS-RMT-AMOUNT-ED
               DISPLAY "  OTHER (ONE-OFF/UNITEMIZED) $" WS-RMT-AMOUNT-ED
           END-IF
           IF WS-RMT-LINES = 0
               DISPLAY "  None."
           END-IF
           ADD WS-RMT-MISC TO WS-RMT-UNREMIT-TOTAL.

      *> Tax and deductions withheld must equal gross less net on the
      *> close record; remitted plus not remitted must equal every
      *> payable the GL journal posted for the month.
       DISPLAY-REMIT-TIE-OUT.
           MOVE 'Y' TO WS-RMT-TIES
           COMPUTE WS-RMT-GL-TOTAL =
               WS-RMT-TAX-TOTAL + WS-RMT-DED-TOTAL + WS-RMT-MISC
               + WS-RMT-EC-TOTAL
           DISPLAY " "
           DISPLAY "TIE-OUT:"
           MOVE WS-RMT-CLOSE-TAX TO WS-RMT-AMOUNT-ED
           DISPLAY "  Tax per close totals:          $" WS-RMT-AMOUNT-ED
           MOVE WS-RMT-TAX-TOTAL TO WS-RMT-AMOUNT-ED
           DISPLAY "  Tax withheld:                  $" WS-RMT-AMOUNT-ED
           IF WS-RMT-TAX-TOTAL NOT = WS-RMT-CLOSE-TAX
               MOVE 'N' TO WS-RMT-TIES
           END-IF
           MOVE WS-RMT-CLOSE-DED TO WS-RMT-AMOUNT-ED
           DISPLAY "  Deductions per close totals:   $" WS-RMT-AMOUNT-ED
           COMPUTE WS-RMT-AMOUNT-ED = WS-RMT-DED-TOTAL + WS-RMT-MISC
           DISPLAY "  Deductions withheld:           $" WS-RMT-AMOUNT-ED
           IF WS-RMT-DED-TOTAL + WS-RMT-MISC NOT = WS-RMT-CLOSE-DED
               MOVE 'N' TO WS-RMT-TIES
           END-IF
           MOVE WS-RMT-EC-TOTAL TO WS-RMT-AMOUNT-ED
           DISPLAY "  Employer contributions:        $" WS-RMT-AMOUNT-ED
           MOVE WS-RMT-GL-TOTAL TO WS-RMT-AMOUNT-ED
           DISPLAY "  GL payables posted:            $" WS-RMT-AMOUNT-ED
           MOVE WS-RMT-REMIT-TOTAL TO WS-RMT-AMOUNT-ED
           DISPLAY "  Remitted:                      $" WS-RMT-AMOUNT-ED
           MOVE WS-RMT-UNREMIT-TOTAL TO WS-RMT-AMOUNT-ED
           DISPLAY "  Not remitted:                  $" WS-RMT-AMOUNT-ED
           IF WS-RMT-REMIT-TOTAL + WS-RMT-UNREMIT-TOTAL
                  NOT = WS-RMT-GL-TOTAL
               MOVE 'N' TO WS-RMT-TIES
           END-IF
           IF WS-RMT-TIES = 'Y'
               DISPLAY "  Remittances tie to the close totals and the "
                       "GL payables."
           END-IF.

      *> One section per payee listing each employee's amount by type,
      *> with a payee total that matches its instruction line.
       WRITE-REMIT-SCHEDULE.
           OPEN OUTPUT REMIT-SCHED-FILE
           OPEN INPUT EMPLOYEE-FILE
           MOVE SPACES TO REMIT-SCHED-RECORD
           STRING "REMITTANCE SCHEDULE " WS-INPUT-MONTH "/"
                  WS-INPUT-YEAR DELIMITED BY SIZE
                  INTO REMIT-SCHED-RECORD
           WRITE REMIT-SCHED-RECORD
           PERFORM VARYING WS-RPE-IDX FROM 1 BY 1
                   UNTIL WS-RPE-IDX > WS-RPE-COUNT
               MOVE SPACES TO REMIT-SCHED-RECORD
               WRITE REMIT-SCHED-RECORD
               MOVE SPACES TO REMIT-SCHED-RECORD
               STRING "PAYEE " WS-RPE-PAYEE-ID(WS-RPE-IDX) " "
                      WS-RPE-NAME(WS-RPE-IDX) " REF "
                      WS-RPE-REFERENCE(WS-RPE-IDX)
                      DELIMITED BY SIZE INTO REMIT-SCHED-RECORD
               WRITE REMIT-SCHED-RECORD
               MOVE "EMP ID EMPLOYEE NAME                    TYPE  "
                   TO REMIT-SCHED-RECORD
               MOVE "         AMOUNT" TO REMIT-SCHED-RECORD(46:15)
               WRITE REMIT-SCHED-RECORD
               PERFORM VARYING WS-RMY-IDX FROM 1 BY 1
                       UNTIL WS-RMY-IDX > WS-RMY-COUNT
                   IF WS-RMY-PAYEE-NO(WS-RMY-IDX) = WS-RPE-IDX
                       PERFORM WRITE-REMIT-TYPE-LINES
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-RSL-EMP-ID
               MOVE "PAYEE TOTAL" TO WS-RSL-EMP-NAME
               MOVE SPACES TO WS-RSL-TYPE
               MOVE WS-RPE-AMOUNT(WS-RPE-IDX) TO WS-RSL-AMOUNT
               WRITE REMIT-SCHED-RECORD FROM WS-REMIT-SCHED-LINE
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           CLOSE REMIT-SCHED-FILE.

       WRITE-REMIT-TYPE-LINES.
           EVALUATE WS-RMY-SOURCE(WS-RMY-IDX)
               WHEN 'T'
                   PERFORM VARYING WS-RME-IDX FROM 1 BY 1
                           UNTIL WS-RME-IDX > WS-RME-COUNT
                       IF WS-RME-TAX(WS-RME-IDX) NOT = 0
                           MOVE WS-RME-EMP-ID(WS-RME-IDX)
                               TO WS-RSL-EMP-ID
                           MOVE "TAX" TO WS-RSL-TYPE
                           MOVE WS-RME-TAX(WS-RME-IDX)
                               TO WS-RSL-AMOUNT
                           PERFORM WRITE-REMIT-SCHED-DETAIL
                       END-IF
                   END-PERFORM
               WHEN 'D'
                   OPEN INPUT PAYROLL-DED-FILE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ PAYROLL-DED-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF PAYDED-MONTH = WS-INPUT-MONTH AND
                                  PAYDED-YEAR = WS-INPUT-YEAR AND
                                  PAYDED-TYPE-CODE =
                                      WS-RMY-TYPE(WS-RMY-IDX)
                                   MOVE PAYDED-EMP-ID TO WS-SEARCH-ID
                                   PERFORM CHECK-REMIT-REVERSED
                                   IF WS-RME-HIT = 'N'
                                       MOVE PAYDED-EMP-ID
                                           TO WS-RSL-EMP-ID
                                       MOVE PAYDED-TYPE-CODE
                                           TO WS-RSL-TYPE
                                       MOVE PAYDED-AMOUNT
                                           TO WS-RSL-AMOUNT
                                       PERFORM WRITE-REMIT-SCHED-DETAIL
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAYROLL-DED-FILE
                   MOVE 'N' TO WS-EOF
               WHEN 'E'
                   OPEN INPUT PAYROLL-EC-FILE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ PAYROLL-EC-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF PAYEC-MONTH = WS-INPUT-MONTH AND
                                  PAYEC-YEAR = WS-INPUT-YEAR AND
                                  PAYEC-TYPE-CODE =
                                      WS-RMY-TYPE(WS-RMY-IDX)
                                   MOVE PAYEC-EMP-ID TO WS-SEARCH-ID
                                   PERFORM CHECK-REMIT-REVERSED
                                   IF WS-RME-HIT = 'N'
                                       MOVE PAYEC-EMP-ID
                                           TO WS-RSL-EMP-ID
                                       MOVE PAYEC-TYPE-CODE
                                           TO WS-RSL-TYPE
                                       MOVE PAYEC-AMOUNT
                                           TO WS-RSL-AMOUNT
                                       PERFORM WRITE-REMIT-SCHED-DETAIL
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAYROLL-EC-FILE
                   MOVE 'N' TO WS-EOF
           END-EVALUATE.

       WRITE-REMIT-SCHED-DETAIL.
           MOVE WS-RSL-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "** UNKNOWN **" TO EMP-NAME
           END-READ
           MOVE EMP-NAME TO WS-RSL-EMP-NAME
           WRITE REMIT-SCHED-RECORD FROM WS-REMIT-SCHED-LINE.

       WRITE-REMIT-INSTRUCTIONS.
           OPEN OUTPUT REMIT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RMH-RUN-DATE
           MOVE WS-INPUT-MONTH TO WS-RMH-PAY-MONTH
           MOVE WS-INPUT-YEAR TO WS-RMH-PAY-YEAR
           WRITE REMIT-RECORD FROM WS-REMIT-HEADER-LINE
           PERFORM VARYING WS-RPE-IDX FROM 1 BY 1
                   UNTIL WS-RPE-IDX > WS-RPE-COUNT
               MOVE WS-RPE-PAYEE-ID(WS-RPE-IDX) TO WS-RMD-PAYEE-ID
               MOVE WS-RPE-ROUTING(WS-RPE-IDX) TO WS-RMD-ROUTING
               MOVE WS-RPE-ACCOUNT(WS-RPE-IDX) TO WS-RMD-ACCOUNT
               MOVE WS-RPE-AMOUNT(WS-RPE-IDX) TO WS-RMD-AMOUNT
               MOVE WS-RPE-REFERENCE(WS-RPE-IDX) TO WS-RMD-REFERENCE
               WRITE REMIT-RECORD FROM WS-REMIT-DETAIL-LINE
           END-PERFORM
           MOVE WS-RPE-COUNT TO WS-RMX-DETAIL-COUNT
           MOVE WS-RMT-REMIT-TOTAL TO WS-RMX-TOTAL
           WRITE REMIT-RECORD FROM WS-REMIT-TRAILER-LINE
           CLOSE REMIT-FILE.

       REPORTS-MODULE.
           DISPLAY " "
           DISPLAY "========== REPORTS AND QUERIES =========="
           DISPLAY "8. Year-End Tax Statements"
           DISPLAY "9. Employer Cost Report"
           DISPLAY "10. Batch Payslip Run"
           DISPLAY "11. Deduction Arrears Report"
           DISPLAY "12. Employee Change Journal"
           DISPLAY "13. Labour Distribution Report"
           DISPLAY "14. Budget vs Actual Report"
           DISPLAY "15. Return to Main Menu"
           DISPLAY "========================================"
           DISPLAY "Enter choice (1-15): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 10
                   PERFORM BATCH-PAYSLIP-RUN
               WHEN 11
                   PERFORM DEDUCTION-ARREARS-REPORT
               WHEN 12
                   PERFORM CHANGE-JOURNAL-REPORT
               WHEN 13
                   PERFORM LABOUR-DISTRIBUTION-REPORT
               WHEN 14
                   PERFORM BUDGET-VS-ACTUAL-REPORT
               WHEN 15
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
      *> END-REPORT-OUTPUT. With WS-RPT-TO-FILE = 'N' the print
      *> routines do nothing and the report is screen-only as before.
       START-REPORT-OUTPUT.
           IF WS-JOB-MODE = 'Y'
               MOVE 'Y' TO WS-RPT-TO-FILE
           ELSE
               DISPLAY "Also print to reports.txt (Y/N)? "
                       WITH NO ADVANCING
               ACCEPT WS-RPT-TO-FILE
           END-IF
           IF WS-RPT-TO-FILE = 'y'
               MOVE 'Y' TO WS-RPT-TO-FILE
           END-IF
       
       DISPLAY-SALARY-SLIP.
           PERFORM LOAD-SLIP-DED-ITEMS
           PERFORM LOAD-SLIP-HOURS
           DISPLAY " "
           DISPLAY "============ SALARY SLIP ============"
           DISPLAY "Employee ID: " PAY-EMP-ID
           DISPLAY "Month/Year: " PAY-MONTH "/" PAY-YEAR
           DISPLAY "Days Worked: " PAY-DAYS-WORKED
           IF WS-SLH-FOUND = 'Y'
               DISPLAY "Pay Basis: HOURLY @ $" WS-SLH-RATE
               DISPLAY "Regular Hours: " WS-SLH-REG-HOURS
               DISPLAY "Paid Leave Hours: " WS-SLH-LEAVE-HOURS
           END-IF
           DISPLAY "Overtime Hours: " PAY-OVERTIME-HOURS
           DISPLAY "------------------------------------"
           IF WS-SLH-FOUND = 'Y'
               DISPLAY "Regular Pay: $" WS-SLH-REG-PAY
               DISPLAY "Paid Leave Pay: $" WS-SLH-LEAVE-PAY
               DISPLAY "Overtime Pay: $" WS-SLH-OT-PAY
           END-IF
           DISPLAY "Bonus: $" PAY-BONUS
           DISPLAY "Gross Salary: $" PAY-GROSS-SALARY
           DISPLAY "Tax Deduction: $" PAY-TAX
           DISPLAY "Other Deductions: $" PAY-DEDUCTIONS
           DISPLAY "------------------------------------"
           DISPLAY "NET SALARY: $" PAY-NET-SALARY
           PERFORM LOAD-SLIP-ARREARS
           IF WS-SLA-RECOVERED > 0
               DISPLAY "Arrears Recovered: $" WS-SLA-RECOVERED
           END-IF
           IF WS-SLA-RAISED > 0
               DISPLAY "Arrears Carried Fwd: $" WS-SLA-RAISED
           END-IF
           DISPLAY "===================================="
           DISPLAY " "

               MOVE PAY-OVERTIME-HOURS TO WS-SLIP-OT-HOURS
               MOVE WS-SLIP-DAYS-LINE TO WS-RPT-DETAIL
               PERFORM PRINT-REPORT-LINE
               IF WS-SLH-FOUND = 'Y'
                   MOVE WS-SLH-RATE TO WS-SLIP-HR-RATE
                   MOVE WS-SLH-REG-HOURS TO WS-SLIP-REG-HOURS
                   MOVE WS-SLH-LEAVE-HOURS TO WS-SLIP-LEAVE-HOURS
                   MOVE WS-SLIP-HOURS-LINE TO WS-RPT-DETAIL
                   PERFORM PRINT-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-RPT-DETAIL
               PERFORM PRINT-REPORT-LINE
               IF WS-SLH-FOUND = 'Y'
                   MOVE "REGULAR PAY:" TO WS-SLIP-LABEL
                   MOVE WS-SLH-REG-PAY TO WS-SLIP-AMOUNT
                   MOVE WS-SLIP-AMOUNT-LINE TO WS-RPT-DETAIL
                   PERFORM PRINT-REPORT-LINE
                   MOVE "PAID LEAVE PAY:" TO WS-SLIP-LABEL
                   MOVE WS-SLH-LEAVE-PAY TO WS-SLIP-AMOUNT
                   MOVE WS-SLIP-AMOUNT-LINE TO WS-RPT-DETAIL
                   PERFORM PRINT-REPORT-LINE
                   MOVE "OVERTIME PAY:" TO WS-SLIP-LABEL
                   MOVE WS-SLH-OT-PAY TO WS-SLIP-AMOUNT
                   MOVE WS-SLIP-AMOUNT-LINE TO WS-RPT-DETAIL
                   PERFORM PRINT-REPORT-LINE
               END-IF
               MOVE "BONUS:" TO WS-SLIP-LABEL
               MOVE PAY-BONUS TO WS-SLIP-AMOUNT
               MOVE WS-SLIP-AMOUNT-LINE TO WS-RPT-DETAIL
               MOVE PAY-NET-SALARY TO WS-SLIP-AMOUNT
               MOVE WS-SLIP-AMOUNT-LINE TO WS-RPT-DETAIL
               PERFORM PRINT-REPORT-LINE
               IF WS-SLA-RECOVERED > 0
                   MOVE "ARREARS RECOVERED:" TO WS-SLIP-LABEL
                   MOVE WS-SLA-RECOVERED TO WS-SLIP-AMOUNT
                   MOVE WS-SLIP-AMOUNT-LINE TO WS-RPT-DETAIL
                   PERFORM PRINT-REPORT-LINE
               END-IF
               IF WS-SLA-RAISED > 0
                   MOVE "ARREARS CARRIED FWD:" TO WS-SLIP-LABEL
                   MOVE WS-SLA-RAISED TO WS-SLIP-AMOUNT
                   MOVE WS-SLIP-AMOUNT-LINE TO WS-RPT-DETAIL
                   PERFORM PRINT-REPORT-LINE
               END-IF
               PERFORM END-REPORT-OUTPUT
           END-IF.

               MOVE 'N' TO WS-EOF
           END-IF.
       
      *> Totals the arrears movements booked for the payroll record
      *> in PAY-KEY: what the month recovered and what it carried
      *> forward because the minimum-net floor held it back.
       LOAD-SLIP-ARREARS.
           MOVE 0 TO WS-SLA-RECOVERED
           MOVE 0 TO WS-SLA-RAISED
           OPEN INPUT ARREARS-HIST-FILE
           IF WS-ARRHIST-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARREARS-HIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ARH-EMP-ID = PAY-EMP-ID AND
                              ARH-YEAR = PAY-YEAR AND
                              ARH-MONTH = PAY-MONTH
                               IF ARH-MOVEMENT = 'C'
                                   ADD ARH-AMOUNT TO WS-SLA-RECOVERED
                               ELSE
                                   ADD ARH-AMOUNT TO WS-SLA-RAISED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARREARS-HIST-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

      *> Open deduction arrears, one line per employee per type code,
      *> with the month each was last raised and last recovered.
       DEDUCTION-ARREARS-REPORT.
           DISPLAY " "
           DISPLAY "Enter Employee ID (0 = all): " WITH NO ADVANCING
           ACCEPT WS-ARR-FILTER-ID

           MOVE "DEDUCTION ARREARS REPORT" TO WS-RPT-TITLE
           MOVE "EMPID | TYPE | SQ | DESCRIPTION          | C |      BALANCE | RAISED | RECOVD"
               TO WS-RPT-COL-HEAD-1
           MOVE "------|------|----|----------------------|---|--------------|--------|-------"
               TO WS-RPT-COL-HEAD-2
           PERFORM START-REPORT-OUTPUT

           DISPLAY " "
           DISPLAY "========== DEDUCTION ARREARS =========="
           DISPLAY "EMPID | TYPE | SQ | DESCRIPTION | C | BALANCE | "
                   "RAISED | RECOVD"
           MOVE 0 TO WS-ARR-LINES
           MOVE 0 TO WS-ARR-TOT-BALANCE

           OPEN INPUT ARREARS-FILE
           IF WS-ARREARS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARREARS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF (WS-ARR-FILTER-ID = 0 OR
                               ARR-EMP-ID = WS-ARR-FILTER-ID) AND
                              ARR-BALANCE > 0
                               PERFORM PRINT-ARREARS-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARREARS-FILE
               MOVE 'N' TO WS-EOF
           END-IF

           IF WS-ARR-LINES = 0
               DISPLAY "  No deduction arrears outstanding."
           END-IF
           DISPLAY "======================================="
           DISPLAY "Arrears Lines: " WS-ARR-LINES
           DISPLAY "Total Arrears: $" WS-ARR-TOT-BALANCE
           DISPLAY " "

           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           MOVE "ARREARS LINES:" TO WS-RCL-LABEL
           MOVE WS-ARR-LINES TO WS-RCL-COUNT
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           MOVE "TOTAL ARREARS:" TO WS-RAL-LABEL
           MOVE WS-ARR-TOT-BALANCE TO WS-RAL-AMOUNT
           MOVE WS-RPT-AMOUNT-LINE TO WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           PERFORM END-REPORT-OUTPUT.

       PRINT-ARREARS-LINE.
           ADD 1 TO WS-ARR-LINES
           ADD ARR-BALANCE TO WS-ARR-TOT-BALANCE
           MOVE ARR-EMP-ID TO WS-ARL-EMP-ID
           MOVE ARR-TYPE-CODE TO WS-ARL-TYPE
           MOVE ARR-LOAN-SEQ TO WS-ARL-SEQ
           MOVE ARR-DESCRIPTION TO WS-ARL-DESC
           MOVE ARR-CLASS TO WS-ARL-CLASS
           MOVE ARR-BALANCE TO WS-ARL-BALANCE
           MOVE ARR-RAISED-YYYYMM TO WS-ARL-RAISED
           MOVE ARR-RECOVER-YYYYMM TO WS-ARL-RECOVERED
           DISPLAY ARR-EMP-ID " | " ARR-TYPE-CODE " | " ARR-LOAN-SEQ
                   " | " ARR-DESCRIPTION " | " ARR-CLASS " | $"
                   ARR-BALANCE " | " ARR-RAISED-YYYYMM " | "
                   ARR-RECOVER-YYYYMM
           MOVE WS-ARR-DETAIL-LINE TO WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE.

      *> Field-level history of Update Employee changes. Every filter
      *> is optional: employee 0, a blank field or user, and zero
      *> dates select everything.
       CHANGE-JOURNAL-REPORT.
           DISPLAY " "
           DISPLAY "Enter Employee ID (0 = all): " WITH NO ADVANCING
           ACCEPT WS-CHG-FILTER-ID
           DISPLAY "Field (NAME, DEPARTMENT, POSITION, BASE-SALARY,"
           DISPLAY "  BANK-ROUTING, BANK-ACCOUNT, STATUS, HIRE-DATE;"
           DISPLAY "  blank = all): " WITH NO ADVANCING
           ACCEPT WS-CHG-FILTER-FIELD
           INSPECT WS-CHG-FILTER-FIELD CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "Changed by user (blank = all): " WITH NO ADVANCING
           ACCEPT WS-CHG-FILTER-USER
           DISPLAY "From date YYYYMMDD (0 = earliest): "
                   WITH NO ADVANCING
           ACCEPT WS-CHG-FROM-DATE
           DISPLAY "To date YYYYMMDD (0 = latest): " WITH NO ADVANCING
           ACCEPT WS-CHG-TO-DATE
           MOVE WS-CHG-FROM-DATE TO WS-CHG-FROM-X
           IF WS-CHG-TO-DATE = 0
               MOVE "99999999" TO WS-CHG-TO-X
           ELSE
               MOVE WS-CHG-TO-DATE TO WS-CHG-TO-X
           END-IF

           MOVE "EMPLOYEE CHANGE JOURNAL" TO WS-RPT-TITLE
           MOVE "DATE     TIME   | EMPID | FIELD        | OLD VALUE                      | NEW VALUE                      | USER"
               TO WS-RPT-COL-HEAD-1
           MOVE "----------------|-------|--------------|--------------------------------|--------------------------------|-----------"
               TO WS-RPT-COL-HEAD-2
           PERFORM START-REPORT-OUTPUT

           DISPLAY " "
           DISPLAY "========== EMPLOYEE CHANGE JOURNAL =========="
           DISPLAY "DATE TIME | EMPID | FIELD | OLD VALUE | NEW VALUE"
                   " | USER"
           MOVE 0 TO WS-CHG-LINES

           OPEN INPUT CHGJRNL-FILE
           IF WS-CHGJRNL-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHGJRNL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF (WS-CHG-FILTER-ID = 0 OR
                               CHG-EMP-ID = WS-CHG-FILTER-ID) AND
                              (WS-CHG-FILTER-FIELD = SPACES OR
                               CHG-FIELD = WS-CHG-FILTER-FIELD) AND
                              (WS-CHG-FILTER-USER = SPACES OR
                               CHG-USER = WS-CHG-FILTER-USER) AND
                              CHG-DATE >= WS-CHG-FROM-X AND
                              CHG-DATE <= WS-CHG-TO-X
                               PERFORM PRINT-CHANGE-JOURNAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHGJRNL-FILE
               MOVE 'N' TO WS-EOF
           END-IF

           IF WS-CHG-LINES = 0
               DISPLAY "  No journaled changes match."
           END-IF
           DISPLAY "============================================="
           DISPLAY "Changes Listed: " WS-CHG-LINES
           DISPLAY " "

           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           MOVE "CHANGES LISTED:" TO WS-RCL-LABEL
           MOVE WS-CHG-LINES TO WS-RCL-COUNT
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           PERFORM END-REPORT-OUTPUT.

       PRINT-CHANGE-JOURNAL-LINE.
           ADD 1 TO WS-CHG-LINES
           MOVE CHG-DATE TO WS-CHL-DATE
           MOVE CHG-TIME TO WS-CHL-TIME
           MOVE CHG-EMP-ID TO WS-CHL-EMP-ID
           MOVE CHG-FIELD TO WS-CHL-FIELD
           MOVE CHG-OLD-VALUE TO WS-CHL-OLD
           MOVE CHG-NEW-VALUE TO WS-CHL-NEW
           MOVE CHG-USER TO WS-CHL-USER
           DISPLAY CHG-DATE " " CHG-TIME " | " CHG-EMP-ID " | "
                   CHG-FIELD " | " CHG-OLD-VALUE " | " CHG-NEW-VALUE
                   " | " CHG-USER
           MOVE WS-CHG-DETAIL-LINE TO WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE.

       TOP-EMPLOYEES-REPORT-ENHANCED.
           DISPLAY " "
           DISPLAY "Active employees only (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID

           MOVE "SALARY CHANGE REPORT" TO WS-RPT-TITLE
           MOVE "EMP-ID | EFFECT. |   OLD SALARY    |   NEW SALARY    | CHANGED BY | DATE"
               TO WS-RPT-COL-HEAD-1
           MOVE "-------|---------|-----------------|-----------------|------------|---------"
               TO WS-RPT-COL-HEAD-2
           PERFORM START-REPORT-OUTPUT

               END-IF
           END-IF
           MOVE 'N' TO WS-FOUND
           DISPLAY "  (/HR = hourly rate, otherwise monthly salary)"
           MOVE "  (/HR = HOURLY RATE, OTHERWISE MONTHLY SALARY)"
               TO WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           PERFORM END-REPORT-OUTPUT
           DISPLAY "=========================================="
           DISPLAY " ".
           MOVE SH-EFF-YEAR TO WS-SCH-EFF-YEAR
           MOVE SH-OLD-SALARY TO WS-SCH-OLD-SALARY
           MOVE SH-NEW-SALARY TO WS-SCH-NEW-SALARY
           MOVE SPACES TO WS-SCH-OLD-BASIS
           MOVE SPACES TO WS-SCH-NEW-BASIS
           IF SH-OLD-PAY-TYPE = 'H'
               MOVE "/HR" TO WS-SCH-OLD-BASIS
           END-IF
           IF SH-NEW-PAY-TYPE = 'H'
               MOVE "/HR" TO WS-SCH-NEW-BASIS
           END-IF
           MOVE SH-CHANGED-BY TO WS-SCH-CHANGED-BY
           MOVE SH-CHANGE-DATE TO WS-SCH-CHANGE-DATE
           DISPLAY WS-SCH-EMP-ID " | " WS-SCH-EFF-MONTH "/"
                   WS-SCH-EFF-YEAR " | " WS-SCH-OLD-SALARY
                   WS-SCH-OLD-BASIS " | " WS-SCH-NEW-SALARY
                   WS-SCH-NEW-BASIS " | " WS-SCH-CHANGED-BY " | "
                   WS-SCH-CHANGE-DATE
           MOVE WS-SCH-DETAIL-LINE TO WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE.

       PRINT-TAX-STATEMENT.
           PERFORM LOAD-ANNUAL-DED-ITEMS
           PERFORM LOAD-ANNUAL-HOURS

           MOVE WS-YTD-EMP-ID(WS-YTD-IDX) TO EMP-ID
           READ EMPLOYEE-FILE
                       WS-TXD-DESC(WS-TXD-IDX) " $"
                       WS-TXD-AMOUNT(WS-TXD-IDX)
           END-PERFORM
           IF WS-TXH-MONTHS > 0
               DISPLAY "Hourly-paid entries: " WS-TXH-MONTHS
               DISPLAY "  Regular Hours:    " WS-TXH-REG-HOURS
                       "  Pay $" WS-TXH-REG-PAY
               DISPLAY "  Paid Leave Hours: " WS-TXH-LEAVE-HOURS
                       "  Pay $" WS-TXH-LEAVE-PAY
               DISPLAY "  Overtime Hours:   " WS-TXH-OT-HOURS
                       "  Pay $" WS-TXH-OT-PAY
           END-IF

           IF WS-RPT-TO-FILE = 'Y'
               MOVE WS-YTD-EMP-ID(WS-YTD-IDX) TO WS-TXS-EMP-ID
                   MOVE "  (NO ITEMIZED DEDUCTIONS)" TO WS-RPT-DETAIL
                   PERFORM PRINT-REPORT-LINE
               END-IF
               IF WS-TXH-MONTHS > 0
                   MOVE SPACES TO WS-RPT-DETAIL
                   PERFORM PRINT-REPORT-LINE
                   MOVE WS-TXH-REG-HOURS TO WS-TXL-REG-HOURS
                   MOVE WS-TXH-LEAVE-HOURS TO WS-TXL-LEAVE-HOURS
                   MOVE WS-TXH-OT-HOURS TO WS-TXL-OT-HOURS
                   MOVE WS-TXS-HOURS-LINE TO WS-RPT-DETAIL
                   PERFORM PRINT-REPORT-LINE
                   MOVE "REGULAR PAY:" TO WS-SLIP-LABEL
                   MOVE WS-TXH-REG-PAY TO WS-SLIP-AMOUNT
                   MOVE WS-SLIP-AMOUNT-LINE TO WS-RPT-DETAIL
                   PERFORM PRINT-REPORT-LINE
                   MOVE "PAID LEAVE PAY:" TO WS-SLIP-LABEL
                   MOVE WS-TXH-LEAVE-PAY TO WS-SLIP-AMOUNT
                   MOVE WS-SLIP-AMOUNT-LINE TO WS-RPT-DETAIL
                   PERFORM PRINT-REPORT-LINE
                   MOVE "OVERTIME PAY:" TO WS-SLIP-LABEL
                   MOVE WS-TXH-OT-PAY TO WS-SLIP-AMOUNT
                   MOVE WS-SLIP-AMOUNT-LINE TO WS-RPT-DETAIL
                   PERFORM PRINT-REPORT-LINE
               END-IF
           END-IF.

      *> Annual per-type deduction totals for the employee in
      *> WS-YTD-IDX; breakdown lines for a reversed month are skipped.
       LOAD-ANNUAL-DED-ITEMS.
           MOVE 0 TO WS-TXD-COUNT
           OPEN INPUT PAYROLL-DED-FILE
           IF WS-PAYROLL-DED-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYROLL-DED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PAYDED-EMP-ID =
                                   WS-YTD-EMP-ID(WS-YTD-IDX) AND
                              PAYDED-YEAR = WS-INPUT-YEAR
                               PERFORM ACCUMULATE-ANNUAL-DED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-DED-FILE
               MOVE 'N' TO WS-EOF
           END-IF

      *> Archived breakdown lines pass through the live record area
      *> so the same accumulation paragraph serves both files.
           OPEN INPUT PAYDED-ARCH-FILE
           IF WS-PAYDED-ARCH-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYDED-ARCH-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE ARCH-PAYDED-RECORD TO PAYDED-RECORD
                           IF PAYDED-EMP-ID =
                                   WS-YTD-EMP-ID(WS-YTD-IDX) AND
                              PAYDED-YEAR = WS-INPUT-YEAR
                               PERFORM ACCUMULATE-ANNUAL-DED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYDED-ARCH-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       ACCUMULATE-ANNUAL-DED.
      *> A reversed month's breakdown exists only once (from the 00
      *> entry), so it nets to zero on the statement - skip it.
           MOVE 'N' TO WS-TXR-HIT
           PERFORM VARYING WS-TXR-IDX FROM 1 BY 1
                   UNTIL WS-TXR-IDX > WS-TXR-COUNT
               IF WS-TXR-EMP-ID(WS-TXR-IDX) = PAYDED-EMP-ID AND
                  WS-TXR-MONTH(WS-TXR-IDX) = PAYDED-MONTH
                   MOVE 'Y' TO WS-TXR-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TXR-HIT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-TXD-FOUND
           PERFORM VARYING WS-TXD-IDX FROM 1 BY 1
                   UNTIL WS-TXD-IDX > WS-TXD-COUNT
               IF WS-TXD-TYPE(WS-TXD-IDX) = PAYDED-TYPE-CODE
                   MOVE 'Y' TO WS-TXD-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-TXD-FOUND = 'N'
               IF WS-TXD-COUNT >= 20
                   DISPLAY "WARNING: more than 20 deduction types for "
                           "Employee " PAYDED-EMP-ID
                           " - statement breakdown truncated."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TXD-COUNT
               MOVE PAYDED-TYPE-CODE TO WS-TXD-TYPE(WS-TXD-COUNT)
               MOVE PAYDED-DESCRIPTION TO WS-TXD-DESC(WS-TXD-COUNT)
               MOVE 0 TO WS-TXD-AMOUNT(WS-TXD-COUNT)
               MOVE WS-TXD-COUNT TO WS-TXD-IDX
           END-IF

           ADD PAYDED-AMOUNT TO WS-TXD-AMOUNT(WS-TXD-IDX).

      *> Annual hours and hourly pay for the employee in WS-YTD-IDX,
      *> live and archived hours lines alike.
       LOAD-ANNUAL-HOURS.
           MOVE 0 TO WS-TXH-MONTHS
           MOVE 0 TO WS-TXH-REG-HOURS
           MOVE 0 TO WS-TXH-LEAVE-HOURS
           MOVE 0 TO WS-TXH-OT-HOURS
           MOVE 0 TO WS-TXH-REG-PAY
           MOVE 0 TO WS-TXH-LEAVE-PAY
           MOVE 0 TO WS-TXH-OT-PAY
           OPEN INPUT PAYROLL-HRS-FILE
           IF WS-PAYROLL-HRS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYROLL-HRS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PAYHRS-EMP-ID =
                                   WS-YTD-EMP-ID(WS-YTD-IDX) AND
                              PAYHRS-YEAR = WS-INPUT-YEAR
                               PERFORM ACCUMULATE-ANNUAL-HOURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-HRS-FILE
               MOVE 'N' TO WS-EOF
           END-IF

           OPEN INPUT PAYHRS-ARCH-FILE
           IF WS-PAYHRS-ARCH-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYHRS-ARCH-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE ARCH-PAYHRS-RECORD TO PAYHRS-RECORD
                           IF PAYHRS-EMP-ID =
                                   WS-YTD-EMP-ID(WS-YTD-IDX) AND
                              PAYHRS-YEAR = WS-INPUT-YEAR
                               PERFORM ACCUMULATE-ANNUAL-HOURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYHRS-ARCH-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       ACCUMULATE-ANNUAL-HOURS.
           MOVE 'N' TO WS-TXR-HIT
           PERFORM VARYING WS-TXR-IDX FROM 1 BY 1
                   UNTIL WS-TXR-IDX > WS-TXR-COUNT
               IF WS-TXR-EMP-ID(WS-TXR-IDX) = PAYHRS-EMP-ID AND
                  WS-TXR-MONTH(WS-TXR-IDX) = PAYHRS-MONTH
                   MOVE 'Y' TO WS-TXR-HIT
                   EXIT PERFORM
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TXH-MONTHS
           ADD PAYHRS-REG-HOURS TO WS-TXH-REG-HOURS
           ADD PAYHRS-LEAVE-HOURS TO WS-TXH-LEAVE-HOURS
           ADD PAYHRS-OT-HOURS TO WS-TXH-OT-HOURS
           ADD PAYHRS-REG-PAY TO WS-TXH-REG-PAY
           ADD PAYHRS-LEAVE-PAY TO WS-TXH-LEAVE-PAY
           ADD PAYHRS-OT-PAY TO WS-TXH-OT-PAY.

      *> True labor cost for a month, per department: netted gross pay
      *> plus the stored employer contributions. Reversal entries net
      *> off both sides the same way the close totals do.
       EMPLOYER-COST-REPORT.
           DISPLAY " "
           DISPLAY "Enter Month (MM): " WITH NO ADVANCING
           ACCEPT WS-INPUT-MONTH
           DISPLAY "Enter Year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-INPUT-YEAR

           MOVE 0 TO WS-ECR-COUNT
           MOVE 0 TO WS-ECR-TOT-GROSS
           MOVE 0 TO WS-ECR-TOT-CONTRIB
           MOVE 0 TO WS-ECR-TOT-COST
           PERFORM LOAD-ALLOCATION-MASTER

           OPEN INPUT EMPLOYEE-FILE
           PERFORM ACCUMULATE-EMPCOST-MONTH
           CLOSE EMPLOYEE-FILE

           MOVE SPACES TO WS-RPT-TITLE
           STRING "EMPLOYER COST REPORT " WS-INPUT-MONTH "/"
                  WS-INPUT-YEAR DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE "COST CENTRE / DEPT   |       GROSS PAY |   EMPLR CONTRIB |      TOTAL COST"
               TO WS-RPT-COL-HEAD-1
           MOVE "---------------------|-----------------|-----------------|----------------"
               TO WS-RPT-COL-HEAD-2
           PERFORM START-REPORT-OUTPUT

           DISPLAY " "
           DISPLAY "========== EMPLOYER COST " WS-INPUT-MONTH "/"
                   WS-INPUT-YEAR " =========="
           DISPLAY "COST CENTRE / DEPT   | GROSS | CONTRIB | COST"
           DISPLAY "---------------------|-------|---------|-----"

           PERFORM VARYING WS-ECR-IDX FROM 1 BY 1
                   UNTIL WS-ECR-IDX > WS-ECR-COUNT
               COMPUTE WS-ECR-COST =
                   WS-ECR-GROSS(WS-ECR-IDX) +
                   WS-ECR-CONTRIB(WS-ECR-IDX)
               DISPLAY WS-ECR-DEPT(WS-ECR-IDX) " | $"
                       WS-ECR-GROSS(WS-ECR-IDX) " | $"
                       WS-ECR-CONTRIB(WS-ECR-IDX) " | $"
                       WS-ECR-COST
               MOVE WS-ECR-DEPT(WS-ECR-IDX) TO WS-ECL-DEPT
               MOVE WS-ECR-GROSS(WS-ECR-IDX) TO WS-ECL-GROSS
               MOVE WS-ECR-CONTRIB(WS-ECR-IDX) TO WS-ECL-CONTRIB
               MOVE WS-ECR-COST TO WS-ECL-COST
               MOVE WS-ECR-DETAIL-LINE TO WS-RPT-DETAIL
               PERFORM PRINT-REPORT-LINE
               ADD WS-ECR-GROSS(WS-ECR-IDX) TO WS-ECR-TOT-GROSS
               ADD WS-ECR-CONTRIB(WS-ECR-IDX) TO WS-ECR-TOT-CONTRIB
               ADD WS-ECR-COST TO WS-ECR-TOT-COST
           END-PERFORM

           DISPLAY "---------------------------------------------"
           DISPLAY "GRAND TOTAL: GROSS $" WS-ECR-TOT-GROSS
                   "  CONTRIB $" WS-ECR-TOT-CONTRIB
                   "  COST $" WS-ECR-TOT-COST

           MOVE "GRAND TOTAL" TO WS-ECL-DEPT
           MOVE WS-ECR-TOT-GROSS TO WS-ECL-GROSS
           MOVE WS-ECR-TOT-CONTRIB TO WS-ECL-CONTRIB
           MOVE WS-ECR-TOT-COST TO WS-ECL-COST
           MOVE WS-ECR-DETAIL-LINE TO WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           PERFORM END-REPORT-OUTPUT

           DISPLAY "=============================================="
           DISPLAY " ".

      *> Adds one month's gross and employer contributions
      *> (WS-INPUT-MONTH/WS-INPUT-YEAR) into the WS-ECR rows, spread
      *> over each employee's cost centres for that month. The caller
      *> loads the allocation master and has EMPLOYEE-FILE open.
       ACCUMULATE-EMPCOST-MONTH.
           MOVE 0 TO WS-ECV-COUNT
           COMPUTE WS-ALC-YYYYMM-WK =
               WS-INPUT-YEAR * 100 + WS-INPUT-MONTH

           OPEN INPUT PAYROLL-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PAY-MONTH = WS-INPUT-MONTH AND
                          PAY-YEAR = WS-INPUT-YEAR
                           PERFORM ACCUMULATE-EMPCOST-GROSS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-FILE
           MOVE 'N' TO WS-EOF

           OPEN INPUT PAYROLL-EC-FILE
           IF WS-PAYROLL-EC-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYROLL-EC-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PAYEC-MONTH = WS-INPUT-MONTH AND
                              PAYEC-YEAR = WS-INPUT-YEAR
                               PERFORM ACCUMULATE-EMPCOST-CONTRIB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-EC-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       ACCUMULATE-EMPCOST-GROSS.
           IF PAY-ENTRY-TYPE = 'R'
               IF WS-ECV-COUNT < 5000
                   ADD 1 TO WS-ECV-COUNT
                   MOVE PAY-EMP-ID TO WS-ECV-EMP-ID(WS-ECV-COUNT)
               ELSE
                   DISPLAY "WARNING: reversal table limit (5000) "
                           "reached - contributions may overstate."
               END-IF
           END-IF

           MOVE PAY-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "** UNKNOWN **" TO EMP-DEPARTMENT
           END-READ
           MOVE PAY-EMP-ID TO WS-ALC-EMP-WK
           PERFORM GET-EMPLOYEE-ALLOCATION
           IF PAY-ENTRY-TYPE = 'R'
               COMPUTE WS-ALS-AMOUNT = 0 - PAY-GROSS-SALARY
           ELSE
               MOVE PAY-GROSS-SALARY TO WS-ALS-AMOUNT
           END-IF
           PERFORM SPLIT-ALLOCATION-AMOUNT

           PERFORM VARYING WS-ALS-IDX FROM 1 BY 1
                   UNTIL WS-ALS-IDX > WS-ALS-COUNT
               PERFORM FIND-EMPCOST-DEPT
               IF WS-ECR-IDX <= WS-ECR-COUNT
                   ADD WS-ALS-SHARE(WS-ALS-IDX)
                       TO WS-ECR-GROSS(WS-ECR-IDX)
               END-IF
           END-PERFORM.

       ACCUMULATE-EMPCOST-CONTRIB.
      *> Contribution lines exist once per employee-month (only the
      *> 00 entry writes them), so a reversed month contributes
      *> nothing - skip its lines rather than subtracting.
           MOVE 'N' TO WS-ECV-HIT
           PERFORM VARYING WS-ECV-IDX FROM 1 BY 1
                   UNTIL WS-ECV-IDX > WS-ECV-COUNT
               IF WS-ECV-EMP-ID(WS-ECV-IDX) = PAYEC-EMP-ID
                   MOVE 'Y' TO WS-ECV-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ECV-HIT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE PAYEC-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "** UNKNOWN **" TO EMP-DEPARTMENT
           END-READ
           MOVE PAYEC-EMP-ID TO WS-ALC-EMP-WK
           PERFORM GET-EMPLOYEE-ALLOCATION
           MOVE PAYEC-AMOUNT TO WS-ALS-AMOUNT
           PERFORM SPLIT-ALLOCATION-AMOUNT

           PERFORM VARYING WS-ALS-IDX FROM 1 BY 1
                   UNTIL WS-ALS-IDX > WS-ALS-COUNT
               PERFORM FIND-EMPCOST-DEPT
               IF WS-ECR-IDX <= WS-ECR-COUNT
                   ADD WS-ALS-SHARE(WS-ALS-IDX)
                       TO WS-ECR-CONTRIB(WS-ECR-IDX)
               END-IF
           END-PERFORM.

      *> Finds or creates the report row for cost centre (or
      *> department) WS-ALS-CC(WS-ALS-IDX); leaves WS-ECR-IDX pointing
      *> at it (past the table when full).
       FIND-EMPCOST-DEPT.
           MOVE 'N' TO WS-ECR-FOUND
           PERFORM VARYING WS-ECR-IDX FROM 1 BY 1
                   UNTIL WS-ECR-IDX > WS-ECR-COUNT
               IF WS-ECR-DEPT(WS-ECR-IDX) = WS-ALS-CC(WS-ALS-IDX) AND
                  WS-ECR-SOURCE(WS-ECR-IDX) =
                      WS-ALS-SOURCE(WS-ALS-IDX)
                   MOVE 'Y' TO WS-ECR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-ECR-FOUND = 'N'
               IF WS-ECR-COUNT >= 200
                   DISPLAY "WARNING: cost centre table limit (200) "
                           "reached - " WS-ALS-CC(WS-ALS-IDX)
                           " not included in report."
               ELSE
                   ADD 1 TO WS-ECR-COUNT
                   MOVE WS-ALS-CC(WS-ALS-IDX)
                       TO WS-ECR-DEPT(WS-ECR-COUNT)
                   MOVE WS-ALS-SOURCE(WS-ALS-IDX)
                       TO WS-ECR-SOURCE(WS-ECR-COUNT)
                   MOVE 0 TO WS-ECR-GROSS(WS-ECR-COUNT)
                   MOVE 0 TO WS-ECR-CONTRIB(WS-ECR-COUNT)
                   MOVE WS-ECR-COUNT TO WS-ECR-IDX
               END-IF
           END-IF.

      *> Labour distribution: gross pay and employer contributions by
      *> cost centre for one month, or for every month of a year to
      *> date (month 00), using each month's allocation in force.
      *> Staff with no allocation show against their department
      *> (source DEP). Same netting as the employer cost report.
       LABOUR-DISTRIBUTION-REPORT.
           DISPLAY " "
           DISPLAY "Enter Year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-INPUT-YEAR
           DISPLAY "Enter Month (MM, 00 = year-to-date): "
                   WITH NO ADVANCING
           ACCEPT WS-LDR-MONTH-IN
           IF WS-LDR-MONTH-IN > 12
               DISPLAY "Invalid month."
               EXIT PARAGRAPH
           END-IF

           IF WS-LDR-MONTH-IN = 0
               MOVE 1 TO WS-LDR-MONTH-FROM
               MOVE 12 TO WS-LDR-MONTH-TO
           ELSE
               MOVE WS-LDR-MONTH-IN TO WS-LDR-MONTH-FROM
               MOVE WS-LDR-MONTH-IN TO WS-LDR-MONTH-TO
           END-IF

           MOVE 0 TO WS-ECR-COUNT
           MOVE 0 TO WS-ECR-TOT-GROSS
           MOVE 0 TO WS-ECR-TOT-CONTRIB
           MOVE 0 TO WS-ECR-TOT-COST
           PERFORM LOAD-ALLOCATION-MASTER

           OPEN INPUT EMPLOYEE-FILE
           PERFORM VARYING WS-LDR-MONTH FROM WS-LDR-MONTH-FROM BY 1
                   UNTIL WS-LDR-MONTH > WS-LDR-MONTH-TO
               MOVE WS-LDR-MONTH TO WS-INPUT-MONTH
               PERFORM ACCUMULATE-EMPCOST-MONTH
           END-PERFORM
           CLOSE EMPLOYEE-FILE

           PERFORM VARYING WS-ECR-IDX FROM 1 BY 1
                   UNTIL WS-ECR-IDX > WS-ECR-COUNT
               ADD WS-ECR-GROSS(WS-ECR-IDX) TO WS-ECR-TOT-GROSS
               ADD WS-ECR-CONTRIB(WS-ECR-IDX) TO WS-ECR-TOT-CONTRIB
           END-PERFORM
           COMPUTE WS-ECR-TOT-COST =
               WS-ECR-TOT-GROSS + WS-ECR-TOT-CONTRIB

           MOVE SPACES TO WS-RPT-TITLE
           IF WS-LDR-MONTH-IN = 0
               STRING "LABOUR DISTRIBUTION YTD " WS-INPUT-YEAR
                      DELIMITED BY SIZE INTO WS-RPT-TITLE
           ELSE
               STRING "LABOUR DISTRIBUTION " WS-LDR-MONTH-IN "/"
                      WS-INPUT-YEAR DELIMITED BY SIZE INTO WS-RPT-TITLE
           END-IF
           MOVE "COST CENTRE          | SRC |       GROSS PAY |   EMPLR CONTRIB |      TOTAL COST |  PCT"
               TO WS-RPT-COL-HEAD-1
           MOVE "---------------------|-----|-----------------|-----------------|-----------------|-------"
               TO WS-RPT-COL-HEAD-2
           PERFORM START-REPORT-OUTPUT

           DISPLAY " "
           DISPLAY "========== " WS-RPT-TITLE " =========="
           DISPLAY WS-RPT-COL-HEAD-1
           DISPLAY WS-RPT-COL-HEAD-2

           PERFORM VARYING WS-ECR-IDX FROM 1 BY 1
                   UNTIL WS-ECR-IDX > WS-ECR-COUNT
               COMPUTE WS-ECR-COST =
                   WS-ECR-GROSS(WS-ECR-IDX) +
                   WS-ECR-CONTRIB(WS-ECR-IDX)
               MOVE WS-ECR-DEPT(WS-ECR-IDX) TO WS-LDL-CC
               IF WS-ECR-SOURCE(WS-ECR-IDX) = 'D'
                   MOVE "DEP" TO WS-LDL-SOURCE
               ELSE
                   MOVE "CC" TO WS-LDL-SOURCE
               END-IF
               MOVE WS-ECR-GROSS(WS-ECR-IDX) TO WS-LDL-GROSS
               MOVE WS-ECR-CONTRIB(WS-ECR-IDX) TO WS-LDL-CONTRIB
               MOVE WS-ECR-COST TO WS-LDL-COST
               IF WS-ECR-TOT-COST > 0 AND WS-ECR-COST > 0
                   COMPUTE WS-LDR-PCT ROUNDED =
                       WS-ECR-COST * 100 / WS-ECR-TOT-COST
               ELSE
                   MOVE 0 TO WS-LDR-PCT
               END-IF
               MOVE WS-LDR-PCT TO WS-LDL-PCT
               DISPLAY WS-LDR-DETAIL-LINE
               MOVE WS-LDR-DETAIL-LINE TO WS-RPT-DETAIL
               PERFORM PRINT-REPORT-LINE
           END-PERFORM

           IF WS-ECR-COUNT = 0
               DISPLAY "  No payroll found for the period."
           END-IF

           MOVE "GRAND TOTAL" TO WS-LDL-CC
           MOVE SPACES TO WS-LDL-SOURCE
           MOVE WS-ECR-TOT-GROSS TO WS-LDL-GROSS
           MOVE WS-ECR-TOT-CONTRIB TO WS-LDL-CONTRIB
           MOVE WS-ECR-TOT-COST TO WS-LDL-COST
           IF WS-ECR-TOT-COST > 0
               MOVE 100 TO WS-LDL-PCT
           ELSE
               MOVE 0 TO WS-LDL-PCT
           END-IF
           DISPLAY WS-RPT-COL-HEAD-2
           DISPLAY WS-LDR-DETAIL-LINE
           MOVE WS-LDR-DETAIL-LINE TO WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           PERFORM END-REPORT-OUTPUT

           DISPLAY "=============================================="
           DISPLAY " ".

      *> Budget vs actual by department for a month and for the year
      *> to date through that month. Actuals come from payroll.dat
      *> (netted the same way the close totals are) and
      *> payroll_emplr.dat (reversed months skipped), charged to the
      *> employee's department. A department is flagged OVER when its
      *> gross or employer cost runs over budget by more than the
      *> tolerance percentage, and NOBUD when it has pay but no budget.
       BUDGET-VS-ACTUAL-REPORT.
           DISPLAY " "
           DISPLAY "Enter Month (MM): " WITH NO ADVANCING
           ACCEPT WS-INPUT-MONTH
           DISPLAY "Enter Year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-INPUT-YEAR
           IF WS-INPUT-MONTH < 1 OR WS-INPUT-MONTH > 12
               DISPLAY "Invalid month."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUD-TOLERANCE-PCT TO WS-BUD-TOL-ED
           DISPLAY "Over-budget tolerance % (0 = "
                   WS-BUD-TOL-ED "): " WITH NO ADVANCING
           ACCEPT WS-BUD-TOL-IN
           IF WS-BUD-TOL-IN = 0
               MOVE WS-BUD-TOLERANCE-PCT TO WS-BUD-TOL-IN
           END-IF

           MOVE 0 TO WS-BVA-COUNT
           MOVE 0 TO WS-BUD-OVER-COUNT
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-FILE-STATUS = "35"
               DISPLAY "No department budgets on file - actuals only."
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BUDGET-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF BUD-YEAR = WS-INPUT-YEAR
                               MOVE BUD-DEPARTMENT TO WS-BUD-DEPT-IN
                               PERFORM FIND-BUDGET-DEPT
                               IF WS-BVA-IDX <= WS-BVA-COUNT
                                   MOVE 'Y' TO
                                       WS-BVA-HAS-BUDGET(WS-BVA-IDX)
                                   MOVE BUD-HEADCOUNT
                                       TO WS-BVA-BUD-HC(WS-BVA-IDX)
                                   MOVE BUD-MONTHLY-SALARY
                                       TO WS-BVA-BUD-SALARY(WS-BVA-IDX)
                                   MOVE BUD-MONTHLY-EMPLR
                                       TO WS-BVA-BUD-EMPLR(WS-BVA-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
               MOVE 'N' TO WS-EOF
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           PERFORM VARYING WS-BUD-MONTH FROM 1 BY 1
                   UNTIL WS-BUD-MONTH > WS-INPUT-MONTH
               PERFORM ACCUMULATE-BUDGET-MONTH
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           MOVE WS-INPUT-MONTH TO WS-BUD-MONTHS

           MOVE SPACES TO WS-RPT-TITLE
           STRING "BUDGET VS ACTUAL " WS-INPUT-MONTH "/" WS-INPUT-YEAR
                  DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE "DEPARTMENT            HC-B  HC-A  HC-V   GROSS BUD   GROSS ACT   GROSS VAR    VAR%   EMPLR BUD   EMPLR ACT   EMPLR VAR    VAR% FLAG"
               TO WS-RPT-COL-HEAD-1
           MOVE "-------------------- ----- ----- -----  ---------- ----------- ----------- -------  ---------- ----------- ----------- ------- -----"
               TO WS-RPT-COL-HEAD-2
           PERFORM START-REPORT-OUTPUT

           DISPLAY " "
           DISPLAY "========== " WS-RPT-TITLE " =========="
           DISPLAY WS-RPT-COL-HEAD-1
           DISPLAY WS-RPT-COL-HEAD-2

           MOVE 'M' TO WS-BUD-SECTION
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "MONTH " WS-INPUT-MONTH "/" WS-INPUT-YEAR
                  DELIMITED BY SIZE INTO WS-RPT-DETAIL
           DISPLAY WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           PERFORM PRINT-BUDGET-SECTION

           MOVE 'Y' TO WS-BUD-SECTION
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           STRING "YEAR TO DATE 01-" WS-INPUT-MONTH "/" WS-INPUT-YEAR
                  " (HC-A = AVERAGE)"
                  DELIMITED BY SIZE INTO WS-RPT-DETAIL
           DISPLAY " "
           DISPLAY WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           PERFORM PRINT-BUDGET-SECTION

           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           MOVE WS-BUD-TOL-IN TO WS-BUD-TOL-ED
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "TOLERANCE:        " WS-BUD-TOL-ED "%"
                  DELIMITED BY SIZE INTO WS-RPT-DETAIL
           DISPLAY WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           MOVE "OVER BUDGET:" TO WS-RCL-LABEL
           MOVE WS-BUD-OVER-COUNT TO WS-RCL-COUNT
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE
           DISPLAY "Over budget (month and YTD lines): " WS-BUD-OVER-COUNT
           PERFORM END-REPORT-OUTPUT

           DISPLAY "=============================================="
           DISPLAY " ".

      *> One month of actuals (WS-BUD-MONTH). Each employee's entries
      *> are netted first so a reversed month does not count towards
      *> headcount; then the employer contribution lines are added.
       ACCUMULATE-BUDGET-MONTH.
           MOVE 0 TO WS-BVE-COUNT
           OPEN INPUT PAYROLL-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PAY-MONTH = WS-BUD-MONTH AND
                          PAY-YEAR = WS-INPUT-YEAR
                           PERFORM ACCUMULATE-BUDGET-PAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-FILE
           MOVE 'N' TO WS-EOF

           PERFORM VARYING WS-BVE-IDX FROM 1 BY 1
                   UNTIL WS-BVE-IDX > WS-BVE-COUNT
               MOVE WS-BVE-DEPT-IDX(WS-BVE-IDX) TO WS-BVA-IDX
               ADD WS-BVE-GROSS(WS-BVE-IDX)
                   TO WS-BVA-YTD-GROSS(WS-BVA-IDX)
               IF WS-BVE-GROSS(WS-BVE-IDX) > 0
                   ADD 1 TO WS-BVA-YTD-HC(WS-BVA-IDX)
               END-IF
               IF WS-BUD-MONTH = WS-INPUT-MONTH
                   ADD WS-BVE-GROSS(WS-BVE-IDX)
                       TO WS-BVA-MTH-GROSS(WS-BVA-IDX)
                   IF WS-BVE-GROSS(WS-BVE-IDX) > 0
                       ADD 1 TO WS-BVA-MTH-HC(WS-BVA-IDX)
                   END-IF
               END-IF
           END-PERFORM

           OPEN INPUT PAYROLL-EC-FILE
           IF WS-PAYROLL-EC-FILE-STATUS = "35"
               CONTINUE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PAYEC-MONTH = WS-BUD-MONTH AND
                              PAYEC-YEAR = WS-INPUT-YEAR
                               PERFORM ACCUMULATE-BUDGET-EMPLR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-EC-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       ACCUMULATE-BUDGET-PAY.
           MOVE PAY-EMP-ID TO WS-SEARCH-ID
           PERFORM FIND-BUDGET-EMPLOYEE
           IF WS-BVE-IDX > WS-BVE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF PAY-ENTRY-TYPE = 'R'
               SUBTRACT PAY-GROSS-SALARY FROM WS-BVE-GROSS(WS-BVE-IDX)
               MOVE 'Y' TO WS-BVE-REVERSED(WS-BVE-IDX)
           ELSE
               ADD PAY-GROSS-SALARY TO WS-BVE-GROSS(WS-BVE-IDX)
           END-IF.

      *> Contribution lines exist once per employee-month, so a
      *> reversed month's lines are skipped rather than subtracted.
       ACCUMULATE-BUDGET-EMPLR.
           MOVE PAYEC-EMP-ID TO WS-SEARCH-ID
           PERFORM FIND-BUDGET-EMPLOYEE
           IF WS-BVE-IDX > WS-BVE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-BVE-REVERSED(WS-BVE-IDX) = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BVE-DEPT-IDX(WS-BVE-IDX) TO WS-BVA-IDX
           ADD PAYEC-AMOUNT TO WS-BVA-YTD-EMPLR(WS-BVA-IDX)
           IF WS-BUD-MONTH = WS-INPUT-MONTH
               ADD PAYEC-AMOUNT TO WS-BVA-MTH-EMPLR(WS-BVA-IDX)
           END-IF.

      *> Finds or creates the month's entry for employee WS-SEARCH-ID,
      *> placing a new one in the department row of EMP-DEPARTMENT.
      *> Leaves WS-BVE-IDX past the table when it cannot be added.
       FIND-BUDGET-EMPLOYEE.
           MOVE 'N' TO WS-BVE-FOUND
           PERFORM VARYING WS-BVE-IDX FROM 1 BY 1
                   UNTIL WS-BVE-IDX > WS-BVE-COUNT
               IF WS-BVE-EMP-ID(WS-BVE-IDX) = WS-SEARCH-ID
                   MOVE 'Y' TO WS-BVE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BVE-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-BVE-COUNT >= 5000
               DISPLAY "WARNING: employee table limit (5000) reached - "
                       WS-SEARCH-ID " not included in report."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEARCH-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "** UNKNOWN **" TO EMP-DEPARTMENT
           END-READ
           MOVE EMP-DEPARTMENT TO WS-BUD-DEPT-IN
           PERFORM FIND-BUDGET-DEPT
           IF WS-BVA-IDX > WS-BVA-COUNT
               MOVE WS-BVE-COUNT TO WS-BVE-IDX
               ADD 1 TO WS-BVE-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BVE-COUNT
           MOVE WS-SEARCH-ID TO WS-BVE-EMP-ID(WS-BVE-COUNT)
           MOVE WS-BVA-IDX TO WS-BVE-DEPT-IDX(WS-BVE-COUNT)
           MOVE 0 TO WS-BVE-GROSS(WS-BVE-COUNT)
           MOVE 'N' TO WS-BVE-REVERSED(WS-BVE-COUNT)
           MOVE WS-BVE-COUNT TO WS-BVE-IDX.

      *> Finds or creates the row for department WS-BUD-DEPT-IN;
      *> leaves WS-BVA-IDX pointing at it (past the table when full).
       FIND-BUDGET-DEPT.
           MOVE 'N' TO WS-BVA-FOUND
           PERFORM VARYING WS-BVA-IDX FROM 1 BY 1
                   UNTIL WS-BVA-IDX > WS-BVA-COUNT
               IF WS-BVA-DEPT(WS-BVA-IDX) = WS-BUD-DEPT-IN
                   MOVE 'Y' TO WS-BVA-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-BVA-FOUND = 'N'
               IF WS-BVA-COUNT >= 200
                   DISPLAY "WARNING: department table limit (200) "
                           "reached - " WS-BUD-DEPT-IN
                           " not included in report."
               ELSE
                   ADD 1 TO WS-BVA-COUNT
                   MOVE WS-BUD-DEPT-IN TO WS-BVA-DEPT(WS-BVA-COUNT)
                   MOVE 'N' TO WS-BVA-HAS-BUDGET(WS-BVA-COUNT)
                   MOVE 0 TO WS-BVA-BUD-HC(WS-BVA-COUNT)
                   MOVE 0 TO WS-BVA-BUD-SALARY(WS-BVA-COUNT)
                   MOVE 0 TO WS-BVA-BUD-EMPLR(WS-BVA-COUNT)
                   MOVE 0 TO WS-BVA-MTH-HC(WS-BVA-COUNT)
                   MOVE 0 TO WS-BVA-MTH-GROSS(WS-BVA-COUNT)
                   MOVE 0 TO WS-BVA-MTH-EMPLR(WS-BVA-COUNT)
                   MOVE 0 TO WS-BVA-YTD-HC(WS-BVA-COUNT)
                   MOVE 0 TO WS-BVA-YTD-GROSS(WS-BVA-COUNT)
                   MOVE 0 TO WS-BVA-YTD-EMPLR(WS-BVA-COUNT)
                   MOVE WS-BVA-COUNT TO WS-BVA-IDX
               END-IF
           END-IF.

      *> Prints every department for the month (WS-BUD-SECTION 'M')
      *> or the year to date ('Y'), then the section total. YTD
      *> budgets are the monthly budget times the months reported.
       PRINT-BUDGET-SECTION.
           MOVE 0 TO WS-BVT-BUD-HC
           MOVE 0 TO WS-BVT-ACT-HC
           MOVE 0 TO WS-BVT-BUD-GROSS
           MOVE 0 TO WS-BVT-ACT-GROSS
           MOVE 0 TO WS-BVT-BUD-EMPLR
           MOVE 0 TO WS-BVT-ACT-EMPLR

           PERFORM VARYING WS-BVA-IDX FROM 1 BY 1
                   UNTIL WS-BVA-IDX > WS-BVA-COUNT
               MOVE WS-BVA-DEPT(WS-BVA-IDX) TO WS-BVW-LABEL
               MOVE WS-BVA-HAS-BUDGET(WS-BVA-IDX) TO WS-BVW-HAS-BUDGET
               MOVE WS-BVA-BUD-HC(WS-BVA-IDX) TO WS-BVW-BUD-HC
               IF WS-BUD-SECTION = 'M'
                   MOVE WS-BVA-MTH-HC(WS-BVA-IDX) TO WS-BVW-ACT-HC
                   MOVE WS-BVA-BUD-SALARY(WS-BVA-IDX)
                       TO WS-BVW-BUD-GROSS
                   MOVE WS-BVA-MTH-GROSS(WS-BVA-IDX)
                       TO WS-BVW-ACT-GROSS
                   MOVE WS-BVA-BUD-EMPLR(WS-BVA-IDX)
                       TO WS-BVW-BUD-EMPLR
                   MOVE WS-BVA-MTH-EMPLR(WS-BVA-IDX)
                       TO WS-BVW-ACT-EMPLR
               ELSE
                   COMPUTE WS-BVW-ACT-HC ROUNDED =
                       WS-BVA-YTD-HC(WS-BVA-IDX) / WS-BUD-MONTHS
                   COMPUTE WS-BVW-BUD-GROSS =
                       WS-BVA-BUD-SALARY(WS-BVA-IDX) * WS-BUD-MONTHS
                   MOVE WS-BVA-YTD-GROSS(WS-BVA-IDX)
                       TO WS-BVW-ACT-GROSS
                   COMPUTE WS-BVW-BUD-EMPLR =
                       WS-BVA-BUD-EMPLR(WS-BVA-IDX) * WS-BUD-MONTHS
                   MOVE WS-BVA-YTD-EMPLR(WS-BVA-IDX)
                       TO WS-BVW-ACT-EMPLR
               END-IF
               ADD WS-BVW-BUD-HC TO WS-BVT-BUD-HC
               ADD WS-BVW-ACT-HC TO WS-BVT-ACT-HC
               ADD WS-BVW-BUD-GROSS TO WS-BVT-BUD-GROSS
               ADD WS-BVW-ACT-GROSS TO WS-BVT-ACT-GROSS
               ADD WS-BVW-BUD-EMPLR TO WS-BVT-BUD-EMPLR
               ADD WS-BVW-ACT-EMPLR TO WS-BVT-ACT-EMPLR
               PERFORM PRINT-BUDGET-LINE
           END-PERFORM

           MOVE "TOTAL" TO WS-BVW-LABEL
           MOVE 'T' TO WS-BVW-HAS-BUDGET
           MOVE WS-BVT-BUD-HC TO WS-BVW-BUD-HC
           MOVE WS-BVT-ACT-HC TO WS-BVW-ACT-HC
           MOVE WS-BVT-BUD-GROSS TO WS-BVW-BUD-GROSS
           MOVE WS-BVT-ACT-GROSS TO WS-BVW-ACT-GROSS
           MOVE WS-BVT-BUD-EMPLR TO WS-BVW-BUD-EMPLR
           MOVE WS-BVT-ACT-EMPLR TO WS-BVW-ACT-EMPLR
           PERFORM PRINT-BUDGET-LINE.

      *> Variance = actual - budget, so a positive figure is over
      *> budget; the percentage is of the budget.
       PRINT-BUDGET-LINE.
           MOVE 'N' TO WS-BVW-OVER
           MOVE WS-BVW-LABEL TO WS-BVL-DEPT
           MOVE WS-BVW-BUD-HC TO WS-BVL-BUD-HC
           MOVE WS-BVW-ACT-HC TO WS-BVL-ACT-HC
           COMPUTE WS-BVL-VAR-HC = WS-BVW-ACT-HC - WS-BVW-BUD-HC

           COMPUTE WS-BVL-BUD-GROSS ROUNDED = WS-BVW-BUD-GROSS
           COMPUTE WS-BVL-ACT-GROSS ROUNDED = WS-BVW-ACT-GROSS
           COMPUTE WS-BVW-VAR = WS-BVW-ACT-GROSS - WS-BVW-BUD-GROSS
           COMPUTE WS-BVL-VAR-GROSS ROUNDED = WS-BVW-VAR
           MOVE 0 TO WS-BVW-PCT
           IF WS-BVW-BUD-GROSS > 0
               IF WS-BVW-VAR > WS-BVW-BUD-GROSS * 99
                   MOVE 9999.9 TO WS-BVW-PCT
               ELSE
                   COMPUTE WS-BVW-PCT ROUNDED =
                       WS-BVW-VAR * 100 / WS-BVW-BUD-GROSS
               END-IF
               IF WS-BVW-PCT > WS-BUD-TOL-IN
                   MOVE 'Y' TO WS-BVW-OVER
               END-IF
           END-IF
           MOVE WS-BVW-PCT TO WS-BVL-PCT-GROSS

           COMPUTE WS-BVL-BUD-EMPLR ROUNDED = WS-BVW-BUD-EMPLR
           COMPUTE WS-BVL-ACT-EMPLR ROUNDED = WS-BVW-ACT-EMPLR
           COMPUTE WS-BVW-VAR = WS-BVW-ACT-EMPLR - WS-BVW-BUD-EMPLR
           COMPUTE WS-BVL-VAR-EMPLR ROUNDED = WS-BVW-VAR
           MOVE 0 TO WS-BVW-PCT
           IF WS-BVW-BUD-EMPLR > 0
               IF WS-BVW-VAR > WS-BVW-BUD-EMPLR * 99
                   MOVE 9999.9 TO WS-BVW-PCT
               ELSE
                   COMPUTE WS-BVW-PCT ROUNDED =
                       WS-BVW-VAR * 100 / WS-BVW-BUD-EMPLR
               END-IF
               IF WS-BVW-PCT > WS-BUD-TOL-IN
                   MOVE 'Y' TO WS-BVW-OVER
               END-IF
           END-IF
           MOVE WS-BVW-PCT TO WS-BVL-PCT-EMPLR

           MOVE SPACES TO WS-BVL-FLAG
           IF WS-BVW-HAS-BUDGET = 'N'
               IF WS-BVW-ACT-GROSS NOT = 0 OR WS-BVW-ACT-EMPLR NOT = 0
                   MOVE "NOBUD" TO WS-BVL-FLAG
               END-IF
           ELSE
               IF WS-BVW-OVER = 'Y'
                   MOVE "OVER" TO WS-BVL-FLAG
                   IF WS-BVW-HAS-BUDGET = 'Y'
                       ADD 1 TO WS-BUD-OVER-COUNT
                   END-IF
               END-IF
           END-IF

           DISPLAY WS-BVA-DETAIL-LINE
           MOVE WS-BVA-DETAIL-LINE TO WS-RPT-DETAIL
           PERFORM PRINT-REPORT-LINE.

      *> Prints every employee's slip for a pay month in one run - the
      *> figures are the month's entries netted (reversals subtract,
      *> adjustments add), the itemized deductions come from the
       BATCH-PAYSLIP-RUN.
           DISPLAY " "
           DISPLAY "========== BATCH PAYSLIP RUN =========="
           IF WS-JOB-MODE = 'Y'
               MOVE WS-JOB-MONTH TO WS-INPUT-MONTH
               MOVE WS-JOB-YEAR TO WS-INPUT-YEAR
           ELSE
               DISPLAY "Enter Month (MM): " WITH NO ADVANCING
               ACCEPT WS-INPUT-MONTH
               DISPLAY "Enter Year (YYYY): " WITH NO ADVANCING
               ACCEPT WS-INPUT-YEAR
           END-IF
           IF WS-JOB-MODE = 'Y'
               MOVE 0 TO WS-JOB-OPT-HITS
               INSPECT WS-JOB-OPTIONS TALLYING WS-JOB-OPT-HITS
                   FOR ALL "FILES"
               IF WS-JOB-OPT-HITS > 0
                   MOVE 'Y' TO WS-BSL-WRITE-FILES
               ELSE
                   MOVE 'N' TO WS-BSL-WRITE-FILES
               END-IF
           ELSE
               DISPLAY "Also write each slip to its own file (Y/N)? "
                       WITH NO ADVANCING
               ACCEPT WS-BSL-WRITE-FILES
           END-IF
           IF WS-BSL-WRITE-FILES = 'y'
               MOVE 'Y' TO WS-BSL-WRITE-FILES
           END-IF
           IF WS-BSL-COUNT = 0
               DISPLAY "No payroll entries on file for "
                       WS-INPUT-MONTH "/" WS-INPUT-YEAR "."
               MOVE 'N' TO WS-JOB-STEP-OK
               MOVE "NO PAYROLL ENTRIES FOR THE MONTH" TO WS-JOB-MESSAGE
               EXIT PARAGRAPH
           END-IF

      *> belong to the unwound 00 entry and would no longer sum to
      *> the netted figures - so the itemized lines are suppressed,
      *> the same way the year-end statements skip reversed months.
           MOVE WS-BSL-EMP-ID(WS-BSL-IDX) TO PAY-EMP-ID
           MOVE WS-INPUT-YEAR TO PAY-YEAR
           MOVE WS-INPUT-MONTH TO PAY-MONTH
           MOVE 0 TO PAY-ENTRY-SEQ
           IF WS-BSL-HAS-REV(WS-BSL-IDX) = 'Y'
               MOVE 0 TO WS-DED-ITEM-COUNT
               MOVE 'N' TO WS-SLH-FOUND
           ELSE
               PERFORM LOAD-SLIP-DED-ITEMS
               PERFORM LOAD-SLIP-HOURS
           END-IF
           PERFORM LOAD-SLIP-ARREARS

           ADD 1 TO WS-BSL-SLIPS
           ADD WS-BSL-NET(WS-BSL-IDX) TO WS-BSL-TOT-NET
           MOVE WS-BSL-OT(WS-BSL-IDX) TO WS-SLIP-OT-HOURS
           MOVE WS-SLIP-DAYS-LINE TO WS-RPT-DETAIL
           PERFORM EMIT-SLIP-LINE
           IF WS-SLH-FOUND = 'Y'
               MOVE WS-SLH-RATE TO WS-SLIP-HR-RATE
               MOVE WS-SLH-REG-HOURS TO WS-SLIP-REG-HOURS
               MOVE WS-SLH-LEAVE-HOURS TO WS-SLIP-LEAVE-HOURS
               MOVE WS-SLIP-HOURS-LINE TO WS-RPT-DETAIL
               PERFORM EMIT-SLIP-LINE
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM EMIT-SLIP-LINE
           IF WS-SLH-FOUND = 'Y'
               MOVE "REGULAR PAY:" TO WS-BSA-LABEL
               MOVE WS-SLH-REG-PAY TO WS-BSA-AMOUNT
               MOVE WS-BSLIP-AMOUNT-LINE TO WS-RPT-DETAIL
               PERFORM EMIT-SLIP-LINE
               MOVE "PAID LEAVE PAY:" TO WS-BSA-LABEL
               MOVE WS-SLH-LEAVE-PAY TO WS-BSA-AMOUNT
               MOVE WS-BSLIP-AMOUNT-LINE TO WS-RPT-DETAIL
               PERFORM EMIT-SLIP-LINE
               MOVE "OVERTIME PAY:" TO WS-BSA-LABEL
               MOVE WS-SLH-OT-PAY TO WS-BSA-AMOUNT
               MOVE WS-BSLIP-AMOUNT-LINE TO WS-RPT-DETAIL
               PERFORM EMIT-SLIP-LINE
           END-IF
           MOVE "BONUS:" TO WS-BSA-LABEL
           MOVE WS-BSL-BONUS(WS-BSL-IDX) TO WS-BSA-AMOUNT
           MOVE WS-BSLIP-AMOUNT-LINE TO WS-RPT-DETAIL
           MOVE WS-BSL-NET(WS-BSL-IDX) TO WS-BSA-AMOUNT
           MOVE WS-BSLIP-AMOUNT-LINE TO WS-RPT-DETAIL
           PERFORM EMIT-SLIP-LINE
           IF WS-SLA-RECOVERED > 0
               MOVE "ARREARS RECOVERED:" TO WS-BSA-LABEL
               MOVE WS-SLA-RECOVERED TO WS-BSA-AMOUNT
               MOVE WS-BSLIP-AMOUNT-LINE TO WS-RPT-DETAIL
               PERFORM EMIT-SLIP-LINE
           END-IF
           IF WS-SLA-RAISED > 0
               MOVE "ARREARS CARRIED FWD:" TO WS-BSA-LABEL
               MOVE WS-SLA-RAISED TO WS-BSA-AMOUNT
               MOVE WS-BSLIP-AMOUNT-LINE TO WS-RPT-DETAIL
               PERFORM EMIT-SLIP-LINE
           END-IF
           MOVE "====================================="
               TO WS-RPT-DETAIL
           PERFORM EMIT-SLIP-LINE
               WRITE SLIP-OUT-RECORD FROM WS-RPT-DETAIL
           END-IF.

      *> GLJOURNAL step of an unattended run. The control totals are
      *> the ones the close recorded on period_status.dat, so the
      *> journal matches what CLOSE-MONTH would have written.
       JOB-GL-JOURNAL.
           MOVE WS-JOB-MONTH TO WS-INPUT-MONTH
           MOVE WS-JOB-YEAR TO WS-INPUT-YEAR
           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PERIOD-CLOSED NOT = 'Y'
               DISPLAY "Period " WS-INPUT-MONTH "/" WS-INPUT-YEAR
                       " is not closed - no GL journal written."
               MOVE 'N' TO WS-JOB-STEP-OK
               MOVE "PERIOD NOT CLOSED - NO GL JOURNAL WRITTEN"
                   TO WS-JOB-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PERIOD-CLOSE-TOTALS
           MOVE WS-RMT-CLOSE-GROSS TO WS-CLOSE-GROSS
           MOVE WS-RMT-CLOSE-TAX TO WS-CLOSE-TAX
           MOVE WS-RMT-CLOSE-NET TO WS-CLOSE-NET
           PERFORM WRITE-GL-JOURNAL.

      *> CSVEXPORT step: option keywords EMPLOYEE, PAYROLL and MONTHLY
      *> pick the exports, MONTHLY alone when none is given; ARCHIVE
      *> takes in archived years as the interactive question does.
       JOB-CSV-EXPORT.
           MOVE 'N' TO WS-JOB-CSV-DONE
           MOVE 0 TO WS-JOB-OPT-HITS
           INSPECT WS-JOB-OPTIONS TALLYING WS-JOB-OPT-HITS
               FOR ALL "EMPLOYEE"
           IF WS-JOB-OPT-HITS > 0
               PERFORM EXPORT-EMPLOYEE-CSV
               MOVE 'Y' TO WS-JOB-CSV-DONE
           END-IF
           MOVE 0 TO WS-JOB-OPT-HITS
           INSPECT WS-JOB-OPTIONS TALLYING WS-JOB-OPT-HITS
               FOR ALL "PAYROLL"
           IF WS-JOB-OPT-HITS > 0
               PERFORM EXPORT-PAYROLL-CSV
               MOVE 'Y' TO WS-JOB-CSV-DONE
           END-IF
           MOVE 0 TO WS-JOB-OPT-HITS
           INSPECT WS-JOB-OPTIONS TALLYING WS-JOB-OPT-HITS
               FOR ALL "MONTHLY"
           IF WS-JOB-OPT-HITS > 0 OR WS-JOB-CSV-DONE = 'N'
               PERFORM EXPORT-MONTHLY-CSV
           END-IF.

       EXPORT-TO-CSV.
           DISPLAY " "
           DISPLAY "========== EXPORT DATA TO CSV =========="

       EXPORT-EMPLOYEE-CSV.
           OPEN OUTPUT EMPLOYEE-CSV-FILE
           MOVE "ID,Name,Department,Position,Base_Salary,Pay_Type,Hourly_Rate" TO EMPLOYEE-CSV-RECORD
           WRITE EMPLOYEE-CSV-RECORD

           OPEN INPUT EMPLOYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EMP-PAY-TYPE = 'H'
                           MOVE 'H' TO WS-TEMP-PAY-TYPE
                       ELSE
                           MOVE 'S' TO WS-TEMP-PAY-TYPE
                       END-IF
                       STRING EMP-ID "," EMP-NAME "," EMP-DEPARTMENT ","
                              EMP-POSITION "," EMP-BASE-SALARY ","
                              WS-TEMP-PAY-TYPE "," EMP-HOURLY-RATE
                              DELIMITED BY SIZE INTO EMPLOYEE-CSV-RECORD
                       WRITE EMPLOYEE-CSV-RECORD
               END-READ

       EXPORT-MONTHLY-CSV.
           DISPLAY " "
           IF WS-JOB-MODE = 'Y'
               MOVE WS-JOB-MONTH TO WS-INPUT-MONTH
               MOVE WS-JOB-YEAR TO WS-INPUT-YEAR
           ELSE
               DISPLAY "Enter Month (MM): " WITH NO ADVANCING
               ACCEPT WS-INPUT-MONTH
               DISPLAY "Enter Year (YYYY): " WITH NO ADVANCING
               ACCEPT WS-INPUT-YEAR
           END-IF

           PERFORM ASK-INCLUDE-ARCHIVE

