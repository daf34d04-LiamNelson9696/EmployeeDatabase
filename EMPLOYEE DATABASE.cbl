       *>figures and all. And every successful lookup, active or archived, now lists that
       *>employee's wage-change lines out of PAYHIST.DAT underneath, which is most of what an
       *>employment-verification call or an unemployment claim actually asks for.
       *>
       *>UPDATE: Every check a run posts now goes onto PAYREG.DAT for good - keyed by employee,
       *>period-ending date, and a sequence number, with the hours, rate, gross, tax, each
       *>deduction that came out, net, and whether it went by deposit or paper. EM-GROSS-PAY
       *>and friends still get overwritten every run; the register is what remembers. 'V' at
       *>the mode prompt (supervisor only) voids a posted check off the register: it backs the
       *>check out of the employee's YTD figures, appends a reversing entry to GLJRNL.PRT,
       *>logs the void to AUDIT.LOG, and can cut a corrected paper check for the same period
       *>on the spot - no more hand-editing EMPLOYEE.DAT with nothing to show for it.
       *>
       *>UPDATE: 'O' at the mode prompt (supervisor only) is an off-cycle run - it pays just the
       *>employees named in it, one check each: a flat bonus, a terminated employee's final
       *>check, or a one-time manual correction (hours at their rate, a flat amount, or both).
       *>Withholding goes through TAX-COMPUTE-PARA like any other check, the operator says
       *>per check whether the DEDUCT.DAT elections come out of it, and each check posts to
       *>YTD, the register, and AUDIT.LOG. The run writes its own PAYSTUB.PRT, DIRDEP.DAT,
       *>and GLJRNL.PRT, titled OFF-CYCLE. It never reads or writes RUNCTL.DAT, so Friday's
       *>regular run sees neither a duplicate nor a missing period because of it.
       *>
       *>UPDATE: 'W' takes the date a raise took effect now, not just the new rate. When that
       *>date is on or before the last period RUNCTL.DAT shows posted, WAGE-RETRO-PARA walks
       *>the employee's checks on PAYREG.DAT since then and works out the shortfall on each -
       *>the hours that check actually paid (overtime at the overtime factor) times the
       *>difference between the new rate and the rate it paid. The total is parked on the
       *>employee's record and paid on the next regular run as its own RETRO PAY line on the
       *>payroll report and the stub, and a RETRO WAGE EXPENSE line in GLJRNL.PRT, each one
       *>naming the date of the PAYHIST.DAT wage-change entry that owed it. No more fake
       *>hours keyed in off a calculator.
       *>
       *>UPDATE: Every check now withholds employee Social Security (stopping at the annual wage
       *>base, measured against the employee's YTD) and Medicare (plus the additional rate on
       *>wages over its threshold), and works out the employer's matching FICA, FUTA, and SUTA
       *>up to their own wage bases. The rates and bases come off type 'F' rows in TAXTBL.DAT,
       *>so January's update is a file edit, not a recompile. Each tax gets its own YTD on the
       *>employee record, its own column on TAXQTR.PRT (now footed, for the 941 and 940), its
       *>own lines on the stub and the W-2, and its own expense and payable lines in GLJRNL.PRT.
       *>
       *>UPDATE: Timecards split the week into worked, vacation, sick, and holiday hours now
       *>(TIMECARD.DAT carries the three leave figures after the worked hours). Leave is paid at
       *>straight time and never counts toward overtime. Every paid period each employee earns
       *>vacation and sick hours at the rate their LEAVEPOL.DAT policy sets, and year end trims
       *>the balances back to the policy's carryover cap. The balances live on the employee's
       *>record and show on the stub and in the 'L' lookup. A card asking for more leave than
       *>the balance holds is either rejected or paid up to the balance with the rest unpaid -
       *>the operator decides, and AUDIT.LOG gets the decision either way.
       *>
       *>UPDATE: Hours can be charged away from the employee's home department now. A TIMECARD.DAT
       *>row carries a department and job code after the leave hours (blank department means home),
       *>and an employee who floats just gets one row per department/job they worked; keyed in at
       *>the console, the worked hours can be split across up to five charge lines. Each check's pay
       *>is spread over its charge lines by hours - straight time, overtime premium, and the
       *>employer's taxes alike - with leave and retro pay staying on the home department. The run
       *>writes LABDIST.PRT, hours and cost by department and job code, and GLJRNL.PRT debits
       *>wage expense per department instead of in one lump. The register keeps each check's
       *>split so a void reverses the same departments it charged.
       *>
       *>UPDATE: Paper checks are numbered now. Every paying run (regular, off-cycle, or a void's
       *>reissue) gives each check it prints - prenote-pending and paper-check employees - the
       *>next number off CHKCTL.DAT, lists them on CHKREG.PRT, and writes POSPAY.DAT in the
       *>bank's issued-check layout so the bank turns away anything we never wrote. A void sends
       *>the bank a void record for the check. Each numbered check is kept on CHKISS.DAT until
       *>it clears, and 'K' reads the bank's paid-checks file (PAIDCHK.DAT) against it: CHKREC.PRT
       *>lists what the bank paid that doesn't match, every check still outstanding, and the ones
       *>older than CHKCTL.DAT's stale age, for escheatment review.
       *>
       *>UPDATE: Nothing posts unlooked-at any more. 'P' previews the week: the whole timecard run
       *>is worked out and PREVIEW.PRT lists what looks wrong - too many hours (PREVCTL.DAT sets the
       *>limit), net pay that swung more than PREVCTL.DAT's percentage from last period's check,
       *>checks the deduction cap took to zero, active people with no card this week, and anyone
       *>with no bank details or a prenote still pending - and then stops without posting a thing.
       *>Every real paying run prints the same preview first and holds there until a level-2
       *>supervisor releases it (a clerk's run takes the supervisor's ID and password at the
       *>prompt). The preview, the release, and a run held back all go into AUDIT.LOG.
       *>
       *>UPDATE: Before a run writes the first byte of EMPLOYEE.DAT, DEDUCT.DAT, RUNCTL.DAT, or
       *>EMPHIST.DAT, all four are copied off as one numbered, dated backup generation (files named
       *>like G0007-20261015.EMPLOYEE.DAT, catalogued in BACKUP.CAT). BKCTL.DAT says how many
       *>generations to keep - 5 if there is none - and the oldest are deleted past that. 'G' is a
       *>supervisor's way back: it lists the generations and rolls all four files back together
       *>to the one picked, after backing up the files as they stand (so the rollback can itself
       *>be undone) and spelling out what it can't take back - deposits and checks already sent,
       *>journals already posted. The rollback goes into AUDIT.LOG.
       *>
       *>UPDATE: 'M' is a supervisor's profile maintenance for somebody already on file - name,
       *>bank routing and account, department, filing status, and allowances, each checked by the
       *>same GET-...-PARA entry uses. Every field changed leaves a before/after line in AUDIT.LOG.
       *>A new routing or account sends the employee back to prenote and prints a confirmation
       *>notice in BANKCHG.PRT to mail to them, so nobody's pay gets redirected without their
       *>hearing about it. A W-4 change re-figures the stored withholding right away.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT TIMECARD-FILE ASSIGN TO "TIMECARD.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TIMECARD-FILE-STATUS.
        SELECT LEAVE-POLICY-FILE ASSIGN TO "LEAVEPOL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEAVEPOL-FILE-STATUS.
        SELECT LABOR-DIST-FILE ASSIGN TO "LABDIST.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LABDIST-FILE-STATUS.
        SELECT CHECK-CONTROL-FILE ASSIGN TO "CHKCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHKCTL-FILE-STATUS.
        SELECT CHECK-ISSUE-FILE ASSIGN TO "CHKISS.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CI-CHECK-NO
            FILE STATUS IS WS-CHKISS-FILE-STATUS.
        SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHKREG-FILE-STATUS.
        SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-POSPAY-FILE-STATUS.
        SELECT PAID-CHECK-FILE ASSIGN TO "PAIDCHK.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAIDCHK-FILE-STATUS.
        SELECT CHECK-RECON-REPORT ASSIGN TO "CHKREC.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHKREC-FILE-STATUS.
        SELECT PREVIEW-CONTROL-FILE ASSIGN TO "PREVCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PREVCTL-FILE-STATUS.
        SELECT PREVIEW-REPORT ASSIGN TO "PREVIEW.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PREVIEW-FILE-STATUS.
        SELECT BACKUP-CONTROL-FILE ASSIGN TO "BKCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BKCTL-FILE-STATUS.
        SELECT BACKUP-CATALOG-FILE ASSIGN TO "BACKUP.CAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BKCAT-FILE-STATUS.
        *>One generation's copy of one data file - the name is built in WS-BK-FILE-NAME before
        *>every OPEN or DELETE FILE.
        SELECT BACKUP-FILE ASSIGN USING WS-BK-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BACKUP-FILE-STATUS.
        SELECT BANK-NOTICE-FILE ASSIGN TO "BANKCHG.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BANKNTC-FILE-STATUS.
        SELECT EMPHIST-FILE ASSIGN TO "EMPHIST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EH-EMPLOYEE-ID
            FILE STATUS IS WS-EMPHIST-FILE-STATUS.
        SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PR-KEY
            FILE STATUS IS WS-PAYREG-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD EMPLOYEE-MASTER.
            *>deposits), 'C' paper check (a returned entry flipped them off ACH for good
            *>until someone re-verifies the account). New hires start at 'P'.
            05 EM-DD-STATUS PIC X(01).
            *>Back pay owed from a back-dated raise, waiting to go out on the next regular run as its
            *>own RETRO PAY line - and the date of the PAYHIST.DAT wage-change line it came from, so
            *>the stub and the report can point back at it. Both go back to zero once it is paid.
            05 EM-RETRO-PAY PIC 9(5)V9(2).
            05 EM-RETRO-REF-DATE PIC 9(08).
            *>This check's Social Security and Medicare withheld, the employer's matching FICA and its
            *>FUTA/SUTA on the same wages, and the year-to-date of each - the wage bases are tracked
            *>against EM-YTD-GROSS, these are what the 941, the 940, and the W-2 need.
            05 EM-SS-TAX PIC 9(4)V9(2).
            05 EM-MED-TAX PIC 9(4)V9(2).
            05 EM-ER-SS-TAX PIC 9(4)V9(2).
            05 EM-ER-MED-TAX PIC 9(4)V9(2).
            05 EM-FUTA-TAX PIC 9(4)V9(2).
            05 EM-SUTA-TAX PIC 9(4)V9(2).
            05 EM-YTD-SS PIC 9(6)V9(2).
            05 EM-YTD-MED PIC 9(6)V9(2).
            05 EM-YTD-ER-SS PIC 9(6)V9(2).
            05 EM-YTD-ER-MED PIC 9(6)V9(2).
            05 EM-YTD-FUTA PIC 9(6)V9(2).
            05 EM-YTD-SUTA PIC 9(6)V9(2).
            *>Paid leave on the current check, kept apart from the worked hours in EM-HOURS since it is
            *>paid at straight time and never counts toward overtime. UNPAID-HOURS is leave asked for
            *>beyond the balance and let through unpaid. The balances are what the employee has left;
            *>LEAVE-POLICY picks the LEAVEPOL.DAT row that sets how fast they grow.
            05 EM-VAC-HOURS PIC 9(3)V9(2).
            05 EM-SICK-HOURS PIC 9(3)V9(2).
            05 EM-HOL-HOURS PIC 9(3)V9(2).
            05 EM-UNPAID-HOURS PIC 9(3)V9(2).
            05 EM-VAC-BAL PIC 9(4)V9(2).
            05 EM-SICK-BAL PIC 9(4)V9(2).
            05 EM-LEAVE-POLICY PIC 9(02).
    FD PRINT-FILE.
        01 PRINT-REC PIC X(100).
    FD CHECKPOINT-FILE.
            05 CKPT-FILING-STATUS PIC X(01).
            05 CKPT-ALLOWANCES PIC 9(02).
            05 CKPT-DD-STATUS PIC X(01).
            05 CKPT-RETRO-PAY PIC 9(5)V9(2).
            05 CKPT-RETRO-REF-DATE PIC 9(08).
            05 CKPT-SS-TAX PIC 9(4)V9(2).
            05 CKPT-MED-TAX PIC 9(4)V9(2).
            05 CKPT-ER-SS-TAX PIC 9(4)V9(2).
            05 CKPT-ER-MED-TAX PIC 9(4)V9(2).
            05 CKPT-FUTA-TAX PIC 9(4)V9(2).
            05 CKPT-SUTA-TAX PIC 9(4)V9(2).
            05 CKPT-YTD-SS PIC 9(6)V9(2).
            05 CKPT-YTD-MED PIC 9(6)V9(2).
            05 CKPT-YTD-ER-SS PIC 9(6)V9(2).
            05 CKPT-YTD-ER-MED PIC 9(6)V9(2).
            05 CKPT-YTD-FUTA PIC 9(6)V9(2).
            05 CKPT-YTD-SUTA PIC 9(6)V9(2).
            05 CKPT-VAC-HOURS PIC 9(3)V9(2).
            05 CKPT-SICK-HOURS PIC 9(3)V9(2).
            05 CKPT-HOL-HOURS PIC 9(3)V9(2).
            05 CKPT-UNPAID-HOURS PIC 9(3)V9(2).
            05 CKPT-VAC-BAL PIC 9(4)V9(2).
            05 CKPT-SICK-BAL PIC 9(4)V9(2).
            05 CKPT-LEAVE-POLICY PIC 9(02).
    FD AUDIT-LOG-FILE.
        01 AUDIT-REC PIC X(100).
    FD TAX-SUMMARY-FILE.
        01 TAXQTR-REC PIC X(132).
    FD LABOR-DIST-FILE.
        01 LABDIST-REC PIC X(132).
    FD CHECK-CONTROL-FILE.
        *>One record, keyed in once when the checkbook is set up and rewritten after every batch
        *>of checks: the next check number to issue (8 digits), the disbursement account the
        *>bank knows the checks by, and how many days a check may sit uncashed before it goes on
        *>the escheatment review list (4 digits).
        01 CHKCTL-REC.
            05 CK-NEXT-CHECK PIC X(08).
            05 CK-NEXT-CHECK-NUM REDEFINES CK-NEXT-CHECK PIC 9(08).
            05 CK-BANK-ACCOUNT PIC X(17).
            05 CK-STALE-DAYS PIC X(04).
            05 CK-STALE-DAYS-NUM REDEFINES CK-STALE-DAYS PIC 9(04).
    FD CHECK-ISSUE-FILE.
        *>Every numbered paper check ever written, keyed by check number - outstanding ('O')
        *>until the bank's paid-checks file shows it cleared ('P'), or voided ('V').
        01 CI-REC.
            05 CI-CHECK-NO PIC 9(08).
            05 CI-EMPLOYEE-ID PIC 9(05).
            05 CI-PAYEE PIC X(14).
            05 CI-AMOUNT PIC 9(5)V9(2).
            05 CI-ISSUE-DATE PIC 9(08).
            05 CI-PERIOD-END PIC 9(08).
            05 CI-PR-SEQ PIC 9(02).
            05 CI-CHECK-TYPE PIC X(01).
            05 CI-STATUS PIC X(01).
                88 CI-OUTSTANDING VALUE 'O'.
                88 CI-PAID VALUE 'P'.
                88 CI-VOIDED VALUE 'V'.
            05 CI-PAID-DATE PIC 9(08).
            05 CI-PAID-AMOUNT PIC 9(5)V9(2).
    FD CHECK-REGISTER-FILE.
        01 CHKREG-REC PIC X(100).
    FD POSITIVE-PAY-FILE.
        *>The bank's issued-check layout: 'I' for a check issued or 'V' for one voided, the
        *>disbursement account, a 10-digit check number, the amount in whole cents (the V99 just
        *>lines the cents up - no decimal point is written), the issue date, and the payee.
        01 POSPAY-REC.
            05 PP-RECORD-TYPE PIC X(01).
            05 PP-ACCOUNT PIC X(17).
            05 PP-CHECK-NO PIC 9(10).
            05 PP-AMOUNT PIC 9(08)V9(02).
            05 PP-ISSUE-DATE PIC 9(08).
            05 PP-PAYEE PIC X(14).
    FD PAID-CHECK-FILE.
        *>What the bank sends back: one line per check it paid - the account, check number,
        *>amount paid in whole cents, and the date it cleared.
        01 PAIDCHK-REC.
            05 PD-ACCOUNT PIC X(17).
            05 PD-CHECK-NO PIC X(10).
            05 PD-CHECK-NO-NUM REDEFINES PD-CHECK-NO PIC 9(10).
            05 PD-AMOUNT PIC X(10).
            05 PD-AMOUNT-NUM REDEFINES PD-AMOUNT PIC 9(08)V9(02).
            05 PD-PAID-DATE PIC X(08).
            05 PD-PAID-DATE-NUM REDEFINES PD-PAID-DATE PIC 9(08).
    FD CHECK-RECON-REPORT.
        01 CHKREC-REC PIC X(100).
    FD PREVIEW-CONTROL-FILE.
        *>One record: the most hours (worked and leave together, 999V99) a week can carry before
        *>the preview calls it out, and how far net pay may move from last period's check, in
        *>whole percent, before it does the same.
        01 PREVCTL-REC.
            05 PV-HOURS-LIMIT PIC X(05).
            05 PV-HOURS-LIMIT-NUM REDEFINES PV-HOURS-LIMIT PIC 9(3)V9(2).
            05 PV-NET-PCT PIC X(03).
            05 PV-NET-PCT-NUM REDEFINES PV-NET-PCT PIC 9(03).
    FD PREVIEW-REPORT.
        01 PREVIEW-REC PIC X(132).
    FD BACKUP-CONTROL-FILE.
        *>One record: how many backup generations to keep (2 digits).
        01 BKCTL-REC.
            05 BK-KEEP PIC X(02).
            05 BK-KEEP-NUM REDEFINES BK-KEEP PIC 9(02).
    FD BACKUP-CATALOG-FILE.
        *>One line per backup generation on disk, oldest first - its number, when it was taken,
        *>by whom and in which mode, the last period RUNCTL.DAT showed posted at the time, and
        *>how many records each copied file held.
        01 BKCAT-REC.
            05 BC-GEN PIC 9(04).
            05 BC-DATE PIC 9(08).
            05 BC-TIME PIC 9(08).
            05 BC-OPERATOR PIC X(12).
            05 BC-MODE PIC X(01).
            05 BC-LAST-POSTED PIC 9(08).
            05 BC-EMP-CNT PIC 9(05).
            05 BC-DED-CNT PIC 9(05).
            05 BC-HIST-CNT PIC 9(05).
    FD BACKUP-FILE.
        *>Each record is a straight image of the data file's own record - sized with room for
        *>EM-RECORD and EH-RECORD to grow.
        01 BACKUP-REC PIC X(500).
    FD BANK-NOTICE-FILE.
        *>One mail-out notice per bank-detail change, appended until payroll prints and sends
        *>the stack - dashed rule between notices, same as the stubs.
        01 BANKNTC-REC PIC X(100).
    FD DIRECT-DEPOSIT-FILE.
        *>One 94-byte NACHA-style entry detail record per employee - transaction code 22 is an
        *>automated deposit to a checking account, which is all this shop has ever collected.
        *>top bracket), and the rate as 3 digits of thousandths (150 for 15%). Brackets for
        *>a status must sit in the file lowest ceiling first - TAX-COMPUTE-PARA walks them
        *>in file order.
        *>Type 'F' rows carry the FICA and employer payroll tax rates, laid out as TAXTBL-FICA-
        *>REC below: a 4-character code, the rate as 4 digits of ten-thousandths (0620 for
        *>6.2%), and a wage base or threshold as 9 digits, no decimal point. 'SS  ' is Social
        *>Security (rate and annual wage base), 'MED ' Medicare (rate only, base zeros), 'MEDX'
        *>the additional Medicare rate and the YTD wages it starts above, 'FUTA' and 'SUTA'
        *>the unemployment rates and their wage bases. The employer matches SS and MED at the
        *>same rates; the additional Medicare is the employee's alone.
        01 TAXTBL-REC.
            05 TAXTBL-TYPE PIC X(01).
            05 TAXTBL-STATUS PIC X(01).
            05 TAXTBL-CEILING-NUM REDEFINES TAXTBL-CEILING PIC 9(05)V9(02).
            05 TAXTBL-RATE PIC X(03).
            05 TAXTBL-RATE-NUM REDEFINES TAXTBL-RATE PIC V9(03).
        01 TAXTBL-FICA-REC.
            05 TAXTBL-F-TYPE PIC X(01).
            05 TAXTBL-F-CODE PIC X(04).
            05 TAXTBL-F-RATE PIC X(04).
            05 TAXTBL-F-RATE-NUM REDEFINES TAXTBL-F-RATE PIC V9(04).
            05 TAXTBL-F-BASE PIC X(09).
            05 TAXTBL-F-BASE-NUM REDEFINES TAXTBL-F-BASE PIC 9(07)V9(02).
    FD TIMECARD-FILE.
        *>Weekly hours extract, flat on one line the way TRANS.DAT is - just the employee's
        *>existing 5-digit ID and the same 5-digit no-decimal-point hours figure GET-HOURS-PARA
        *>collects interactively. TIMECARD-VALIDATE-PARA rejects a row whose ID isn't on the
        *>active roster, same skip-with-a-message treatment BATCH-VALIDATE-PARA gives TRANS.DAT.
        *>TC-HOURS is worked time only; vacation, sick, and holiday hours follow it in the same
        *>5-digit shape. A row cut before those columns existed just stops after TC-HOURS, and
        *>the blanks read as no leave.
        *>TC-DEPT and TC-JOB charge the row's worked hours somewhere other than the employee's
        *>home EM-DEPT - blank department means home. Someone who floats gets one row for each
        *>department/job they worked, and the rows add up into the one week's check.
        01 TC-REC.
            05 TC-EMPLOYEE-ID PIC X(05).
            05 TC-EMPLOYEE-ID-NUM REDEFINES TC-EMPLOYEE-ID PIC 9(05).
            05 TC-HOURS PIC X(05).
            05 TC-HOURS-NUM REDEFINES TC-HOURS PIC 9(03)V9(02).
            05 TC-VAC-HOURS PIC X(05).
            05 TC-VAC-HOURS-NUM REDEFINES TC-VAC-HOURS PIC 9(03)V9(02).
            05 TC-SICK-HOURS PIC X(05).
            05 TC-SICK-HOURS-NUM REDEFINES TC-SICK-HOURS PIC 9(03)V9(02).
            05 TC-HOL-HOURS PIC X(05).
            05 TC-HOL-HOURS-NUM REDEFINES TC-HOL-HOURS PIC 9(03)V9(02).
            05 TC-DEPT PIC X(04).
            05 TC-JOB PIC X(06).
    FD LEAVE-POLICY-FILE.
        *>One row per leave accrual policy: a 2-digit code (EM-LEAVE-POLICY points at it - 00 is
        *>the standard policy everybody starts on), the vacation and sick hours earned each paid
        *>period (4 digits, no decimal point), and the most of each balance that carries over
        *>into a new year (5 digits, no decimal point).
        01 LP-REC.
            05 LP-CODE PIC X(02).
            05 LP-CODE-NUM REDEFINES LP-CODE PIC 9(02).
            05 LP-VAC-RATE PIC X(04).
            05 LP-VAC-RATE-NUM REDEFINES LP-VAC-RATE PIC 9(02)V9(02).
            05 LP-SICK-RATE PIC X(04).
            05 LP-SICK-RATE-NUM REDEFINES LP-SICK-RATE PIC 9(02)V9(02).
            05 LP-VAC-CARRY PIC X(05).
            05 LP-VAC-CARRY-NUM REDEFINES LP-VAC-CARRY PIC 9(03)V9(02).
            05 LP-SICK-CARRY PIC X(05).
            05 LP-SICK-CARRY-NUM REDEFINES LP-SICK-CARRY PIC 9(03)V9(02).
    FD EMPHIST-FILE.
        *>Keyed the same way EMPLOYEE-MASTER is - same EMPLOYEE-ID, same field shapes - so a
        *>terminated employee's history reads exactly the way their active record used to, just
            05 EH-FILING-STATUS PIC X(01).
            05 EH-ALLOWANCES PIC 9(02).
            05 EH-DD-STATUS PIC X(01).
            05 EH-RETRO-PAY PIC 9(5)V9(2).
            05 EH-RETRO-REF-DATE PIC 9(08).
            05 EH-SS-TAX PIC 9(4)V9(2).
            05 EH-MED-TAX PIC 9(4)V9(2).
            05 EH-ER-SS-TAX PIC 9(4)V9(2).
            05 EH-ER-MED-TAX PIC 9(4)V9(2).
            05 EH-FUTA-TAX PIC 9(4)V9(2).
            05 EH-SUTA-TAX PIC 9(4)V9(2).
            05 EH-YTD-SS PIC 9(6)V9(2).
            05 EH-YTD-MED PIC 9(6)V9(2).
            05 EH-YTD-ER-SS PIC 9(6)V9(2).
            05 EH-YTD-ER-MED PIC 9(6)V9(2).
            05 EH-YTD-FUTA PIC 9(6)V9(2).
            05 EH-YTD-SUTA PIC 9(6)V9(2).
            05 EH-VAC-HOURS PIC 9(3)V9(2).
            05 EH-SICK-HOURS PIC 9(3)V9(2).
            05 EH-HOL-HOURS PIC 9(3)V9(2).
            05 EH-UNPAID-HOURS PIC 9(3)V9(2).
            05 EH-VAC-BAL PIC 9(4)V9(2).
            05 EH-SICK-BAL PIC 9(4)V9(2).
            05 EH-LEAVE-POLICY PIC 9(02).
    FD TRANSACTION-FILE.
        *>Nightly extract layout: 12-character first name, 1-character last initial, a 4-digit wage
        *>with no decimal point, a 5-digit hours-worked figure with no decimal point, then the
            05 TRANS-FILING-STATUS PIC X(01).
            05 TRANS-ALLOWANCES PIC X(02).
            05 TRANS-ALLOWANCES-NUM REDEFINES TRANS-ALLOWANCES PIC 9(02).
    FD PAY-REGISTER-FILE.
        *>The permanent check register - one entry per check ever posted, never overwritten the
        *>way EM-GROSS-PAY and friends are. Keyed by employee, then period-ending date, then a
        *>2-digit sequence so a void and its reissue (or a second check the same period) can sit
        *>side by side under the same employee and period. PR-CHECK-TYPE says where the check
        *>came from ('R' the regular run, 'X' a reissue cut by the void transaction, 'O' an
        *>off-cycle check) and
        *>PR-STATUS whether it still stands ('P' posted) or was backed out ('V' voided).
        *>PR-PAY-METHOD is 'D' direct deposit or 'C' paper check. The deductions are the ones
        *>in force when the check posted, up to ten of them - no one has ever elected more.
        01 PR-RECORD.
            05 PR-KEY.
                10 PR-EMPLOYEE-ID PIC 9(05).
                10 PR-PERIOD-END PIC 9(08).
                10 PR-SEQ PIC 9(02).
            05 PR-CHECK-TYPE PIC X(01).
            05 PR-STATUS PIC X(01).
                88 PR-POSTED VALUE 'P'.
                88 PR-VOIDED VALUE 'V'.
            05 PR-RUN-DATE PIC 9(08).
            05 PR-OPERATOR PIC X(12).
            05 PR-NAME PIC X(14).
            05 PR-DEPT PIC X(04).
            05 PR-WAGE PIC 9(2)V9(2).
            05 PR-HOURS PIC 9(3)V9(2).
            05 PR-GROSS PIC 9(5)V9(2).
            05 PR-TAX PIC 9(4)V9(2).
            05 PR-DED-TOTAL PIC 9(5)V9(2).
            05 PR-NET PIC 9(5)V9(2).
            05 PR-PAY-METHOD PIC X(01).
            05 PR-DED-CNT PIC 9(02).
            05 PR-DEDUCTION OCCURS 10 TIMES.
                10 PR-DED-CODE PIC X(04).
                10 PR-DED-AMOUNT PIC 9(03)V9(02).
            05 PR-VOID-DATE PIC 9(08).
            05 PR-VOID-OPERATOR PIC X(12).
            05 PR-REISSUE-OF PIC 9(02).
            *>The part of PR-GROSS that was back pay for an earlier wage change, and the date of
            *>the PAYHIST.DAT line that owed it - zero on any check that carried none.
            05 PR-RETRO-PAY PIC 9(5)V9(2).
            05 PR-RETRO-REF-DATE PIC 9(08).
            *>Social Security and Medicare withheld from the check, and the employer's own
            *>matching FICA and unemployment taxes on it - everything a void has to back out.
            05 PR-SS-TAX PIC 9(4)V9(2).
            05 PR-MED-TAX PIC 9(4)V9(2).
            05 PR-ER-SS-TAX PIC 9(4)V9(2).
            05 PR-ER-MED-TAX PIC 9(4)V9(2).
            05 PR-FUTA-TAX PIC 9(4)V9(2).
            05 PR-SUTA-TAX PIC 9(4)V9(2).
            *>Paid leave on the check (a void hands the vacation and sick hours back to the
            *>balances), and any leave that went through unpaid.
            05 PR-VAC-HOURS PIC 9(3)V9(2).
            05 PR-SICK-HOURS PIC 9(3)V9(2).
            05 PR-HOL-HOURS PIC 9(3)V9(2).
            05 PR-UNPAID-HOURS PIC 9(3)V9(2).
            *>Where the check's wages were charged - department, job code, hours, and the wage
            *>expense (retro pay left out, it has its own GL line) - so a void reverses the very
            *>departments the check debited.
            05 PR-DIST-CNT PIC 9(02).
            05 PR-DIST OCCURS 6 TIMES.
                10 PR-DIST-DEPT PIC X(04).
                10 PR-DIST-JOB PIC X(06).
                10 PR-DIST-HOURS PIC 9(3)V9(2).
                10 PR-DIST-AMOUNT PIC 9(5)V9(2).
            *>The paper check's number - zero for a direct deposit.
            05 PR-CHECK-NO PIC 9(08).
    WORKING-STORAGE SECTION.
        01 WS-MAX PIC 9(3).
        *>I used a table to store all of the employee info. I chose to use it because of its flexibility
                88 WS-DD-PRENOTE VALUE 'P'.
                88 WS-DD-VERIFIED VALUE 'V'.
                88 WS-DD-PAPER VALUE 'C'.
            *>Pending retro pay and where it came from, mirrored off EM-RETRO-PAY/EM-RETRO-REF-DATE.
            05 WS-RETRO-PAY PIC 9(5)V9(2) VALUE ZERO OCCURS 200 TIMES.
            05 WS-RETRO-REF-DATE PIC 9(08) VALUE ZERO OCCURS 200 TIMES.
            *>FICA and employer payroll taxes, this check and year to date, mirrored off EM-SS-TAX and on.
            05 WS-SS-TAX PIC 9(4)V9(2) VALUE ZERO OCCURS 200 TIMES.
            05 WS-MED-TAX PIC 9(4)V9(2) VALUE ZERO OCCURS 200 TIMES.
            05 WS-ER-SS-TAX PIC 9(4)V9(2) VALUE ZERO OCCURS 200 TIMES.
            05 WS-ER-MED-TAX PIC 9(4)V9(2) VALUE ZERO OCCURS 200 TIMES.
            05 WS-FUTA-TAX PIC 9(4)V9(2) VALUE ZERO OCCURS 200 TIMES.
            05 WS-SUTA-TAX PIC 9(4)V9(2) VALUE ZERO OCCURS 200 TIMES.
            05 WS-YTD-SS PIC 9(6)V9(2) VALUE ZERO OCCURS 200 TIMES.
            05 WS-YTD-MED PIC 9(6)V9(2) VALUE ZERO OCCURS 200 TIMES.
            05 WS-YTD-ER-SS PIC 9(6)V9(2) VALUE ZERO OCCURS 200 TIMES.
            05 WS-YTD-ER-MED PIC 9(6)V9(2) VALUE ZERO OCCURS 200 TIMES.
            05 WS-YTD-FUTA PIC 9(6)V9(2) VALUE ZERO OCCURS 200 TIMES.
            05 WS-YTD-SUTA PIC 9(6)V9(2) VALUE ZERO OCCURS 200 TIMES.
            *>Leave hours on the current check, the leave balances, and the accrual policy code.
            05 WS-VAC-HOURS PIC 9(3)V9(2) VALUE ZERO OCCURS 200 TIMES.
            05 WS-SICK-HOURS PIC 9(3)V9(2) VALUE ZERO OCCURS 200 TIMES.
            05 WS-HOL-HOURS PIC 9(3)V9(2) VALUE ZERO OCCURS 200 TIMES.
            05 WS-UNPAID-HOURS PIC 9(3)V9(2) VALUE ZERO OCCURS 200 TIMES.
            05 WS-VAC-BAL PIC 9(4)V9(2) VALUE ZERO OCCURS 200 TIMES.
            05 WS-SICK-BAL PIC 9(4)V9(2) VALUE ZERO OCCURS 200 TIMES.
            05 WS-LEAVE-POLICY PIC 9(02) VALUE ZERO OCCURS 200 TIMES.
        01 WS-FNAME PIC A(12).
        01 WS-LNAME PIC A(1).
        01 WS-CNT PIC 9(3).
        01 WS-TAX-SLICE PIC 9(5)V9(2) VALUE ZERO.
        01 WS-TAXB-FLOOR PIC 9(5)V9(2) VALUE ZERO.
        01 WS-TAX-WORK PIC 9(5)V9(2) VALUE ZERO.
        *>FICA and employer payroll tax rates and wage bases, off TAXTBL.DAT's 'F' rows. The
        *>VALUEs are last January's figures, there only so a table missing a row still
        *>withholds something sane - the file is where they belong.
        01 WS-SS-RATE PIC V9(4) VALUE .0620.
        01 WS-SS-BASE PIC 9(7)V9(2) VALUE 168600.00.
        01 WS-MED-RATE PIC V9(4) VALUE .0145.
        01 WS-MEDX-RATE PIC V9(4) VALUE .0090.
        01 WS-MEDX-THRESHOLD PIC 9(7)V9(2) VALUE 200000.00.
        01 WS-FUTA-RATE PIC V9(4) VALUE .0060.
        01 WS-FUTA-BASE PIC 9(7)V9(2) VALUE 7000.00.
        01 WS-SUTA-RATE PIC V9(4) VALUE .0270.
        01 WS-SUTA-BASE PIC 9(7)V9(2) VALUE 7000.00.
        01 WS-FICA-ROW-CNT PIC 9(2) VALUE 0.
        *>FICA-COMPUTE-PARA's scratch figures - a wage base to test this check against, the
        *>part of the check that falls under it, and (for FICA-REFRESH-PARA) the elections a
        *>stored check took out, carried across a recompute.
        01 WS-FICA-BASE PIC 9(7)V9(2) VALUE ZERO.
        01 WS-FICA-WAGES PIC 9(5)V9(2) VALUE ZERO.
        01 WS-FICA-OTHER PIC 9(5)V9(2) VALUE ZERO.
        01 WS-FICA-AVAIL PIC S9(5)V9(2) VALUE ZERO.
        *>DEDUCT.DAT loaded whole into memory the same way LOAD-PARA brings EMPLOYEE-MASTER into
        *>WS-TABLE - a flat list of elections, not one slot per employee, since an employee can
        *>carry any number of them (or none). 1000 slots covers five elections apiece across a
        01 WS-GL-TAX-TOTAL PIC 9(8)V9(2) VALUE ZERO.
        01 WS-GL-NET-TOTAL PIC 9(9)V9(2) VALUE ZERO.
        01 WS-GL-DEDUCTION-TOTAL PIC 9(8)V9(2) VALUE ZERO.
        *>The slice of WS-GL-GROSS-TOTAL that was retro pay - gets its own expense line so the
        *>ledger can tell back pay from this period's wages.
        01 WS-GL-RETRO-TOTAL PIC 9(9)V9(2) VALUE ZERO.
        *>Employee FICA withheld and the employer's own payroll taxes - each its own liability
        *>line, and the employer's four each their own expense line as well.
        01 WS-GL-SS-TOTAL PIC 9(8)V9(2) VALUE ZERO.
        01 WS-GL-MED-TOTAL PIC 9(8)V9(2) VALUE ZERO.
        01 WS-GL-ER-SS-TOTAL PIC 9(8)V9(2) VALUE ZERO.
        01 WS-GL-ER-MED-TOTAL PIC 9(8)V9(2) VALUE ZERO.
        01 WS-GL-FUTA-TOTAL PIC 9(8)V9(2) VALUE ZERO.
        01 WS-GL-SUTA-TOTAL PIC 9(8)V9(2) VALUE ZERO.
        *>One journal line at a time for GL-LINE-PARA - the account title, the amount, and
        *>which side it posts to. A void's reversing entry runs the very same lines with
        *>WS-GL-REVERSING on, which swaps every debit for a credit and back again.
        01 WS-GL-ACCOUNT PIC X(30).
        01 WS-GL-AMOUNT PIC 9(9)V9(2) VALUE ZERO.
        01 WS-GL-AMOUNT-ED PIC ZZZZZZZZ9.99.
        01 WS-GL-SIDE PIC X(01).
            88 WS-GL-DEBIT VALUE 'D'.
            88 WS-GL-CREDIT VALUE 'C'.
        01 WS-GL-REVERSE-SWITCH PIC X(01) VALUE 'N'.
            88 WS-GL-REVERSING VALUE 'Y'.
        01 WS-GLJRNL-FILE-STATUS PIC X(02).
        01 WS-DASH-LINE PIC X(78) VALUE ALL "-".
        *>One detail line, built a column at a time before it goes to PRINT-REC.
        01 WS-TEMP-FILING-STATUS PIC X(1).
        01 WS-TEMP-ALLOWANCES PIC 9(2).
        01 WS-TEMP-DD-STATUS PIC X(1).
        01 WS-TEMP-RETRO-PAY PIC 9(5)V9(2).
        01 WS-TEMP-RETRO-REF-DATE PIC 9(08).
        01 WS-TEMP-SS-TAX PIC 9(4)V9(2).
        01 WS-TEMP-MED-TAX PIC 9(4)V9(2).
        01 WS-TEMP-ER-SS-TAX PIC 9(4)V9(2).
        01 WS-TEMP-ER-MED-TAX PIC 9(4)V9(2).
        01 WS-TEMP-FUTA-TAX PIC 9(4)V9(2).
        01 WS-TEMP-SUTA-TAX PIC 9(4)V9(2).
        01 WS-TEMP-YTD-SS PIC 9(6)V9(2).
        01 WS-TEMP-YTD-MED PIC 9(6)V9(2).
        01 WS-TEMP-YTD-ER-SS PIC 9(6)V9(2).
        01 WS-TEMP-YTD-ER-MED PIC 9(6)V9(2).
        01 WS-TEMP-YTD-FUTA PIC 9(6)V9(2).
        01 WS-TEMP-YTD-SUTA PIC 9(6)V9(2).
        01 WS-TEMP-VAC-HOURS PIC 9(3)V9(2).
        01 WS-TEMP-SICK-HOURS PIC 9(3)V9(2).
        01 WS-TEMP-HOL-HOURS PIC 9(3)V9(2).
        01 WS-TEMP-UNPAID-HOURS PIC 9(3)V9(2).
        01 WS-TEMP-VAC-BAL PIC 9(4)V9(2).
        01 WS-TEMP-SICK-BAL PIC 9(4)V9(2).
        01 WS-TEMP-LEAVE-POLICY PIC 9(02).
        01 WS-CKPT-FILE-STATUS PIC X(02).
        01 WS-CKPT-IDX PIC 9(03).
        *>CHECKPOINT-SAVE-PARA only ever needs to write the rows added this run - anything at or
        01 WS-WC-OLD-WAGE-ED PIC ZZ9.99.
        01 WS-WC-NEW-WAGE-ED PIC ZZ9.99.
        01 WS-WC-AUTHORIZED-BY PIC X(12).
        *>PROFILE-CHANGE-PARA's working fields - same found-index shape as STATUS-CHANGE-PARA's,
        *>plus the before image of every field it can change so each change can be audited
        *>from/to once the entry prompts have overwritten the row.
        01 WS-PC-ID-INPUT PIC X(05).
        01 WS-PC-ID PIC 9(05).
        01 WS-PC-IDX PIC 9(03).
        01 WS-PC-FOUND-IDX PIC 9(03).
        01 WS-PC-FOUND-SWITCH PIC X(01) VALUE 'N'.
            88 WS-PC-FOUND VALUE 'Y'.
        01 WS-PC-ANSWER PIC X(01).
        01 WS-PC-OLD-NAME PIC X(14).
        01 WS-PC-OLD-ROUTING PIC 9(09).
        01 WS-PC-OLD-ACCOUNT PIC X(17).
        01 WS-PC-OLD-DEPT PIC X(04).
        01 WS-PC-OLD-FS PIC X(01).
        01 WS-PC-OLD-ALLOW PIC 9(02).
        01 WS-PC-OLD-DD-STATUS PIC X(01).
        01 WS-PC-CHANGED-SWITCH PIC X(01) VALUE 'N'.
            88 WS-PC-CHANGED VALUE 'Y'.
        01 WS-PC-BANK-SWITCH PIC X(01) VALUE 'N'.
            88 WS-PC-BANK-CHANGED VALUE 'Y'.
        01 WS-PC-W4-SWITCH PIC X(01) VALUE 'N'.
            88 WS-PC-W4-CHANGED VALUE 'Y'.
        *>The mailed notice never carries a whole account number - all but the last four
        *>characters print as asterisks.
        01 WS-PC-MASK-IN PIC X(17).
        01 WS-PC-MASK-OUT PIC X(17).
        01 WS-PC-MASK-LEN PIC 9(02).
        01 WS-PC-OLD-MASK PIC X(17).
        01 WS-PC-NEW-MASK PIC X(17).
        *>AUDIT.LOG's shorter form of the same thing - four asterisks and the last four.
        01 WS-PC-MASK-SHORT PIC X(08).
        01 WS-PC-OLD-SHORT PIC X(08).
        01 WS-PC-NEW-SHORT PIC X(08).
        01 WS-BANKNTC-FILE-STATUS PIC X(02).
        *>The raise's effective date, and what WAGE-RETRO-PARA works out it is owed for the
        *>periods already paid at the old rate since then. Zero date means "from the next run".
        01 WS-WC-EFF-INPUT PIC X(08).
        01 WS-WC-EFF-NUM REDEFINES WS-WC-EFF-INPUT PIC 9(08).
        01 WS-WC-EFF-DATE PIC 9(08) VALUE ZERO.
        01 WS-WC-RETRO-AMT PIC 9(5)V9(2) VALUE ZERO.
        01 WS-WC-RETRO-ED PIC ZZZZ9.99.
        01 WS-WC-RETRO-CNT PIC 9(03) VALUE ZERO.
        01 WS-WC-CHECK-HOURS PIC 9(3)V9(4).
        *>Earlier back-dated changes for the same employee, read back off PAYHIST.DAT - each
        *>one's effective date and the rate it made the periods from then on whole to - so a
        *>second back-dated raise only pays the difference above what the first already owes.
        01 WS-WC-BASIS PIC 9(2)V9(2).
        01 WS-WC-HIST-RATE-ED PIC ZZ9.99.
        01 WS-WC-HIST-RATE PIC 9(2)V9(2).
        01 WS-WC-HIST-SEEN-SWITCH PIC X(01) VALUE 'N'.
            88 WS-WC-HIST-SEEN VALUE 'Y'.
        01 WS-WC-HIST-EOF-SWITCH PIC X(01) VALUE 'N'.
            88 WS-WC-HIST-EOF-REACHED VALUE 'Y'.
        01 WS-WC-PRIOR-FULL-SWITCH PIC X(01) VALUE 'N'.
            88 WS-WC-PRIOR-FULL VALUE 'Y'.
        01 WS-WC-PRIOR-CNT PIC 9(02) VALUE ZERO.
        01 WS-WC-PRIOR-CAP PIC 9(02) VALUE 50.
        01 WS-WC-PRIOR-IDX PIC 9(02) VALUE ZERO.
        01 WS-WC-PRIOR-TABLE.
            05 WS-WC-PRIOR-ENTRY OCCURS 50 TIMES.
                10 WS-WC-PRIOR-EFF PIC 9(08).
                10 WS-WC-PRIOR-RATE PIC 9(2)V9(2).
        01 WS-WC-EOF-SWITCH PIC X(01) VALUE 'N'.
            88 WS-WC-EOF-REACHED VALUE 'Y'.
        01 WS-PAYHIST-FILE-STATUS PIC X(02).
        *>TAXQTR.PRT working fields - a quarterly running-totals hand-off for payroll tax filing.
        *>The quarter itself is worked out from the run date (WS-RD-MM, set up at the top of
        01 WS-QTR-GROSS-ED PIC ZZZZZZ9.99.
        01 WS-QTR-TAX-ED PIC ZZZZZ9.99.
        01 WS-QTR-NET-ED PIC ZZZZZZ9.99.
        01 WS-QTR-SS-ED PIC ZZZZZ9.99.
        01 WS-QTR-MED-ED PIC ZZZZZ9.99.
        01 WS-QTR-ER-SS-ED PIC ZZZZZ9.99.
        01 WS-QTR-ER-MED-ED PIC ZZZZZ9.99.
        01 WS-QTR-FUTA-ED PIC ZZZZZ9.99.
        01 WS-QTR-SUTA-ED PIC ZZZZZ9.99.
        *>One column per tax, so the 941 (withholding, both halves of FICA) and the 940
        *>(FUTA) can each be read straight off the totals line.
        01 WS-QTR-LINE.
            05 QL-ID PIC X(08).
            05 QL-NAME PIC X(16).
            05 QL-YTD-GROSS PIC X(14).
            05 QL-YTD-TAX PIC X(13).
            05 QL-YTD-SS PIC X(11).
            05 QL-YTD-MED PIC X(11).
            05 QL-YTD-ER-SS PIC X(11).
            05 QL-YTD-ER-MED PIC X(11).
            05 QL-YTD-FUTA PIC X(11).
            05 QL-YTD-SUTA PIC X(11).
            05 QL-YTD-NET PIC X(14).
        01 WS-QTR-TOTALS.
            05 WS-QTR-TOT-GROSS PIC 9(7)V9(2) VALUE ZERO.
            05 WS-QTR-TOT-TAX PIC 9(6)V9(2) VALUE ZERO.
            05 WS-QTR-TOT-SS PIC 9(6)V9(2) VALUE ZERO.
            05 WS-QTR-TOT-MED PIC 9(6)V9(2) VALUE ZERO.
            05 WS-QTR-TOT-ER-SS PIC 9(6)V9(2) VALUE ZERO.
            05 WS-QTR-TOT-ER-MED PIC 9(6)V9(2) VALUE ZERO.
            05 WS-QTR-TOT-FUTA PIC 9(6)V9(2) VALUE ZERO.
            05 WS-QTR-TOT-SUTA PIC 9(6)V9(2) VALUE ZERO.
            05 WS-QTR-TOT-NET PIC 9(7)V9(2) VALUE ZERO.
        *>DIRDEP.DAT working fields. ACCEPT into a numeric routing number silently zero-fills a
        *>non-digit the same way the wage/hours ACCEPTs would, so it gets the same NUMERIC guard
        *>ENTRY-PARA already uses elsewhere - staged as PIC X first, same trick as WS-WAGE-INPUT.
        01 WS-STUB-RATE-ED PIC ZZ9.99.
        01 WS-STUB-AMT-ED PIC ZZZZ9.99.
        01 WS-STUB-TAX-ED PIC ZZZ9.99.
        01 WS-STUB-SS-ED PIC ZZZ9.99.
        01 WS-STUB-MED-ED PIC ZZZ9.99.
        01 WS-STUB-ER-SS-ED PIC ZZZ9.99.
        01 WS-STUB-ER-MED-ED PIC ZZZ9.99.
        01 WS-STUB-FUTA-ED PIC ZZZ9.99.
        01 WS-STUB-SUTA-ED PIC ZZZ9.99.
        *>A reissued check always goes out on paper, whatever the employee's deposit status
        *>says - the void transaction turns this on around its one stub.
        01 WS-STUB-FORCE-PAPER-SWITCH PIC X(01) VALUE 'N'.
            88 WS-STUB-FORCE-PAPER VALUE 'Y'.
        *>A flat amount that isn't hours times rate, and what to call it on the stub - zero
        *>everywhere except the off-cycle run.
        01 WS-STUB-EXTRA-AMT PIC 9(5)V9(2) VALUE ZERO.
        01 WS-STUB-EXTRA-LABEL PIC X(12) VALUE SPACES.
        *>Printed after the extra amount when there is something to tie it back to - a retro
        *>line names the wage change it came from.
        01 WS-STUB-EXTRA-NOTE PIC X(30) VALUE SPACES.
        01 WS-STUB-LV-LABEL PIC X(09).
        01 WS-STUB-LV-HOURS PIC 9(3)V9(2) VALUE ZERO.
        01 WS-STUB-LV-AMT PIC 9(5)V9(2) VALUE ZERO.
        *>On for a check the operator paid without DEDUCT.DAT elections - the stub and the
        *>register then leave the elections off, the same as net pay did.
        01 WS-DEDUCTIONS-WAIVED-SWITCH PIC X(01) VALUE 'N'.
            88 WS-DEDUCTIONS-WAIVED VALUE 'Y'.
        *>ACH-RETURN-PARA's working fields - the bank's returns matched back to the roster by
        *>routing plus account, counts for the console summary, and the report open switch.
        01 WS-ACHRTN-FILE-STATUS PIC X(02).
        01 WS-TC-READ-CNT PIC 9(05) VALUE ZERO.
        01 WS-TC-POSTED-CNT PIC 9(05) VALUE ZERO.
        01 WS-TC-SKIPPED-CNT PIC 9(05) VALUE ZERO.
        *>Every charge line posted this run, keyed by employee ID rather than table row -
        *>DEPT-GROUP-PARA and the sort reshuffle the rows before the report prints. A line
        *>dropped by a re-keyed card keeps its slot with the ID zeroed out.
        01 WS-TCL-TABLE-CAP PIC 9(04) VALUE 1000.
        01 WS-TCL-LINE-CAP PIC 9(01) VALUE 5.
        01 WS-TCL-TABLE.
            05 WS-TCL-ID PIC 9(05) VALUE ZERO OCCURS 1000 TIMES.
            05 WS-TCL-DEPT PIC X(04) VALUE SPACES OCCURS 1000 TIMES.
            05 WS-TCL-JOB PIC X(06) VALUE SPACES OCCURS 1000 TIMES.
            05 WS-TCL-HOURS PIC 9(3)V9(2) VALUE ZERO OCCURS 1000 TIMES.
        01 WS-TCL-CNT PIC 9(04) VALUE 0.
        01 WS-TCL-IDX PIC 9(04) VALUE 0.
        01 WS-TCL-MATCH-IDX PIC 9(04) VALUE 0.
        01 WS-TCL-EMP-CNT PIC 9(04) VALUE 0.
        01 WS-TCL-ADD-DEPT PIC X(04).
        01 WS-TCL-ADD-JOB PIC X(06).
        01 WS-TCL-ADD-HOURS PIC 9(3)V9(2).
        01 WS-TCL-MATCH-SWITCH PIC X(01) VALUE 'N'.
            88 WS-TCL-MATCHED VALUE 'Y'.
        *>Splitting a keyed card's worked hours across charge lines.
        01 WS-TC-SPLIT-ANSWER PIC X(01).
        01 WS-TC-REMAIN PIC 9(3)V9(2).
        01 WS-TC-LINE-NO PIC 9(01).
        01 WS-LV-PREV-UNPAID PIC 9(3)V9(2).
        *>LEAVEPOL.DAT loaded whole into memory the way TAXTBL.DAT is - a handful of policies.
        01 WS-LVP-TABLE-CAP PIC 9(2) VALUE 20.
        01 WS-LEAVE-POLICY-TABLE.
            05 WS-LVP-CODE PIC 9(02) VALUE ZERO OCCURS 20 TIMES.
            05 WS-LVP-VAC-RATE PIC 9(2)V9(2) VALUE ZERO OCCURS 20 TIMES.
            05 WS-LVP-SICK-RATE PIC 9(2)V9(2) VALUE ZERO OCCURS 20 TIMES.
            05 WS-LVP-VAC-CARRY PIC 9(3)V9(2) VALUE ZERO OCCURS 20 TIMES.
            05 WS-LVP-SICK-CARRY PIC 9(3)V9(2) VALUE ZERO OCCURS 20 TIMES.
        01 WS-LVP-CNT PIC 9(2) VALUE 0.
        01 WS-LVP-IDX PIC 9(2) VALUE 0.
        01 WS-LVP-FOUND-IDX PIC 9(2) VALUE 0.
        01 WS-LVP-FOUND-SWITCH PIC X(01) VALUE 'N'.
            88 WS-LVP-FOUND VALUE 'Y'.
        01 WS-LEAVEPOL-FILE-STATUS PIC X(02).
        01 WS-LEAVEPOL-EOF-SWITCH PIC X(01) VALUE 'N'.
            88 WS-LEAVEPOL-EOF-REACHED VALUE 'Y'.
        *>One timecard's hours as keyed or read, before LEAVE-CARD-CHECK-PARA has tested the
        *>leave in it against the employee's balances and put it on their row.
        01 WS-LV-WORK-IN PIC 9(3)V9(2) VALUE ZERO.
        01 WS-LV-VAC-IN PIC 9(3)V9(2) VALUE ZERO.
        01 WS-LV-SICK-IN PIC 9(3)V9(2) VALUE ZERO.
        01 WS-LV-HOL-IN PIC 9(3)V9(2) VALUE ZERO.
        01 WS-LV-UNPAID-IN PIC 9(3)V9(2) VALUE ZERO.
        01 WS-LV-TOTAL PIC 9(4)V9(2) VALUE ZERO.
        01 WS-LV-LABEL PIC X(08).
        01 WS-LV-PROMPT PIC X(100).
        01 WS-LV-HOURS-ED PIC ZZ9.99.
        01 WS-LV-VAC-BAL-ED PIC ZZZ9.99.
        01 WS-LV-SICK-BAL-ED PIC ZZZ9.99.
        01 WS-LV-ACTION PIC X(01).
        01 WS-LV-BATCH-ACTION PIC X(01).
        01 WS-LV-POLICY-INPUT PIC X(02).
        01 WS-LV-POLICY-NUM REDEFINES WS-LV-POLICY-INPUT PIC 9(02).
        01 WS-LV-FIELD-SWITCH PIC X(01) VALUE 'N'.
            88 WS-LV-FIELD-OK VALUE 'Y'.
        01 WS-LV-INTERACTIVE-SWITCH PIC X(01) VALUE 'N'.
            88 WS-LV-INTERACTIVE VALUE 'Y'.
        01 WS-LV-REJECT-SWITCH PIC X(01) VALUE 'N'.
            88 WS-LV-REJECTED VALUE 'Y'.
        *>Tracks the department currently being printed so PRINT-PARA can tell when it has
        *>crossed into a new one and owes the old one a subtotal line.
        01 WS-CURRENT-DEPT PIC X(04).
            88 WS-FIRST-DEPT VALUE 'Y'.
        01 WS-DEPT-SUBTOTAL PIC 9(9)V9(2) VALUE ZERO.
        01 WS-DEPT-SUBTOTAL-ED PIC ZZZZZZZZ9.99.
        *>PAY-REGISTER-PARA's working fields - which kind of check is being written, and the
        *>retry-the-next-sequence loop PAYREG-WRITE-PARA runs when an entry already holds a key.
        01 WS-PAYREG-FILE-STATUS PIC X(02).
        01 WS-PAYREG-OPEN-SWITCH PIC X(01) VALUE 'N'.
            88 WS-PAYREG-OPEN VALUE 'Y'.
        01 WS-PR-CHECK-TYPE PIC X(01).
        01 WS-PR-WRITTEN-SWITCH PIC X(01) VALUE 'N'.
            88 WS-PR-WRITTEN VALUE 'Y'.
        01 WS-PR-DED-IDX PIC 9(02).
        *>Paper check numbering - the CHKCTL.DAT figures while a batch of checks is being
        *>written, one open switch per output, and the batch's count and total for the
        *>register's footing.
        01 WS-CHKCTL-FILE-STATUS PIC X(02).
        01 WS-CHKISS-FILE-STATUS PIC X(02).
        01 WS-CHKREG-FILE-STATUS PIC X(02).
        01 WS-POSPAY-FILE-STATUS PIC X(02).
        01 WS-CK-NEXT PIC 9(08) VALUE 1.
        01 WS-CK-ACCOUNT PIC X(17).
        01 WS-CK-STALE-DAYS PIC 9(04) VALUE 180.
        01 WS-CK-TITLE PIC X(30).
        01 WS-CK-ISSUED-CNT PIC 9(05) VALUE ZERO.
        01 WS-CK-ISSUED-TOTAL PIC 9(8)V9(2) VALUE ZERO.
        01 WS-CK-NO-ED PIC ZZZZZZZ9.
        01 WS-CK-AMT-ED PIC ZZZZZZZ9.99.
        01 WS-CK-CNT-ED PIC ZZZZ9.
        01 WS-CK-CONTROL-SWITCH PIC X(01) VALUE 'N'.
            88 WS-CK-CONTROL-FOUND VALUE 'Y'.
        01 WS-CK-APPEND-SWITCH PIC X(01) VALUE 'N'.
            88 WS-CK-APPEND VALUE 'Y'.
        01 WS-CK-FREE-SWITCH PIC X(01) VALUE 'N'.
            88 WS-CK-FREE VALUE 'Y'.
        01 WS-CK-ISS-OPEN-SWITCH PIC X(01) VALUE 'N'.
            88 WS-CK-ISS-OPEN VALUE 'Y'.
        01 WS-CK-REG-OPEN-SWITCH PIC X(01) VALUE 'N'.
            88 WS-CK-REG-OPEN VALUE 'Y'.
        01 WS-CK-PP-OPEN-SWITCH PIC X(01) VALUE 'N'.
            88 WS-CK-PP-OPEN VALUE 'Y'.
        01 WS-VC-CHECK-NO PIC 9(08) VALUE ZERO.
        *>Set only once CHKISS.DAT really shows the check voided - no stop goes to the bank on
        *>a check it already honoured or one we have no issue record for.
        01 WS-VC-STOP-SWITCH PIC X(01) VALUE 'N'.
            88 WS-VC-STOP VALUE 'Y'.
        *>CHECK-RECON-PARA's working fields.
        01 WS-PAIDCHK-FILE-STATUS PIC X(02).
        01 WS-CHKREC-FILE-STATUS PIC X(02).
        01 WS-CR-REPORT-OPEN-SWITCH PIC X(01) VALUE 'N'.
            88 WS-CR-REPORT-OPEN VALUE 'Y'.
        01 WS-PD-EOF-SWITCH PIC X(01) VALUE 'N'.
            88 WS-PD-EOF-REACHED VALUE 'Y'.
        01 WS-CR-EOF-SWITCH PIC X(01) VALUE 'N'.
            88 WS-CR-EOF-REACHED VALUE 'Y'.
        01 WS-PD-READ-CNT PIC 9(05) VALUE ZERO.
        01 WS-PD-MATCHED-CNT PIC 9(05) VALUE ZERO.
        01 WS-PD-EXCEPT-CNT PIC 9(05) VALUE ZERO.
        01 WS-CR-OUT-CNT PIC 9(05) VALUE ZERO.
        01 WS-CR-OUT-TOTAL PIC 9(8)V9(2) VALUE ZERO.
        01 WS-CR-STALE-CNT PIC 9(05) VALUE ZERO.
        01 WS-CR-STALE-TOTAL PIC 9(8)V9(2) VALUE ZERO.
        01 WS-CR-NOTE PIC X(50).
        01 WS-CR-FLAG PIC X(16).
        01 WS-CR-AGE PIC 9(05) VALUE ZERO.
        01 WS-CR-AGE-ED PIC ZZZZ9.
        01 WS-CR-TODAY-DAYS PIC 9(07) VALUE ZERO.
        *>DAY-NUMBER-PARA turns a YYYYMMDD date into a running day count, so two dates can be
        *>subtracted for an age in days.
        01 WS-DN-DATE PIC 9(08).
        01 WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
            05 WS-DN-YYYY PIC 9(04).
            05 WS-DN-MM PIC 9(02).
            05 WS-DN-DD PIC 9(02).
        01 WS-DN-DAYS PIC 9(07).
        01 WS-DN-Y1 PIC 9(04).
        01 WS-DN-Q4 PIC 9(04).
        01 WS-DN-Q100 PIC 9(04).
        01 WS-DN-Q400 PIC 9(04).
        01 WS-DN-R4 PIC 9(04).
        01 WS-DN-R100 PIC 9(04).
        01 WS-DN-R400 PIC 9(04).
        01 WS-DN-CUM-VALUES PIC X(36) VALUE "000031059090120151181212243273304334".
        01 WS-DN-CUM-TABLE REDEFINES WS-DN-CUM-VALUES.
            05 WS-DN-CUM PIC 9(03) OCCURS 12 TIMES.
        *>Preview and release - PREVCTL.DAT's limits, whether this run is only a look ('P') or
        *>a timecard week (only those have cards to miss), and the release itself.
        01 WS-PREVCTL-FILE-STATUS PIC X(02).
        01 WS-PREVIEW-FILE-STATUS PIC X(02).
        01 WS-PV-HOURS-LIMIT PIC 9(3)V9(2) VALUE 60.00.
        01 WS-PV-NET-PCT PIC 9(03) VALUE 25.
        01 WS-PV-MODE-SWITCH PIC X(01) VALUE 'N'.
            88 WS-PV-PREVIEW-ONLY VALUE 'Y'.
        01 WS-PV-TC-RUN-SWITCH PIC X(01) VALUE 'N'.
            88 WS-PV-TIMECARD-RUN VALUE 'Y'.
        01 WS-PV-REPORT-OPEN-SWITCH PIC X(01) VALUE 'N'.
            88 WS-PV-REPORT-OPEN VALUE 'Y'.
        01 WS-PV-PAYREG-OPEN-SWITCH PIC X(01) VALUE 'N'.
            88 WS-PV-PAYREG-OPEN VALUE 'Y'.
        01 WS-PV-PREV-FOUND-SWITCH PIC X(01) VALUE 'N'.
            88 WS-PV-PREV-FOUND VALUE 'Y'.
        01 WS-PV-SCAN-DONE-SWITCH PIC X(01) VALUE 'N'.
            88 WS-PV-SCAN-DONE VALUE 'Y'.
        01 WS-PV-RELEASE-SWITCH PIC X(01) VALUE 'N'.
            88 WS-PV-RELEASED VALUE 'Y'.
        01 WS-PV-ANSWER PIC X(01).
        01 WS-PV-RELEASER PIC X(12) VALUE SPACES.
        01 WS-PV-CHECK-CNT PIC 9(05) VALUE ZERO.
        01 WS-PV-EXCEPT-CNT PIC 9(05) VALUE ZERO.
        01 WS-PV-GROSS-TOTAL PIC 9(8)V9(2) VALUE ZERO.
        01 WS-PV-NET-TOTAL PIC 9(8)V9(2) VALUE ZERO.
        01 WS-PV-TOTAL-HOURS PIC 9(3)V9(2) VALUE ZERO.
        01 WS-PV-PREV-NET PIC 9(5)V9(2) VALUE ZERO.
        01 WS-PV-NET-DIFF PIC 9(5)V9(2) VALUE ZERO.
        01 WS-PV-NOTE PIC X(50).
        01 WS-PV-HOURS-ED PIC ZZ9.99.
        01 WS-PV-PCT-ED PIC ZZ9.
        01 WS-PV-AMT-ED PIC ZZZZZZZ9.99.
        01 WS-PV-CNT-ED PIC ZZZZ9.
        *>Backup generations - BKCTL.DAT's keep count, BACKUP.CAT held in a table while a
        *>generation is added or pruned, and the pieces a generation's file names are built from.
        01 WS-BKCTL-FILE-STATUS PIC X(02).
        01 WS-BKCAT-FILE-STATUS PIC X(02).
        01 WS-BACKUP-FILE-STATUS PIC X(02).
        01 WS-BK-FILE-NAME PIC X(40) VALUE SPACES.
        01 WS-BK-BASE PIC X(12).
        01 WS-BK-NAME-GEN PIC 9(04).
        01 WS-BK-NAME-DATE PIC 9(08).
        01 WS-BK-KEEP PIC 9(02) VALUE 5.
        01 WS-BK-GEN PIC 9(04) VALUE ZERO.
        01 WS-BK-COPY-CNT PIC 9(05) VALUE ZERO.
        01 WS-BK-EMP-CNT PIC 9(05) VALUE ZERO.
        01 WS-BK-DED-CNT PIC 9(05) VALUE ZERO.
        01 WS-BK-HIST-CNT PIC 9(05) VALUE ZERO.
        01 WS-BK-LAST-POSTED PIC 9(08) VALUE ZERO.
        01 WS-BK-TAKEN-SWITCH PIC X(01) VALUE 'N'.
            88 WS-BK-TAKEN VALUE 'Y'.
        01 WS-BK-PRUNE-SWITCH PIC X(01) VALUE 'Y'.
            88 WS-BK-PRUNE VALUE 'Y'.
        01 WS-BK-OK-SWITCH PIC X(01) VALUE 'N'.
            88 WS-BK-OK VALUE 'Y'.
        01 WS-BK-EOF-SWITCH PIC X(01) VALUE 'N'.
            88 WS-BK-EOF-REACHED VALUE 'Y'.
        01 WS-BC-CNT PIC 9(02) VALUE ZERO.
        01 WS-BC-CAP PIC 9(02) VALUE 99.
        01 WS-BC-IDX PIC 9(02) VALUE ZERO.
        01 WS-BC-TABLE.
            05 WS-BC-ENTRY OCCURS 99 TIMES.
                10 WS-BC-GEN PIC 9(04).
                10 WS-BC-DATE PIC 9(08).
                10 WS-BC-TIME PIC 9(08).
                10 WS-BC-OPERATOR PIC X(12).
                10 WS-BC-MODE PIC X(01).
                10 WS-BC-LAST-POSTED PIC 9(08).
                10 WS-BC-EMP-CNT PIC 9(05).
                10 WS-BC-DED-CNT PIC 9(05).
                10 WS-BC-HIST-CNT PIC 9(05).
        *>BACKUP-RESTORE-PARA's working fields.
        01 WS-RS-GEN-INPUT PIC X(04).
        01 WS-RS-GEN-NUM REDEFINES WS-RS-GEN-INPUT PIC 9(04).
        01 WS-RS-FOUND-SWITCH PIC X(01) VALUE 'N'.
            88 WS-RS-FOUND VALUE 'Y'.
        01 WS-RS-FOUND-IDX PIC 9(02) VALUE ZERO.
        01 WS-RS-COMPLETE-SWITCH PIC X(01) VALUE 'N'.
            88 WS-RS-COMPLETE VALUE 'Y'.
        01 WS-RS-GEN PIC 9(04) VALUE ZERO.
        01 WS-RS-DATE PIC 9(08) VALUE ZERO.
        01 WS-RS-TIME PIC 9(08) VALUE ZERO.
        01 WS-RS-CONFIRM PIC X(01).
        *>Any open or write failure partway through a rollback - the files are then a mix of
        *>two generations and the rollback must not be reported as done.
        01 WS-RS-FAILED-SWITCH PIC X(01) VALUE 'N'.
            88 WS-RS-FAILED VALUE 'Y'.
        *>VOID-CHECK-PARA's working fields - same found-index shape as STATUS-CHANGE-PARA's for
        *>the roster check, plus the period and sequence that pick one entry off the register.
        01 WS-VC-ID-INPUT PIC X(05).
        01 WS-VC-ID PIC 9(05).
        01 WS-VC-IDX PIC 9(03).
        01 WS-VC-FOUND-IDX PIC 9(03).
        01 WS-VC-FOUND-SWITCH PIC X(01) VALUE 'N'.
            88 WS-VC-FOUND VALUE 'Y'.
        01 WS-VC-PERIOD-INPUT PIC X(08).
        01 WS-VC-PERIOD-NUM REDEFINES WS-VC-PERIOD-INPUT PIC 9(08).
        01 WS-VC-SEQ-INPUT PIC X(02).
        01 WS-VC-SEQ-NUM REDEFINES WS-VC-SEQ-INPUT PIC 9(02).
        01 WS-VC-SEQ PIC 9(02).
        01 WS-VC-LIST-CNT PIC 9(03) VALUE ZERO.
        01 WS-VC-EOF-SWITCH PIC X(01) VALUE 'N'.
            88 WS-VC-EOF-REACHED VALUE 'Y'.
        01 WS-VC-READ-SWITCH PIC X(01) VALUE 'N'.
            88 WS-VC-READ-OK VALUE 'Y'.
        01 WS-VC-POSTED-SWITCH PIC X(01) VALUE 'N'.
            88 WS-VC-POSTED VALUE 'Y'.
        *>Set only once PAYREG.DAT really shows the entry voided.
        01 WS-VC-MARKED-SWITCH PIC X(01) VALUE 'N'.
            88 WS-VC-MARKED VALUE 'Y'.
        01 WS-VC-CONFIRM PIC X(01).
        01 WS-VC-METHOD PIC X(01).
        *>A reissue borrows the employee's own WS-TABLE row to run SALARY-PARA on the corrected
        *>hours, then puts the row back exactly as it was - this is where it waits meanwhile.
        01 WS-SAVE-WAGE PIC 9(2)V9(2).
        01 WS-SAVE-HOURS PIC 9(3)V9(2).
        01 WS-SAVE-GROSS PIC 9(5)V9(2).
        01 WS-SAVE-TAX PIC 9(4)V9(2).
        01 WS-SAVE-NET PIC 9(5)V9(2).
        01 WS-SAVE-SALARY PIC 9(7)V9(2).
        01 WS-SAVE-SS-TAX PIC 9(4)V9(2).
        01 WS-SAVE-MED-TAX PIC 9(4)V9(2).
        01 WS-SAVE-ER-SS-TAX PIC 9(4)V9(2).
        01 WS-SAVE-ER-MED-TAX PIC 9(4)V9(2).
        01 WS-SAVE-FUTA-TAX PIC 9(4)V9(2).
        01 WS-SAVE-SUTA-TAX PIC 9(4)V9(2).
        01 WS-SAVE-VAC-HOURS PIC 9(3)V9(2).
        01 WS-SAVE-SICK-HOURS PIC 9(3)V9(2).
        01 WS-SAVE-HOL-HOURS PIC 9(3)V9(2).
        01 WS-SAVE-UNPAID-HOURS PIC 9(3)V9(2).
        *>On once SUMMARY-PARA has actually printed (and so paid) the run - pending retro pay is
        *>only cleared off the roster after a run that really went out.
        01 WS-RUN-PAID-SWITCH PIC X(01) VALUE 'N'.
            88 WS-RUN-PAID VALUE 'Y'.
        *>One check's pay spread over its charge lines by LD-CHECK-BUILD-PARA - up to five card
        *>lines, plus the home line leave and retro pay land on if no card line is it.
        01 WS-LDC-TABLE.
            05 WS-LDC-ENTRY OCCURS 6 TIMES.
                10 WS-LDC-DEPT PIC X(04).
                10 WS-LDC-JOB PIC X(06).
                10 WS-LDC-HOURS PIC 9(3)V9(2).
                10 WS-LDC-LEAVE-HRS PIC 9(3)V9(2).
                10 WS-LDC-STRAIGHT PIC 9(5)V9(2).
                10 WS-LDC-PREMIUM PIC 9(5)V9(2).
                10 WS-LDC-OTHER PIC 9(5)V9(2).
                10 WS-LDC-RETRO PIC 9(5)V9(2).
                10 WS-LDC-GROSS PIC 9(5)V9(2).
                10 WS-LDC-ER-TAX PIC 9(5)V9(2).
        01 WS-LDC-CNT PIC 9(01) VALUE 0.
        01 WS-LDC-IDX PIC 9(01) VALUE 0.
        01 WS-LDC-HOME-IDX PIC 9(01) VALUE 0.
        01 WS-LDC-RETRO-IN PIC 9(5)V9(2) VALUE ZERO.
        01 WS-LDC-HRS-SUM PIC 9(4)V9(2) VALUE ZERO.
        01 WS-LDC-LEAVE-PAY PIC 9(5)V9(2) VALUE ZERO.
        01 WS-LDC-WORKED PIC S9(6)V9(2) VALUE ZERO.
        01 WS-LDC-ALLOC PIC S9(6)V9(2) VALUE ZERO.
        01 WS-LDC-ER-TOTAL PIC 9(5)V9(2) VALUE ZERO.
        01 WS-LDC-SCRATCH PIC S9(6)V9(2) VALUE ZERO.
        *>The run's labor distribution, one entry per department/job code charged. Whole
        *>entries, so the sort can swap them through WS-LDS-PRINT, which is laid out the same
        *>and doubles as the print staging area along with the two totals below.
        01 WS-LDS-TABLE-CAP PIC 9(03) VALUE 200.
        01 WS-LDS-TABLE.
            05 WS-LDS-ENTRY OCCURS 200 TIMES.
                10 WS-LDS-DEPT PIC X(04).
                10 WS-LDS-JOB PIC X(06).
                10 WS-LDS-HOURS PIC 9(5)V9(2).
                10 WS-LDS-LEAVE-HRS PIC 9(5)V9(2).
                10 WS-LDS-STRAIGHT PIC 9(7)V9(2).
                10 WS-LDS-PREMIUM PIC 9(7)V9(2).
                10 WS-LDS-OTHER PIC 9(7)V9(2).
                10 WS-LDS-GROSS PIC 9(7)V9(2).
                10 WS-LDS-ER-TAX PIC 9(7)V9(2).
        01 WS-LDS-PRINT.
            05 WS-LDP-DEPT PIC X(04).
            05 WS-LDP-JOB PIC X(06).
            05 WS-LDP-HOURS PIC 9(5)V9(2).
            05 WS-LDP-LEAVE-HRS PIC 9(5)V9(2).
            05 WS-LDP-STRAIGHT PIC 9(7)V9(2).
            05 WS-LDP-PREMIUM PIC 9(7)V9(2).
            05 WS-LDP-OTHER PIC 9(7)V9(2).
            05 WS-LDP-GROSS PIC 9(7)V9(2).
            05 WS-LDP-ER-TAX PIC 9(7)V9(2).
        01 WS-LDS-DEPT-TOT.
            05 WS-LDT-DEPT PIC X(04).
            05 WS-LDT-JOB PIC X(06).
            05 WS-LDT-HOURS PIC 9(5)V9(2).
            05 WS-LDT-LEAVE-HRS PIC 9(5)V9(2).
            05 WS-LDT-STRAIGHT PIC 9(7)V9(2).
            05 WS-LDT-PREMIUM PIC 9(7)V9(2).
            05 WS-LDT-OTHER PIC 9(7)V9(2).
            05 WS-LDT-GROSS PIC 9(7)V9(2).
            05 WS-LDT-ER-TAX PIC 9(7)V9(2).
        01 WS-LDS-GRAND.
            05 WS-LDG-DEPT PIC X(04).
            05 WS-LDG-JOB PIC X(06).
            05 WS-LDG-HOURS PIC 9(5)V9(2).
            05 WS-LDG-LEAVE-HRS PIC 9(5)V9(2).
            05 WS-LDG-STRAIGHT PIC 9(7)V9(2).
            05 WS-LDG-PREMIUM PIC 9(7)V9(2).
            05 WS-LDG-OTHER PIC 9(7)V9(2).
            05 WS-LDG-GROSS PIC 9(7)V9(2).
            05 WS-LDG-ER-TAX PIC 9(7)V9(2).
        01 WS-LDS-CNT PIC 9(03) VALUE 0.
        01 WS-LDS-IDX PIC 9(03) VALUE 0.
        01 WS-LDS-J PIC 9(03) VALUE 0.
        01 WS-LDS-K PIC 9(03) VALUE 0.
        01 WS-LDS-FOUND-IDX PIC 9(03) VALUE 0.
        01 WS-LABDIST-FILE-STATUS PIC X(02).
        01 WS-LD-CURRENT-DEPT PIC X(04).
        01 WS-LD-HOURS-ED PIC ZZZZ9.99.
        01 WS-LD-AMT-ED PIC ZZZZZZ9.99.
        01 WS-LD-COST PIC 9(7)V9(2).
        01 WS-LD-LINE.
            05 LDL-DEPT PIC X(06).
            05 LDL-JOB PIC X(08).
            05 LDL-HOURS PIC X(11).
            05 LDL-LEAVE-HRS PIC X(11).
            05 LDL-STRAIGHT PIC X(14).
            05 LDL-PREMIUM PIC X(13).
            05 LDL-OTHER PIC X(13).
            05 LDL-GROSS PIC X(13).
            05 LDL-ER-TAX PIC X(13).
            05 LDL-COST PIC X(13).
        *>Wage expense by department for GL-JOURNAL-BODY-PARA - the run's, or one check's for
        *>the void transaction. Empty means fall back to the single WAGE EXPENSE line.
        01 WS-GLD-CAP PIC 9(02) VALUE 50.
        01 WS-GL-DEPT-TABLE.
            05 WS-GLD-DEPT PIC X(04) VALUE SPACES OCCURS 50 TIMES.
            05 WS-GLD-AMOUNT PIC 9(8)V9(2) VALUE ZERO OCCURS 50 TIMES.
        01 WS-GLD-CNT PIC 9(02) VALUE 0.
        01 WS-GLD-IDX PIC 9(02) VALUE 0.
        01 WS-GLD-FOUND-IDX PIC 9(02) VALUE 0.
        01 WS-GLD-ADD-DEPT PIC X(04).
        01 WS-GLD-ADD-AMT PIC 9(8)V9(2).
        01 WS-PR-DIST-IDX PIC 9(02).
        *>OFFCYCLE-PARA's working fields - blank-to-finish ID loop like TIMECARD-ONE-PARA's,
        *>the kind of check and its flat amount, and one open switch per output so a file that
        *>would not open is skipped instead of written to blind.
        01 WS-OC-ID-INPUT PIC X(05).
        01 WS-OC-ID PIC 9(05).
        01 WS-OC-IDX PIC 9(03).
        01 WS-OC-FOUND-IDX PIC 9(03).
        01 WS-OC-FOUND-SWITCH PIC X(01) VALUE 'N'.
            88 WS-OC-FOUND VALUE 'Y'.
        01 WS-OC-DONE-SWITCH PIC X(01) VALUE 'N'.
            88 WS-OC-DONE VALUE 'Y'.
        01 WS-OC-TYPE PIC X(01).
            88 WS-OC-BONUS VALUE 'B' 'b'.
            88 WS-OC-FINAL VALUE 'F' 'f'.
            88 WS-OC-MANUAL VALUE 'M' 'm'.
        01 WS-OC-LABEL PIC X(12).
        01 WS-OC-FLAT-INPUT PIC X(07).
        01 WS-OC-FLAT-NUM REDEFINES WS-OC-FLAT-INPUT PIC 9(05)V9(02).
        01 WS-OC-ROOM PIC 9(5)V9(2).
        01 WS-OC-CONFIRM PIC X(01).
        01 WS-OC-CHECK-CNT PIC 9(03) VALUE ZERO.
        01 WS-OC-FILES-OPEN-SWITCH PIC X(01) VALUE 'N'.
            88 WS-OC-FILES-OPEN VALUE 'Y'.
        01 WS-OC-STUB-OPEN-SWITCH PIC X(01) VALUE 'N'.
            88 WS-OC-STUB-OPEN VALUE 'Y'.
        01 WS-OC-DIRDEP-OPEN-SWITCH PIC X(01) VALUE 'N'.
            88 WS-OC-DIRDEP-OPEN VALUE 'Y'.
PROCEDURE DIVISION.

        *>Patent pending
    DISPLAY WS-SAVED-CNT " EMPLOYEE(S) LOADED FROM THE MASTER FILE.".
    PERFORM DEDUCT-LOAD-PARA.
    PERFORM TAXTBL-LOAD-PARA.
    PERFORM LEAVEPOL-LOAD-PARA.
    DISPLAY "ENTER 'T' FOR A WEEKLY TIMECARD RUN, 'B' FOR BATCH MODE (TRANS.DAT), 'L' TO LOOK UP AN EMPLOYEE, 'D' TO MAINTAIN DEDUCTION ELECTIONS, "
        "'R' TO PROCESS BANK ACH RETURNS, 'A' TO QUERY THE AUDIT LOG, 'S' TO CHANGE AN EMPLOYEE'S STATUS, 'W' TO CHANGE AN EMPLOYEE'S WAGE, "
        "'V' TO VOID (AND REISSUE) A POSTED CHECK, 'O' FOR AN OFF-CYCLE RUN (BONUS, FINAL PAY, MANUAL CHECK), "
        "'K' TO RECONCILE PAPER CHECKS AGAINST THE BANK'S PAID-CHECKS FILE, 'P' TO PREVIEW THIS WEEK'S TIMECARD RUN WITHOUT POSTING IT, "
        "'M' TO CHANGE AN EMPLOYEE'S NAME, BANK DETAILS, DEPARTMENT, OR W-4, 'G' TO ROLL THE DATA FILES BACK TO A BACKUP GENERATION, "
        "'Y' TO RUN THE YEAR-END ARCHIVE, OR ANYTHING ELSE TO KEY IN NEW HIRES:".
    ACCEPT WS-MODE-SWITCH.
    IF WS-MODE-SWITCH = 'T' OR WS-MODE-SWITCH = 't'
        PERFORM TIMECARD-PARA
        PERFORM AUDIT-INQUIRY-PARA
    ELSE IF WS-MODE-SWITCH = 'L' OR WS-MODE-SWITCH = 'l'
        PERFORM INQUIRY-PARA
    ELSE IF WS-MODE-SWITCH = 'K' OR WS-MODE-SWITCH = 'k'
        PERFORM CHECK-RECON-PARA
    ELSE IF WS-MODE-SWITCH = 'P' OR WS-MODE-SWITCH = 'p'
        *>A preview posts nothing, so anybody may run one - it is the release that takes a
        *>supervisor.
        MOVE 'Y' TO WS-PV-MODE-SWITCH
        PERFORM TIMECARD-PARA
    ELSE IF WS-MODE-SWITCH = 'S' OR WS-MODE-SWITCH = 's'
        *>The transactions that move somebody's pay or erase a year are supervisor-only -
        *>a clerk asking for one gets turned away here, before the transaction ever starts.
        ELSE
            PERFORM ACCESS-DENIED-PARA
        END-IF
    ELSE IF WS-MODE-SWITCH = 'M' OR WS-MODE-SWITCH = 'm'
        IF WS-SUPERVISOR
            PERFORM PROFILE-CHANGE-PARA
        ELSE
            PERFORM ACCESS-DENIED-PARA
        END-IF
    ELSE IF WS-MODE-SWITCH = 'V' OR WS-MODE-SWITCH = 'v'
        IF WS-SUPERVISOR
            PERFORM VOID-CHECK-PARA
        ELSE
            PERFORM ACCESS-DENIED-PARA
        END-IF
    ELSE IF WS-MODE-SWITCH = 'O' OR WS-MODE-SWITCH = 'o'
        IF WS-SUPERVISOR
            PERFORM OFFCYCLE-PARA
        ELSE
            PERFORM ACCESS-DENIED-PARA
        END-IF
    ELSE IF WS-MODE-SWITCH = 'Y' OR WS-MODE-SWITCH = 'y'
        IF WS-SUPERVISOR
            PERFORM YEAR-END-ARCHIVE-PARA
        ELSE
            PERFORM ACCESS-DENIED-PARA
        END-IF
    ELSE IF WS-MODE-SWITCH = 'G' OR WS-MODE-SWITCH = 'g'
        IF WS-SUPERVISOR
            PERFORM BACKUP-RESTORE-PARA
        ELSE
            PERFORM ACCESS-DENIED-PARA
        END-IF
    ELSE
        PERFORM ENTRY-AND-REPORT-PARA.
        *>Third COBOL loop: PERFORM VARYING
            *>once the whole batch has made it to the master file. A batch-mode run here must leave
            *>any checkpoint from an earlier, still-unresolved interactive session alone - BATCH-ENTRY-PARA
            *>never looked at it, so it hasn't actually been resolved by this run.
            *>A run held at the preview posted nothing, so its checkpoint stays for the rerun.
        IF WS-MODE-SWITCH NOT = 'B' AND WS-MODE-SWITCH NOT = 'b' AND WS-PV-RELEASED
            PERFORM CHECKPOINT-CLEAR-PARA.

    RUN-DATE-PARA.
        *>The back half every paying run shares, whichever front half fed it - new hires keyed
        *>in or batched off TRANS.DAT, or just this week's hours posted by TIMECARD-PARA. The
        *>caller has already put the row count in WS-TOTAL-CNT and WS-MAX.
        *>Everything is worked out by now but nothing has been written. PREVIEW.PRT goes out
        *>first, and the run only goes on to post once a supervisor has looked and released it.
        PERFORM PREVIEW-REPORT-PARA.
        IF WS-PV-PREVIEW-ONLY
            DISPLAY "PREVIEW ONLY - NOTHING POSTED. RUN 'T' TO POST THIS WEEK ONCE PREVIEW.PRT LOOKS RIGHT."
        ELSE
            PERFORM PREVIEW-RELEASE-PARA
            IF WS-PV-RELEASED
                PERFORM REPORT-AND-SAVE-POST-PARA
            ELSE
                DISPLAY "RUN HELD AT THE PREVIEW - NOTHING POSTED."
            END-IF.

    REPORT-AND-SAVE-POST-PARA.
        PERFORM BACKUP-TAKE-PARA.
        DISPLAY "HOW WOULD YOU LIKE THE REPORT SORTED?".
        DISPLAY "  1 = BY NAME (A TO Z)".
        DISPLAY "  2 = BY WAGE (HIGH TO LOW)".
        PERFORM SORT-PARA.
            *>Second COBOL loop: PERFORM (according to: https://www.tutorialspoint.com/cobol/cobol_loop_statements.htm)
        PERFORM SUMMARY-PARA.
        *>Retro pay this run just paid is settled - off the rows before they are saved, so
        *>the next run doesn't pay it twice.
        *>The same goes for the week's leave hours - they were a one-week thing, and a row that
        *>gets no card next week should not be paid its vacation again.
        IF WS-RUN-PAID
            PERFORM RETRO-CLEAR-PARA VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOTAL-CNT
            PERFORM LEAVE-CLEAR-PARA VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOTAL-CNT.
            *>Used to be flavor text only - SAVE-PARA actually writes the table out now.
        DISPLAY "SAVING RESULTS...".
        PERFORM SAVE-PARA.
        PERFORM QTR-SUMMARY-PARA.
        PERFORM RUN-CONTROL-WRITE-PARA.

    PREVIEW-CONTROL-READ-PARA.
        *>No PREVCTL.DAT means the shop never changed the limits - 60 hours, 25 percent.
        MOVE 60.00 TO WS-PV-HOURS-LIMIT.
        MOVE 25 TO WS-PV-NET-PCT.
        OPEN INPUT PREVIEW-CONTROL-FILE.
        IF WS-PREVCTL-FILE-STATUS = "00"
            READ PREVIEW-CONTROL-FILE
                AT END CONTINUE
                NOT AT END PERFORM PREVIEW-CONTROL-LOAD-PARA
            END-READ
            CLOSE PREVIEW-CONTROL-FILE.

    PREVIEW-CONTROL-LOAD-PARA.
        IF PV-HOURS-LIMIT IS NUMERIC AND PV-HOURS-LIMIT-NUM > ZERO
            MOVE PV-HOURS-LIMIT-NUM TO WS-PV-HOURS-LIMIT.
        IF PV-NET-PCT IS NUMERIC AND PV-NET-PCT-NUM > ZERO
            MOVE PV-NET-PCT-NUM TO WS-PV-NET-PCT.

    PREVIEW-REPORT-PARA.
        *>Walks every check the run is about to cut and lists the ones somebody ought to look at
        *>twice before the money moves. Each row's FICA is brought up to date first, the same as
        *>PRINT-ACTIVE-ROW-PARA will do, so the net shown is the net that will be paid. Last
        *>period's net comes off PAYREG.DAT - the check posted for the period RUNCTL.DAT last
        *>recorded.
        PERFORM PREVIEW-CONTROL-READ-PARA.
        MOVE ZERO TO WS-PV-CHECK-CNT WS-PV-EXCEPT-CNT WS-PV-GROSS-TOTAL WS-PV-NET-TOTAL.
        MOVE 'N' TO WS-PV-REPORT-OPEN-SWITCH.
        OPEN OUTPUT PREVIEW-REPORT.
        IF WS-PREVIEW-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN PREVIEW.PRT - EXCEPTIONS WILL BE COUNTED BUT NOT LISTED! STATUS: " WS-PREVIEW-FILE-STATUS
        ELSE
            MOVE 'Y' TO WS-PV-REPORT-OPEN-SWITCH
            PERFORM PREVIEW-HEADING-PARA.
        MOVE 'N' TO WS-PV-PAYREG-OPEN-SWITCH.
        IF WS-LAST-POSTED > ZERO
            OPEN INPUT PAY-REGISTER-FILE
            IF WS-PAYREG-FILE-STATUS = "00"
                MOVE 'Y' TO WS-PV-PAYREG-OPEN-SWITCH
            END-IF
        END-IF.
        PERFORM PREVIEW-ROW-PARA VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOTAL-CNT.
        IF WS-PV-PAYREG-OPEN
            CLOSE PAY-REGISTER-FILE.
        IF WS-PV-REPORT-OPEN
            PERFORM PREVIEW-TOTAL-PARA
            CLOSE PREVIEW-REPORT.
        MOVE WS-PV-NET-TOTAL TO WS-PV-AMT-ED.
        DISPLAY "PREVIEW: " WS-PV-CHECK-CNT " CHECK(S), NET $" WS-PV-AMT-ED ", " WS-PV-EXCEPT-CNT " EXCEPTION(S) - SEE PREVIEW.PRT.".
        PERFORM DEDUCT-AUDIT-STAMP-PARA.
        MOVE SPACES TO WS-AUDIT-LINE.
        STRING WS-AUDIT-DATE DELIMITED BY SIZE "-" DELIMITED BY SIZE WS-AUDIT-TIME DELIMITED BY SIZE
            "  EMPLOYEE ID 00000 RUN PREVIEWED PERIOD " DELIMITED BY SIZE WS-PERIOD-END DELIMITED BY SIZE
            " EXCEPTIONS " DELIMITED BY SIZE WS-PV-EXCEPT-CNT DELIMITED BY SIZE
            " BY " DELIMITED BY SIZE WS-AUDIT-OPERATOR DELIMITED BY SIZE
            INTO WS-AUDIT-LINE.
        PERFORM AUDIT-WRITE-PARA.

    PREVIEW-HEADING-PARA.
        MOVE SPACES TO PREVIEW-REC.
        STRING "PAYROLL PREVIEW - RUN DATE: " DELIMITED BY SIZE WS-DATE-ED DELIMITED BY SIZE
            " - PERIOD ENDING: " DELIMITED BY SIZE WS-PERIOD-ED DELIMITED BY SIZE
            INTO PREVIEW-REC.
        WRITE PREVIEW-REC.
        MOVE "NOTHING ON THIS REPORT HAS BEEN POSTED." TO PREVIEW-REC.
        WRITE PREVIEW-REC.
        MOVE WS-PV-HOURS-LIMIT TO WS-PV-HOURS-ED.
        MOVE WS-PV-NET-PCT TO WS-PV-PCT-ED.
        MOVE SPACES TO PREVIEW-REC.
        STRING "LIMITS: " DELIMITED BY SIZE WS-PV-HOURS-ED DELIMITED BY SIZE
            " HOURS A WEEK, NET PAY MOVING " DELIMITED BY SIZE WS-PV-PCT-ED DELIMITED BY SIZE
            "% FROM LAST PERIOD" DELIMITED BY SIZE
            INTO PREVIEW-REC.
        WRITE PREVIEW-REC.
        MOVE SPACES TO PREVIEW-REC.
        WRITE PREVIEW-REC.
        MOVE "EMP ID  NAME             HOURS     GROSS       NET  EXCEPTION" TO PREVIEW-REC.
        WRITE PREVIEW-REC.
        MOVE WS-DASH-LINE TO PREVIEW-REC.
        WRITE PREVIEW-REC.

    PREVIEW-ROW-PARA.
        IF WS-ACTIVE(WS-IDX)
            PERFORM FICA-REFRESH-PARA
            ADD 1 TO WS-PV-CHECK-CNT
            ADD WS-GROSS(WS-IDX) TO WS-PV-GROSS-TOTAL
            ADD WS-NET(WS-IDX) TO WS-PV-NET-TOTAL
            PERFORM PREVIEW-CHECK-PARA.

    PREVIEW-CHECK-PARA.
        COMPUTE WS-PV-TOTAL-HOURS = WS-HOURS(WS-IDX) + WS-VAC-HOURS(WS-IDX)
            + WS-SICK-HOURS(WS-IDX) + WS-HOL-HOURS(WS-IDX).
        IF WS-PV-TOTAL-HOURS > WS-PV-HOURS-LIMIT
            MOVE WS-PV-HOURS-LIMIT TO WS-PV-HOURS-ED
            MOVE SPACES TO WS-PV-NOTE
            STRING "HOURS OVER THE " DELIMITED BY SIZE WS-PV-HOURS-ED DELIMITED BY SIZE
                " LIMIT - KEYING ERROR?" DELIMITED BY SIZE
                INTO WS-PV-NOTE
            PERFORM PREVIEW-EXCEPTION-PARA.
        IF WS-NET(WS-IDX) = ZERO AND WS-GROSS(WS-IDX) > ZERO
            MOVE "NET PAY ZERO - DEDUCTIONS CAPPED AT THE CHECK" TO WS-PV-NOTE
            PERFORM PREVIEW-EXCEPTION-PARA.
        *>Every card a timecard run posts leaves a charge line behind, so an employee with none
        *>is being paid whatever hours were stored from their last card.
        IF WS-PV-TIMECARD-RUN
            MOVE SPACES TO WS-TCL-ADD-DEPT WS-TCL-ADD-JOB
            PERFORM TCL-COUNT-PARA
            IF WS-TCL-EMP-CNT = ZERO
                MOVE "NO TIMECARD THIS PERIOD - PAID THE STORED HOURS" TO WS-PV-NOTE
                PERFORM PREVIEW-EXCEPTION-PARA
            END-IF
        END-IF.
        IF NOT WS-DD-PAPER(WS-IDX) AND (WS-ROUTING(WS-IDX) = ZERO OR WS-ACCOUNT(WS-IDX) = SPACES)
            MOVE "NO BANK DETAILS ON FILE FOR A DEPOSIT EMPLOYEE" TO WS-PV-NOTE
            PERFORM PREVIEW-EXCEPTION-PARA
        ELSE IF WS-DD-PRENOTE(WS-IDX)
            MOVE "PRENOTE PENDING - PAID BY PAPER CHECK THIS RUN" TO WS-PV-NOTE
            PERFORM PREVIEW-EXCEPTION-PARA.
        IF WS-PV-PAYREG-OPEN
            PERFORM PREVIEW-PREV-NET-PARA
            IF WS-PV-PREV-FOUND AND WS-PV-PREV-NET > ZERO
                PERFORM PREVIEW-NET-MOVE-PARA
            END-IF
        END-IF.

    PREVIEW-NET-MOVE-PARA.
        IF WS-NET(WS-IDX) > WS-PV-PREV-NET
            COMPUTE WS-PV-NET-DIFF = WS-NET(WS-IDX) - WS-PV-PREV-NET
        ELSE
            COMPUTE WS-PV-NET-DIFF = WS-PV-PREV-NET - WS-NET(WS-IDX).
        IF WS-PV-NET-DIFF * 100 > WS-PV-PREV-NET * WS-PV-NET-PCT
            MOVE WS-PV-NET-PCT TO WS-PV-PCT-ED
            MOVE WS-PV-PREV-NET TO WS-NET-ED
            MOVE SPACES TO WS-PV-NOTE
            STRING "NET MOVED OVER " DELIMITED BY SIZE WS-PV-PCT-ED DELIMITED BY SIZE
                "% - LAST PERIOD " DELIMITED BY SIZE WS-NET-ED DELIMITED BY SIZE
                INTO WS-PV-NOTE
            PERFORM PREVIEW-EXCEPTION-PARA.

    PREVIEW-PREV-NET-PARA.
        *>The last period's standing check - a void's reissue stands in for the check it
        *>replaced, and an off-cycle bonus is no guide to a normal week.
        MOVE 'N' TO WS-PV-PREV-FOUND-SWITCH.
        MOVE 'N' TO WS-PV-SCAN-DONE-SWITCH.
        MOVE ZERO TO WS-PV-PREV-NET.
        MOVE WS-ID(WS-IDX) TO PR-EMPLOYEE-ID.
        MOVE WS-LAST-POSTED TO PR-PERIOD-END.
        MOVE ZERO TO PR-SEQ.
        START PAY-REGISTER-FILE KEY IS NOT LESS THAN PR-KEY
            INVALID KEY MOVE 'Y' TO WS-PV-SCAN-DONE-SWITCH
        END-START.
        PERFORM PREVIEW-PREV-ROW-PARA UNTIL WS-PV-SCAN-DONE.

    PREVIEW-PREV-ROW-PARA.
        READ PAY-REGISTER-FILE NEXT RECORD
            AT END MOVE 'Y' TO WS-PV-SCAN-DONE-SWITCH
            NOT AT END PERFORM PREVIEW-PREV-CHECK-PARA
        END-READ.

    PREVIEW-PREV-CHECK-PARA.
        IF PR-EMPLOYEE-ID NOT = WS-ID(WS-IDX) OR PR-PERIOD-END NOT = WS-LAST-POSTED
            MOVE 'Y' TO WS-PV-SCAN-DONE-SWITCH
        ELSE IF PR-POSTED AND PR-CHECK-TYPE NOT = 'O'
            MOVE PR-NET TO WS-PV-PREV-NET
            MOVE 'Y' TO WS-PV-PREV-FOUND-SWITCH.

    PREVIEW-EXCEPTION-PARA.
        ADD 1 TO WS-PV-EXCEPT-CNT.
        IF WS-PV-REPORT-OPEN
            MOVE WS-PV-TOTAL-HOURS TO WS-PV-HOURS-ED
            MOVE WS-GROSS(WS-IDX) TO WS-GROSS-ED
            MOVE WS-NET(WS-IDX) TO WS-NET-ED
            MOVE SPACES TO PREVIEW-REC
            STRING WS-ID(WS-IDX) DELIMITED BY SIZE
                "   " DELIMITED BY SIZE WS-A(WS-IDX) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE WS-PV-HOURS-ED DELIMITED BY SIZE
                "  " DELIMITED BY SIZE WS-GROSS-ED DELIMITED BY SIZE
                "  " DELIMITED BY SIZE WS-NET-ED DELIMITED BY SIZE
                "  " DELIMITED BY SIZE WS-PV-NOTE DELIMITED BY SIZE
                INTO PREVIEW-REC
            WRITE PREVIEW-REC.

    PREVIEW-TOTAL-PARA.
        MOVE WS-DASH-LINE TO PREVIEW-REC.
        WRITE PREVIEW-REC.
        MOVE WS-PV-CHECK-CNT TO WS-PV-CNT-ED.
        MOVE WS-PV-GROSS-TOTAL TO WS-PV-AMT-ED.
        MOVE SPACES TO PREVIEW-REC.
        STRING "CHECKS: " DELIMITED BY SIZE WS-PV-CNT-ED DELIMITED BY SIZE
            "   GROSS $" DELIMITED BY SIZE WS-PV-AMT-ED DELIMITED BY SIZE
            INTO PREVIEW-REC.
        WRITE PREVIEW-REC.
        MOVE WS-PV-NET-TOTAL TO WS-PV-AMT-ED.
        MOVE SPACES TO PREVIEW-REC.
        STRING "                 NET $" DELIMITED BY SIZE WS-PV-AMT-ED DELIMITED BY SIZE
            INTO PREVIEW-REC.
        WRITE PREVIEW-REC.
        MOVE WS-PV-EXCEPT-CNT TO WS-PV-CNT-ED.
        MOVE SPACES TO PREVIEW-REC.
        STRING "EXCEPTIONS: " DELIMITED BY SIZE WS-PV-CNT-ED DELIMITED BY SIZE
            INTO PREVIEW-REC.
        WRITE PREVIEW-REC.

    PREVIEW-RELEASE-PARA.
        *>A supervisor at the keyboard just says yes. A clerk's run waits for one to come over
        *>and sign for it - one try, and a wrong ID or password, or a level-1 sign-on, leaves
        *>the run held. Whoever released it is the name on the audit line.
        MOVE 'N' TO WS-PV-RELEASE-SWITCH.
        MOVE SPACES TO WS-PV-RELEASER.
        DISPLAY "RELEASE THIS RUN FOR POSTING (Y/N)? NOTHING HAS BEEN WRITTEN YET.".
        ACCEPT WS-PV-ANSWER.
        IF WS-PV-ANSWER = 'Y' OR WS-PV-ANSWER = 'y'
            IF WS-SUPERVISOR
                MOVE WS-AUDIT-OPERATOR TO WS-PV-RELEASER
                MOVE 'Y' TO WS-PV-RELEASE-SWITCH
            ELSE
                DISPLAY "RELEASE TAKES A LEVEL-2 SUPERVISOR."
                PERFORM PREVIEW-SUPERVISOR-PARA
            END-IF
        END-IF.
        PERFORM DEDUCT-AUDIT-STAMP-PARA.
        MOVE SPACES TO WS-AUDIT-LINE.
        IF WS-PV-RELEASED
            STRING WS-AUDIT-DATE DELIMITED BY SIZE "-" DELIMITED BY SIZE WS-AUDIT-TIME DELIMITED BY SIZE
                "  EMPLOYEE ID 00000 RUN RELEASED PERIOD " DELIMITED BY SIZE WS-PERIOD-END DELIMITED BY SIZE
                " EXCEPTIONS " DELIMITED BY SIZE WS-PV-EXCEPT-CNT DELIMITED BY SIZE
                " BY " DELIMITED BY SIZE WS-PV-RELEASER DELIMITED BY SIZE
                INTO WS-AUDIT-LINE
        ELSE
            STRING WS-AUDIT-DATE DELIMITED BY SIZE "-" DELIMITED BY SIZE WS-AUDIT-TIME DELIMITED BY SIZE
                "  EMPLOYEE ID 00000 RUN HELD AT PREVIEW PERIOD " DELIMITED BY SIZE WS-PERIOD-END DELIMITED BY SIZE
                " BY " DELIMITED BY SIZE WS-AUDIT-OPERATOR DELIMITED BY SIZE
                INTO WS-AUDIT-LINE.
        PERFORM AUDIT-WRITE-PARA.

    PREVIEW-SUPERVISOR-PARA.
        DISPLAY "SUPERVISOR ID:".
        ACCEPT WS-SIGNON-ID-INPUT.
        DISPLAY "PASSWORD:".
        ACCEPT WS-SIGNON-PW-INPUT.
        MOVE 'N' TO WS-OP-EOF-SWITCH.
        MOVE 'N' TO WS-OP-FOUND-SWITCH.
        OPEN INPUT OPERATOR-FILE.
        IF WS-OPERATOR-FILE-STATUS = "00"
            PERFORM SIGNON-SCAN-PARA UNTIL WS-OP-EOF-REACHED OR WS-OP-FOUND
            CLOSE OPERATOR-FILE.
        IF WS-OP-FOUND AND OP-PASSWORD = WS-SIGNON-PW-INPUT AND OP-LEVEL = '2'
            MOVE OP-NAME TO WS-PV-RELEASER
            MOVE 'Y' TO WS-PV-RELEASE-SWITCH
            DISPLAY "RELEASED BY " WS-PV-RELEASER "."
        ELSE
            DISPLAY "*** NOT A LEVEL-2 SUPERVISOR SIGN-ON - THE RUN IS NOT RELEASED.".

    RETRO-CLEAR-PARA.
        *>Only active rows were paid - a pending retro amount on anyone else waits for them.
        *>SALARY-PARA puts the stored figures back to what a check without it comes to.
        IF WS-ACTIVE(WS-IDX) AND WS-RETRO-PAY(WS-IDX) > ZERO
            MOVE ZERO TO WS-RETRO-PAY(WS-IDX)
            MOVE ZERO TO WS-RETRO-REF-DATE(WS-IDX)
            PERFORM SALARY-PARA.

    LEAVE-CLEAR-PARA.
        IF WS-ACTIVE(WS-IDX) AND (WS-VAC-HOURS(WS-IDX) > ZERO OR WS-SICK-HOURS(WS-IDX) > ZERO
                OR WS-HOL-HOURS(WS-IDX) > ZERO OR WS-UNPAID-HOURS(WS-IDX) > ZERO)
            PERFORM LEAVE-HOURS-CLEAR-PARA
            PERFORM SALARY-PARA.

    LEAVE-HOURS-CLEAR-PARA.
        MOVE ZERO TO WS-VAC-HOURS(WS-IDX).
        MOVE ZERO TO WS-SICK-HOURS(WS-IDX).
        MOVE ZERO TO WS-HOL-HOURS(WS-IDX).
        MOVE ZERO TO WS-UNPAID-HOURS(WS-IDX).

    PERIOD-CHECK-PARA.
        *>Works out which pay period this run belongs to, then refuses to pay a period that
        *>RUNCTL.DAT says already went out. A supervisor can push through anyway - a genuinely
        PERFORM RUN-CONTROL-READ-PARA.
        IF WS-LAST-POSTED >= WS-PERIOD-END
            DISPLAY "*** PERIOD ENDING " WS-PERIOD-ED " IS ALREADY POSTED (RUN CONTROL SHOWS " WS-LAST-POSTED ")."
            IF WS-PV-PREVIEW-ONLY
                DISPLAY "PREVIEWING IT ANYWAY - A PREVIEW POSTS NOTHING."
            ELSE IF WS-SUPERVISOR
                DISPLAY "OVERRIDE AND RUN IT AGAIN ANYWAY (Y/N)?"
                ACCEPT WS-OVERRIDE-CONFIRM
                IF WS-OVERRIDE-CONFIRM = 'Y' OR WS-OVERRIDE-CONFIRM = 'y'
    RUN-CONTROL-WRITE-PARA.
        *>The period is on the books the moment the run's files are all out the door - written
        *>last in the tail, so a run that died halfway can be rerun without an override.
        PERFORM BACKUP-TAKE-PARA.
        OPEN OUTPUT RUN-CONTROL-FILE.
        IF WS-RUNCTL-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT WRITE RUNCTL.DAT - THE DUPLICATE-RUN GATE WON'T KNOW THIS PERIOD POSTED! STATUS: " WS-RUNCTL-FILE-STATUS
            PERFORM TIMECARD-RUN-PARA.

    TIMECARD-RUN-PARA.
        MOVE 'Y' TO WS-PV-TC-RUN-SWITCH.
        DISPLAY "ENTER 'B' TO LOAD THIS WEEK'S HOURS FROM TIMECARD.DAT, OR ANYTHING ELSE TO KEY THEM IN:".
        ACCEPT WS-TC-MODE.
        IF WS-TC-MODE = 'B' OR WS-TC-MODE = 'b'
            DISPLAY "NOTE - " WS-A(WS-TC-FOUND-IDX) " IS NOT ACTIVE AND WILL NOT BE PAID THIS RUN.".
        MOVE WS-TC-FOUND-IDX TO WS-IDX.
        MOVE 'N' TO WS-VALID-SWITCH.
        PERFORM GET-TC-HOURS-PARA UNTIL WS-INPUT-VALID.
        MOVE 'Y' TO WS-LV-INTERACTIVE-SWITCH.
        PERFORM LEAVE-CARD-CHECK-PARA.
        IF NOT WS-LV-REJECTED
            PERFORM TC-SPLIT-PARA
            PERFORM SALARY-PARA
            DISPLAY "HOURS POSTED FOR " WS-A(WS-IDX) " (ID " WS-ID(WS-IDX) ").".

    TC-SPLIT-PARA.
        *>A keyed card replaces whatever was posted for the employee earlier in the run, charge
        *>lines included. Most people work only their home department, so that's one keystroke;
        *>a floater's worked hours are handed out line by line until none are left.
        PERFORM TCL-DROP-PARA.
        MOVE WS-DEPT(WS-IDX) TO WS-TCL-ADD-DEPT.
        MOVE SPACES TO WS-TCL-ADD-JOB.
        MOVE WS-HOURS(WS-IDX) TO WS-TCL-ADD-HOURS.
        IF WS-HOURS(WS-IDX) = ZERO
            PERFORM TCL-ADD-PARA
        ELSE
            PERFORM TC-SPLIT-ASK-PARA.

    TC-SPLIT-ASK-PARA.
        MOVE WS-HOURS(WS-IDX) TO WS-LV-HOURS-ED.
        DISPLAY "CHARGE ALL " WS-LV-HOURS-ED " WORKED HOURS TO HOME DEPARTMENT " WS-DEPT(WS-IDX) "? (Y/N - N TO SPLIT THEM ACROSS DEPARTMENTS/JOB CODES)".
        ACCEPT WS-TC-SPLIT-ANSWER.
        IF WS-TC-SPLIT-ANSWER = 'N' OR WS-TC-SPLIT-ANSWER = 'n'
            MOVE WS-HOURS(WS-IDX) TO WS-TC-REMAIN
            MOVE ZERO TO WS-TC-LINE-NO
            PERFORM TC-SPLIT-LINE-PARA UNTIL WS-TC-REMAIN = ZERO
        ELSE
            PERFORM TCL-ADD-PARA.

    TC-SPLIT-LINE-PARA.
        ADD 1 TO WS-TC-LINE-NO.
        DISPLAY "DEPARTMENT TO CHARGE (UP TO 4 CHARACTERS, BLANK FOR HOME DEPARTMENT " WS-DEPT(WS-IDX) "):".
        ACCEPT WS-DEPT-INPUT.
        IF WS-DEPT-INPUT = SPACES
            MOVE WS-DEPT(WS-IDX) TO WS-TCL-ADD-DEPT
        ELSE
            MOVE WS-DEPT-INPUT TO WS-TCL-ADD-DEPT.
        DISPLAY "JOB CODE FOR THESE HOURS (UP TO 6 CHARACTERS, BLANK FOR NONE):".
        ACCEPT WS-TCL-ADD-JOB.
        *>The last line a card can hold takes whatever is left, so the lines always add back
        *>to the worked hours.
        IF WS-TC-LINE-NO >= WS-TCL-LINE-CAP
            MOVE WS-TC-REMAIN TO WS-TCL-ADD-HOURS
            MOVE WS-TC-REMAIN TO WS-LV-HOURS-ED
            DISPLAY "LAST CHARGE LINE - THE REMAINING " WS-LV-HOURS-ED " HOURS GO HERE."
        ELSE
            MOVE 'N' TO WS-VALID-SWITCH
            PERFORM GET-TC-SPLIT-HOURS-PARA UNTIL WS-INPUT-VALID.
        PERFORM TCL-ADD-PARA.
        SUBTRACT WS-TCL-ADD-HOURS FROM WS-TC-REMAIN.

    GET-TC-SPLIT-HOURS-PARA.
        MOVE WS-TC-REMAIN TO WS-LV-HOURS-ED.
        DISPLAY "HOW MANY OF THE REMAINING " WS-LV-HOURS-ED " HOURS GO TO " WS-TCL-ADD-DEPT " " WS-TCL-ADD-JOB " (5 DIGITS, NO DECIMAL POINT)?".
        ACCEPT WS-HOURS-INPUT.
        IF WS-HOURS-INPUT IS NOT NUMERIC
            DISPLAY "HOURS MUST BE NUMERIC. TRY AGAIN."
        ELSE IF WS-HOURS-NUM = ZERO OR WS-HOURS-NUM > WS-TC-REMAIN
            DISPLAY "MUST BE MORE THAN ZERO AND NO MORE THAN THE HOURS LEFT TO CHARGE. TRY AGAIN."
        ELSE
            MOVE WS-HOURS-NUM TO WS-TCL-ADD-HOURS
            MOVE 'Y' TO WS-VALID-SWITCH.

    TCL-DROP-PARA.
        PERFORM TCL-DROP-ROW-PARA VARYING WS-TCL-IDX FROM 1 BY 1 UNTIL WS-TCL-IDX > WS-TCL-CNT.

    TCL-DROP-ROW-PARA.
        IF WS-TCL-ID(WS-TCL-IDX) = WS-ID(WS-IDX)
            MOVE ZERO TO WS-TCL-ID(WS-TCL-IDX)
            MOVE ZERO TO WS-TCL-HOURS(WS-TCL-IDX).

    TCL-COUNT-PARA.
        *>How many charge lines the employee at WS-IDX already has this run, and whether one of
        *>them is the department/job in WS-TCL-ADD-DEPT/JOB.
        MOVE ZERO TO WS-TCL-EMP-CNT.
        MOVE 'N' TO WS-TCL-MATCH-SWITCH.
        PERFORM TCL-COUNT-ROW-PARA VARYING WS-TCL-IDX FROM 1 BY 1 UNTIL WS-TCL-IDX > WS-TCL-CNT.

    TCL-COUNT-ROW-PARA.
        IF WS-TCL-ID(WS-TCL-IDX) = WS-ID(WS-IDX)
            ADD 1 TO WS-TCL-EMP-CNT.
        IF WS-TCL-ID(WS-TCL-IDX) = WS-ID(WS-IDX)
                AND WS-TCL-DEPT(WS-TCL-IDX) = WS-TCL-ADD-DEPT
                AND WS-TCL-JOB(WS-TCL-IDX) = WS-TCL-ADD-JOB
            MOVE 'Y' TO WS-TCL-MATCH-SWITCH
            MOVE WS-TCL-IDX TO WS-TCL-MATCH-IDX.

    TCL-ADD-PARA.
        *>Hours for a department/job the employee already has a line for go onto that line. If
        *>the run's table is full the hours still get paid - the lines just won't add up to the
        *>week any more, and LD-CHECK-BUILD-PARA charges the whole check home.
        PERFORM TCL-COUNT-PARA.
        IF WS-TCL-MATCHED
            ADD WS-TCL-ADD-HOURS TO WS-TCL-HOURS(WS-TCL-MATCH-IDX)
        ELSE IF WS-TCL-CNT < WS-TCL-TABLE-CAP
            ADD 1 TO WS-TCL-CNT
            MOVE WS-ID(WS-IDX) TO WS-TCL-ID(WS-TCL-CNT)
            MOVE WS-TCL-ADD-DEPT TO WS-TCL-DEPT(WS-TCL-CNT)
            MOVE WS-TCL-ADD-JOB TO WS-TCL-JOB(WS-TCL-CNT)
            MOVE WS-TCL-ADD-HOURS TO WS-TCL-HOURS(WS-TCL-CNT)
        ELSE
            DISPLAY "*** TOO MANY CHARGE LINES THIS RUN - " WS-A(WS-IDX) "'S HOURS WILL BE CHARGED TO THE HOME DEPARTMENT.".

    GET-TC-HOURS-PARA.
        *>A week of nothing but vacation is a real timecard now, so worked hours may be zero -
        *>it's the week as a whole that has to come to something, and to no more than a week.
        MOVE "WORKED" TO WS-LV-LABEL.
        PERFORM GET-LV-HOURS-PARA.
        MOVE WS-HOURS-NUM TO WS-LV-WORK-IN.
        MOVE "VACATION" TO WS-LV-LABEL.
        PERFORM GET-LV-HOURS-PARA.
        MOVE WS-HOURS-NUM TO WS-LV-VAC-IN.
        MOVE "SICK" TO WS-LV-LABEL.
        PERFORM GET-LV-HOURS-PARA.
        MOVE WS-HOURS-NUM TO WS-LV-SICK-IN.
        MOVE "HOLIDAY" TO WS-LV-LABEL.
        PERFORM GET-LV-HOURS-PARA.
        MOVE WS-HOURS-NUM TO WS-LV-HOL-IN.
        COMPUTE WS-LV-TOTAL = WS-LV-WORK-IN + WS-LV-VAC-IN + WS-LV-SICK-IN + WS-LV-HOL-IN.
        IF WS-LV-TOTAL = ZERO OR WS-LV-TOTAL > 168.00
            DISPLAY "THE WEEK'S HOURS MUST ADD UP TO MORE THAN ZERO AND NO MORE THAN 168. TRY AGAIN."
        ELSE
            MOVE 'Y' TO WS-VALID-SWITCH.

    GET-LV-HOURS-PARA.
        MOVE 'N' TO WS-LV-FIELD-SWITCH.
        PERFORM GET-LV-HOURS-TRY-PARA UNTIL WS-LV-FIELD-OK.

    GET-LV-HOURS-TRY-PARA.
        MOVE SPACES TO WS-LV-PROMPT.
        STRING "HOW MANY " DELIMITED BY SIZE WS-LV-LABEL DELIMITED BY SPACE
            " HOURS FOR " DELIMITED BY SIZE WS-A(WS-IDX) DELIMITED BY SIZE
            " THIS WEEK (5 DIGITS, NO DECIMAL POINT - 00000 FOR NONE)?" DELIMITED BY SIZE
            INTO WS-LV-PROMPT.
        DISPLAY WS-LV-PROMPT.
        ACCEPT WS-HOURS-INPUT.
        IF WS-HOURS-INPUT IS NOT NUMERIC
            DISPLAY "HOURS MUST BE NUMERIC. TRY AGAIN."
        ELSE IF WS-HOURS-NUM > 168.00
            DISPLAY "NO MORE THAN 168 HOURS IN A WEEK. TRY AGAIN."
        ELSE
            MOVE 'Y' TO WS-LV-FIELD-SWITCH.

    LEAVE-CARD-CHECK-PARA.
        *>Vacation and sick hours come out of a balance, so a card asking for more than is
        *>there is either turned away whole or paid as far as the balance goes with the rest
        *>let through unpaid - the operator's call, either way on AUDIT.LOG. Holiday hours have
        *>no balance behind them. Nothing comes off the balances here; that waits for the
        *>check to post (LEAVE-POST-PARA), so a card keyed twice in one run is tested twice
        *>against the same balance, not against what the first keying left.
        MOVE 'N' TO WS-LV-REJECT-SWITCH.
        MOVE ZERO TO WS-LV-UNPAID-IN.
        IF WS-LV-VAC-IN > WS-VAC-BAL(WS-IDX) OR WS-LV-SICK-IN > WS-SICK-BAL(WS-IDX)
            PERFORM LEAVE-OVERUSE-PARA.
        IF NOT WS-LV-REJECTED
            MOVE WS-LV-WORK-IN TO WS-HOURS(WS-IDX)
            MOVE WS-LV-VAC-IN TO WS-VAC-HOURS(WS-IDX)
            MOVE WS-LV-SICK-IN TO WS-SICK-HOURS(WS-IDX)
            MOVE WS-LV-HOL-IN TO WS-HOL-HOURS(WS-IDX)
            MOVE WS-LV-UNPAID-IN TO WS-UNPAID-HOURS(WS-IDX).

    LEAVE-OVERUSE-PARA.
        MOVE WS-VAC-BAL(WS-IDX) TO WS-LV-VAC-BAL-ED.
        MOVE WS-SICK-BAL(WS-IDX) TO WS-LV-SICK-BAL-ED.
        DISPLAY "*** " WS-A(WS-IDX) " (ID " WS-ID(WS-IDX) ") HAS " WS-LV-VAC-BAL-ED " VACATION AND " WS-LV-SICK-BAL-ED " SICK HOURS LEFT - THIS CARD ASKS FOR MORE.".
        IF WS-LV-INTERACTIVE
            DISPLAY "ENTER 'R' TO REJECT THE CARD, OR ANYTHING ELSE TO PAY WHAT THE BALANCE COVERS AND THE REST AS UNPAID LEAVE:"
            ACCEPT WS-LV-ACTION
        ELSE
            MOVE WS-LV-BATCH-ACTION TO WS-LV-ACTION.
        IF WS-LV-ACTION = 'R' OR WS-LV-ACTION = 'r'
            MOVE 'Y' TO WS-LV-REJECT-SWITCH
            DISPLAY "CARD REJECTED - NO HOURS POSTED FOR " WS-A(WS-IDX) "."
        ELSE
            PERFORM LEAVE-UNPAID-PARA.
        *>A preview posts nothing, so its decision isn't the one that counts - the run that
        *>posts makes (and logs) its own, and PREVIEW.PRT already shows the card.
        IF NOT WS-PV-PREVIEW-ONLY
            PERFORM LEAVE-OVERUSE-AUDIT-PARA.

    LEAVE-OVERUSE-AUDIT-PARA.
        PERFORM DEDUCT-AUDIT-STAMP-PARA.
        MOVE SPACES TO WS-AUDIT-LINE.
        IF WS-LV-REJECTED
            STRING WS-AUDIT-DATE DELIMITED BY SIZE "-" DELIMITED BY SIZE WS-AUDIT-TIME DELIMITED BY SIZE
                "  EMPLOYEE ID " DELIMITED BY SIZE WS-ID(WS-IDX) DELIMITED BY SIZE
                " LEAVE OVER BALANCE - CARD REJECTED" DELIMITED BY SIZE
                " BY " DELIMITED BY SIZE WS-AUDIT-OPERATOR DELIMITED BY SIZE
                INTO WS-AUDIT-LINE
        ELSE
            STRING WS-AUDIT-DATE DELIMITED BY SIZE "-" DELIMITED BY SIZE WS-AUDIT-TIME DELIMITED BY SIZE
                "  EMPLOYEE ID " DELIMITED BY SIZE WS-ID(WS-IDX) DELIMITED BY SIZE
                " LEAVE OVER BALANCE - " DELIMITED BY SIZE WS-LV-HOURS-ED DELIMITED BY SIZE
                " HRS UNPAID" DELIMITED BY SIZE
                " BY " DELIMITED BY SIZE WS-AUDIT-OPERATOR DELIMITED BY SIZE
                INTO WS-AUDIT-LINE.
        PERFORM AUDIT-WRITE-PARA.

    LEAVE-UNPAID-PARA.
        IF WS-LV-VAC-IN > WS-VAC-BAL(WS-IDX)
            COMPUTE WS-LV-UNPAID-IN = WS-LV-UNPAID-IN + WS-LV-VAC-IN - WS-VAC-BAL(WS-IDX)
            MOVE WS-VAC-BAL(WS-IDX) TO WS-LV-VAC-IN.
        IF WS-LV-SICK-IN > WS-SICK-BAL(WS-IDX)
            COMPUTE WS-LV-UNPAID-IN = WS-LV-UNPAID-IN + WS-LV-SICK-IN - WS-SICK-BAL(WS-IDX)
            MOVE WS-SICK-BAL(WS-IDX) TO WS-LV-SICK-IN.
        MOVE WS-LV-UNPAID-IN TO WS-LV-HOURS-ED.
        DISPLAY WS-LV-HOURS-ED " HOURS WILL GO THROUGH AS UNPAID LEAVE.".

    LEAVE-POST-PARA.
        *>The check at WS-IDX has posted: the leave it paid comes off the balances, and the
        *>period's accrual under the employee's policy goes on. A policy code with no row in
        *>LEAVEPOL.DAT accrues nothing.
        PERFORM LEAVE-USE-PARA.
        PERFORM LEAVE-POLICY-FIND-PARA.
        IF WS-LVP-FOUND
            ADD WS-LVP-VAC-RATE(WS-LVP-FOUND-IDX) TO WS-VAC-BAL(WS-IDX)
            ADD WS-LVP-SICK-RATE(WS-LVP-FOUND-IDX) TO WS-SICK-BAL(WS-IDX).

    LEAVE-USE-PARA.
        IF WS-VAC-HOURS(WS-IDX) > WS-VAC-BAL(WS-IDX)
            MOVE ZERO TO WS-VAC-BAL(WS-IDX)
        ELSE
            SUBTRACT WS-VAC-HOURS(WS-IDX) FROM WS-VAC-BAL(WS-IDX).
        IF WS-SICK-HOURS(WS-IDX) > WS-SICK-BAL(WS-IDX)
            MOVE ZERO TO WS-SICK-BAL(WS-IDX)
        ELSE
            SUBTRACT WS-SICK-HOURS(WS-IDX) FROM WS-SICK-BAL(WS-IDX).

    LEAVE-POLICY-FIND-PARA.
        MOVE 'N' TO WS-LVP-FOUND-SWITCH.
        PERFORM LEAVE-POLICY-SEARCH-PARA VARYING WS-LVP-IDX FROM 1 BY 1
            UNTIL WS-LVP-IDX > WS-LVP-CNT OR WS-LVP-FOUND.

    LEAVE-POLICY-SEARCH-PARA.
        IF WS-LVP-CODE(WS-LVP-IDX) = WS-LEAVE-POLICY(WS-IDX)
            MOVE 'Y' TO WS-LVP-FOUND-SWITCH
            MOVE WS-LVP-IDX TO WS-LVP-FOUND-IDX.

    LEAVE-CARRYOVER-PARA.
        *>Year end trims each balance back to what the employee's policy lets carry over.
        PERFORM LEAVE-POLICY-FIND-PARA.
        IF WS-LVP-FOUND AND WS-VAC-BAL(WS-IDX) > WS-LVP-VAC-CARRY(WS-LVP-FOUND-IDX)
            MOVE WS-LVP-VAC-CARRY(WS-LVP-FOUND-IDX) TO WS-VAC-BAL(WS-IDX).
        IF WS-LVP-FOUND AND WS-SICK-BAL(WS-IDX) > WS-LVP-SICK-CARRY(WS-LVP-FOUND-IDX)
            MOVE WS-LVP-SICK-CARRY(WS-LVP-FOUND-IDX) TO WS-SICK-BAL(WS-IDX).

    TIMECARD-BATCH-PARA.
        *>Unattended flavor, same skip-don't-stop manners as BATCH-ENTRY-PARA - a bad row in
        *>TIMECARD.DAT gets a message and the rest of the file still posts.
        MOVE 'N' TO WS-TC-EOF-SWITCH.
        MOVE ZERO TO WS-TC-READ-CNT WS-TC-POSTED-CNT WS-TC-SKIPPED-CNT.
        *>Nobody is at the keyboard card by card, so the over-balance decision is asked once
        *>for the whole file.
        DISPLAY "IF A CARD IN TIMECARD.DAT ASKS FOR MORE LEAVE THAN THE EMPLOYEE HAS, ENTER 'R' TO REJECT IT, OR ANYTHING ELSE TO PAY THE BALANCE AND THE REST AS UNPAID LEAVE:".
        ACCEPT WS-LV-BATCH-ACTION.
        OPEN INPUT TIMECARD-FILE.
        IF WS-TIMECARD-FILE-STATUS NOT = "00"
            DISPLAY "NO TIMECARD FILE FOUND (TIMECARD.DAT). NO HOURS POSTED."
        IF TC-EMPLOYEE-ID IS NOT NUMERIC
            DISPLAY "TIMECARD ROW SKIPPED - BAD EMPLOYEE ID."
            MOVE 'N' TO WS-TC-VALID-SWITCH.
        IF TC-VAC-HOURS = SPACES
            MOVE ZEROS TO TC-VAC-HOURS.
        IF TC-SICK-HOURS = SPACES
            MOVE ZEROS TO TC-SICK-HOURS.
        IF TC-HOL-HOURS = SPACES
            MOVE ZEROS TO TC-HOL-HOURS.
        IF TC-HOURS IS NOT NUMERIC OR TC-VAC-HOURS IS NOT NUMERIC
                OR TC-SICK-HOURS IS NOT NUMERIC OR TC-HOL-HOURS IS NOT NUMERIC
            DISPLAY "TIMECARD ROW SKIPPED - BAD HOURS FOR EMPLOYEE ID " TC-EMPLOYEE-ID "."
            MOVE 'N' TO WS-TC-VALID-SWITCH
        ELSE
            COMPUTE WS-LV-TOTAL = TC-HOURS-NUM + TC-VAC-HOURS-NUM + TC-SICK-HOURS-NUM + TC-HOL-HOURS-NUM
            IF WS-LV-TOTAL = ZERO OR WS-LV-TOTAL > 168.00
                DISPLAY "TIMECARD ROW SKIPPED - BAD HOURS FOR EMPLOYEE ID " TC-EMPLOYEE-ID "."
                MOVE 'N' TO WS-TC-VALID-SWITCH
            END-IF
        END-IF.
        IF WS-TC-ROW-VALID
            MOVE TC-EMPLOYEE-ID-NUM TO WS-TC-ID
            PERFORM TIMECARD-FIND-PARA
        END-IF.
        IF WS-TC-ROW-VALID
            MOVE WS-TC-FOUND-IDX TO WS-IDX
            PERFORM TC-BATCH-ROW-PARA.
        IF WS-TC-ROW-VALID
            PERFORM SALARY-PARA
            ADD 1 TO WS-TC-POSTED-CNT
        ELSE
            ADD 1 TO WS-TC-SKIPPED-CNT.

    TC-BATCH-ROW-PARA.
        *>The first row for an employee this run sets their week; any later row (another
        *>department or job they floated to) adds its hours onto it, and the week as a whole
        *>gets the 168-hour and leave balance tests again. Leave already let through unpaid by
        *>an earlier row stays unpaid. Every row leaves a charge line behind, even one with no
        *>worked hours, so the next row knows it's a continuation.
        IF TC-DEPT = SPACES
            MOVE WS-DEPT(WS-IDX) TO WS-TCL-ADD-DEPT
        ELSE
            MOVE TC-DEPT TO WS-TCL-ADD-DEPT.
        MOVE TC-JOB TO WS-TCL-ADD-JOB.
        MOVE TC-HOURS-NUM TO WS-TCL-ADD-HOURS.
        PERFORM TCL-COUNT-PARA.
        MOVE TC-HOURS-NUM TO WS-LV-WORK-IN.
        MOVE TC-VAC-HOURS-NUM TO WS-LV-VAC-IN.
        MOVE TC-SICK-HOURS-NUM TO WS-LV-SICK-IN.
        MOVE TC-HOL-HOURS-NUM TO WS-LV-HOL-IN.
        MOVE ZERO TO WS-LV-PREV-UNPAID.
        IF WS-TCL-EMP-CNT > ZERO
            ADD WS-HOURS(WS-IDX) TO WS-LV-WORK-IN
            ADD WS-VAC-HOURS(WS-IDX) TO WS-LV-VAC-IN
            ADD WS-SICK-HOURS(WS-IDX) TO WS-LV-SICK-IN
            ADD WS-HOL-HOURS(WS-IDX) TO WS-LV-HOL-IN
            MOVE WS-UNPAID-HOURS(WS-IDX) TO WS-LV-PREV-UNPAID.
        COMPUTE WS-LV-TOTAL = WS-LV-WORK-IN + WS-LV-VAC-IN + WS-LV-SICK-IN + WS-LV-HOL-IN.
        IF WS-LV-TOTAL > 168.00
            DISPLAY "TIMECARD ROW SKIPPED - EMPLOYEE ID " TC-EMPLOYEE-ID " WOULD HAVE MORE THAN 168 HOURS THIS WEEK."
            MOVE 'N' TO WS-TC-VALID-SWITCH.
        IF WS-TC-ROW-VALID AND NOT WS-TCL-MATCHED AND WS-TCL-EMP-CNT >= WS-TCL-LINE-CAP
            DISPLAY "TIMECARD ROW SKIPPED - EMPLOYEE ID " TC-EMPLOYEE-ID " ALREADY HAS " WS-TCL-LINE-CAP " CHARGE LINES THIS WEEK."
            MOVE 'N' TO WS-TC-VALID-SWITCH.
        IF WS-TC-ROW-VALID
            MOVE 'N' TO WS-LV-INTERACTIVE-SWITCH
            PERFORM LEAVE-CARD-CHECK-PARA
            IF WS-LV-REJECTED
                MOVE 'N' TO WS-TC-VALID-SWITCH
            END-IF
        END-IF.
        IF WS-TC-ROW-VALID
            ADD WS-LV-PREV-UNPAID TO WS-UNPAID-HOURS(WS-IDX)
            PERFORM TCL-ADD-PARA.

    INQUIRY-PARA.
        *>A read-only transaction - just looks employees up against whatever LOAD-PARA already pulled
        *>off the master file. No new hires, no report, no SAVE-PARA; nothing on disk changes.
        DISPLAY "  WEEKLY GROSS: $" WS-GROSS(WS-INQUIRY-IDX).
        DISPLAY "  WEEKLY NET: $" WS-NET(WS-INQUIRY-IDX).
        DISPLAY "  ANNUAL GROSS: $" WS-C(WS-INQUIRY-IDX).
        MOVE WS-VAC-BAL(WS-INQUIRY-IDX) TO WS-LV-VAC-BAL-ED.
        MOVE WS-SICK-BAL(WS-INQUIRY-IDX) TO WS-LV-SICK-BAL-ED.
        DISPLAY "  LEAVE POLICY: " WS-LEAVE-POLICY(WS-INQUIRY-IDX) "  VACATION BALANCE: " WS-LV-VAC-BAL-ED " HRS  SICK BALANCE: " WS-LV-SICK-BAL-ED " HRS".
        IF WS-RETRO-PAY(WS-INQUIRY-IDX) > ZERO
            MOVE WS-RETRO-PAY(WS-INQUIRY-IDX) TO WS-WC-RETRO-ED
            DISPLAY "  RETRO PAY PENDING: $" WS-WC-RETRO-ED " (WAGE CHANGE OF " WS-RETRO-REF-DATE(WS-INQUIRY-IDX) ")".
        MOVE WS-ID(WS-INQUIRY-IDX) TO WS-IQH-TARGET-ID.
        PERFORM PAY-HISTORY-LIST-PARA.

        ELSE
            DISPLAY "STATUS MUST BE A, T, OR L. TRY AGAIN.".

    PROFILE-CHANGE-PARA.
        *>The rest of what entry keys in for a new hire - name, bank details, department, W-4 -
        *>changed for somebody already on file. Each field is offered in turn and re-keyed
        *>through the very GET-...-PARA ENTRY-PARA uses, so a change is held to the same rules
        *>the original entry was. Those paragraphs work on row WS-IDX, so that is pointed at
        *>the employee found before the first of them runs.
        MOVE 'N' TO WS-PC-FOUND-SWITCH.
        MOVE 'N' TO WS-VALID-SWITCH.
        PERFORM GET-PC-ID-PARA UNTIL WS-INPUT-VALID.
        MOVE WS-PC-ID-INPUT TO WS-PC-ID.
        PERFORM PROFILE-CHANGE-SEARCH-PARA VARYING WS-PC-IDX FROM 1 BY 1
            UNTIL WS-PC-IDX > WS-SAVED-CNT OR WS-PC-FOUND.
        IF NOT WS-PC-FOUND
            DISPLAY "NO EMPLOYEE FOUND WITH ID " WS-PC-ID-INPUT "."
        ELSE
            MOVE WS-A(WS-PC-FOUND-IDX) TO WS-PC-OLD-NAME
            MOVE WS-ROUTING(WS-PC-FOUND-IDX) TO WS-PC-OLD-ROUTING
            MOVE WS-ACCOUNT(WS-PC-FOUND-IDX) TO WS-PC-OLD-ACCOUNT
            MOVE WS-DEPT(WS-PC-FOUND-IDX) TO WS-PC-OLD-DEPT
            MOVE WS-FILING-STATUS(WS-PC-FOUND-IDX) TO WS-PC-OLD-FS
            MOVE WS-ALLOWANCES(WS-PC-FOUND-IDX) TO WS-PC-OLD-ALLOW
            MOVE WS-DD-STATUS(WS-PC-FOUND-IDX) TO WS-PC-OLD-DD-STATUS
            MOVE WS-PC-FOUND-IDX TO WS-IDX
            PERFORM PROFILE-NAME-PARA
            PERFORM PROFILE-BANK-PARA
            PERFORM PROFILE-DEPT-PARA
            PERFORM PROFILE-W4-PARA
            PERFORM PROFILE-CHANGE-POST-PARA.

    GET-PC-ID-PARA.
        *>Same NUMERIC guard as GET-SC-ID-PARA.
        DISPLAY "ENTER THE EMPLOYEE ID TO CHANGE THE PROFILE FOR (5 DIGITS):".
        ACCEPT WS-PC-ID-INPUT.
        IF WS-PC-ID-INPUT IS NOT NUMERIC
            DISPLAY "EMPLOYEE ID MUST BE 5 NUMERIC DIGITS. TRY AGAIN."
        ELSE
            MOVE 'Y' TO WS-VALID-SWITCH.

    PROFILE-CHANGE-SEARCH-PARA.
        IF WS-ID(WS-PC-IDX) = WS-PC-ID
            MOVE 'Y' TO WS-PC-FOUND-SWITCH
            MOVE WS-PC-IDX TO WS-PC-FOUND-IDX.

    PROFILE-NAME-PARA.
        DISPLAY "CHANGE THE NAME (NOW " WS-A(WS-IDX) ")? (Y/N)".
        ACCEPT WS-PC-ANSWER.
        IF WS-PC-ANSWER = 'Y' OR WS-PC-ANSWER = 'y'
            MOVE 'N' TO WS-VALID-SWITCH
            PERFORM GET-FNAME-PARA UNTIL WS-INPUT-VALID
            MOVE 'N' TO WS-VALID-SWITCH
            PERFORM GET-LNAME-PARA UNTIL WS-INPUT-VALID
            MOVE SPACES TO WS-A(WS-IDX)
            STRING WS-FNAME DELIMITED BY SIZE WS-LNAME DELIMITED BY SIZE '. ' DELIMITED BY SIZE INTO WS-A(WS-IDX).

    PROFILE-BANK-PARA.
        DISPLAY "CHANGE THE DIRECT DEPOSIT BANK DETAILS (NOW ROUTING " WS-ROUTING(WS-IDX) " ACCOUNT " WS-ACCOUNT(WS-IDX) ")? (Y/N)".
        ACCEPT WS-PC-ANSWER.
        IF WS-PC-ANSWER = 'Y' OR WS-PC-ANSWER = 'y'
            MOVE 'N' TO WS-VALID-SWITCH
            PERFORM GET-ROUTING-PARA UNTIL WS-INPUT-VALID
            MOVE 'N' TO WS-VALID-SWITCH
            PERFORM GET-ACCOUNT-PARA UNTIL WS-INPUT-VALID.

    PROFILE-DEPT-PARA.
        DISPLAY "CHANGE THE HOME DEPARTMENT (NOW " WS-DEPT(WS-IDX) ")? (Y/N)".
        ACCEPT WS-PC-ANSWER.
        IF WS-PC-ANSWER = 'Y' OR WS-PC-ANSWER = 'y'
            MOVE 'N' TO WS-VALID-SWITCH
            PERFORM GET-DEPT-PARA UNTIL WS-INPUT-VALID.

    PROFILE-W4-PARA.
        DISPLAY "CHANGE THE W-4 (NOW FILING STATUS " WS-FILING-STATUS(WS-IDX) ", " WS-ALLOWANCES(WS-IDX) " ALLOWANCES)? (Y/N)".
        ACCEPT WS-PC-ANSWER.
        IF WS-PC-ANSWER = 'Y' OR WS-PC-ANSWER = 'y'
            MOVE 'N' TO WS-VALID-SWITCH
            PERFORM GET-FILING-STATUS-PARA UNTIL WS-INPUT-VALID
            MOVE 'N' TO WS-VALID-SWITCH
            PERFORM GET-ALLOWANCES-PARA UNTIL WS-INPUT-VALID.

    PROFILE-CHANGE-POST-PARA.
        *>Only what actually differs from the before image counts as a change - a field
        *>re-keyed to the value it already had is no change at all, and leaves no audit line.
        MOVE 'N' TO WS-PC-CHANGED-SWITCH.
        MOVE 'N' TO WS-PC-BANK-SWITCH.
        MOVE 'N' TO WS-PC-W4-SWITCH.
        PERFORM DEDUCT-AUDIT-STAMP-PARA.
        IF WS-A(WS-PC-FOUND-IDX) NOT = WS-PC-OLD-NAME
            MOVE 'Y' TO WS-PC-CHANGED-SWITCH
            MOVE SPACES TO WS-AUDIT-LINE
            STRING WS-AUDIT-DATE DELIMITED BY SIZE "-" DELIMITED BY SIZE WS-AUDIT-TIME DELIMITED BY SIZE
                "  EMPLOYEE ID " DELIMITED BY SIZE WS-PC-ID DELIMITED BY SIZE
                " NAME FROM " DELIMITED BY SIZE WS-PC-OLD-NAME DELIMITED BY SIZE
                " TO " DELIMITED BY SIZE WS-A(WS-PC-FOUND-IDX) DELIMITED BY SIZE
                " BY " DELIMITED BY SIZE WS-AUDIT-OPERATOR DELIMITED BY SIZE
                INTO WS-AUDIT-LINE
            PERFORM AUDIT-WRITE-PARA.
        IF WS-ROUTING(WS-PC-FOUND-IDX) NOT = WS-PC-OLD-ROUTING
            MOVE 'Y' TO WS-PC-CHANGED-SWITCH
            MOVE 'Y' TO WS-PC-BANK-SWITCH
            MOVE SPACES TO WS-AUDIT-LINE
            STRING WS-AUDIT-DATE DELIMITED BY SIZE "-" DELIMITED BY SIZE WS-AUDIT-TIME DELIMITED BY SIZE
                "  EMPLOYEE ID " DELIMITED BY SIZE WS-PC-ID DELIMITED BY SIZE
                " ROUTING FROM " DELIMITED BY SIZE WS-PC-OLD-ROUTING DELIMITED BY SIZE
                " TO " DELIMITED BY SIZE WS-ROUTING(WS-PC-FOUND-IDX) DELIMITED BY SIZE
                " BY " DELIMITED BY SIZE WS-AUDIT-OPERATOR DELIMITED BY SIZE
                INTO WS-AUDIT-LINE
            PERFORM AUDIT-WRITE-PARA.
        *>Account numbers go into AUDIT.LOG masked down to their last four, the same as on the
        *>mailed notice - the log is no place for the one field this trail exists to protect.
        *>The short ****nnnn form keeps the line well inside AUDIT.LOG's 100 columns with the
        *>whole operator name on the end.
        IF WS-ACCOUNT(WS-PC-FOUND-IDX) NOT = WS-PC-OLD-ACCOUNT
            MOVE 'Y' TO WS-PC-CHANGED-SWITCH
            MOVE 'Y' TO WS-PC-BANK-SWITCH
            MOVE WS-PC-OLD-ACCOUNT TO WS-PC-MASK-IN
            PERFORM PROFILE-MASK-PARA
            MOVE WS-PC-MASK-SHORT TO WS-PC-OLD-SHORT
            MOVE WS-ACCOUNT(WS-PC-FOUND-IDX) TO WS-PC-MASK-IN
            PERFORM PROFILE-MASK-PARA
            MOVE WS-PC-MASK-SHORT TO WS-PC-NEW-SHORT
            MOVE SPACES TO WS-AUDIT-LINE
            STRING WS-AUDIT-DATE DELIMITED BY SIZE "-" DELIMITED BY SIZE WS-AUDIT-TIME DELIMITED BY SIZE
                "  EMPLOYEE ID " DELIMITED BY SIZE WS-PC-ID DELIMITED BY SIZE
                " ACCOUNT FROM " DELIMITED BY SIZE WS-PC-OLD-SHORT DELIMITED BY SPACE
                " TO " DELIMITED BY SIZE WS-PC-NEW-SHORT DELIMITED BY SPACE
                " BY " DELIMITED BY SIZE WS-AUDIT-OPERATOR DELIMITED BY SIZE
                INTO WS-AUDIT-LINE
            PERFORM AUDIT-WRITE-PARA.
        IF WS-DEPT(WS-PC-FOUND-IDX) NOT = WS-PC-OLD-DEPT
            MOVE 'Y' TO WS-PC-CHANGED-SWITCH
            MOVE SPACES TO WS-AUDIT-LINE
            STRING WS-AUDIT-DATE DELIMITED BY SIZE "-" DELIMITED BY SIZE WS-AUDIT-TIME DELIMITED BY SIZE
                "  EMPLOYEE ID " DELIMITED BY SIZE WS-PC-ID DELIMITED BY SIZE
                " DEPARTMENT FROM " DELIMITED BY SIZE WS-PC-OLD-DEPT DELIMITED BY SIZE
                " TO " DELIMITED BY SIZE WS-DEPT(WS-PC-FOUND-IDX) DELIMITED BY SIZE
                " BY " DELIMITED BY SIZE WS-AUDIT-OPERATOR DELIMITED BY SIZE
                INTO WS-AUDIT-LINE
            PERFORM AUDIT-WRITE-PARA.
        IF WS-FILING-STATUS(WS-PC-FOUND-IDX) NOT = WS-PC-OLD-FS
            MOVE 'Y' TO WS-PC-CHANGED-SWITCH
            MOVE 'Y' TO WS-PC-W4-SWITCH
            MOVE SPACES TO WS-AUDIT-LINE
            STRING WS-AUDIT-DATE DELIMITED BY SIZE "-" DELIMITED BY SIZE WS-AUDIT-TIME DELIMITED BY SIZE
                "  EMPLOYEE ID " DELIMITED BY SIZE WS-PC-ID DELIMITED BY SIZE
                " FILING STATUS FROM " DELIMITED BY SIZE WS-PC-OLD-FS DELIMITED BY SIZE
                " TO " DELIMITED BY SIZE WS-FILING-STATUS(WS-PC-FOUND-IDX) DELIMITED BY SIZE
                " BY " DELIMITED BY SIZE WS-AUDIT-OPERATOR DELIMITED BY SIZE
                INTO WS-AUDIT-LINE
            PERFORM AUDIT-WRITE-PARA.
        IF WS-ALLOWANCES(WS-PC-FOUND-IDX) NOT = WS-PC-OLD-ALLOW
            MOVE 'Y' TO WS-PC-CHANGED-SWITCH
            MOVE 'Y' TO WS-PC-W4-SWITCH
            MOVE SPACES TO WS-AUDIT-LINE
            STRING WS-AUDIT-DATE DELIMITED BY SIZE "-" DELIMITED BY SIZE WS-AUDIT-TIME DELIMITED BY SIZE
                "  EMPLOYEE ID " DELIMITED BY SIZE WS-PC-ID DELIMITED BY SIZE
                " ALLOWANCES FROM " DELIMITED BY SIZE WS-PC-OLD-ALLOW DELIMITED BY SIZE
                " TO " DELIMITED BY SIZE WS-ALLOWANCES(WS-PC-FOUND-IDX) DELIMITED BY SIZE
                " BY " DELIMITED BY SIZE WS-AUDIT-OPERATOR DELIMITED BY SIZE
                INTO WS-AUDIT-LINE
            PERFORM AUDIT-WRITE-PARA.
        IF NOT WS-PC-CHANGED
            DISPLAY "NO CHANGES FOR EMPLOYEE " WS-PC-ID " - NOTHING SAVED."
        ELSE
            IF WS-PC-BANK-CHANGED
                PERFORM PROFILE-BANK-CHANGED-PARA
            END-IF
            *>Same reason WAGE-CHANGE-PARA re-runs SALARY-PARA: the weekly run pays every
            *>active row off its stored figures, so new withholding has to land on them now.
            IF WS-PC-W4-CHANGED
                MOVE WS-PC-FOUND-IDX TO WS-IDX
                PERFORM SALARY-PARA
            END-IF
            DISPLAY "EMPLOYEE " WS-PC-ID " PROFILE UPDATED."
            MOVE WS-SAVED-CNT TO WS-TOTAL-CNT
            PERFORM SAVE-PARA
            PERFORM LOCK-RELEASE-PARA.

    PROFILE-BANK-CHANGED-PARA.
        *>New bank details are as untested as a new hire's - back to prenote, paid on paper
        *>until the bank takes the test entry. And since a quietly changed deposit account is
        *>how payroll gets robbed, a confirmation notice goes into BANKCHG.PRT for payroll to
        *>address and mail to the employee by hand - the master keeps no mailing address.
        MOVE 'P' TO WS-DD-STATUS(WS-PC-FOUND-IDX).
        IF WS-PC-OLD-DD-STATUS NOT = 'P'
            MOVE SPACES TO WS-AUDIT-LINE
            STRING WS-AUDIT-DATE DELIMITED BY SIZE "-" DELIMITED BY SIZE WS-AUDIT-TIME DELIMITED BY SIZE
                "  EMPLOYEE ID " DELIMITED BY SIZE WS-PC-ID DELIMITED BY SIZE
                " DIRECT DEPOSIT STATUS FROM " DELIMITED BY SIZE WS-PC-OLD-DD-STATUS DELIMITED BY SIZE
                " TO P (PRENOTE)" DELIMITED BY SIZE
                " BY " DELIMITED BY SIZE WS-AUDIT-OPERATOR DELIMITED BY SIZE
                INTO WS-AUDIT-LINE
            PERFORM AUDIT-WRITE-PARA.
        DISPLAY "BANK DETAILS CHANGED - " WS-A(WS-PC-FOUND-IDX) " IS BACK TO PRENOTE AND PAID BY PAPER CHECK UNTIL THE BANK ACCEPTS IT.".
        OPEN EXTEND BANK-NOTICE-FILE.
        IF WS-BANKNTC-FILE-STATUS NOT = "00"
            OPEN OUTPUT BANK-NOTICE-FILE.
        IF WS-BANKNTC-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN BANKCHG.PRT - CONFIRMATION NOTICE NOT PRODUCED! SEND ONE BY HAND. STATUS: " WS-BANKNTC-FILE-STATUS
        ELSE
            PERFORM PROFILE-NOTICE-WRITE-PARA
            CLOSE BANK-NOTICE-FILE
            DISPLAY "CONFIRMATION NOTICE FOR " WS-A(WS-PC-FOUND-IDX) " WRITTEN TO BANKCHG.PRT - MAIL IT TO THE EMPLOYEE.".

    PROFILE-NOTICE-WRITE-PARA.
        MOVE WS-PC-OLD-ACCOUNT TO WS-PC-MASK-IN.
        PERFORM PROFILE-MASK-PARA.
        MOVE WS-PC-MASK-OUT TO WS-PC-OLD-MASK.
        MOVE WS-ACCOUNT(WS-PC-FOUND-IDX) TO WS-PC-MASK-IN.
        PERFORM PROFILE-MASK-PARA.
        MOVE WS-PC-MASK-OUT TO WS-PC-NEW-MASK.
        MOVE WS-DASH-LINE TO BANKNTC-REC.
        WRITE BANKNTC-REC.
        MOVE SPACES TO BANKNTC-REC.
        STRING "EMPLOYEE-SOFT 78 DIRECT DEPOSIT CHANGE NOTICE - DATE: " DELIMITED BY SIZE WS-DATE-ED DELIMITED BY SIZE
            INTO BANKNTC-REC.
        WRITE BANKNTC-REC.
        MOVE WS-ID(WS-PC-FOUND-IDX) TO WS-ID-ED.
        MOVE SPACES TO BANKNTC-REC.
        STRING "EMPLOYEE " DELIMITED BY SIZE WS-ID-ED DELIMITED BY SIZE
            "  " DELIMITED BY SIZE WS-A(WS-PC-FOUND-IDX) DELIMITED BY SIZE
            "  DEPT " DELIMITED BY SIZE WS-DEPT(WS-PC-FOUND-IDX) DELIMITED BY SIZE
            INTO BANKNTC-REC.
        WRITE BANKNTC-REC.
        MOVE SPACES TO BANKNTC-REC.
        WRITE BANKNTC-REC.
        MOVE "  THE BANK ACCOUNT YOUR PAY IS DEPOSITED TO HAS BEEN CHANGED ON OUR RECORDS:" TO BANKNTC-REC.
        WRITE BANKNTC-REC.
        MOVE SPACES TO BANKNTC-REC.
        STRING "    WAS:  ROUTING " DELIMITED BY SIZE WS-PC-OLD-ROUTING DELIMITED BY SIZE
            "  ACCOUNT " DELIMITED BY SIZE WS-PC-OLD-MASK DELIMITED BY SIZE
            INTO BANKNTC-REC.
        WRITE BANKNTC-REC.
        MOVE SPACES TO BANKNTC-REC.
        STRING "    NOW:  ROUTING " DELIMITED BY SIZE WS-ROUTING(WS-PC-FOUND-IDX) DELIMITED BY SIZE
            "  ACCOUNT " DELIMITED BY SIZE WS-PC-NEW-MASK DELIMITED BY SIZE
            INTO BANKNTC-REC.
        WRITE BANKNTC-REC.
        MOVE SPACES TO BANKNTC-REC.
        WRITE BANKNTC-REC.
        MOVE "  A ZERO-DOLLAR TEST ENTRY GOES TO THE NEW ACCOUNT FIRST. UNTIL YOUR BANK ACCEPTS IT," TO BANKNTC-REC.
        WRITE BANKNTC-REC.
        MOVE "  YOUR PAY WILL BE ISSUED AS A PAPER CHECK." TO BANKNTC-REC.
        WRITE BANKNTC-REC.
        MOVE "  IF YOU DID NOT ASK FOR THIS CHANGE, CONTACT THE PAYROLL OFFICE IMMEDIATELY." TO BANKNTC-REC.
        WRITE BANKNTC-REC.

    PROFILE-MASK-PARA.
        *>Everything up to the account's first blank is the number; all of it but the last
        *>four characters becomes asterisks. Four characters or fewer print as they are.
        MOVE SPACES TO WS-PC-MASK-OUT.
        MOVE SPACES TO WS-PC-MASK-SHORT.
        MOVE ZERO TO WS-PC-MASK-LEN.
        INSPECT WS-PC-MASK-IN TALLYING WS-PC-MASK-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
        IF WS-PC-MASK-LEN > 4
            MOVE ALL '*' TO WS-PC-MASK-OUT(1:WS-PC-MASK-LEN - 4)
            MOVE WS-PC-MASK-IN(WS-PC-MASK-LEN - 3:4) TO WS-PC-MASK-OUT(WS-PC-MASK-LEN - 3:4)
            STRING "****" DELIMITED BY SIZE WS-PC-MASK-IN(WS-PC-MASK-LEN - 3:4) DELIMITED BY SIZE
                INTO WS-PC-MASK-SHORT
        ELSE
            MOVE WS-PC-MASK-IN TO WS-PC-MASK-OUT
            MOVE WS-PC-MASK-IN TO WS-PC-MASK-SHORT.

    WAGE-CHANGE-PARA.
        *>A raise (or correction) against somebody already on file - separate from ENTRY-PARA the
        *>same way STATUS-CHANGE-PARA is, and the only path that ever changes EM-WAGE for an
            MOVE 'N' TO WS-VALID-SWITCH
            PERFORM GET-NEW-WAGE-PARA UNTIL WS-INPUT-VALID
            MOVE WS-WAGE-NUM TO WS-B(WS-WC-FOUND-IDX)
            MOVE 'N' TO WS-VALID-SWITCH
            PERFORM GET-WC-EFF-PARA UNTIL WS-INPUT-VALID
            PERFORM WAGE-RETRO-PARA
            PERFORM PAY-HISTORY-WRITE-PARA
            *>Retro pay owed is parked on the row until the next regular run pays it, tagged
            *>with the date of the PAYHIST.DAT lines just written so the check can say which
            *>wage change it settles. A second back-dated change before that run adds only its
            *>own difference to it, and the tag stays on the first change - the earliest line
            *>the pending amount goes back to; the 'L' inquiry lists the later ones under it.
            IF WS-WC-RETRO-AMT > ZERO
                ADD WS-WC-RETRO-AMT TO WS-RETRO-PAY(WS-WC-FOUND-IDX)
                IF WS-RETRO-REF-DATE(WS-WC-FOUND-IDX) = ZERO
                    MOVE WS-AUDIT-DATE TO WS-RETRO-REF-DATE(WS-WC-FOUND-IDX)
                END-IF
            END-IF
            *>The new rate has to flow through to the stored gross/tax/net/annual right now -
            *>the weekly run pays every active row off those stored figures, so without this
            *>recompute a raise would sit on the report as a new WAGE/HR beside a paycheck
            *>way the entry paths drive it.
            MOVE WS-WC-FOUND-IDX TO WS-IDX
            PERFORM SALARY-PARA
            DISPLAY "EMPLOYEE " WS-WC-ID " WAGE UPDATED."
            MOVE WS-SAVED-CNT TO WS-TOTAL-CNT
            PERFORM SAVE-PARA
        ELSE
            MOVE 'Y' TO WS-VALID-SWITCH.

    GET-WC-EFF-PARA.
        *>Blank is the old behavior - the new rate starts with the next run and nothing is
        *>owed back. A date in the future is refused: the change should be keyed when it
        *>starts, or every run until then would pay the raise early.
        DISPLAY "DATE THE NEW RATE TOOK EFFECT (YYYYMMDD), OR BLANK IF IT STARTS WITH THE NEXT RUN:".
        ACCEPT WS-WC-EFF-INPUT.
        IF WS-WC-EFF-INPUT = SPACES
            MOVE ZERO TO WS-WC-EFF-DATE
            MOVE 'Y' TO WS-VALID-SWITCH
        ELSE IF WS-WC-EFF-INPUT IS NOT NUMERIC OR WS-WC-EFF-NUM = ZERO
            DISPLAY "EFFECTIVE DATE MUST BE 8 NUMERIC DIGITS, YYYYMMDD. TRY AGAIN."
        ELSE IF WS-WC-EFF-NUM > WS-REPORT-DATE
            DISPLAY "EFFECTIVE DATE CANNOT BE AFTER TODAY - KEY THE CHANGE ONCE IT STARTS. TRY AGAIN."
        ELSE
            MOVE WS-WC-EFF-NUM TO WS-WC-EFF-DATE
            MOVE 'Y' TO WS-VALID-SWITCH.

    WAGE-RETRO-PARA.
        *>Works out what a back-dated raise is owed for the periods already paid at the old
        *>rate. Nothing is owed unless the effective date falls on or before the last period
        *>RUNCTL.DAT shows posted - after it, no check has gone out at the old rate yet. The
        *>shortfall is worked check by check off PAYREG.DAT, from the hours each check really
        *>paid and the rate it really paid them at, so a period that was already paid at or
        *>above the new rate (a void's reissue, say) is owed nothing. Voided checks don't
        *>count. A back-dated cut is not clawed back automatically - an overpayment is a
        *>conversation with the employee first, so it is flagged and left to payroll. A period
        *>an earlier back-dated change already reaches is owed only the difference above the
        *>rate that change made it whole to, paid or still pending.
        MOVE ZERO TO WS-WC-RETRO-AMT.
        MOVE ZERO TO WS-WC-RETRO-CNT.
        PERFORM RUN-CONTROL-READ-PARA.
        IF WS-WC-EFF-DATE = ZERO
            CONTINUE
        ELSE IF WS-WC-EFF-DATE > WS-LAST-POSTED
            DISPLAY "NO PERIOD SINCE " WS-WC-EFF-DATE " HAS BEEN POSTED YET - NO RETRO PAY OWED."
        ELSE IF WS-WAGE-NUM NOT > WS-WC-OLD-WAGE
            DISPLAY "*** THE NEW RATE IS NOT A RAISE - ANY OVERPAYMENT SINCE " WS-WC-EFF-DATE " HAS TO BE RECOVERED BY HAND."
        ELSE
            PERFORM WAGE-RETRO-PRIOR-LOAD-PARA
            OPEN INPUT PAY-REGISTER-FILE
            IF WS-PAYREG-FILE-STATUS NOT = "00"
                DISPLAY "*** NO PAY REGISTER FOUND (PAYREG.DAT) - RETRO PAY SINCE " WS-WC-EFF-DATE " HAS TO BE WORKED OUT BY HAND."
            ELSE
                MOVE 'N' TO WS-WC-EOF-SWITCH
                MOVE WS-WC-ID TO PR-EMPLOYEE-ID
                MOVE WS-WC-EFF-DATE TO PR-PERIOD-END
                MOVE ZERO TO PR-SEQ
                START PAY-REGISTER-FILE KEY IS NOT LESS THAN PR-KEY
                    INVALID KEY MOVE 'Y' TO WS-WC-EOF-SWITCH
                END-START
                PERFORM WAGE-RETRO-ROW-PARA UNTIL WS-WC-EOF-REACHED
                CLOSE PAY-REGISTER-FILE
                MOVE WS-WC-RETRO-AMT TO WS-WC-RETRO-ED
                DISPLAY "RETRO PAY OWED: $" WS-WC-RETRO-ED " OVER " WS-WC-RETRO-CNT " CHECK(S) - PAID AS A SEPARATE LINE ON THE NEXT REGULAR RUN."
            END-IF.

    WAGE-RETRO-ROW-PARA.
        READ PAY-REGISTER-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-WC-EOF-SWITCH
            NOT AT END
                IF PR-EMPLOYEE-ID NOT = WS-WC-ID
                    MOVE 'Y' TO WS-WC-EOF-SWITCH
                ELSE
                    IF PR-POSTED AND (PR-HOURS + PR-VAC-HOURS + PR-SICK-HOURS + PR-HOL-HOURS) > ZERO
                        PERFORM WAGE-RETRO-CHECK-PARA
                    END-IF
                END-IF
        END-READ.

    WAGE-RETRO-CHECK-PARA.
        *>The rate this period already stands at is what the check paid, or what an earlier
        *>back-dated change reaching back over it made it whole to, whichever is higher.
        MOVE PR-WAGE TO WS-WC-BASIS.
        PERFORM WAGE-RETRO-BASIS-PARA VARYING WS-WC-PRIOR-IDX FROM 1 BY 1
            UNTIL WS-WC-PRIOR-IDX > WS-WC-PRIOR-CNT.
        IF WS-WC-BASIS < WS-WAGE-NUM
            PERFORM WAGE-RETRO-OWED-PARA.

    WAGE-RETRO-BASIS-PARA.
        IF WS-WC-PRIOR-EFF(WS-WC-PRIOR-IDX) NOT > PR-PERIOD-END
                AND WS-WC-PRIOR-RATE(WS-WC-PRIOR-IDX) > WS-WC-BASIS
            MOVE WS-WC-PRIOR-RATE(WS-WC-PRIOR-IDX) TO WS-WC-BASIS.

    WAGE-RETRO-OWED-PARA.
        *>Overtime hours are owed the raise at the overtime factor, so the check's hours are
        *>turned into straight-time equivalents before the rate difference is applied.
        IF PR-HOURS > WS-OVERTIME-THRESHOLD
            COMPUTE WS-WC-CHECK-HOURS = WS-OVERTIME-THRESHOLD
                + ((PR-HOURS - WS-OVERTIME-THRESHOLD) * WS-OVERTIME-FACTOR)
        ELSE
            MOVE PR-HOURS TO WS-WC-CHECK-HOURS.
        *>Paid leave was paid at the old rate too, straight time.
        COMPUTE WS-WC-CHECK-HOURS = WS-WC-CHECK-HOURS + PR-VAC-HOURS + PR-SICK-HOURS + PR-HOL-HOURS.
        COMPUTE WS-WC-RETRO-AMT ROUNDED = WS-WC-RETRO-AMT
            + (WS-WC-CHECK-HOURS * (WS-WAGE-NUM - WS-WC-BASIS)).
        ADD 1 TO WS-WC-RETRO-CNT.

    WAGE-RETRO-PRIOR-LOAD-PARA.
        *>Every back-dated change PAY-HISTORY-WRITE-PARA ever wrote is a WAGE CHANGED line with
        *>the EFFECTIVE line right under it, same date and ID, in fixed columns - the new rate
        *>off the first, the effective date off the second. No PAYHIST.DAT means none.
        MOVE ZERO TO WS-WC-PRIOR-CNT.
        MOVE 'N' TO WS-WC-PRIOR-FULL-SWITCH.
        MOVE 'N' TO WS-WC-HIST-SEEN-SWITCH.
        MOVE 'N' TO WS-WC-HIST-EOF-SWITCH.
        OPEN INPUT PAY-HISTORY-FILE.
        IF WS-PAYHIST-FILE-STATUS = "00"
            PERFORM WAGE-RETRO-PRIOR-ROW-PARA UNTIL WS-WC-HIST-EOF-REACHED
            CLOSE PAY-HISTORY-FILE.
        IF WS-WC-PRIOR-FULL
            DISPLAY "*** MORE THAN " WS-WC-PRIOR-CAP " EARLIER BACK-DATED CHANGES ON PAYHIST.DAT - CHECK THIS RETRO FIGURE BY HAND."
        ELSE IF WS-WC-PRIOR-CNT > ZERO
            DISPLAY "EARLIER BACK-DATED CHANGE(S) ON PAYHIST.DAT ALREADY COVER SOME PERIODS - ONLY THE DIFFERENCE ABOVE THEM IS OWED.".

    WAGE-RETRO-PRIOR-ROW-PARA.
        READ PAY-HISTORY-FILE
            AT END MOVE 'Y' TO WS-WC-HIST-EOF-SWITCH
            NOT AT END
                IF PAYHIST-REC(23:5) NOT = WS-WC-ID-INPUT
                    MOVE 'N' TO WS-WC-HIST-SEEN-SWITCH
                ELSE IF PAYHIST-REC(28:20) = " WAGE CHANGED FROM $"
                    MOVE PAYHIST-REC(59:6) TO WS-WC-HIST-RATE-ED
                    MOVE WS-WC-HIST-RATE-ED TO WS-WC-HIST-RATE
                    MOVE 'Y' TO WS-WC-HIST-SEEN-SWITCH
                ELSE IF PAYHIST-REC(28:11) = " EFFECTIVE " AND WS-WC-HIST-SEEN AND PAYHIST-REC(39:8) IS NUMERIC
                    PERFORM WAGE-RETRO-PRIOR-ADD-PARA
                    MOVE 'N' TO WS-WC-HIST-SEEN-SWITCH
                ELSE
                    MOVE 'N' TO WS-WC-HIST-SEEN-SWITCH.

    WAGE-RETRO-PRIOR-ADD-PARA.
        IF WS-WC-PRIOR-CNT < WS-WC-PRIOR-CAP
            ADD 1 TO WS-WC-PRIOR-CNT
            MOVE PAYHIST-REC(39:8) TO WS-WC-PRIOR-EFF(WS-WC-PRIOR-CNT)
            MOVE WS-WC-HIST-RATE TO WS-WC-PRIOR-RATE(WS-WC-PRIOR-CNT)
        ELSE
            MOVE 'Y' TO WS-WC-PRIOR-FULL-SWITCH.

    PAY-HISTORY-WRITE-PARA.
        *>Appends one effective-dated line to PAYHIST.DAT - old rate, new rate, the date, and
        *>who authorized it. The authorizer is the signed-on supervisor now, not the OS login
        IF WS-PAYHIST-FILE-STATUS NOT = "00"
            OPEN OUTPUT PAY-HISTORY-FILE.
        WRITE PAYHIST-REC.
        *>A back-dated change gets a second line right under the first - same date and ID,
        *>so the 'L' inquiry lists them together - saying when it took effect and what it
        *>is owed. That date is what the retro line on the next check points back to.
        IF WS-WC-EFF-DATE NOT = ZERO
            MOVE WS-WC-RETRO-AMT TO WS-WC-RETRO-ED
            MOVE SPACES TO PAYHIST-REC
            STRING WS-AUDIT-DATE DELIMITED BY SIZE
                "  EMPLOYEE ID " DELIMITED BY SIZE WS-WC-ID DELIMITED BY SIZE
                " EFFECTIVE " DELIMITED BY SIZE WS-WC-EFF-DATE DELIMITED BY SIZE
                " - RETRO PAY OWED $" DELIMITED BY SIZE WS-WC-RETRO-ED DELIMITED BY SIZE
                " ON " DELIMITED BY SIZE WS-WC-RETRO-CNT DELIMITED BY SIZE
                " CHECK(S)" DELIMITED BY SIZE
                INTO PAYHIST-REC
            WRITE PAYHIST-REC.
        CLOSE PAY-HISTORY-FILE.

    VOID-CHECK-PARA.
        *>Backs one posted check off PAYREG.DAT - the register entry is marked voided (never
        *>deleted, so the register still shows the check existed), its gross/tax/net come back
        *>out of the employee's YTD figures, a reversing entry goes onto the end of GLJRNL.PRT,
        *>and AUDIT.LOG gets the who and when. The money itself is a separate matter: a
        *>deposit has to be recovered through the bank and a paper check pulled back or
        *>stopped, and the console says which. A corrected check for the same period can be
        *>cut right here afterwards, always on paper - the deposit file for that period has
        *>long since gone to the bank. WS-PERIOD-END/ED are free in this mode (no payroll run
        *>resolves a period), so they carry the voided check's period the whole way through.
        MOVE 'N' TO WS-VC-FOUND-SWITCH.
        MOVE 'N' TO WS-VC-POSTED-SWITCH.
        MOVE 'N' TO WS-VALID-SWITCH.
        PERFORM GET-VC-ID-PARA UNTIL WS-INPUT-VALID.
        MOVE WS-VC-ID-INPUT TO WS-VC-ID.
        PERFORM VOID-SEARCH-PARA VARYING WS-VC-IDX FROM 1 BY 1
            UNTIL WS-VC-IDX > WS-SAVED-CNT OR WS-VC-FOUND.
        IF NOT WS-VC-FOUND
            DISPLAY "NO EMPLOYEE FOUND WITH ID " WS-VC-ID-INPUT "."
        ELSE
            MOVE 'N' TO WS-VALID-SWITCH
            PERFORM GET-VC-PERIOD-PARA UNTIL WS-INPUT-VALID
            MOVE WS-VC-PERIOD-NUM TO WS-PERIOD-END
            MOVE SPACES TO WS-PERIOD-ED
            STRING WS-PE-MM DELIMITED BY SIZE "/" DELIMITED BY SIZE
                WS-PE-DD DELIMITED BY SIZE "/" DELIMITED BY SIZE
                WS-PE-YYYY DELIMITED BY SIZE
                INTO WS-PERIOD-ED
            OPEN I-O PAY-REGISTER-FILE
            IF WS-PAYREG-FILE-STATUS NOT = "00"
                DISPLAY "NO PAY REGISTER FOUND (PAYREG.DAT). NOTHING TO VOID. STATUS: " WS-PAYREG-FILE-STATUS
            ELSE
                PERFORM VOID-LIST-PARA
                IF WS-VC-LIST-CNT = ZERO
                    DISPLAY "NO CHECKS ON THE REGISTER FOR EMPLOYEE " WS-VC-ID " PERIOD ENDING " WS-PERIOD-ED "."
                ELSE
                    PERFORM VOID-SELECT-PARA
                END-IF
                CLOSE PAY-REGISTER-FILE
            END-IF
            IF WS-VC-POSTED
                MOVE WS-SAVED-CNT TO WS-TOTAL-CNT
                PERFORM SAVE-PARA
                PERFORM LOCK-RELEASE-PARA.

    GET-VC-ID-PARA.
        *>Same NUMERIC guard as GET-SC-ID-PARA.
        DISPLAY "ENTER THE EMPLOYEE ID WHOSE CHECK IS TO BE VOIDED (5 DIGITS):".
        ACCEPT WS-VC-ID-INPUT.
        IF WS-VC-ID-INPUT IS NOT NUMERIC
            DISPLAY "EMPLOYEE ID MUST BE 5 NUMERIC DIGITS. TRY AGAIN."
        ELSE
            MOVE 'Y' TO WS-VALID-SWITCH.

    VOID-SEARCH-PARA.
        IF WS-ID(WS-VC-IDX) = WS-VC-ID
            MOVE 'Y' TO WS-VC-FOUND-SWITCH
            MOVE WS-VC-IDX TO WS-VC-FOUND-IDX.

    GET-VC-PERIOD-PARA.
        DISPLAY "PERIOD-ENDING DATE OF THE CHECK (YYYYMMDD, AS PRINTED ON THE STUB AS MM/DD/YYYY):".
        ACCEPT WS-VC-PERIOD-INPUT.
        IF WS-VC-PERIOD-INPUT IS NOT NUMERIC OR WS-VC-PERIOD-NUM = ZERO
            DISPLAY "PERIOD-ENDING DATE MUST BE 8 NUMERIC DIGITS, YYYYMMDD. TRY AGAIN."
        ELSE
            MOVE 'Y' TO WS-VALID-SWITCH.

    VOID-LIST-PARA.
        *>Every register entry this employee has for the period - usually just the one, but a
        *>check that was already voided and reissued shows both, and the operator picks by
        *>sequence number.
        MOVE ZERO TO WS-VC-LIST-CNT.
        MOVE 'N' TO WS-VC-EOF-SWITCH.
        MOVE WS-VC-ID TO PR-EMPLOYEE-ID.
        MOVE WS-PERIOD-END TO PR-PERIOD-END.
        MOVE ZERO TO PR-SEQ.
        START PAY-REGISTER-FILE KEY IS NOT LESS THAN PR-KEY
            INVALID KEY MOVE 'Y' TO WS-VC-EOF-SWITCH
        END-START.
        IF NOT WS-VC-EOF-REACHED
            DISPLAY "REGISTER ENTRIES FOR EMPLOYEE " WS-VC-ID " PERIOD ENDING " WS-PERIOD-ED
            DISPLAY "(TYPE R REGULAR RUN, X REISSUE, O OFF-CYCLE - STATUS P POSTED, V VOIDED - PAID BY D DEPOSIT, C PAPER CHECK)".
        PERFORM VOID-LIST-ROW-PARA UNTIL WS-VC-EOF-REACHED.

    VOID-LIST-ROW-PARA.
        READ PAY-REGISTER-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-VC-EOF-SWITCH
            NOT AT END
                IF PR-EMPLOYEE-ID NOT = WS-VC-ID OR PR-PERIOD-END NOT = WS-PERIOD-END
                    MOVE 'Y' TO WS-VC-EOF-SWITCH
                ELSE
                    ADD 1 TO WS-VC-LIST-CNT
                    MOVE PR-HOURS TO WS-HOURS-ED
                    MOVE PR-GROSS TO WS-GROSS-ED
                    MOVE PR-NET TO WS-NET-ED
                    DISPLAY "  SEQ " PR-SEQ "  TYPE " PR-CHECK-TYPE "  STATUS " PR-STATUS
                        "  HOURS " WS-HOURS-ED "  GROSS $" WS-GROSS-ED "  NET $" WS-NET-ED
                        "  PAID BY " PR-PAY-METHOD
                END-IF
        END-READ.

    GET-VC-SEQ-PARA.
        DISPLAY "SEQ OF THE CHECK TO VOID (2 DIGITS):".
        ACCEPT WS-VC-SEQ-INPUT.
        IF WS-VC-SEQ-INPUT IS NOT NUMERIC OR WS-VC-SEQ-NUM = ZERO
            DISPLAY "SEQ MUST BE 2 NUMERIC DIGITS, AS LISTED ABOVE. TRY AGAIN."
        ELSE
            MOVE WS-VC-SEQ-NUM TO WS-VC-SEQ
            MOVE 'Y' TO WS-VALID-SWITCH.

    VOID-SELECT-PARA.
        *>A check can only come back off the YTD figures it actually went into - if the
        *>employee's YTD is already smaller than the check (the year-end reset has run since
        *>it posted), backing it out would drive the figures negative, so it is refused and
        *>has to be handled as a prior-year correction instead.
        MOVE 'N' TO WS-VALID-SWITCH.
        PERFORM GET-VC-SEQ-PARA UNTIL WS-INPUT-VALID.
        MOVE WS-VC-ID TO PR-EMPLOYEE-ID.
        MOVE WS-PERIOD-END TO PR-PERIOD-END.
        MOVE WS-VC-SEQ TO PR-SEQ.
        READ PAY-REGISTER-FILE
            INVALID KEY MOVE 'N' TO WS-VC-READ-SWITCH
            NOT INVALID KEY MOVE 'Y' TO WS-VC-READ-SWITCH
        END-READ.
        IF NOT WS-VC-READ-OK
            DISPLAY "NO REGISTER ENTRY WITH SEQ " WS-VC-SEQ " FOR THAT PERIOD. NOTHING CHANGED."
        ELSE IF PR-VOIDED
            DISPLAY "THAT CHECK WAS ALREADY VOIDED ON " PR-VOID-DATE " BY " PR-VOID-OPERATOR ". NOTHING CHANGED."
        ELSE IF PR-GROSS > WS-YTD-GROSS(WS-VC-FOUND-IDX)
                OR PR-TAX > WS-YTD-TAX(WS-VC-FOUND-IDX)
                OR PR-NET > WS-YTD-NET(WS-VC-FOUND-IDX)
                OR PR-SS-TAX > WS-YTD-SS(WS-VC-FOUND-IDX)
                OR PR-MED-TAX > WS-YTD-MED(WS-VC-FOUND-IDX)
            DISPLAY "*** THAT CHECK IS LARGER THAN " WS-A(WS-VC-FOUND-IDX) "'S YEAR-TO-DATE FIGURES - IT BELONGS TO A CLOSED YEAR. NOTHING CHANGED."
        ELSE
            MOVE PR-GROSS TO WS-GROSS-ED
            MOVE PR-NET TO WS-NET-ED
            DISPLAY "VOID SEQ " WS-VC-SEQ " - GROSS $" WS-GROSS-ED " NET $" WS-NET-ED " FOR " PR-NAME "? (Y/N)"
            ACCEPT WS-VC-CONFIRM
            IF WS-VC-CONFIRM = 'Y' OR WS-VC-CONFIRM = 'y'
                PERFORM VOID-POST-PARA
            ELSE
                DISPLAY "VOID CANCELLED. NOTHING CHANGED."
            END-IF.

    VOID-POST-PARA.
        *>The register entry is marked first - if PAYREG.DAT won't take the 'V', the check is
        *>still standing there as posted, and backing it out anyway would let the same check
        *>be voided (and backed out of YTD) a second time.
        MOVE 'N' TO WS-VC-MARKED-SWITCH.
        MOVE PR-PAY-METHOD TO WS-VC-METHOD.
        MOVE 'V' TO PR-STATUS.
        MOVE WS-REPORT-DATE TO PR-VOID-DATE.
        MOVE WS-AUDIT-OPERATOR TO PR-VOID-OPERATOR.
        REWRITE PR-RECORD
            INVALID KEY DISPLAY "*** COULD NOT MARK THE REGISTER ENTRY VOIDED! STATUS: " WS-PAYREG-FILE-STATUS
            NOT INVALID KEY MOVE 'Y' TO WS-VC-MARKED-SWITCH
        END-REWRITE.
        IF WS-VC-MARKED
            PERFORM VOID-BACKOUT-PARA
        ELSE
            DISPLAY "VOID NOT POSTED. NOTHING CHANGED.".

    VOID-BACKOUT-PARA.
        SUBTRACT PR-GROSS FROM WS-YTD-GROSS(WS-VC-FOUND-IDX).
        SUBTRACT PR-TAX FROM WS-YTD-TAX(WS-VC-FOUND-IDX).
        SUBTRACT PR-NET FROM WS-YTD-NET(WS-VC-FOUND-IDX).
        *>The employer's figures can't be bigger than what went into their YTD either, but
        *>guard them anyway - an unsigned field would flip a negative positive.
        SUBTRACT PR-SS-TAX FROM WS-YTD-SS(WS-VC-FOUND-IDX).
        SUBTRACT PR-MED-TAX FROM WS-YTD-MED(WS-VC-FOUND-IDX).
        IF PR-ER-SS-TAX > WS-YTD-ER-SS(WS-VC-FOUND-IDX)
            MOVE ZERO TO WS-YTD-ER-SS(WS-VC-FOUND-IDX)
        ELSE
            SUBTRACT PR-ER-SS-TAX FROM WS-YTD-ER-SS(WS-VC-FOUND-IDX).
        IF PR-ER-MED-TAX > WS-YTD-ER-MED(WS-VC-FOUND-IDX)
            MOVE ZERO TO WS-YTD-ER-MED(WS-VC-FOUND-IDX)
        ELSE
            SUBTRACT PR-ER-MED-TAX FROM WS-YTD-ER-MED(WS-VC-FOUND-IDX).
        IF PR-FUTA-TAX > WS-YTD-FUTA(WS-VC-FOUND-IDX)
            MOVE ZERO TO WS-YTD-FUTA(WS-VC-FOUND-IDX)
        ELSE
            SUBTRACT PR-FUTA-TAX FROM WS-YTD-FUTA(WS-VC-FOUND-IDX).
        IF PR-SUTA-TAX > WS-YTD-SUTA(WS-VC-FOUND-IDX)
            MOVE ZERO TO WS-YTD-SUTA(WS-VC-FOUND-IDX)
        ELSE
            SUBTRACT PR-SUTA-TAX FROM WS-YTD-SUTA(WS-VC-FOUND-IDX).
        *>Leave the voided check paid goes back on the balances; the period's accrual stays,
        *>since the period was still worked.
        ADD PR-VAC-HOURS TO WS-VAC-BAL(WS-VC-FOUND-IDX).
        ADD PR-SICK-HOURS TO WS-SICK-BAL(WS-VC-FOUND-IDX).
        MOVE ZERO TO WS-VC-CHECK-NO.
        IF PR-CHECK-NO IS NUMERIC AND PR-CHECK-NO > ZERO
            MOVE PR-CHECK-NO TO WS-VC-CHECK-NO
            PERFORM CHECK-VOID-PARA.
        MOVE 'Y' TO WS-VC-POSTED-SWITCH.
        MOVE PR-GROSS TO WS-GL-GROSS-TOTAL.
        MOVE PR-TAX TO WS-GL-TAX-TOTAL.
        MOVE PR-NET TO WS-GL-NET-TOTAL.
        MOVE PR-RETRO-PAY TO WS-GL-RETRO-TOTAL.
        MOVE PR-SS-TAX TO WS-GL-SS-TOTAL.
        MOVE PR-MED-TAX TO WS-GL-MED-TOTAL.
        MOVE PR-ER-SS-TAX TO WS-GL-ER-SS-TOTAL.
        MOVE PR-ER-MED-TAX TO WS-GL-ER-MED-TOTAL.
        MOVE PR-FUTA-TAX TO WS-GL-FUTA-TOTAL.
        MOVE PR-SUTA-TAX TO WS-GL-SUTA-TOTAL.
        *>The reversal credits back the departments the check charged. A register entry
        *>written before checks carried their split reverses against its home department.
        PERFORM GL-DEPT-CLEAR-PARA.
        IF PR-DIST-CNT IS NUMERIC AND PR-DIST-CNT > ZERO AND PR-DIST-CNT <= 6
            PERFORM VOID-GL-DEPT-PARA VARYING WS-PR-DIST-IDX FROM 1 BY 1 UNTIL WS-PR-DIST-IDX > PR-DIST-CNT
        ELSE
            MOVE PR-DEPT TO WS-GLD-ADD-DEPT
            COMPUTE WS-GLD-ADD-AMT = PR-GROSS - PR-RETRO-PAY
            PERFORM GL-DEPT-ADD-PARA.
        PERFORM GL-APPEND-OPEN-PARA.
        IF WS-GLJRNL-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN GLJRNL.PRT - REVERSING ENTRY NOT PRODUCED! STATUS: " WS-GLJRNL-FILE-STATUS
        ELSE
            MOVE SPACES TO GLJRNL-REC
            WRITE GLJRNL-REC
            STRING "REVERSING JOURNAL ENTRY - VOID OF EMPLOYEE " DELIMITED BY SIZE
                WS-VC-ID DELIMITED BY SIZE
                " CHECK SEQ " DELIMITED BY SIZE WS-VC-SEQ DELIMITED BY SIZE
                " - PERIOD ENDING: " DELIMITED BY SIZE WS-PERIOD-ED DELIMITED BY SIZE
                " - VOIDED: " DELIMITED BY SIZE WS-DATE-ED DELIMITED BY SIZE
                INTO GLJRNL-REC
            WRITE GLJRNL-REC
            MOVE 'Y' TO WS-GL-REVERSE-SWITCH
            PERFORM GL-JOURNAL-BODY-PARA
            MOVE 'N' TO WS-GL-REVERSE-SWITCH
            CLOSE GL-JOURNAL-FILE.
        PERFORM DEDUCT-AUDIT-STAMP-PARA.
        MOVE PR-GROSS TO WS-GROSS-ED.
        MOVE SPACES TO WS-AUDIT-LINE.
        STRING WS-AUDIT-DATE DELIMITED BY SIZE "-" DELIMITED BY SIZE WS-AUDIT-TIME DELIMITED BY SIZE
            "  EMPLOYEE ID " DELIMITED BY SIZE WS-VC-ID DELIMITED BY SIZE
            " CHECK " DELIMITED BY SIZE WS-PERIOD-END DELIMITED BY SIZE
            "-" DELIMITED BY SIZE WS-VC-SEQ DELIMITED BY SIZE
            " VOIDED GROSS $" DELIMITED BY SIZE WS-GROSS-ED DELIMITED BY SIZE
            " BY " DELIMITED BY SIZE WS-AUDIT-OPERATOR DELIMITED BY SIZE
            INTO WS-AUDIT-LINE.
        PERFORM AUDIT-WRITE-PARA.
        DISPLAY "CHECK VOIDED - YEAR-TO-DATE FIGURES BACKED OUT, REVERSING ENTRY ADDED TO GLJRNL.PRT.".
        *>Retro pay the voided check carried is still owed - it goes back on the row as
        *>pending, and the stored figures are worked over so the next regular run pays it.
        IF PR-RETRO-PAY > ZERO
            MOVE WS-VC-FOUND-IDX TO WS-IDX
            ADD PR-RETRO-PAY TO WS-RETRO-PAY(WS-IDX)
            IF WS-RETRO-REF-DATE(WS-IDX) = ZERO OR PR-RETRO-REF-DATE < WS-RETRO-REF-DATE(WS-IDX)
                MOVE PR-RETRO-REF-DATE TO WS-RETRO-REF-DATE(WS-IDX)
            END-IF
            PERFORM SALARY-PARA
            MOVE PR-RETRO-PAY TO WS-WC-RETRO-ED
            DISPLAY "THE $" WS-WC-RETRO-ED " RETRO PAY ON THAT CHECK IS PENDING AGAIN - THE NEXT REGULAR RUN PAYS IT.".
        IF WS-VC-METHOD = 'D'
            DISPLAY "*** THAT CHECK WENT OUT BY DIRECT DEPOSIT - THE MONEY HAS TO BE RECOVERED THROUGH THE BANK OR FROM THE EMPLOYEE."
        ELSE
            DISPLAY "*** THAT WAS A PAPER CHECK - PULL IT BACK, OR STOP PAYMENT ON IT WITH THE BANK.".
        DISPLAY "ISSUE A CORRECTED CHECK FOR THIS PERIOD NOW? (Y/N)".
        ACCEPT WS-VC-CONFIRM.
        IF WS-VC-CONFIRM = 'Y' OR WS-VC-CONFIRM = 'y'
            PERFORM VOID-REISSUE-PARA.

    VOID-REISSUE-PARA.
        *>The corrected check is paid at the rate the voided one was (PR-WAGE, not whatever
        *>the employee earns today) on hours keyed fresh, through the same steps SALARY-PARA
        *>takes, against the employee's own WS-TABLE row - which is put back the way it was
        *>afterwards, so next week's run never sees the reissue's figures as its own. Retro
        *>pay is left off the reissue: whatever the voided check carried has just gone back
        *>to pending, and the next regular run pays it.
        MOVE WS-VC-FOUND-IDX TO WS-IDX.
        PERFORM ROW-PAY-SAVE-PARA.
        MOVE PR-WAGE TO WS-B(WS-IDX).
        MOVE 'N' TO WS-VALID-SWITCH.
        PERFORM GET-TC-HOURS-PARA UNTIL WS-INPUT-VALID.
        MOVE 'Y' TO WS-LV-INTERACTIVE-SWITCH.
        PERFORM LEAVE-CARD-CHECK-PARA.
        IF WS-LV-REJECTED
            DISPLAY "NO CORRECTED CHECK ISSUED - THE VOID STANDS ON ITS OWN."
        ELSE
            PERFORM VOID-REISSUE-OFFER-PARA.
        PERFORM ROW-PAY-RESTORE-PARA.

    VOID-REISSUE-OFFER-PARA.
        PERFORM GROSS-COMPUTE-PARA.
        PERFORM TAX-COMPUTE-PARA.
        PERFORM FICA-COMPUTE-PARA.
        PERFORM DEDUCTION-TOTAL-PARA.
        PERFORM NET-COMPUTE-PARA.
        MOVE WS-GROSS(WS-IDX) TO WS-GROSS-ED.
        MOVE WS-NET(WS-IDX) TO WS-NET-ED.
        DISPLAY "CORRECTED CHECK - GROSS $" WS-GROSS-ED " NET $" WS-NET-ED ". ISSUE IT? (Y/N)".
        ACCEPT WS-VC-CONFIRM.
        IF WS-VC-CONFIRM = 'Y' OR WS-VC-CONFIRM = 'y'
            PERFORM VOID-REISSUE-POST-PARA
        ELSE
            DISPLAY "NO CORRECTED CHECK ISSUED - THE VOID STANDS ON ITS OWN.".

    VOID-GL-DEPT-PARA.
        MOVE PR-DIST-DEPT(WS-PR-DIST-IDX) TO WS-GLD-ADD-DEPT.
        MOVE PR-DIST-AMOUNT(WS-PR-DIST-IDX) TO WS-GLD-ADD-AMT.
        PERFORM GL-DEPT-ADD-PARA.

    VOID-REISSUE-POST-PARA.
        ADD WS-GROSS(WS-IDX) TO WS-YTD-GROSS(WS-IDX).
        ADD WS-TAX(WS-IDX) TO WS-YTD-TAX(WS-IDX).
        ADD WS-NET(WS-IDX) TO WS-YTD-NET(WS-IDX).
        PERFORM FICA-YTD-ADD-PARA.
        PERFORM LEAVE-USE-PARA.
        MOVE 'X' TO WS-PR-CHECK-TYPE.
        PERFORM PAYREG-BUILD-PARA.
        MOVE 'C' TO PR-PAY-METHOD.
        MOVE WS-VC-SEQ TO PR-REISSUE-OF.
        MOVE "REISSUE CHECK REGISTER" TO WS-CK-TITLE.
        MOVE 'Y' TO WS-CK-APPEND-SWITCH.
        PERFORM CHECK-RUN-OPEN-PARA.
        PERFORM CHECK-ASSIGN-PARA.
        PERFORM PAYREG-WRITE-PARA.
        PERFORM CHECK-ISSUE-PARA.
        PERFORM CHECK-RUN-CLOSE-PARA.
        MOVE WS-GROSS(WS-IDX) TO WS-GL-GROSS-TOTAL.
        MOVE WS-TAX(WS-IDX) TO WS-GL-TAX-TOTAL.
        MOVE WS-NET(WS-IDX) TO WS-GL-NET-TOTAL.
        MOVE ZERO TO WS-GL-RETRO-TOTAL.
        PERFORM FICA-GL-CLEAR-PARA.
        PERFORM FICA-GL-ADD-PARA.
        PERFORM GL-DEPT-CLEAR-PARA.
        MOVE ZERO TO WS-LDC-RETRO-IN.
        PERFORM LD-CHECK-BUILD-PARA.
        PERFORM LD-CHECK-GL-PARA.
        PERFORM GL-APPEND-OPEN-PARA.
        IF WS-GLJRNL-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN GLJRNL.PRT - REISSUE ENTRY NOT PRODUCED! STATUS: " WS-GLJRNL-FILE-STATUS
        ELSE
            MOVE SPACES TO GLJRNL-REC
            WRITE GLJRNL-REC
            STRING "GENERAL LEDGER JOURNAL ENTRY - REISSUE FOR EMPLOYEE " DELIMITED BY SIZE
                WS-VC-ID DELIMITED BY SIZE
                " - PERIOD ENDING: " DELIMITED BY SIZE WS-PERIOD-ED DELIMITED BY SIZE
                " - ISSUED: " DELIMITED BY SIZE WS-DATE-ED DELIMITED BY SIZE
                INTO GLJRNL-REC
            WRITE GLJRNL-REC
            MOVE 'N' TO WS-GL-REVERSE-SWITCH
            PERFORM GL-JOURNAL-BODY-PARA
            CLOSE GL-JOURNAL-FILE.
        OPEN EXTEND PAY-STUB-FILE.
        IF WS-PAYSTUB-FILE-STATUS NOT = "00"
            OPEN OUTPUT PAY-STUB-FILE.
        IF WS-PAYSTUB-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN PAYSTUB.PRT - REISSUE STUB NOT PRODUCED! STATUS: " WS-PAYSTUB-FILE-STATUS
        ELSE
            MOVE 'Y' TO WS-STUB-FORCE-PAPER-SWITCH
            PERFORM PAY-STUB-WRITE-PARA
            MOVE 'N' TO WS-STUB-FORCE-PAPER-SWITCH
            MOVE SPACES TO PAYSTUB-REC
            STRING "  REISSUED CHECK - REPLACES VOIDED SEQ " DELIMITED BY SIZE
                WS-VC-SEQ DELIMITED BY SIZE
                " - CHECK NO " DELIMITED BY SIZE PR-CHECK-NO DELIMITED BY SIZE
                INTO PAYSTUB-REC
            WRITE PAYSTUB-REC
            CLOSE PAY-STUB-FILE.
        PERFORM DEDUCT-AUDIT-STAMP-PARA.
        MOVE SPACES TO WS-AUDIT-LINE.
        STRING WS-AUDIT-DATE DELIMITED BY SIZE "-" DELIMITED BY SIZE WS-AUDIT-TIME DELIMITED BY SIZE
            "  EMPLOYEE ID " DELIMITED BY SIZE WS-VC-ID DELIMITED BY SIZE
            " CHECK " DELIMITED BY SIZE WS-PERIOD-END DELIMITED BY SIZE
            "-" DELIMITED BY SIZE PR-SEQ DELIMITED BY SIZE
            " REISSUED GROSS $" DELIMITED BY SIZE WS-GROSS-ED DELIMITED BY SIZE
            " BY " DELIMITED BY SIZE WS-AUDIT-OPERATOR DELIMITED BY SIZE
            INTO WS-AUDIT-LINE.
        PERFORM AUDIT-WRITE-PARA.
        DISPLAY "CORRECTED CHECK ISSUED AS SEQ " PR-SEQ " - PAPER CHECK, STUB ADDED TO PAYSTUB.PRT.".

    ROW-PAY-SAVE-PARA.
        MOVE WS-B(WS-IDX) TO WS-SAVE-WAGE.
        MOVE WS-HOURS(WS-IDX) TO WS-SAVE-HOURS.
        MOVE WS-GROSS(WS-IDX) TO WS-SAVE-GROSS.
        MOVE WS-TAX(WS-IDX) TO WS-SAVE-TAX.
        MOVE WS-NET(WS-IDX) TO WS-SAVE-NET.
        MOVE WS-C(WS-IDX) TO WS-SAVE-SALARY.
        MOVE WS-SS-TAX(WS-IDX) TO WS-SAVE-SS-TAX.
        MOVE WS-MED-TAX(WS-IDX) TO WS-SAVE-MED-TAX.
        MOVE WS-ER-SS-TAX(WS-IDX) TO WS-SAVE-ER-SS-TAX.
        MOVE WS-ER-MED-TAX(WS-IDX) TO WS-SAVE-ER-MED-TAX.
        MOVE WS-FUTA-TAX(WS-IDX) TO WS-SAVE-FUTA-TAX.
        MOVE WS-SUTA-TAX(WS-IDX) TO WS-SAVE-SUTA-TAX.
        MOVE WS-VAC-HOURS(WS-IDX) TO WS-SAVE-VAC-HOURS.
        MOVE WS-SICK-HOURS(WS-IDX) TO WS-SAVE-SICK-HOURS.
        MOVE WS-HOL-HOURS(WS-IDX) TO WS-SAVE-HOL-HOURS.
        MOVE WS-UNPAID-HOURS(WS-IDX) TO WS-SAVE-UNPAID-HOURS.

    ROW-PAY-RESTORE-PARA.
        MOVE WS-SAVE-WAGE TO WS-B(WS-IDX).
        MOVE WS-SAVE-HOURS TO WS-HOURS(WS-IDX).
        MOVE WS-SAVE-GROSS TO WS-GROSS(WS-IDX).
        MOVE WS-SAVE-TAX TO WS-TAX(WS-IDX).
        MOVE WS-SAVE-NET TO WS-NET(WS-IDX).
        MOVE WS-SAVE-SALARY TO WS-C(WS-IDX).
        MOVE WS-SAVE-SS-TAX TO WS-SS-TAX(WS-IDX).
        MOVE WS-SAVE-MED-TAX TO WS-MED-TAX(WS-IDX).
        MOVE WS-SAVE-ER-SS-TAX TO WS-ER-SS-TAX(WS-IDX).
        MOVE WS-SAVE-ER-MED-TAX TO WS-ER-MED-TAX(WS-IDX).
        MOVE WS-SAVE-FUTA-TAX TO WS-FUTA-TAX(WS-IDX).
        MOVE WS-SAVE-SUTA-TAX TO WS-SUTA-TAX(WS-IDX).
        MOVE WS-SAVE-VAC-HOURS TO WS-VAC-HOURS(WS-IDX).
        MOVE WS-SAVE-SICK-HOURS TO WS-SICK-HOURS(WS-IDX).
        MOVE WS-SAVE-HOL-HOURS TO WS-HOL-HOURS(WS-IDX).
        MOVE WS-SAVE-UNPAID-HOURS TO WS-UNPAID-HOURS(WS-IDX).

    OFFCYCLE-PARA.
        *>Pays named employees between regular runs. The period is resolved off PAYCAL.DAT
        *>only so the checks land in the register under the period they were paid in - no
        *>PERIOD-CHECK-PARA, no RUN-CONTROL-WRITE-PARA, so the duplicate-run gate never hears
        *>about it. Each check is worked out on the employee's own WS-TABLE row and the row is
        *>put back straight after, the way the void transaction's reissue does it, so the
        *>stored figures the regular run prints are never the off-cycle check's. Terminated
        *>and on-leave employees can be paid here - a final check is the usual reason.
        PERFORM PERIOD-RESOLVE-PARA.
        DISPLAY "OFF-CYCLE CHECKS WILL BE REGISTERED UNDER PERIOD ENDING " WS-PERIOD-ED ". THE REGULAR RUN IS NOT AFFECTED.".
        *>The first check issued starts PAYSTUB.PRT, DIRDEP.DAT, GLJRNL.PRT, CHKREG.PRT, and
        *>POSPAY.DAT over - so the operator says the regular run's copies are gone to the bank
        *>and the ledger before anything is keyed, not after they have been emptied.
        DISPLAY "*** PAYSTUB.PRT, DIRDEP.DAT, GLJRNL.PRT, CHKREG.PRT, AND POSPAY.DAT WILL BE REPLACED AND HOLD THIS OFF-CYCLE RUN ONLY.".
        DISPLAY "*** IF THE LAST REGULAR RUN'S DEPOSIT OR POSITIVE-PAY FILE HAS NOT GONE TO THE BANK YET, ANSWER N AND SEND IT FIRST.".
        DISPLAY "HAVE THE LAST RUN'S FILES ALREADY GONE OUT (Y/N)?".
        ACCEPT WS-OC-CONFIRM.
        IF WS-OC-CONFIRM = 'Y' OR WS-OC-CONFIRM = 'y'
            PERFORM OFFCYCLE-RUN-PARA
        ELSE
            DISPLAY "OFF-CYCLE RUN CANCELLED. NOTHING OPENED OR POSTED.".

    OFFCYCLE-RUN-PARA.
        MOVE ZERO TO WS-OC-CHECK-CNT.
        MOVE ZERO TO WS-GL-GROSS-TOTAL WS-GL-TAX-TOTAL WS-GL-NET-TOTAL WS-GL-DEDUCTION-TOTAL.
        MOVE ZERO TO WS-GL-RETRO-TOTAL.
        PERFORM FICA-GL-CLEAR-PARA.
        PERFORM GL-DEPT-CLEAR-PARA.
        MOVE ZERO TO WS-DD-TRACE.
        MOVE 'N' TO WS-OC-FILES-OPEN-SWITCH.
        MOVE 'N' TO WS-OC-DONE-SWITCH.
        PERFORM OFFCYCLE-ONE-PARA UNTIL WS-OC-DONE.
        IF WS-OC-FILES-OPEN
            PERFORM OFFCYCLE-CLOSE-PARA.
        IF WS-OC-CHECK-CNT = ZERO
            DISPLAY "NO OFF-CYCLE CHECKS ISSUED. NOTHING POSTED."
        ELSE
            PERFORM OFFCYCLE-GL-PARA
            DISPLAY WS-OC-CHECK-CNT " OFF-CYCLE CHECK(S) POSTED."
            MOVE WS-SAVED-CNT TO WS-TOTAL-CNT
            PERFORM SAVE-PARA
            PERFORM LOCK-RELEASE-PARA.

    OFFCYCLE-ONE-PARA.
        DISPLAY "ENTER THE EMPLOYEE ID TO PAY OFF-CYCLE (5 DIGITS, BLANK TO FINISH):".
        ACCEPT WS-OC-ID-INPUT.
        IF WS-OC-ID-INPUT = SPACES
            MOVE 'Y' TO WS-OC-DONE-SWITCH
        ELSE IF WS-OC-ID-INPUT IS NOT NUMERIC
            DISPLAY "EMPLOYEE ID MUST BE 5 NUMERIC DIGITS. TRY AGAIN."
        ELSE
            MOVE WS-OC-ID-INPUT TO WS-OC-ID
            MOVE 'N' TO WS-OC-FOUND-SWITCH
            PERFORM OFFCYCLE-SEARCH-PARA VARYING WS-OC-IDX FROM 1 BY 1
                UNTIL WS-OC-IDX > WS-SAVED-CNT OR WS-OC-FOUND
            IF NOT WS-OC-FOUND
                DISPLAY "NO EMPLOYEE FOUND WITH ID " WS-OC-ID-INPUT "."
            ELSE
                PERFORM OFFCYCLE-CHECK-PARA.

    OFFCYCLE-SEARCH-PARA.
        IF WS-ID(WS-OC-IDX) = WS-OC-ID
            MOVE 'Y' TO WS-OC-FOUND-SWITCH
            MOVE WS-OC-IDX TO WS-OC-FOUND-IDX.

    OFFCYCLE-CHECK-PARA.
        MOVE WS-OC-FOUND-IDX TO WS-IDX.
        MOVE WS-B(WS-IDX) TO WS-WAGE-ED.
        DISPLAY WS-A(WS-IDX) " - STATUS " WS-STATUS(WS-IDX) ", RATE $" WS-WAGE-ED.
        MOVE 'N' TO WS-VALID-SWITCH.
        PERFORM GET-OC-TYPE-PARA UNTIL WS-INPUT-VALID.
        IF WS-OC-FINAL AND NOT WS-TERMINATED(WS-IDX)
            DISPLAY "*** NOTE - " WS-A(WS-IDX) " IS NOT TERMINATED ON FILE. CHANGE THEIR STATUS WITH 'S' IF THIS REALLY IS THEIR LAST CHECK.".
        PERFORM ROW-PAY-SAVE-PARA.
        MOVE ZERO TO WS-HOURS(WS-IDX).
        PERFORM LEAVE-HOURS-CLEAR-PARA.
        IF NOT WS-OC-BONUS
            MOVE 'N' TO WS-VALID-SWITCH
            PERFORM GET-OC-HOURS-PARA UNTIL WS-INPUT-VALID.
        PERFORM GROSS-COMPUTE-PARA.
        COMPUTE WS-OC-ROOM = 99999.99 - WS-GROSS(WS-IDX).
        MOVE 'N' TO WS-VALID-SWITCH.
        PERFORM GET-OC-FLAT-PARA UNTIL WS-INPUT-VALID.
        IF WS-HOURS(WS-IDX) = ZERO AND WS-OC-FLAT-NUM = ZERO
            DISPLAY "NO HOURS AND NO AMOUNT - NOTHING TO PAY. NO CHECK ISSUED."
        ELSE
            MOVE 'N' TO WS-VALID-SWITCH
            PERFORM GET-OC-DEDUCT-PARA UNTIL WS-INPUT-VALID
            PERFORM OFFCYCLE-COMPUTE-PARA
            MOVE WS-GROSS(WS-IDX) TO WS-GROSS-ED
            MOVE WS-TAX(WS-IDX) TO WS-STUB-TAX-ED
            MOVE WS-NET(WS-IDX) TO WS-NET-ED
            DISPLAY "OFF-CYCLE " WS-OC-LABEL " - GROSS $" WS-GROSS-ED " TAX $" WS-STUB-TAX-ED " NET $" WS-NET-ED ". ISSUE IT? (Y/N)"
            ACCEPT WS-OC-CONFIRM
            IF WS-OC-CONFIRM = 'Y' OR WS-OC-CONFIRM = 'y'
                PERFORM OFFCYCLE-POST-PARA
            ELSE
                DISPLAY "NO CHECK ISSUED."
            END-IF.
        MOVE 'N' TO WS-DEDUCTIONS-WAIVED-SWITCH.
        PERFORM ROW-PAY-RESTORE-PARA.

    GET-OC-TYPE-PARA.
        DISPLAY "KIND OF CHECK - 'B' BONUS, 'F' FINAL PAY, 'M' MANUAL CHECK OR ONE-TIME CORRECTION:".
        ACCEPT WS-OC-TYPE.
        IF WS-OC-BONUS
            MOVE "BONUS" TO WS-OC-LABEL
            MOVE 'Y' TO WS-VALID-SWITCH
        ELSE IF WS-OC-FINAL
            MOVE "FINAL PAY" TO WS-OC-LABEL
            MOVE 'Y' TO WS-VALID-SWITCH
        ELSE IF WS-OC-MANUAL
            MOVE "CORRECTION" TO WS-OC-LABEL
            MOVE 'Y' TO WS-VALID-SWITCH
        ELSE
            DISPLAY "KIND MUST BE B, F, OR M. TRY AGAIN.".

    GET-OC-HOURS-PARA.
        *>Same 5-digit no-decimal-point shape GET-HOURS-PARA takes, except zero is allowed - a
        *>final check or a correction can be all flat amount.
        DISPLAY "HOURS TO PAY AT " WS-A(WS-IDX) "'S RATE (5 DIGITS, NO DECIMAL POINT - 00000 FOR NONE)?".
        ACCEPT WS-HOURS-INPUT.
        IF WS-HOURS-INPUT IS NOT NUMERIC
            DISPLAY "HOURS MUST BE NUMERIC. TRY AGAIN."
        ELSE IF WS-HOURS-NUM > 168.00
            DISPLAY "HOURS CANNOT BE MORE THAN 168. TRY AGAIN."
        ELSE
            MOVE WS-HOURS-NUM TO WS-HOURS(WS-IDX)
            MOVE 'Y' TO WS-VALID-SWITCH.

    GET-OC-FLAT-PARA.
        DISPLAY "FLAT AMOUNT TO PAY ON TOP OF ANY HOURS (7 DIGITS, NO DECIMAL POINT - 0050000 FOR $500.00, 0000000 FOR NONE)?".
        ACCEPT WS-OC-FLAT-INPUT.
        IF WS-OC-FLAT-INPUT IS NOT NUMERIC
            DISPLAY "AMOUNT MUST BE NUMERIC. TRY AGAIN."
        ELSE IF WS-OC-FLAT-NUM > WS-OC-ROOM
            DISPLAY "THAT TAKES THE CHECK PAST $99999.99. TRY AGAIN."
        ELSE
            MOVE 'Y' TO WS-VALID-SWITCH.

    GET-OC-DEDUCT-PARA.
        DISPLAY "TAKE " WS-A(WS-IDX) "'S DEDUCT.DAT ELECTIONS OUT OF THIS CHECK (Y/N)?".
        ACCEPT WS-OC-CONFIRM.
        IF WS-OC-CONFIRM = 'Y' OR WS-OC-CONFIRM = 'y'
            MOVE 'N' TO WS-DEDUCTIONS-WAIVED-SWITCH
            MOVE 'Y' TO WS-VALID-SWITCH
        ELSE IF WS-OC-CONFIRM = 'N' OR WS-OC-CONFIRM = 'n'
            MOVE 'Y' TO WS-DEDUCTIONS-WAIVED-SWITCH
            MOVE 'Y' TO WS-VALID-SWITCH
        ELSE
            DISPLAY "ANSWER Y OR N.".

    OFFCYCLE-COMPUTE-PARA.
        *>SALARY-PARA's steps with the flat amount added into gross before withholding, and
        *>the elections left out entirely when the operator said no.
        PERFORM GROSS-COMPUTE-PARA.
        ADD WS-OC-FLAT-NUM TO WS-GROSS(WS-IDX).
        PERFORM TAX-COMPUTE-PARA.
        PERFORM FICA-COMPUTE-PARA.
        IF WS-DEDUCTIONS-WAIVED
            MOVE ZERO TO WS-EMP-DEDUCTION-TOTAL
        ELSE
            PERFORM DEDUCTION-TOTAL-PARA.
        PERFORM NET-COMPUTE-PARA.

    OFFCYCLE-POST-PARA.
        IF NOT WS-OC-FILES-OPEN
            PERFORM OFFCYCLE-OPEN-PARA.
        ADD WS-GROSS(WS-IDX) TO WS-YTD-GROSS(WS-IDX).
        ADD WS-TAX(WS-IDX) TO WS-YTD-TAX(WS-IDX).
        ADD WS-NET(WS-IDX) TO WS-YTD-NET(WS-IDX).
        PERFORM FICA-YTD-ADD-PARA.
        ADD WS-GROSS(WS-IDX) TO WS-GL-GROSS-TOTAL.
        ADD WS-TAX(WS-IDX) TO WS-GL-TAX-TOTAL.
        ADD WS-NET(WS-IDX) TO WS-GL-NET-TOTAL.
        PERFORM FICA-GL-ADD-PARA.
        MOVE ZERO TO WS-LDC-RETRO-IN.
        PERFORM LD-CHECK-BUILD-PARA.
        PERFORM LD-CHECK-GL-PARA.
        IF WS-PAYREG-OPEN
            MOVE 'O' TO WS-PR-CHECK-TYPE
            PERFORM PAYREG-BUILD-PARA
            PERFORM CHECK-ASSIGN-PARA
            PERFORM PAYREG-WRITE-PARA
            PERFORM CHECK-ISSUE-PARA.
        IF WS-OC-STUB-OPEN
            MOVE WS-OC-FLAT-NUM TO WS-STUB-EXTRA-AMT
            MOVE WS-OC-LABEL TO WS-STUB-EXTRA-LABEL
            PERFORM PAY-STUB-WRITE-PARA
            MOVE ZERO TO WS-STUB-EXTRA-AMT
            MOVE SPACES TO WS-STUB-EXTRA-LABEL
            MOVE SPACES TO PAYSTUB-REC
            STRING "  OFF-CYCLE CHECK - " DELIMITED BY SIZE WS-OC-LABEL DELIMITED BY SIZE
                INTO PAYSTUB-REC
            WRITE PAYSTUB-REC.
        *>Only a verified account gets money sent - a prenote-pending employee is paid on
        *>paper here, same as on a regular run, and their prenote waits for the regular
        *>run's DIRDEP.DAT rather than going out with an off-cycle file.
        IF WS-OC-DIRDEP-OPEN AND WS-DD-VERIFIED(WS-IDX)
            ADD 1 TO WS-DD-TRACE
            MOVE '6' TO DD-RECORD-TYPE
            MOVE '22' TO DD-TRANS-CODE
            COMPUTE WS-DD-AMOUNT-CENTS = WS-NET(WS-IDX) * 100
            PERFORM DIRDEP-ENTRY-WRITE-PARA.
        PERFORM DEDUCT-AUDIT-STAMP-PARA.
        MOVE WS-GROSS(WS-IDX) TO WS-GROSS-ED.
        MOVE SPACES TO WS-AUDIT-LINE.
        STRING WS-AUDIT-DATE DELIMITED BY SIZE "-" DELIMITED BY SIZE WS-AUDIT-TIME DELIMITED BY SIZE
            "  EMPLOYEE ID " DELIMITED BY SIZE WS-ID(WS-IDX) DELIMITED BY SIZE
            " OFF-CYCLE " DELIMITED BY SIZE WS-OC-LABEL DELIMITED BY "  "
            " GROSS $" DELIMITED BY SIZE WS-GROSS-ED DELIMITED BY SIZE
            " BY " DELIMITED BY SIZE WS-AUDIT-OPERATOR DELIMITED BY SIZE
            INTO WS-AUDIT-LINE.
        PERFORM AUDIT-WRITE-PARA.
        ADD 1 TO WS-OC-CHECK-CNT.
        IF WS-DD-VERIFIED(WS-IDX)
            DISPLAY "CHECK POSTED - PAID BY DIRECT DEPOSIT."
        ELSE
            DISPLAY "CHECK POSTED - PAID BY PAPER CHECK.".

    OFFCYCLE-OPEN-PARA.
        *>Opened on the first check actually issued, not on entering the mode - an off-cycle
        *>session that pays nobody leaves the regular run's stubs and deposit file alone.
        MOVE 'Y' TO WS-OC-FILES-OPEN-SWITCH.
        PERFORM PAYREG-OPEN-PARA.
        MOVE "OFF-CYCLE CHECK REGISTER" TO WS-CK-TITLE.
        MOVE 'N' TO WS-CK-APPEND-SWITCH.
        PERFORM CHECK-RUN-OPEN-PARA.
        MOVE 'N' TO WS-OC-STUB-OPEN-SWITCH.
        OPEN OUTPUT PAY-STUB-FILE.
        IF WS-PAYSTUB-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN PAYSTUB.PRT - PAY STUBS NOT PRODUCED! STATUS: " WS-PAYSTUB-FILE-STATUS
        ELSE
            MOVE 'Y' TO WS-OC-STUB-OPEN-SWITCH.
        MOVE 'N' TO WS-OC-DIRDEP-OPEN-SWITCH.
        OPEN OUTPUT DIRECT-DEPOSIT-FILE.
        IF WS-DIRDEP-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN DIRDEP.DAT - DIRECT DEPOSIT FILE NOT PRODUCED! STATUS: " WS-DIRDEP-FILE-STATUS
        ELSE
            MOVE 'Y' TO WS-OC-DIRDEP-OPEN-SWITCH.

    OFFCYCLE-CLOSE-PARA.
        PERFORM CHECK-RUN-CLOSE-PARA.
        IF WS-PAYREG-OPEN
            CLOSE PAY-REGISTER-FILE.
        IF WS-OC-STUB-OPEN
            CLOSE PAY-STUB-FILE.
        IF WS-OC-DIRDEP-OPEN
            CLOSE DIRECT-DEPOSIT-FILE.

    OFFCYCLE-GL-PARA.
        OPEN OUTPUT GL-JOURNAL-FILE.
        IF WS-GLJRNL-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN GLJRNL.PRT - GL JOURNAL ENTRY NOT PRODUCED! STATUS: " WS-GLJRNL-FILE-STATUS
        ELSE
            MOVE SPACES TO GLJRNL-REC
            STRING "GENERAL LEDGER JOURNAL ENTRY - OFF-CYCLE RUN DATE: " DELIMITED BY SIZE
                WS-DATE-ED DELIMITED BY SIZE
                " - PERIOD ENDING: " DELIMITED BY SIZE WS-PERIOD-ED DELIMITED BY SIZE
                INTO GLJRNL-REC
            WRITE GLJRNL-REC
            MOVE 'N' TO WS-GL-REVERSE-SWITCH
            PERFORM GL-JOURNAL-BODY-PARA
            CLOSE GL-JOURNAL-FILE.

    CHECK-CONTROL-READ-PARA.
        *>No CHKCTL.DAT yet means no check has ever been numbered - start at 1, with no
        *>account on the positive-pay file until somebody sets one up.
        MOVE 1 TO WS-CK-NEXT.
        MOVE SPACES TO WS-CK-ACCOUNT.
        MOVE 180 TO WS-CK-STALE-DAYS.
        MOVE 'N' TO WS-CK-CONTROL-SWITCH.
        OPEN INPUT CHECK-CONTROL-FILE.
        IF WS-CHKCTL-FILE-STATUS = "00"
            READ CHECK-CONTROL-FILE
                AT END CONTINUE
                NOT AT END PERFORM CHECK-CONTROL-LOAD-PARA
            END-READ
            CLOSE CHECK-CONTROL-FILE.

    CHECK-CONTROL-LOAD-PARA.
        IF CK-NEXT-CHECK IS NUMERIC AND CK-NEXT-CHECK-NUM > ZERO
            MOVE CK-NEXT-CHECK-NUM TO WS-CK-NEXT
            MOVE 'Y' TO WS-CK-CONTROL-SWITCH.
        MOVE CK-BANK-ACCOUNT TO WS-CK-ACCOUNT.
        IF CK-STALE-DAYS IS NUMERIC AND CK-STALE-DAYS-NUM > ZERO
            MOVE CK-STALE-DAYS-NUM TO WS-CK-STALE-DAYS.

    CHECK-CONTROL-WRITE-PARA.
        OPEN OUTPUT CHECK-CONTROL-FILE.
        IF WS-CHKCTL-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT WRITE CHKCTL.DAT - THE NEXT RUN WILL START FROM THE OLD CHECK NUMBER! STATUS: " WS-CHKCTL-FILE-STATUS
        ELSE
            MOVE WS-CK-NEXT TO CK-NEXT-CHECK-NUM
            MOVE WS-CK-ACCOUNT TO CK-BANK-ACCOUNT
            MOVE WS-CK-STALE-DAYS TO CK-STALE-DAYS-NUM
            WRITE CHKCTL-REC
            CLOSE CHECK-CONTROL-FILE.

    CHECK-RUN-OPEN-PARA.
        *>Opens everything a batch of numbered checks writes to. The regular and off-cycle
        *>runs start CHKREG.PRT and POSPAY.DAT fresh the way they start DIRDEP.DAT; a reissue
        *>(WS-CK-APPEND) adds to the end of them the way it adds to GLJRNL.PRT.
        PERFORM CHECK-CONTROL-READ-PARA.
        IF NOT WS-CK-CONTROL-FOUND
            DISPLAY "*** NO CHECK-NUMBER CONTROL ON FILE (CHKCTL.DAT) - PAPER CHECKS WILL BE NUMBERED FROM " WS-CK-NEXT ". SET ONE UP.".
        MOVE ZERO TO WS-CK-ISSUED-CNT WS-CK-ISSUED-TOTAL.
        MOVE 'N' TO WS-CK-ISS-OPEN-SWITCH.
        OPEN I-O CHECK-ISSUE-FILE.
        IF WS-CHKISS-FILE-STATUS NOT = "00"
            OPEN OUTPUT CHECK-ISSUE-FILE.
        IF WS-CHKISS-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN CHKISS.DAT - CHECKS NUMBERED NOW CAN'T BE RECONCILED! STATUS: " WS-CHKISS-FILE-STATUS
        ELSE
            MOVE 'Y' TO WS-CK-ISS-OPEN-SWITCH.
        MOVE 'N' TO WS-CK-REG-OPEN-SWITCH.
        IF WS-CK-APPEND
            OPEN EXTEND CHECK-REGISTER-FILE
        ELSE
            OPEN OUTPUT CHECK-REGISTER-FILE.
        IF WS-CHKREG-FILE-STATUS NOT = "00"
            OPEN OUTPUT CHECK-REGISTER-FILE.
        IF WS-CHKREG-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN CHKREG.PRT - CHECK REGISTER NOT PRODUCED! STATUS: " WS-CHKREG-FILE-STATUS
        ELSE
            MOVE 'Y' TO WS-CK-REG-OPEN-SWITCH
            PERFORM CHECK-REGISTER-TITLE-PARA.
        MOVE 'N' TO WS-CK-PP-OPEN-SWITCH.
        IF WS-CK-APPEND
            OPEN EXTEND POSITIVE-PAY-FILE
        ELSE
            OPEN OUTPUT POSITIVE-PAY-FILE.
        IF WS-POSPAY-FILE-STATUS NOT = "00"
            OPEN OUTPUT POSITIVE-PAY-FILE.
        IF WS-POSPAY-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN POSPAY.DAT - POSITIVE PAY FILE NOT PRODUCED! STATUS: " WS-POSPAY-FILE-STATUS
        ELSE
            MOVE 'Y' TO WS-CK-PP-OPEN-SWITCH.

    CHECK-REGISTER-TITLE-PARA.
        IF WS-CK-APPEND
            MOVE SPACES TO CHKREG-REC
            WRITE CHKREG-REC.
        MOVE SPACES TO CHKREG-REC.
        STRING WS-CK-TITLE DELIMITED BY "  "
            " - RUN DATE: " DELIMITED BY SIZE WS-DATE-ED DELIMITED BY SIZE
            " - PERIOD ENDING: " DELIMITED BY SIZE WS-PERIOD-ED DELIMITED BY SIZE
            INTO CHKREG-REC.
        WRITE CHKREG-REC.
        MOVE SPACES TO CHKREG-REC.
        WRITE CHKREG-REC.
        MOVE "CHECK NO  EMP ID  PAYEE                AMOUNT  PERIOD END" TO CHKREG-REC.
        WRITE CHKREG-REC.
        MOVE WS-DASH-LINE TO CHKREG-REC.
        WRITE CHKREG-REC.

    CHECK-RUN-CLOSE-PARA.
        IF WS-CK-REG-OPEN
            MOVE WS-DASH-LINE TO CHKREG-REC
            WRITE CHKREG-REC
            MOVE WS-CK-ISSUED-CNT TO WS-CK-CNT-ED
            MOVE WS-CK-ISSUED-TOTAL TO WS-CK-AMT-ED
            MOVE SPACES TO CHKREG-REC
            STRING "PAPER CHECKS ISSUED: " DELIMITED BY SIZE WS-CK-CNT-ED DELIMITED BY SIZE
                "   TOTAL $" DELIMITED BY SIZE WS-CK-AMT-ED DELIMITED BY SIZE
                INTO CHKREG-REC
            WRITE CHKREG-REC
            CLOSE CHECK-REGISTER-FILE
            MOVE 'N' TO WS-CK-REG-OPEN-SWITCH.
        IF WS-CK-PP-OPEN
            CLOSE POSITIVE-PAY-FILE
            MOVE 'N' TO WS-CK-PP-OPEN-SWITCH.
        IF WS-CK-ISS-OPEN
            CLOSE CHECK-ISSUE-FILE
            MOVE 'N' TO WS-CK-ISS-OPEN-SWITCH.
        IF WS-CK-ISSUED-CNT > ZERO
            PERFORM CHECK-CONTROL-WRITE-PARA
            DISPLAY WS-CK-ISSUED-CNT " PAPER CHECK(S) NUMBERED - SEND POSPAY.DAT TO THE BANK BEFORE THE CHECKS GO OUT.".

    CHECK-ASSIGN-PARA.
        *>A check that goes out on paper takes the next free number before its register entry
        *>is written. A zero-net check (the deduction cap ate it all) pays nothing, so it gets
        *>no number and no positive-pay line. A number CHKISS.DAT already holds - CHKCTL.DAT
        *>put back to an older copy, say - is stepped over, never issued twice.
        MOVE ZERO TO PR-CHECK-NO.
        IF PR-PAY-METHOD = 'C' AND PR-NET > ZERO
            MOVE 'N' TO WS-CK-FREE-SWITCH
            PERFORM CHECK-NUMBER-TRY-PARA UNTIL WS-CK-FREE
            MOVE WS-CK-NEXT TO PR-CHECK-NO
            ADD 1 TO WS-CK-NEXT.

    CHECK-NUMBER-TRY-PARA.
        IF NOT WS-CK-ISS-OPEN
            MOVE 'Y' TO WS-CK-FREE-SWITCH
        ELSE
            MOVE WS-CK-NEXT TO CI-CHECK-NO
            READ CHECK-ISSUE-FILE
                INVALID KEY MOVE 'Y' TO WS-CK-FREE-SWITCH
                NOT INVALID KEY
                    DISPLAY "*** CHECK " WS-CK-NEXT " IS ALREADY ON CHKISS.DAT - SKIPPING TO THE NEXT NUMBER."
                    ADD 1 TO WS-CK-NEXT
            END-READ.

    CHECK-ISSUE-PARA.
        IF PR-CHECK-NO > ZERO
            ADD 1 TO WS-CK-ISSUED-CNT
            ADD PR-NET TO WS-CK-ISSUED-TOTAL
            PERFORM CHECK-ISSUE-RECORD-PARA
            PERFORM CHECK-REGISTER-LINE-PARA
            PERFORM POSPAY-ISSUE-PARA.

    CHECK-ISSUE-RECORD-PARA.
        IF WS-CK-ISS-OPEN
            MOVE PR-CHECK-NO TO CI-CHECK-NO
            MOVE PR-EMPLOYEE-ID TO CI-EMPLOYEE-ID
            MOVE PR-NAME TO CI-PAYEE
            MOVE PR-NET TO CI-AMOUNT
            MOVE WS-REPORT-DATE TO CI-ISSUE-DATE
            MOVE PR-PERIOD-END TO CI-PERIOD-END
            MOVE PR-SEQ TO CI-PR-SEQ
            MOVE PR-CHECK-TYPE TO CI-CHECK-TYPE
            MOVE 'O' TO CI-STATUS
            MOVE ZERO TO CI-PAID-DATE
            MOVE ZERO TO CI-PAID-AMOUNT
            WRITE CI-REC
                INVALID KEY DISPLAY "*** COULD NOT ADD CHECK " PR-CHECK-NO " TO CHKISS.DAT! STATUS: " WS-CHKISS-FILE-STATUS
            END-WRITE.

    CHECK-REGISTER-LINE-PARA.
        IF WS-CK-REG-OPEN
            MOVE PR-CHECK-NO TO WS-CK-NO-ED
            MOVE PR-NET TO WS-CK-AMT-ED
            MOVE SPACES TO CHKREG-REC
            STRING WS-CK-NO-ED DELIMITED BY SIZE
                "  " DELIMITED BY SIZE PR-EMPLOYEE-ID DELIMITED BY SIZE
                "   " DELIMITED BY SIZE PR-NAME DELIMITED BY SIZE
                " " DELIMITED BY SIZE WS-CK-AMT-ED DELIMITED BY SIZE
                "  " DELIMITED BY SIZE WS-PERIOD-ED DELIMITED BY SIZE
                INTO CHKREG-REC
            WRITE CHKREG-REC.

    POSPAY-ISSUE-PARA.
        IF WS-CK-PP-OPEN
            MOVE 'I' TO PP-RECORD-TYPE
            MOVE WS-CK-ACCOUNT TO PP-ACCOUNT
            MOVE PR-CHECK-NO TO PP-CHECK-NO
            MOVE PR-NET TO PP-AMOUNT
            MOVE WS-REPORT-DATE TO PP-ISSUE-DATE
            MOVE PR-NAME TO PP-PAYEE
            WRITE POSPAY-REC.

    CHECK-VOID-PARA.
        *>The voided check comes off the outstanding list, and the bank gets a void record
        *>on the end of POSPAY.DAT so it refuses the check if it ever turns up. One the bank
        *>already paid can't be stopped - that is money to get back from the employee.
        PERFORM CHECK-CONTROL-READ-PARA.
        MOVE 'N' TO WS-VC-STOP-SWITCH.
        OPEN I-O CHECK-ISSUE-FILE.
        IF WS-CHKISS-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN CHKISS.DAT! STATUS: " WS-CHKISS-FILE-STATUS
        ELSE
            MOVE WS-VC-CHECK-NO TO CI-CHECK-NO
            READ CHECK-ISSUE-FILE
                INVALID KEY DISPLAY "*** CHECK " WS-VC-CHECK-NO " IS NOT ON CHKISS.DAT."
                NOT INVALID KEY PERFORM CHECK-VOID-MARK-PARA
            END-READ
            CLOSE CHECK-ISSUE-FILE.
        IF WS-VC-STOP
            PERFORM CHECK-VOID-POSPAY-PARA
        ELSE
            DISPLAY "*** NO VOID SENT TO THE BANK FOR CHECK " WS-VC-CHECK-NO " - IF IT HAS BEEN CASHED, RECOVER THE MONEY FROM THE EMPLOYEE.".

    CHECK-VOID-POSPAY-PARA.
        OPEN EXTEND POSITIVE-PAY-FILE.
        IF WS-POSPAY-FILE-STATUS NOT = "00"
            OPEN OUTPUT POSITIVE-PAY-FILE.
        IF WS-POSPAY-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN POSPAY.DAT - TELL THE BANK BY HAND THAT CHECK " WS-VC-CHECK-NO " IS VOID! STATUS: " WS-POSPAY-FILE-STATUS
        ELSE
            MOVE 'V' TO PP-RECORD-TYPE
            MOVE WS-CK-ACCOUNT TO PP-ACCOUNT
            MOVE WS-VC-CHECK-NO TO PP-CHECK-NO
            MOVE PR-NET TO PP-AMOUNT
            MOVE PR-RUN-DATE TO PP-ISSUE-DATE
            MOVE PR-NAME TO PP-PAYEE
            WRITE POSPAY-REC
            CLOSE POSITIVE-PAY-FILE
            DISPLAY "VOID OF CHECK " WS-VC-CHECK-NO " ADDED TO POSPAY.DAT - SEND IT TO THE BANK.".

    CHECK-VOID-MARK-PARA.
        IF CI-PAID
            DISPLAY "*** CHECK " WS-VC-CHECK-NO " ALREADY CLEARED THE BANK ON " CI-PAID-DATE " - IT CAN'T BE STOPPED NOW."
        ELSE
            MOVE 'V' TO CI-STATUS
            REWRITE CI-REC
                INVALID KEY DISPLAY "*** COULD NOT MARK CHECK " WS-VC-CHECK-NO " VOIDED ON CHKISS.DAT! STATUS: " WS-CHKISS-FILE-STATUS
                NOT INVALID KEY MOVE 'Y' TO WS-VC-STOP-SWITCH
            END-REWRITE.

    CHECK-RECON-PARA.
        *>Reads the bank's paid-checks file against CHKISS.DAT: each paid check is marked
        *>cleared, and anything the bank paid that we didn't issue, already saw paid, voided,
        *>or paid for a different amount goes on CHKREC.PRT as an exception. Then every check
        *>still outstanding is listed with its age, and those older than CHKCTL.DAT's stale
        *>age are flagged for escheatment review - unclaimed wages have to be reported to the
        *>state once they sit long enough.
        PERFORM CHECK-CONTROL-READ-PARA.
        MOVE ZERO TO WS-PD-READ-CNT WS-PD-MATCHED-CNT WS-PD-EXCEPT-CNT.
        MOVE ZERO TO WS-CR-OUT-CNT WS-CR-OUT-TOTAL WS-CR-STALE-CNT WS-CR-STALE-TOTAL.
        OPEN I-O CHECK-ISSUE-FILE.
        IF WS-CHKISS-FILE-STATUS NOT = "00"
            DISPLAY "NO ISSUED-CHECK FILE FOUND (CHKISS.DAT). NOTHING TO RECONCILE."
        ELSE
            PERFORM CHECK-RECON-REPORT-OPEN-PARA
            MOVE 'N' TO WS-PD-EOF-SWITCH
            OPEN INPUT PAID-CHECK-FILE
            IF WS-PAIDCHK-FILE-STATUS NOT = "00"
                DISPLAY "NO PAID-CHECKS FILE FOUND (PAIDCHK.DAT) - LISTING OUTSTANDING CHECKS ONLY."
            ELSE
                PERFORM CHECK-RECON-ROW-PARA UNTIL WS-PD-EOF-REACHED
                CLOSE PAID-CHECK-FILE
            END-IF
            PERFORM CHECK-RECON-PAID-TOTAL-PARA
            PERFORM CHECK-RECON-OUTSTANDING-PARA
            CLOSE CHECK-ISSUE-FILE
            IF WS-CR-REPORT-OPEN
                CLOSE CHECK-RECON-REPORT
            END-IF
            DISPLAY "PAID CHECKS READ: " WS-PD-READ-CNT " MATCHED: " WS-PD-MATCHED-CNT " EXCEPTIONS: " WS-PD-EXCEPT-CNT "."
            DISPLAY "STILL OUTSTANDING: " WS-CR-OUT-CNT " - OVER " WS-CK-STALE-DAYS " DAYS, FOR ESCHEATMENT REVIEW: " WS-CR-STALE-CNT "."
            PERFORM DEDUCT-AUDIT-STAMP-PARA
            MOVE SPACES TO WS-AUDIT-LINE
            STRING WS-AUDIT-DATE DELIMITED BY SIZE "-" DELIMITED BY SIZE WS-AUDIT-TIME DELIMITED BY SIZE
                "  EMPLOYEE ID 00000 CHECKS RECONCILED - " DELIMITED BY SIZE
                WS-PD-MATCHED-CNT DELIMITED BY SIZE " PAID " DELIMITED BY SIZE
                WS-CR-OUT-CNT DELIMITED BY SIZE " OUT" DELIMITED BY SIZE
                " BY " DELIMITED BY SIZE WS-AUDIT-OPERATOR DELIMITED BY SIZE
                INTO WS-AUDIT-LINE
            PERFORM AUDIT-WRITE-PARA.

    CHECK-RECON-REPORT-OPEN-PARA.
        OPEN OUTPUT CHECK-RECON-REPORT.
        IF WS-CHKREC-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN CHKREC.PRT - RECONCILIATION REPORT NOT PRODUCED! STATUS: " WS-CHKREC-FILE-STATUS
            MOVE 'N' TO WS-CR-REPORT-OPEN-SWITCH
        ELSE
            MOVE 'Y' TO WS-CR-REPORT-OPEN-SWITCH
            MOVE SPACES TO CHKREC-REC
            STRING "PAPER CHECK RECONCILIATION - RUN DATE: " DELIMITED BY SIZE WS-DATE-ED DELIMITED BY SIZE
                INTO CHKREC-REC
            WRITE CHKREC-REC
            MOVE SPACES TO CHKREC-REC
            WRITE CHKREC-REC
            MOVE "PAID-CHECK EXCEPTIONS" TO CHKREC-REC
            WRITE CHKREC-REC
            MOVE WS-DASH-LINE TO CHKREC-REC
            WRITE CHKREC-REC.

    CHECK-RECON-ROW-PARA.
        READ PAID-CHECK-FILE
            AT END MOVE 'Y' TO WS-PD-EOF-SWITCH
            NOT AT END
                ADD 1 TO WS-PD-READ-CNT
                PERFORM CHECK-RECON-MATCH-PARA.

    CHECK-RECON-MATCH-PARA.
        IF PD-CHECK-NO IS NOT NUMERIC OR PD-AMOUNT IS NOT NUMERIC
            MOVE "UNREADABLE PAID-CHECK ROW" TO WS-CR-NOTE
            PERFORM CHECK-RECON-EXCEPTION-PARA
        ELSE IF WS-CK-ACCOUNT NOT = SPACES AND PD-ACCOUNT NOT = WS-CK-ACCOUNT
            MOVE "PAID ON ANOTHER ACCOUNT - NOT OURS" TO WS-CR-NOTE
            PERFORM CHECK-RECON-EXCEPTION-PARA
        ELSE IF PD-CHECK-NO-NUM > 99999999
            MOVE "PAID BUT NEVER ISSUED" TO WS-CR-NOTE
            PERFORM CHECK-RECON-EXCEPTION-PARA
        ELSE
            MOVE PD-CHECK-NO-NUM TO CI-CHECK-NO
            READ CHECK-ISSUE-FILE
                INVALID KEY
                    MOVE "PAID BUT NEVER ISSUED" TO WS-CR-NOTE
                    PERFORM CHECK-RECON-EXCEPTION-PARA
                NOT INVALID KEY
                    PERFORM CHECK-RECON-APPLY-PARA
            END-READ.

    CHECK-RECON-APPLY-PARA.
        *>A check paid for the wrong amount is still marked cleared - the bank did pay it -
        *>but it lands on the exception list for somebody to take up with the bank.
        IF CI-PAID
            MOVE SPACES TO WS-CR-NOTE
            STRING "ALREADY PAID ON " DELIMITED BY SIZE CI-PAID-DATE DELIMITED BY SIZE
                INTO WS-CR-NOTE
            PERFORM CHECK-RECON-EXCEPTION-PARA
        ELSE IF CI-VOIDED
            MOVE "VOIDED CHECK PAID - CALL THE BANK" TO WS-CR-NOTE
            PERFORM CHECK-RECON-EXCEPTION-PARA
        ELSE
            ADD 1 TO WS-PD-MATCHED-CNT
            MOVE 'P' TO CI-STATUS
            IF PD-PAID-DATE IS NUMERIC
                MOVE PD-PAID-DATE-NUM TO CI-PAID-DATE
            ELSE
                MOVE WS-REPORT-DATE TO CI-PAID-DATE
            END-IF
            MOVE PD-AMOUNT-NUM TO CI-PAID-AMOUNT
            REWRITE CI-REC
                INVALID KEY DISPLAY "*** COULD NOT MARK CHECK " CI-CHECK-NO " PAID ON CHKISS.DAT! STATUS: " WS-CHKISS-FILE-STATUS
            END-REWRITE
            IF PD-AMOUNT-NUM NOT = CI-AMOUNT
                MOVE CI-AMOUNT TO WS-CK-AMT-ED
                MOVE SPACES TO WS-CR-NOTE
                STRING "PAID AMOUNT DIFFERS - ISSUED FOR $" DELIMITED BY SIZE WS-CK-AMT-ED DELIMITED BY SIZE
                    INTO WS-CR-NOTE
                PERFORM CHECK-RECON-EXCEPTION-PARA
            END-IF.

    CHECK-RECON-EXCEPTION-PARA.
        ADD 1 TO WS-PD-EXCEPT-CNT.
        IF WS-CR-REPORT-OPEN
            MOVE PD-AMOUNT-NUM TO WS-CK-AMT-ED
            MOVE SPACES TO CHKREC-REC
            STRING "  CHECK " DELIMITED BY SIZE PD-CHECK-NO DELIMITED BY SIZE
                "  PAID $" DELIMITED BY SIZE WS-CK-AMT-ED DELIMITED BY SIZE
                "  " DELIMITED BY SIZE WS-CR-NOTE DELIMITED BY SIZE
                INTO CHKREC-REC
            WRITE CHKREC-REC.

    CHECK-RECON-PAID-TOTAL-PARA.
        IF WS-CR-REPORT-OPEN
            MOVE WS-DASH-LINE TO CHKREC-REC
            WRITE CHKREC-REC
            MOVE SPACES TO CHKREC-REC
            STRING "PAID CHECKS READ: " DELIMITED BY SIZE WS-PD-READ-CNT DELIMITED BY SIZE
                "   CLEARED: " DELIMITED BY SIZE WS-PD-MATCHED-CNT DELIMITED BY SIZE
                "   EXCEPTIONS: " DELIMITED BY SIZE WS-PD-EXCEPT-CNT DELIMITED BY SIZE
                INTO CHKREC-REC
            WRITE CHKREC-REC.

    CHECK-RECON-OUTSTANDING-PARA.
        MOVE WS-REPORT-DATE TO WS-DN-DATE.
        PERFORM DAY-NUMBER-PARA.
        MOVE WS-DN-DAYS TO WS-CR-TODAY-DAYS.
        IF WS-CR-REPORT-OPEN
            MOVE SPACES TO CHKREC-REC
            WRITE CHKREC-REC
            MOVE SPACES TO CHKREC-REC
            STRING "OUTSTANDING CHECKS - STALE AFTER " DELIMITED BY SIZE WS-CK-STALE-DAYS DELIMITED BY SIZE
                " DAYS" DELIMITED BY SIZE
                INTO CHKREC-REC
            WRITE CHKREC-REC
            MOVE "CHECK NO  EMP ID  PAYEE                AMOUNT  ISSUED     AGE" TO CHKREC-REC
            WRITE CHKREC-REC
            MOVE WS-DASH-LINE TO CHKREC-REC
            WRITE CHKREC-REC.
        MOVE 'N' TO WS-CR-EOF-SWITCH.
        MOVE ZERO TO CI-CHECK-NO.
        START CHECK-ISSUE-FILE KEY IS NOT LESS THAN CI-CHECK-NO
            INVALID KEY MOVE 'Y' TO WS-CR-EOF-SWITCH
        END-START.
        PERFORM CHECK-RECON-OUT-ROW-PARA UNTIL WS-CR-EOF-REACHED.
        IF WS-CR-REPORT-OPEN
            MOVE WS-DASH-LINE TO CHKREC-REC
            WRITE CHKREC-REC
            MOVE WS-CR-OUT-CNT TO WS-CK-CNT-ED
            MOVE WS-CR-OUT-TOTAL TO WS-CK-AMT-ED
            MOVE SPACES TO CHKREC-REC
            STRING "OUTSTANDING: " DELIMITED BY SIZE WS-CK-CNT-ED DELIMITED BY SIZE
                "   TOTAL $" DELIMITED BY SIZE WS-CK-AMT-ED DELIMITED BY SIZE
                INTO CHKREC-REC
            WRITE CHKREC-REC
            MOVE WS-CR-STALE-CNT TO WS-CK-CNT-ED
            MOVE WS-CR-STALE-TOTAL TO WS-CK-AMT-ED
            MOVE SPACES TO CHKREC-REC
            STRING "FOR ESCHEATMENT REVIEW: " DELIMITED BY SIZE WS-CK-CNT-ED DELIMITED BY SIZE
                "   TOTAL $" DELIMITED BY SIZE WS-CK-AMT-ED DELIMITED BY SIZE
                INTO CHKREC-REC
            WRITE CHKREC-REC.

    CHECK-RECON-OUT-ROW-PARA.
        READ CHECK-ISSUE-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-CR-EOF-SWITCH
            NOT AT END
                IF CI-OUTSTANDING
                    PERFORM CHECK-RECON-OUT-LINE-PARA
                END-IF
        END-READ.

    CHECK-RECON-OUT-LINE-PARA.
        ADD 1 TO WS-CR-OUT-CNT.
        ADD CI-AMOUNT TO WS-CR-OUT-TOTAL.
        MOVE CI-ISSUE-DATE TO WS-DN-DATE.
        PERFORM DAY-NUMBER-PARA.
        IF WS-DN-DAYS > WS-CR-TODAY-DAYS
            MOVE ZERO TO WS-CR-AGE
        ELSE
            COMPUTE WS-CR-AGE = WS-CR-TODAY-DAYS - WS-DN-DAYS.
        MOVE SPACES TO WS-CR-FLAG.
        IF WS-CR-AGE > WS-CK-STALE-DAYS
            ADD 1 TO WS-CR-STALE-CNT
            ADD CI-AMOUNT TO WS-CR-STALE-TOTAL
            MOVE "ESCHEAT REVIEW" TO WS-CR-FLAG.
        IF WS-CR-REPORT-OPEN
            MOVE CI-CHECK-NO TO WS-CK-NO-ED
            MOVE CI-AMOUNT TO WS-CK-AMT-ED
            MOVE WS-CR-AGE TO WS-CR-AGE-ED
            MOVE SPACES TO CHKREC-REC
            STRING WS-CK-NO-ED DELIMITED BY SIZE
                "  " DELIMITED BY SIZE CI-EMPLOYEE-ID DELIMITED BY SIZE
                "   " DELIMITED BY SIZE CI-PAYEE DELIMITED BY SIZE
                " " DELIMITED BY SIZE WS-CK-AMT-ED DELIMITED BY SIZE
                "  " DELIMITED BY SIZE CI-ISSUE-DATE DELIMITED BY SIZE
                "  " DELIMITED BY SIZE WS-CR-AGE-ED DELIMITED BY SIZE
                "  " DELIMITED BY SIZE WS-CR-FLAG DELIMITED BY SIZE
                INTO CHKREC-REC
            WRITE CHKREC-REC.

    DAY-NUMBER-PARA.
        *>Days from a fixed starting point to WS-DN-DATE - 365 a year, plus one for every
        *>leap year before it, plus the days gone in its own year. Only differences between
        *>two of these mean anything. A date that isn't one comes back as today.
        IF WS-DN-DATE IS NOT NUMERIC OR WS-DN-MM < 1 OR WS-DN-MM > 12 OR WS-DN-YYYY = ZERO
            MOVE WS-REPORT-DATE TO WS-DN-DATE.
        COMPUTE WS-DN-Y1 = WS-DN-YYYY - 1.
        DIVIDE WS-DN-Y1 BY 4 GIVING WS-DN-Q4.
        DIVIDE WS-DN-Y1 BY 100 GIVING WS-DN-Q100.
        DIVIDE WS-DN-Y1 BY 400 GIVING WS-DN-Q400.
        COMPUTE WS-DN-DAYS = WS-DN-YYYY * 365 + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
            + WS-DN-CUM(WS-DN-MM) + WS-DN-DD.
        DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-Q4 REMAINDER WS-DN-R4.
        DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-Q100 REMAINDER WS-DN-R100.
        DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-Q400 REMAINDER WS-DN-R400.
        IF WS-DN-MM > 2 AND WS-DN-R4 = ZERO AND (WS-DN-R100 NOT = ZERO OR WS-DN-R400 = ZERO)
            ADD 1 TO WS-DN-DAYS.

    ACH-RETURN-PARA.
        *>Reads the bank's return file back in between paydays. Each returned routing/account
        *>pair is matched to its employee, who flips to 'C' paper check so the next run's
        *>DIRDEP.DAT carries nothing for that account, and ACHRTN.PRT lists every return so
        *>payroll hears it from the report instead of from the employee.
        MOVE 'N' TO WS-RTN-EOF-SWITCH.
        MOVE 'N' TO WS-RTN-CHANGED-SWITCH.
        MOVE ZERO TO WS-RTN-READ-CNT WS-RTN-MATCHED-CNT.
        OPEN INPUT ACH-RETURN-FILE.
        IF WS-ACHRTN-FILE-STATUS NOT = "00"
            DISPLAY "NO ACH RETURN FILE FOUND (ACHRTN.DAT). NOTHING TO PROCESS."
        ELSE
            PERFORM ACH-RETURN-REPORT-OPEN-PARA
            PERFORM ACH-RETURN-ROW-PARA UNTIL WS-RTN-EOF-REACHED
            CLOSE ACH-RETURN-FILE
            IF WS-ACHRPT-OPEN
                CLOSE ACH-RETURN-REPORT
            END-IF
            DISPLAY "ACH RETURNS READ: " WS-RTN-READ-CNT " MATCHED TO EMPLOYEES: " WS-RTN-MATCHED-CNT "."
            IF WS-RTN-CHANGED
                MOVE WS-SAVED-CNT TO WS-TOTAL-CNT
                PERFORM SAVE-PARA
                PERFORM LOCK-RELEASE-PARA.

    ACH-RETURN-REPORT-OPEN-PARA.
        OPEN OUTPUT ACH-RETURN-REPORT.
        IF WS-ACHRPT-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN ACHRTN.PRT - RETURN REPORT NOT PRODUCED! STATUS: " WS-ACHRPT-FILE-STATUS
            MOVE 'N' TO WS-ACHRPT-OPEN-SWITCH
        ELSE
            MOVE 'Y' TO WS-ACHRPT-OPEN-SWITCH
            MOVE SPACES TO ACHRPT-REC
            STRING "ACH RETURNS PROCESSED - RUN DATE: " DELIMITED BY SIZE WS-DATE-ED DELIMITED BY SIZE
                INTO ACHRPT-REC
            WRITE ACHRPT-REC
        *>The whole elections file gets rewritten from the table, same as SAVE-PARA redumps the
        *>roster - and every row goes back out in the new dated layout, so one pass through this
        *>transaction also brings an old hand-edited file forward.
        PERFORM BACKUP-TAKE-PARA.
        OPEN OUTPUT DEDUCTIONS-FILE.
        IF WS-DEDUCT-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN DEDUCT.DAT FOR SAVING - ELECTIONS NOT PERSISTED! STATUS: " WS-DEDUCT-FILE-STATUS
            PERFORM YEAR-END-MOVE-PARA.

    YEAR-END-MOVE-PARA.
        PERFORM BACKUP-TAKE-PARA.
        MOVE 0 TO WS-ARCHIVE-CNT.
        MOVE 0 TO WS-ARCHIVE-KEEP-IDX.
        OPEN I-O EMPHIST-FILE.
            "  NET PAID $" DELIMITED BY SIZE WS-QTR-NET-ED DELIMITED BY SIZE
            INTO W2STMT-REC.
        WRITE W2STMT-REC.
        *>Social Security wages stop at the wage base the tax itself stopped at; Medicare wages
        *>never stop. Nothing pre-tax comes out of gross here, so both start from YTD gross.
        IF WS-YTD-GROSS(WS-IDX) > WS-SS-BASE
            MOVE WS-SS-BASE TO WS-QTR-GROSS-ED
        ELSE
            MOVE WS-YTD-GROSS(WS-IDX) TO WS-QTR-GROSS-ED.
        MOVE WS-YTD-SS(WS-IDX) TO WS-QTR-SS-ED.
        MOVE SPACES TO W2STMT-REC.
        STRING "  SOCIAL SECURITY WAGES $" DELIMITED BY SIZE WS-QTR-GROSS-ED DELIMITED BY SIZE
            "  SOCIAL SECURITY TAX WITHHELD $" DELIMITED BY SIZE WS-QTR-SS-ED DELIMITED BY SIZE
            INTO W2STMT-REC.
        WRITE W2STMT-REC.
        MOVE WS-YTD-GROSS(WS-IDX) TO WS-QTR-GROSS-ED.
        MOVE WS-YTD-MED(WS-IDX) TO WS-QTR-MED-ED.
        MOVE SPACES TO W2STMT-REC.
        STRING "  MEDICARE WAGES $" DELIMITED BY SIZE WS-QTR-GROSS-ED DELIMITED BY SIZE
            "  MEDICARE TAX WITHHELD $" DELIMITED BY SIZE WS-QTR-MED-ED DELIMITED BY SIZE
            INTO W2STMT-REC.
        WRITE W2STMT-REC.
        *>The employer's share never came out of the employee's pay, but it's printed so the
        *>statement ties to the same columns TAXQTR.PRT carries.
        MOVE WS-YTD-ER-SS(WS-IDX) TO WS-QTR-ER-SS-ED.
        MOVE WS-YTD-ER-MED(WS-IDX) TO WS-QTR-ER-MED-ED.
        MOVE WS-YTD-FUTA(WS-IDX) TO WS-QTR-FUTA-ED.
        MOVE WS-YTD-SUTA(WS-IDX) TO WS-QTR-SUTA-ED.
        MOVE SPACES TO W2STMT-REC.
        STRING "  EMPLOYER PAID - SS $" DELIMITED BY SIZE WS-QTR-ER-SS-ED DELIMITED BY SIZE
            "  MEDICARE $" DELIMITED BY SIZE WS-QTR-ER-MED-ED DELIMITED BY SIZE
            "  FUTA $" DELIMITED BY SIZE WS-QTR-FUTA-ED DELIMITED BY SIZE
            "  SUTA $" DELIMITED BY SIZE WS-QTR-SUTA-ED DELIMITED BY SIZE
            INTO W2STMT-REC.
        WRITE W2STMT-REC.

    YEAR-END-ROW-PARA.
        *>One pass does both jobs: a terminated row goes out to EMPHIST.DAT, anything else slides
        MOVE WS-FILING-STATUS(WS-IDX) TO EH-FILING-STATUS.
        MOVE WS-ALLOWANCES(WS-IDX) TO EH-ALLOWANCES.
        MOVE WS-DD-STATUS(WS-IDX) TO EH-DD-STATUS.
        MOVE WS-RETRO-PAY(WS-IDX) TO EH-RETRO-PAY.
        MOVE WS-RETRO-REF-DATE(WS-IDX) TO EH-RETRO-REF-DATE.
        MOVE WS-SS-TAX(WS-IDX) TO EH-SS-TAX.
        MOVE WS-MED-TAX(WS-IDX) TO EH-MED-TAX.
        MOVE WS-ER-SS-TAX(WS-IDX) TO EH-ER-SS-TAX.
        MOVE WS-ER-MED-TAX(WS-IDX) TO EH-ER-MED-TAX.
        MOVE WS-FUTA-TAX(WS-IDX) TO EH-FUTA-TAX.
        MOVE WS-SUTA-TAX(WS-IDX) TO EH-SUTA-TAX.
        MOVE WS-YTD-SS(WS-IDX) TO EH-YTD-SS.
        MOVE WS-YTD-MED(WS-IDX) TO EH-YTD-MED.
        MOVE WS-YTD-ER-SS(WS-IDX) TO EH-YTD-ER-SS.
        MOVE WS-YTD-ER-MED(WS-IDX) TO EH-YTD-ER-MED.
        MOVE WS-YTD-FUTA(WS-IDX) TO EH-YTD-FUTA.
        MOVE WS-YTD-SUTA(WS-IDX) TO EH-YTD-SUTA.
        MOVE WS-VAC-HOURS(WS-IDX) TO EH-VAC-HOURS.
        MOVE WS-SICK-HOURS(WS-IDX) TO EH-SICK-HOURS.
        MOVE WS-HOL-HOURS(WS-IDX) TO EH-HOL-HOURS.
        MOVE WS-UNPAID-HOURS(WS-IDX) TO EH-UNPAID-HOURS.
        MOVE WS-VAC-BAL(WS-IDX) TO EH-VAC-BAL.
        MOVE WS-SICK-BAL(WS-IDX) TO EH-SICK-BAL.
        MOVE WS-LEAVE-POLICY(WS-IDX) TO EH-LEAVE-POLICY.
        MOVE 'Y' TO WS-ARCH-WRITE-OK-SWITCH.
        *>A key collision here means two different people ended up under one EMPLOYEE-ID - that
        *>is a fact worth shouting about, never one to paper over by rewriting the first
        MOVE WS-FILING-STATUS(WS-IDX) TO WS-FILING-STATUS(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-ALLOWANCES(WS-IDX) TO WS-ALLOWANCES(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-DD-STATUS(WS-IDX) TO WS-DD-STATUS(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-RETRO-PAY(WS-IDX) TO WS-RETRO-PAY(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-RETRO-REF-DATE(WS-IDX) TO WS-RETRO-REF-DATE(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-SS-TAX(WS-IDX) TO WS-SS-TAX(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-MED-TAX(WS-IDX) TO WS-MED-TAX(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-ER-SS-TAX(WS-IDX) TO WS-ER-SS-TAX(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-ER-MED-TAX(WS-IDX) TO WS-ER-MED-TAX(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-FUTA-TAX(WS-IDX) TO WS-FUTA-TAX(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-SUTA-TAX(WS-IDX) TO WS-SUTA-TAX(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-YTD-SS(WS-IDX) TO WS-YTD-SS(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-YTD-MED(WS-IDX) TO WS-YTD-MED(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-YTD-ER-SS(WS-IDX) TO WS-YTD-ER-SS(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-YTD-ER-MED(WS-IDX) TO WS-YTD-ER-MED(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-YTD-FUTA(WS-IDX) TO WS-YTD-FUTA(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-YTD-SUTA(WS-IDX) TO WS-YTD-SUTA(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-VAC-HOURS(WS-IDX) TO WS-VAC-HOURS(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-SICK-HOURS(WS-IDX) TO WS-SICK-HOURS(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-HOL-HOURS(WS-IDX) TO WS-HOL-HOURS(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-UNPAID-HOURS(WS-IDX) TO WS-UNPAID-HOURS(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-VAC-BAL(WS-IDX) TO WS-VAC-BAL(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-SICK-BAL(WS-IDX) TO WS-SICK-BAL(WS-ARCHIVE-KEEP-IDX).
        MOVE WS-LEAVE-POLICY(WS-IDX) TO WS-LEAVE-POLICY(WS-ARCHIVE-KEEP-IDX).

    YEAR-END-RESET-PARA.
        *>The rows just archived carry their final YTD figures with them into EMPHIST.DAT, so
        MOVE ZERO TO WS-YTD-GROSS(WS-IDX).
        MOVE ZERO TO WS-YTD-TAX(WS-IDX).
        MOVE ZERO TO WS-YTD-NET(WS-IDX).
        MOVE ZERO TO WS-YTD-SS(WS-IDX).
        MOVE ZERO TO WS-YTD-MED(WS-IDX).
        MOVE ZERO TO WS-YTD-ER-SS(WS-IDX).
        MOVE ZERO TO WS-YTD-ER-MED(WS-IDX).
        MOVE ZERO TO WS-YTD-FUTA(WS-IDX).
        MOVE ZERO TO WS-YTD-SUTA(WS-IDX).
        PERFORM LEAVE-CARRYOVER-PARA.

    BACKUP-TAKE-PARA.
        *>Every path that rewrites one of the four data files comes through here first. Only
        *>the first call in a run takes a generation - by then nothing has been written, so the
        *>copy is the files exactly as the run found them.
        IF NOT WS-BK-TAKEN
            PERFORM BACKUP-RUN-PARA.

    BACKUP-RUN-PARA.
        MOVE 'Y' TO WS-BK-TAKEN-SWITCH.
        PERFORM BACKUP-CONTROL-READ-PARA.
        PERFORM BACKUP-CATALOG-LOAD-PARA.
        IF WS-BC-CNT = ZERO
            MOVE 1 TO WS-BK-GEN
        ELSE
            COMPUTE WS-BK-GEN = WS-BC-GEN(WS-BC-CNT) + 1.
        PERFORM DEDUCT-AUDIT-STAMP-PARA.
        MOVE WS-BK-GEN TO WS-BK-NAME-GEN.
        MOVE WS-AUDIT-DATE TO WS-BK-NAME-DATE.
        MOVE 'Y' TO WS-BK-OK-SWITCH.
        PERFORM BACKUP-EMP-PARA.
        PERFORM BACKUP-DED-PARA.
        PERFORM BACKUP-RUNCTL-PARA.
        PERFORM BACKUP-HIST-PARA.
        IF NOT WS-BK-OK
            PERFORM BACKUP-DELETE-GEN-PARA
            DISPLAY "*** BACKUP GENERATION " WS-BK-GEN " COULD NOT BE WRITTEN - THIS RUN HAS NO BACKUP TO ROLL BACK TO."
        ELSE
            PERFORM BACKUP-CATALOG-ADD-PARA
            DISPLAY "BACKUP GENERATION " WS-BK-GEN " TAKEN - EMPLOYEES: " WS-BK-EMP-CNT " ELECTIONS: " WS-BK-DED-CNT " ARCHIVED: " WS-BK-HIST-CNT "."
            MOVE SPACES TO WS-AUDIT-LINE
            STRING WS-AUDIT-DATE DELIMITED BY SIZE "-" DELIMITED BY SIZE WS-AUDIT-TIME DELIMITED BY SIZE
                "  EMPLOYEE ID 00000 BACKUP GENERATION " DELIMITED BY SIZE WS-BK-GEN DELIMITED BY SIZE
                " TAKEN" DELIMITED BY SIZE
                " BY " DELIMITED BY SIZE WS-AUDIT-OPERATOR DELIMITED BY SIZE
                INTO WS-AUDIT-LINE
            PERFORM AUDIT-WRITE-PARA.

    BACKUP-CONTROL-READ-PARA.
        MOVE 5 TO WS-BK-KEEP.
        OPEN INPUT BACKUP-CONTROL-FILE.
        IF WS-BKCTL-FILE-STATUS = "00"
            READ BACKUP-CONTROL-FILE
                AT END CONTINUE
                NOT AT END
                    IF BK-KEEP IS NUMERIC AND BK-KEEP-NUM > ZERO
                        MOVE BK-KEEP-NUM TO WS-BK-KEEP
                    END-IF
            END-READ
            CLOSE BACKUP-CONTROL-FILE.

    BACKUP-CATALOG-LOAD-PARA.
        MOVE ZERO TO WS-BC-CNT.
        MOVE 'N' TO WS-BK-EOF-SWITCH.
        OPEN INPUT BACKUP-CATALOG-FILE.
        IF WS-BKCAT-FILE-STATUS = "00"
            PERFORM BACKUP-CATALOG-ROW-PARA UNTIL WS-BK-EOF-REACHED
            CLOSE BACKUP-CATALOG-FILE.

    BACKUP-CATALOG-ROW-PARA.
        READ BACKUP-CATALOG-FILE
            AT END MOVE 'Y' TO WS-BK-EOF-SWITCH
            NOT AT END
                IF BC-GEN IS NUMERIC AND WS-BC-CNT < WS-BC-CAP
                    ADD 1 TO WS-BC-CNT
                    MOVE BC-GEN TO WS-BC-GEN(WS-BC-CNT)
                    MOVE BC-DATE TO WS-BC-DATE(WS-BC-CNT)
                    MOVE BC-TIME TO WS-BC-TIME(WS-BC-CNT)
                    MOVE BC-OPERATOR TO WS-BC-OPERATOR(WS-BC-CNT)
                    MOVE BC-MODE TO WS-BC-MODE(WS-BC-CNT)
                    MOVE BC-LAST-POSTED TO WS-BC-LAST-POSTED(WS-BC-CNT)
                    MOVE BC-EMP-CNT TO WS-BC-EMP-CNT(WS-BC-CNT)
                    MOVE BC-DED-CNT TO WS-BC-DED-CNT(WS-BC-CNT)
                    MOVE BC-HIST-CNT TO WS-BC-HIST-CNT(WS-BC-CNT).

    BACKUP-CATALOG-ADD-PARA.
        *>The new generation goes on the end. Past the keep count the oldest are deleted from
        *>disk and dropped - except for the copy a rollback takes of the files it is about to
        *>replace, which never pushes out the very generation being rolled back to.
        IF WS-BC-CNT >= WS-BC-CAP
            PERFORM BACKUP-PRUNE-OLDEST-PARA.
        ADD 1 TO WS-BC-CNT.
        MOVE WS-BK-GEN TO WS-BC-GEN(WS-BC-CNT).
        MOVE WS-AUDIT-DATE TO WS-BC-DATE(WS-BC-CNT).
        MOVE WS-AUDIT-TIME TO WS-BC-TIME(WS-BC-CNT).
        MOVE WS-AUDIT-OPERATOR TO WS-BC-OPERATOR(WS-BC-CNT).
        MOVE WS-MODE-SWITCH TO WS-BC-MODE(WS-BC-CNT).
        MOVE WS-BK-LAST-POSTED TO WS-BC-LAST-POSTED(WS-BC-CNT).
        MOVE WS-BK-EMP-CNT TO WS-BC-EMP-CNT(WS-BC-CNT).
        MOVE WS-BK-DED-CNT TO WS-BC-DED-CNT(WS-BC-CNT).
        MOVE WS-BK-HIST-CNT TO WS-BC-HIST-CNT(WS-BC-CNT).
        IF WS-BK-PRUNE
            PERFORM BACKUP-PRUNE-OLDEST-PARA UNTIL WS-BC-CNT <= WS-BK-KEEP.
        PERFORM BACKUP-CATALOG-WRITE-PARA.

    BACKUP-PRUNE-OLDEST-PARA.
        MOVE WS-BC-GEN(1) TO WS-BK-NAME-GEN.
        MOVE WS-BC-DATE(1) TO WS-BK-NAME-DATE.
        PERFORM BACKUP-DELETE-GEN-PARA.
        DISPLAY "BACKUP GENERATION " WS-BC-GEN(1) " OF " WS-BC-DATE(1) " PRUNED.".
        PERFORM BACKUP-SHIFT-PARA VARYING WS-BC-IDX FROM 1 BY 1 UNTIL WS-BC-IDX >= WS-BC-CNT.
        SUBTRACT 1 FROM WS-BC-CNT.

    BACKUP-SHIFT-PARA.
        MOVE WS-BC-ENTRY(WS-BC-IDX + 1) TO WS-BC-ENTRY(WS-BC-IDX).

    BACKUP-CATALOG-WRITE-PARA.
        OPEN OUTPUT BACKUP-CATALOG-FILE.
        IF WS-BKCAT-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT WRITE BACKUP.CAT - THE BACKUP GENERATIONS WON'T BE LISTED FOR A ROLLBACK! STATUS: " WS-BKCAT-FILE-STATUS
        ELSE
            PERFORM BACKUP-CATALOG-WRITE-ROW-PARA VARYING WS-BC-IDX FROM 1 BY 1 UNTIL WS-BC-IDX > WS-BC-CNT
            CLOSE BACKUP-CATALOG-FILE.

    BACKUP-CATALOG-WRITE-ROW-PARA.
        MOVE WS-BC-GEN(WS-BC-IDX) TO BC-GEN.
        MOVE WS-BC-DATE(WS-BC-IDX) TO BC-DATE.
        MOVE WS-BC-TIME(WS-BC-IDX) TO BC-TIME.
        MOVE WS-BC-OPERATOR(WS-BC-IDX) TO BC-OPERATOR.
        MOVE WS-BC-MODE(WS-BC-IDX) TO BC-MODE.
        MOVE WS-BC-LAST-POSTED(WS-BC-IDX) TO BC-LAST-POSTED.
        MOVE WS-BC-EMP-CNT(WS-BC-IDX) TO BC-EMP-CNT.
        MOVE WS-BC-DED-CNT(WS-BC-IDX) TO BC-DED-CNT.
        MOVE WS-BC-HIST-CNT(WS-BC-IDX) TO BC-HIST-CNT.
        WRITE BKCAT-REC.

    BACKUP-NAME-PARA.
        *>G<generation>-<date>.<data file name>, for the generation in WS-BK-NAME-GEN/DATE and
        *>the data file in WS-BK-BASE.
        MOVE SPACES TO WS-BK-FILE-NAME.
        STRING "G" DELIMITED BY SIZE WS-BK-NAME-GEN DELIMITED BY SIZE
            "-" DELIMITED BY SIZE WS-BK-NAME-DATE DELIMITED BY SIZE
            "." DELIMITED BY SIZE WS-BK-BASE DELIMITED BY SPACE
            INTO WS-BK-FILE-NAME.

    BACKUP-DELETE-GEN-PARA.
        MOVE "EMPLOYEE.DAT" TO WS-BK-BASE.
        PERFORM BACKUP-DELETE-ONE-PARA.
        MOVE "DEDUCT.DAT" TO WS-BK-BASE.
        PERFORM BACKUP-DELETE-ONE-PARA.
        MOVE "RUNCTL.DAT" TO WS-BK-BASE.
        PERFORM BACKUP-DELETE-ONE-PARA.
        MOVE "EMPHIST.DAT" TO WS-BK-BASE.
        PERFORM BACKUP-DELETE-ONE-PARA.

    BACKUP-DELETE-ONE-PARA.
        PERFORM BACKUP-NAME-PARA.
        DELETE FILE BACKUP-FILE.

    BACKUP-OPEN-OUT-PARA.
        *>A data file that doesn't exist yet still gets its (empty) copy, so a rollback to
        *>this generation leaves it empty again too.
        PERFORM BACKUP-NAME-PARA.
        MOVE ZERO TO WS-BK-COPY-CNT.
        MOVE 'N' TO WS-BK-EOF-SWITCH.
        OPEN OUTPUT BACKUP-FILE.
        IF WS-BACKUP-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN " WS-BK-FILE-NAME " FOR THE BACKUP! STATUS: " WS-BACKUP-FILE-STATUS
            MOVE 'N' TO WS-BK-OK-SWITCH.

    BACKUP-EMP-PARA.
        MOVE "EMPLOYEE.DAT" TO WS-BK-BASE.
        PERFORM BACKUP-OPEN-OUT-PARA.
        IF WS-BACKUP-FILE-STATUS = "00"
            OPEN INPUT EMPLOYEE-MASTER
            IF WS-FILE-STATUS = "00"
                PERFORM BACKUP-EMP-ROW-PARA UNTIL WS-BK-EOF-REACHED
                CLOSE EMPLOYEE-MASTER
            END-IF
            CLOSE BACKUP-FILE.
        MOVE WS-BK-COPY-CNT TO WS-BK-EMP-CNT.

    BACKUP-EMP-ROW-PARA.
        READ EMPLOYEE-MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-BK-EOF-SWITCH
            NOT AT END
                MOVE EM-RECORD TO BACKUP-REC
                WRITE BACKUP-REC
                ADD 1 TO WS-BK-COPY-CNT.

    BACKUP-DED-PARA.
        MOVE "DEDUCT.DAT" TO WS-BK-BASE.
        PERFORM BACKUP-OPEN-OUT-PARA.
        IF WS-BACKUP-FILE-STATUS = "00"
            OPEN INPUT DEDUCTIONS-FILE
            IF WS-DEDUCT-FILE-STATUS = "00"
                PERFORM BACKUP-DED-ROW-PARA UNTIL WS-BK-EOF-REACHED
                CLOSE DEDUCTIONS-FILE
            END-IF
            CLOSE BACKUP-FILE.
        MOVE WS-BK-COPY-CNT TO WS-BK-DED-CNT.

    BACKUP-DED-ROW-PARA.
        READ DEDUCTIONS-FILE
            AT END MOVE 'Y' TO WS-BK-EOF-SWITCH
            NOT AT END
                MOVE DEDUCT-REC TO BACKUP-REC
                WRITE BACKUP-REC
                ADD 1 TO WS-BK-COPY-CNT.

    BACKUP-RUNCTL-PARA.
        *>The posted period is picked up off the copy itself rather than through
        *>RUN-CONTROL-READ-PARA, which would reset the run's own WS-LAST-POSTED mid-run.
        MOVE ZERO TO WS-BK-LAST-POSTED.
        MOVE "RUNCTL.DAT" TO WS-BK-BASE.
        PERFORM BACKUP-OPEN-OUT-PARA.
        IF WS-BACKUP-FILE-STATUS = "00"
            OPEN INPUT RUN-CONTROL-FILE
            IF WS-RUNCTL-FILE-STATUS = "00"
                PERFORM BACKUP-RUNCTL-ROW-PARA UNTIL WS-BK-EOF-REACHED
                CLOSE RUN-CONTROL-FILE
            END-IF
            CLOSE BACKUP-FILE.

    BACKUP-RUNCTL-ROW-PARA.
        READ RUN-CONTROL-FILE
            AT END MOVE 'Y' TO WS-BK-EOF-SWITCH
            NOT AT END
                IF RC-PERIOD-END IS NUMERIC
                    MOVE RC-PERIOD-END TO WS-BK-LAST-POSTED
                END-IF
                MOVE RUNCTL-REC TO BACKUP-REC
                WRITE BACKUP-REC
                ADD 1 TO WS-BK-COPY-CNT.

    BACKUP-HIST-PARA.
        MOVE "EMPHIST.DAT" TO WS-BK-BASE.
        PERFORM BACKUP-OPEN-OUT-PARA.
        IF WS-BACKUP-FILE-STATUS = "00"
            OPEN INPUT EMPHIST-FILE
            IF WS-EMPHIST-FILE-STATUS = "00"
                PERFORM BACKUP-HIST-ROW-PARA UNTIL WS-BK-EOF-REACHED
                CLOSE EMPHIST-FILE
            END-IF
            CLOSE BACKUP-FILE.
        MOVE WS-BK-COPY-CNT TO WS-BK-HIST-CNT.

    BACKUP-HIST-ROW-PARA.
        READ EMPHIST-FILE NEXT RECORD
            AT END MOVE 'Y' TO WS-BK-EOF-SWITCH
            NOT AT END
                MOVE EH-RECORD TO BACKUP-REC
                WRITE BACKUP-REC
                ADD 1 TO WS-BK-COPY-CNT.

    BACKUP-RESTORE-PARA.
        *>Rolls EMPLOYEE.DAT, DEDUCT.DAT, RUNCTL.DAT, and EMPHIST.DAT back together to one
        *>generation - all four or none, so the roster, its elections, the posted-period gate,
        *>and the archive never disagree about where the books stand.
        PERFORM BACKUP-CATALOG-LOAD-PARA.
        IF WS-BC-CNT = ZERO
            DISPLAY "NO BACKUP GENERATIONS ON FILE (BACKUP.CAT). NOTHING TO ROLL BACK TO."
        ELSE
            DISPLAY "GEN   TAKEN     TIME      BY           MODE  LAST POSTED  EMPLOYEES  ELECTIONS  ARCHIVED"
            PERFORM BACKUP-LIST-ROW-PARA VARYING WS-BC-IDX FROM 1 BY 1 UNTIL WS-BC-IDX > WS-BC-CNT
            PERFORM BACKUP-RESTORE-PICK-PARA.

    BACKUP-LIST-ROW-PARA.
        DISPLAY WS-BC-GEN(WS-BC-IDX) "  " WS-BC-DATE(WS-BC-IDX) "  " WS-BC-TIME(WS-BC-IDX) "  "
            WS-BC-OPERATOR(WS-BC-IDX) " " WS-BC-MODE(WS-BC-IDX) "     " WS-BC-LAST-POSTED(WS-BC-IDX) "     "
            WS-BC-EMP-CNT(WS-BC-IDX) "      " WS-BC-DED-CNT(WS-BC-IDX) "      " WS-BC-HIST-CNT(WS-BC-IDX).

    BACKUP-RESTORE-PICK-PARA.
        DISPLAY "ENTER THE GENERATION TO ROLL BACK TO (4 DIGITS, BLANK TO CANCEL):".
        ACCEPT WS-RS-GEN-INPUT.
        IF WS-RS-GEN-INPUT = SPACES
            DISPLAY "ROLLBACK CANCELLED - NOTHING CHANGED."
        ELSE IF WS-RS-GEN-INPUT IS NOT NUMERIC
            DISPLAY "GENERATION MUST BE 4 NUMERIC DIGITS. ROLLBACK CANCELLED - NOTHING CHANGED."
        ELSE
            MOVE 'N' TO WS-RS-FOUND-SWITCH
            PERFORM BACKUP-RESTORE-FIND-PARA VARYING WS-BC-IDX FROM 1 BY 1
                UNTIL WS-BC-IDX > WS-BC-CNT OR WS-RS-FOUND
            IF NOT WS-RS-FOUND
                DISPLAY "NO GENERATION " WS-RS-GEN-INPUT " ON FILE. ROLLBACK CANCELLED - NOTHING CHANGED."
            ELSE
                PERFORM BACKUP-RESTORE-CONFIRM-PARA.

    BACKUP-RESTORE-FIND-PARA.
        IF WS-BC-GEN(WS-BC-IDX) = WS-RS-GEN-NUM
            MOVE 'Y' TO WS-RS-FOUND-SWITCH
            MOVE WS-BC-IDX TO WS-RS-FOUND-IDX.

    BACKUP-RESTORE-CONFIRM-PARA.
        MOVE WS-BC-GEN(WS-RS-FOUND-IDX) TO WS-RS-GEN.
        MOVE WS-BC-DATE(WS-RS-FOUND-IDX) TO WS-RS-DATE.
        MOVE WS-BC-TIME(WS-RS-FOUND-IDX) TO WS-RS-TIME.
        MOVE WS-RS-GEN TO WS-BK-NAME-GEN.
        MOVE WS-RS-DATE TO WS-BK-NAME-DATE.
        MOVE 'Y' TO WS-RS-COMPLETE-SWITCH.
        MOVE "EMPLOYEE.DAT" TO WS-BK-BASE.
        PERFORM BACKUP-RESTORE-CHECK-PARA.
        MOVE "DEDUCT.DAT" TO WS-BK-BASE.
        PERFORM BACKUP-RESTORE-CHECK-PARA.
        MOVE "RUNCTL.DAT" TO WS-BK-BASE.
        PERFORM BACKUP-RESTORE-CHECK-PARA.
        MOVE "EMPHIST.DAT" TO WS-BK-BASE.
        PERFORM BACKUP-RESTORE-CHECK-PARA.
        IF NOT WS-RS-COMPLETE
            DISPLAY "*** GENERATION " WS-RS-GEN " IS NOT ALL ON DISK ANY MORE - ROLLBACK NOT RUN, NOTHING CHANGED."
        ELSE
            DISPLAY "THIS PUTS EMPLOYEE.DAT, DEDUCT.DAT, RUNCTL.DAT, AND EMPHIST.DAT BACK AS THEY WERE AT GENERATION " WS-RS-GEN ", TAKEN " WS-RS-DATE " AT " WS-RS-TIME "."
            DISPLAY "*** IT CANNOT RECALL ANYTHING THAT HAS ALREADY GONE OUT SINCE THEN:"
            DISPLAY "***   DIRDEP.DAT - DEPOSITS ALREADY SENT TO THE BANK STAND. REVERSE THEM WITH THE BANK."
            DISPLAY "***   POSPAY.DAT AND CHECKS ALREADY PRINTED - VOID ANY CHECK THAT SHOULD NOT STAND."
            DISPLAY "***   GLJRNL.PRT - JOURNALS ALREADY POSTED TO THE LEDGER NEED A REVERSING ENTRY."
            DISPLAY "***   PAYROLL.PRT, PAYSTUB.PRT, LABDIST.PRT, TAXQTR.PRT, W2STMT.PRT - REPRINT THEM AFTER THE RERUN."
            DISPLAY "***   PAYREG.DAT, CHKISS.DAT, PAYHIST.DAT, AND AUDIT.LOG ARE NOT ROLLED BACK - CHECKS AND WAGE CHANGES SINCE THEN STAY ON THEM."
            DISPLAY "ROLL BACK TO GENERATION " WS-RS-GEN " (Y/N)?"
            ACCEPT WS-RS-CONFIRM
            IF WS-RS-CONFIRM = 'Y' OR WS-RS-CONFIRM = 'y'
                PERFORM BACKUP-RESTORE-RUN-PARA
            ELSE
                DISPLAY "ROLLBACK CANCELLED - NOTHING CHANGED."
            END-IF.

    BACKUP-RESTORE-CHECK-PARA.
        PERFORM BACKUP-NAME-PARA.
        OPEN INPUT BACKUP-FILE.
        IF WS-BACKUP-FILE-STATUS = "00"
            CLOSE BACKUP-FILE
        ELSE
            DISPLAY "*** " WS-BK-FILE-NAME " IS MISSING."
            MOVE 'N' TO WS-RS-COMPLETE-SWITCH.

    BACKUP-RESTORE-RUN-PARA.
        *>The files as they stand go off as a generation of their own first, so a rollback to
        *>the wrong generation can be rolled back again - and so one that dies partway through
        *>has somewhere whole to go back to.
        MOVE 'N' TO WS-BK-PRUNE-SWITCH.
        PERFORM BACKUP-TAKE-PARA.
        IF NOT WS-BK-OK
            DISPLAY "*** THE FILES AS THEY STAND COULD NOT BE BACKED UP FIRST - ROLLBACK NOT RUN, NOTHING CHANGED."
        ELSE
            MOVE WS-RS-GEN TO WS-BK-NAME-GEN
            MOVE WS-RS-DATE TO WS-BK-NAME-DATE
            MOVE 'N' TO WS-RS-FAILED-SWITCH
            PERFORM BACKUP-RESTORE-EMP-PARA
            IF NOT WS-RS-FAILED
                PERFORM BACKUP-RESTORE-DED-PARA
            END-IF
            IF NOT WS-RS-FAILED
                PERFORM BACKUP-RESTORE-RUNCTL-PARA
            END-IF
            IF NOT WS-RS-FAILED
                PERFORM BACKUP-RESTORE-HIST-PARA
            END-IF
            PERFORM DEDUCT-AUDIT-STAMP-PARA
            MOVE SPACES TO WS-AUDIT-LINE
            IF WS-RS-FAILED
                DISPLAY "*** ROLLBACK TO GENERATION " WS-RS-GEN " FAILED PARTWAY - THE DATA FILES ARE NOW MIXED BETWEEN GENERATIONS."
                DISPLAY "*** DO NOTHING ELSE. FIX THE PROBLEM ABOVE, THEN ROLL BACK TO GENERATION " WS-BK-GEN " TO RETURN THE FILES TO WHERE THEY STARTED."
                STRING WS-AUDIT-DATE DELIMITED BY SIZE "-" DELIMITED BY SIZE WS-AUDIT-TIME DELIMITED BY SIZE
                    "  EMPLOYEE ID 00000 ROLLBACK TO GEN " DELIMITED BY SIZE WS-RS-GEN DELIMITED BY SIZE
                    " FAILED - FILES ARE MIXED" DELIMITED BY SIZE
                    " BY " DELIMITED BY SIZE WS-AUDIT-OPERATOR DELIMITED BY SIZE
                    INTO WS-AUDIT-LINE
            ELSE
                DISPLAY "ROLLED BACK TO GENERATION " WS-RS-GEN ". THE FILES AS THEY WERE BEFORE THE ROLLBACK ARE GENERATION " WS-BK-GEN "."
                DISPLAY "START THE PROGRAM AGAIN BEFORE DOING ANYTHING ELSE."
                STRING WS-AUDIT-DATE DELIMITED BY SIZE "-" DELIMITED BY SIZE WS-AUDIT-TIME DELIMITED BY SIZE
                    "  EMPLOYEE ID 00000 ROLLED BACK TO GENERATION " DELIMITED BY SIZE WS-RS-GEN DELIMITED BY SIZE
                    " OF " DELIMITED BY SIZE WS-RS-DATE DELIMITED BY SIZE
                    " BY " DELIMITED BY SIZE WS-AUDIT-OPERATOR DELIMITED BY SIZE
                    INTO WS-AUDIT-LINE
            END-IF
            PERFORM AUDIT-WRITE-PARA.

    BACKUP-RESTORE-OPEN-IN-PARA.
        *>The backup copy has to open before the live file is touched - OPEN OUTPUT on the
        *>live file empties it, and there would be nothing to fill it back up from.
        PERFORM BACKUP-NAME-PARA.
        MOVE ZERO TO WS-BK-COPY-CNT.
        MOVE 'N' TO WS-BK-EOF-SWITCH.
        OPEN INPUT BACKUP-FILE.
        IF WS-BACKUP-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN " WS-BK-FILE-NAME " FOR THE ROLLBACK! STATUS: " WS-BACKUP-FILE-STATUS
            MOVE 'Y' TO WS-RS-FAILED-SWITCH.

    BACKUP-RESTORE-EMP-PARA.
        MOVE "EMPLOYEE.DAT" TO WS-BK-BASE.
        PERFORM BACKUP-RESTORE-OPEN-IN-PARA.
        IF NOT WS-RS-FAILED
            OPEN OUTPUT EMPLOYEE-MASTER
            IF WS-FILE-STATUS NOT = "00"
                DISPLAY "*** COULD NOT OPEN EMPLOYEE.DAT FOR THE ROLLBACK! STATUS: " WS-FILE-STATUS
                MOVE 'Y' TO WS-RS-FAILED-SWITCH
            ELSE
                PERFORM BACKUP-RESTORE-EMP-ROW-PARA UNTIL WS-BK-EOF-REACHED
                CLOSE EMPLOYEE-MASTER
                DISPLAY "EMPLOYEE.DAT: " WS-BK-COPY-CNT " RECORD(S) RESTORED."
            END-IF
            CLOSE BACKUP-FILE.

    BACKUP-RESTORE-EMP-ROW-PARA.
        READ BACKUP-FILE
            AT END MOVE 'Y' TO WS-BK-EOF-SWITCH
            NOT AT END
                MOVE BACKUP-REC TO EM-RECORD
                WRITE EM-RECORD
                    INVALID KEY
                        DISPLAY "*** COULD NOT RESTORE EMPLOYEE ID " EM-EMPLOYEE-ID "! STATUS: " WS-FILE-STATUS
                        MOVE 'Y' TO WS-RS-FAILED-SWITCH
                END-WRITE
                ADD 1 TO WS-BK-COPY-CNT.

    BACKUP-RESTORE-DED-PARA.
        MOVE "DEDUCT.DAT" TO WS-BK-BASE.
        PERFORM BACKUP-RESTORE-OPEN-IN-PARA.
        IF NOT WS-RS-FAILED
            OPEN OUTPUT DEDUCTIONS-FILE
            IF WS-DEDUCT-FILE-STATUS NOT = "00"
                DISPLAY "*** COULD NOT OPEN DEDUCT.DAT FOR THE ROLLBACK! STATUS: " WS-DEDUCT-FILE-STATUS
                MOVE 'Y' TO WS-RS-FAILED-SWITCH
            ELSE
                PERFORM BACKUP-RESTORE-DED-ROW-PARA UNTIL WS-BK-EOF-REACHED
                CLOSE DEDUCTIONS-FILE
                DISPLAY "DEDUCT.DAT: " WS-BK-COPY-CNT " RECORD(S) RESTORED."
            END-IF
            CLOSE BACKUP-FILE.

    BACKUP-RESTORE-DED-ROW-PARA.
        READ BACKUP-FILE
            AT END MOVE 'Y' TO WS-BK-EOF-SWITCH
            NOT AT END
                MOVE BACKUP-REC TO DEDUCT-REC
                WRITE DEDUCT-REC
                IF WS-DEDUCT-FILE-STATUS NOT = "00"
                    DISPLAY "*** COULD NOT WRITE DEDUCT.DAT FOR THE ROLLBACK! STATUS: " WS-DEDUCT-FILE-STATUS
                    MOVE 'Y' TO WS-RS-FAILED-SWITCH
                END-IF
                ADD 1 TO WS-BK-COPY-CNT.

    BACKUP-RESTORE-RUNCTL-PARA.
        MOVE "RUNCTL.DAT" TO WS-BK-BASE.
        PERFORM BACKUP-RESTORE-OPEN-IN-PARA.
        IF NOT WS-RS-FAILED
            OPEN OUTPUT RUN-CONTROL-FILE
            IF WS-RUNCTL-FILE-STATUS NOT = "00"
                DISPLAY "*** COULD NOT OPEN RUNCTL.DAT FOR THE ROLLBACK! STATUS: " WS-RUNCTL-FILE-STATUS
                MOVE 'Y' TO WS-RS-FAILED-SWITCH
            ELSE
                PERFORM BACKUP-RESTORE-RUNCTL-ROW-PARA UNTIL WS-BK-EOF-REACHED
                CLOSE RUN-CONTROL-FILE
                DISPLAY "RUNCTL.DAT: " WS-BK-COPY-CNT " RECORD(S) RESTORED."
            END-IF
            CLOSE BACKUP-FILE.

    BACKUP-RESTORE-RUNCTL-ROW-PARA.
        READ BACKUP-FILE
            AT END MOVE 'Y' TO WS-BK-EOF-SWITCH
            NOT AT END
                MOVE BACKUP-REC TO RUNCTL-REC
                WRITE RUNCTL-REC
                IF WS-RUNCTL-FILE-STATUS NOT = "00"
                    DISPLAY "*** COULD NOT WRITE RUNCTL.DAT FOR THE ROLLBACK! STATUS: " WS-RUNCTL-FILE-STATUS
                    MOVE 'Y' TO WS-RS-FAILED-SWITCH
                END-IF
                ADD 1 TO WS-BK-COPY-CNT.

    BACKUP-RESTORE-HIST-PARA.
        MOVE "EMPHIST.DAT" TO WS-BK-BASE.
        PERFORM BACKUP-RESTORE-OPEN-IN-PARA.
        IF NOT WS-RS-FAILED
            OPEN OUTPUT EMPHIST-FILE
            IF WS-EMPHIST-FILE-STATUS NOT = "00"
                DISPLAY "*** COULD NOT OPEN EMPHIST.DAT FOR THE ROLLBACK! STATUS: " WS-EMPHIST-FILE-STATUS
                MOVE 'Y' TO WS-RS-FAILED-SWITCH
            ELSE
                PERFORM BACKUP-RESTORE-HIST-ROW-PARA UNTIL WS-BK-EOF-REACHED
                CLOSE EMPHIST-FILE
                DISPLAY "EMPHIST.DAT: " WS-BK-COPY-CNT " RECORD(S) RESTORED."
            END-IF
            CLOSE BACKUP-FILE.

    BACKUP-RESTORE-HIST-ROW-PARA.
        READ BACKUP-FILE
            AT END MOVE 'Y' TO WS-BK-EOF-SWITCH
            NOT AT END
                MOVE BACKUP-REC TO EH-RECORD
                WRITE EH-RECORD
                    INVALID KEY
                        DISPLAY "*** COULD NOT RESTORE ARCHIVED EMPLOYEE ID " EH-EMPLOYEE-ID "! STATUS: " WS-EMPHIST-FILE-STATUS
                        MOVE 'Y' TO WS-RS-FAILED-SWITCH
                END-WRITE
                ADD 1 TO WS-BK-COPY-CNT.

    LOCK-CHECK-PARA.
        *>MASTER.LCK's mere presence means some other operator already has EMPLOYEE.DAT open for
                ELSE
                    MOVE 'V' TO WS-DD-STATUS(WS-IDX)
                END-IF
                IF EM-RETRO-PAY IS NUMERIC
                    MOVE EM-RETRO-PAY TO WS-RETRO-PAY(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-RETRO-PAY(WS-IDX)
                END-IF
                IF EM-RETRO-REF-DATE IS NUMERIC
                    MOVE EM-RETRO-REF-DATE TO WS-RETRO-REF-DATE(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-RETRO-REF-DATE(WS-IDX)
                END-IF
                IF EM-SS-TAX IS NUMERIC
                    MOVE EM-SS-TAX TO WS-SS-TAX(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-SS-TAX(WS-IDX)
                END-IF
                IF EM-MED-TAX IS NUMERIC
                    MOVE EM-MED-TAX TO WS-MED-TAX(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-MED-TAX(WS-IDX)
                END-IF
                IF EM-ER-SS-TAX IS NUMERIC
                    MOVE EM-ER-SS-TAX TO WS-ER-SS-TAX(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-ER-SS-TAX(WS-IDX)
                END-IF
                IF EM-ER-MED-TAX IS NUMERIC
                    MOVE EM-ER-MED-TAX TO WS-ER-MED-TAX(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-ER-MED-TAX(WS-IDX)
                END-IF
                IF EM-FUTA-TAX IS NUMERIC
                    MOVE EM-FUTA-TAX TO WS-FUTA-TAX(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-FUTA-TAX(WS-IDX)
                END-IF
                IF EM-SUTA-TAX IS NUMERIC
                    MOVE EM-SUTA-TAX TO WS-SUTA-TAX(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-SUTA-TAX(WS-IDX)
                END-IF
                IF EM-YTD-SS IS NUMERIC
                    MOVE EM-YTD-SS TO WS-YTD-SS(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-YTD-SS(WS-IDX)
                END-IF
                IF EM-YTD-MED IS NUMERIC
                    MOVE EM-YTD-MED TO WS-YTD-MED(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-YTD-MED(WS-IDX)
                END-IF
                IF EM-YTD-ER-SS IS NUMERIC
                    MOVE EM-YTD-ER-SS TO WS-YTD-ER-SS(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-YTD-ER-SS(WS-IDX)
                END-IF
                IF EM-YTD-ER-MED IS NUMERIC
                    MOVE EM-YTD-ER-MED TO WS-YTD-ER-MED(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-YTD-ER-MED(WS-IDX)
                END-IF
                IF EM-YTD-FUTA IS NUMERIC
                    MOVE EM-YTD-FUTA TO WS-YTD-FUTA(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-YTD-FUTA(WS-IDX)
                END-IF
                IF EM-YTD-SUTA IS NUMERIC
                    MOVE EM-YTD-SUTA TO WS-YTD-SUTA(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-YTD-SUTA(WS-IDX)
                END-IF
                IF EM-VAC-HOURS IS NUMERIC
                    MOVE EM-VAC-HOURS TO WS-VAC-HOURS(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-VAC-HOURS(WS-IDX)
                END-IF
                IF EM-SICK-HOURS IS NUMERIC
                    MOVE EM-SICK-HOURS TO WS-SICK-HOURS(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-SICK-HOURS(WS-IDX)
                END-IF
                IF EM-HOL-HOURS IS NUMERIC
                    MOVE EM-HOL-HOURS TO WS-HOL-HOURS(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-HOL-HOURS(WS-IDX)
                END-IF
                IF EM-UNPAID-HOURS IS NUMERIC
                    MOVE EM-UNPAID-HOURS TO WS-UNPAID-HOURS(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-UNPAID-HOURS(WS-IDX)
                END-IF
                IF EM-VAC-BAL IS NUMERIC
                    MOVE EM-VAC-BAL TO WS-VAC-BAL(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-VAC-BAL(WS-IDX)
                END-IF
                IF EM-SICK-BAL IS NUMERIC
                    MOVE EM-SICK-BAL TO WS-SICK-BAL(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-SICK-BAL(WS-IDX)
                END-IF
                IF EM-LEAVE-POLICY IS NUMERIC
                    MOVE EM-LEAVE-POLICY TO WS-LEAVE-POLICY(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-LEAVE-POLICY(WS-IDX)
                END-IF
                IF EM-EMPLOYEE-ID >= WS-NEXT-ID
                    COMPUTE WS-NEXT-ID = EM-EMPLOYEE-ID + 1.

        *>the old flat rate - payroll still has to go out the week the new year's table hasn't
        *>been keyed yet, it just goes out withholding the old way.
        MOVE 0 TO WS-TAXB-CNT.
        MOVE 0 TO WS-FICA-ROW-CNT.
        MOVE ZERO TO WS-ALLOWANCE-AMT.
        MOVE 'N' TO WS-TAXTBL-EOF-SWITCH.
        MOVE 'N' TO WS-TAXTBL-LOADED-SWITCH.
        ELSE
            PERFORM TAXTBL-LOAD-ROW-PARA UNTIL WS-TAXTBL-EOF-REACHED
            CLOSE TAX-TABLE-FILE
            IF WS-FICA-ROW-CNT < 5
                DISPLAY "TAXTBL.DAT HAS " WS-FICA-ROW-CNT " OF THE 5 FICA/EMPLOYER TAX RATE ROWS - THE REST USE LAST JANUARY'S BUILT-IN RATES."
            END-IF
            IF WS-TAXB-CNT > 0
                MOVE 'Y' TO WS-TAXTBL-LOADED-SWITCH
                DISPLAY WS-TAXB-CNT " TAX BRACKET(S) LOADED FROM TAXTBL.DAT."
                            DISPLAY "TAXTBL.DAT HAS MORE THAN " WS-TAXB-TABLE-CAP " BRACKETS ON FILE. IGNORING THE REST."
                            MOVE 'Y' TO WS-TAXTBL-EOF-SWITCH
                        END-IF
                    WHEN TAXTBL-TYPE = 'F' AND TAXTBL-F-RATE IS NUMERIC AND TAXTBL-F-BASE IS NUMERIC
                        PERFORM TAXTBL-FICA-ROW-PARA
                    WHEN OTHER
                        DISPLAY "TAX TABLE ROW SKIPPED - NOT A VALID ALLOWANCE OR BRACKET ROW."
                END-EVALUATE.

    TAXTBL-FICA-ROW-PARA.
        ADD 1 TO WS-FICA-ROW-CNT.
        EVALUATE TAXTBL-F-CODE
            WHEN "SS  "
                MOVE TAXTBL-F-RATE-NUM TO WS-SS-RATE
                MOVE TAXTBL-F-BASE-NUM TO WS-SS-BASE
            WHEN "MED "
                MOVE TAXTBL-F-RATE-NUM TO WS-MED-RATE
            WHEN "MEDX"
                MOVE TAXTBL-F-RATE-NUM TO WS-MEDX-RATE
                MOVE TAXTBL-F-BASE-NUM TO WS-MEDX-THRESHOLD
            WHEN "FUTA"
                MOVE TAXTBL-F-RATE-NUM TO WS-FUTA-RATE
                MOVE TAXTBL-F-BASE-NUM TO WS-FUTA-BASE
            WHEN "SUTA"
                MOVE TAXTBL-F-RATE-NUM TO WS-SUTA-RATE
                MOVE TAXTBL-F-BASE-NUM TO WS-SUTA-BASE
            WHEN OTHER
                SUBTRACT 1 FROM WS-FICA-ROW-CNT
                DISPLAY "TAX TABLE ROW SKIPPED - UNKNOWN PAYROLL TAX CODE " TAXTBL-F-CODE "."
        END-EVALUATE.

    LEAVEPOL-LOAD-PARA.
        *>No LEAVEPOL.DAT just means nobody accrues this run - the balances already on file
        *>are still there to be used.
        MOVE 0 TO WS-LVP-CNT.
        MOVE 'N' TO WS-LEAVEPOL-EOF-SWITCH.
        OPEN INPUT LEAVE-POLICY-FILE.
        IF WS-LEAVEPOL-FILE-STATUS NOT = "00"
            DISPLAY "NO LEAVE POLICY FILE FOUND (LEAVEPOL.DAT). NO LEAVE WILL ACCRUE THIS RUN."
        ELSE
            PERFORM LEAVEPOL-LOAD-ROW-PARA UNTIL WS-LEAVEPOL-EOF-REACHED
            CLOSE LEAVE-POLICY-FILE
            DISPLAY WS-LVP-CNT " LEAVE POLICY(IES) LOADED FROM LEAVEPOL.DAT.".

    LEAVEPOL-LOAD-ROW-PARA.
        READ LEAVE-POLICY-FILE
            AT END MOVE 'Y' TO WS-LEAVEPOL-EOF-SWITCH
            NOT AT END
                IF LP-CODE IS NUMERIC AND LP-VAC-RATE IS NUMERIC AND LP-SICK-RATE IS NUMERIC
                        AND LP-VAC-CARRY IS NUMERIC AND LP-SICK-CARRY IS NUMERIC
                    IF WS-LVP-CNT < WS-LVP-TABLE-CAP
                        ADD 1 TO WS-LVP-CNT
                        MOVE LP-CODE-NUM TO WS-LVP-CODE(WS-LVP-CNT)
                        MOVE LP-VAC-RATE-NUM TO WS-LVP-VAC-RATE(WS-LVP-CNT)
                        MOVE LP-SICK-RATE-NUM TO WS-LVP-SICK-RATE(WS-LVP-CNT)
                        MOVE LP-VAC-CARRY-NUM TO WS-LVP-VAC-CARRY(WS-LVP-CNT)
                        MOVE LP-SICK-CARRY-NUM TO WS-LVP-SICK-CARRY(WS-LVP-CNT)
                    ELSE
                        DISPLAY "LEAVEPOL.DAT HAS MORE THAN " WS-LVP-TABLE-CAP " POLICIES ON FILE. IGNORING THE REST."
                        MOVE 'Y' TO WS-LEAVEPOL-EOF-SWITCH
                    END-IF
                ELSE
                    DISPLAY "LEAVE POLICY ROW SKIPPED - NOT A VALID POLICY ROW."
                END-IF.

    EMPHIST-PEEK-NEXT-ID-PARA.
        *>Archived employees keep their IDs forever, but YEAR-END-ARCHIVE-PARA takes their rows
        *>out of EMPLOYEE.DAT - so working the next ID out from the active master alone could
                ELSE
                    MOVE 'P' TO WS-DD-STATUS(WS-IDX)
                END-IF
                IF CKPT-RETRO-PAY IS NUMERIC
                    MOVE CKPT-RETRO-PAY TO WS-RETRO-PAY(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-RETRO-PAY(WS-IDX)
                END-IF
                IF CKPT-RETRO-REF-DATE IS NUMERIC
                    MOVE CKPT-RETRO-REF-DATE TO WS-RETRO-REF-DATE(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-RETRO-REF-DATE(WS-IDX)
                END-IF
                IF CKPT-SS-TAX IS NUMERIC
                    MOVE CKPT-SS-TAX TO WS-SS-TAX(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-SS-TAX(WS-IDX)
                END-IF
                IF CKPT-MED-TAX IS NUMERIC
                    MOVE CKPT-MED-TAX TO WS-MED-TAX(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-MED-TAX(WS-IDX)
                END-IF
                IF CKPT-ER-SS-TAX IS NUMERIC
                    MOVE CKPT-ER-SS-TAX TO WS-ER-SS-TAX(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-ER-SS-TAX(WS-IDX)
                END-IF
                IF CKPT-ER-MED-TAX IS NUMERIC
                    MOVE CKPT-ER-MED-TAX TO WS-ER-MED-TAX(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-ER-MED-TAX(WS-IDX)
                END-IF
                IF CKPT-FUTA-TAX IS NUMERIC
                    MOVE CKPT-FUTA-TAX TO WS-FUTA-TAX(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-FUTA-TAX(WS-IDX)
                END-IF
                IF CKPT-SUTA-TAX IS NUMERIC
                    MOVE CKPT-SUTA-TAX TO WS-SUTA-TAX(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-SUTA-TAX(WS-IDX)
                END-IF
                IF CKPT-YTD-SS IS NUMERIC
                    MOVE CKPT-YTD-SS TO WS-YTD-SS(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-YTD-SS(WS-IDX)
                END-IF
                IF CKPT-YTD-MED IS NUMERIC
                    MOVE CKPT-YTD-MED TO WS-YTD-MED(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-YTD-MED(WS-IDX)
                END-IF
                IF CKPT-YTD-ER-SS IS NUMERIC
                    MOVE CKPT-YTD-ER-SS TO WS-YTD-ER-SS(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-YTD-ER-SS(WS-IDX)
                END-IF
                IF CKPT-YTD-ER-MED IS NUMERIC
                    MOVE CKPT-YTD-ER-MED TO WS-YTD-ER-MED(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-YTD-ER-MED(WS-IDX)
                END-IF
                IF CKPT-YTD-FUTA IS NUMERIC
                    MOVE CKPT-YTD-FUTA TO WS-YTD-FUTA(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-YTD-FUTA(WS-IDX)
                END-IF
                IF CKPT-YTD-SUTA IS NUMERIC
                    MOVE CKPT-YTD-SUTA TO WS-YTD-SUTA(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-YTD-SUTA(WS-IDX)
                END-IF
                IF CKPT-VAC-HOURS IS NUMERIC
                    MOVE CKPT-VAC-HOURS TO WS-VAC-HOURS(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-VAC-HOURS(WS-IDX)
                END-IF
                IF CKPT-SICK-HOURS IS NUMERIC
                    MOVE CKPT-SICK-HOURS TO WS-SICK-HOURS(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-SICK-HOURS(WS-IDX)
                END-IF
                IF CKPT-HOL-HOURS IS NUMERIC
                    MOVE CKPT-HOL-HOURS TO WS-HOL-HOURS(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-HOL-HOURS(WS-IDX)
                END-IF
                IF CKPT-UNPAID-HOURS IS NUMERIC
                    MOVE CKPT-UNPAID-HOURS TO WS-UNPAID-HOURS(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-UNPAID-HOURS(WS-IDX)
                END-IF
                IF CKPT-VAC-BAL IS NUMERIC
                    MOVE CKPT-VAC-BAL TO WS-VAC-BAL(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-VAC-BAL(WS-IDX)
                END-IF
                IF CKPT-SICK-BAL IS NUMERIC
                    MOVE CKPT-SICK-BAL TO WS-SICK-BAL(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-SICK-BAL(WS-IDX)
                END-IF
                IF CKPT-LEAVE-POLICY IS NUMERIC
                    MOVE CKPT-LEAVE-POLICY TO WS-LEAVE-POLICY(WS-IDX)
                ELSE
                    MOVE ZERO TO WS-LEAVE-POLICY(WS-IDX)
                END-IF
                IF CKPT-ID >= WS-NEXT-ID
                    COMPUTE WS-NEXT-ID = CKPT-ID + 1.

        MOVE 'S' TO CKPT-FILING-STATUS.
        MOVE ZERO TO CKPT-ALLOWANCES.
        MOVE 'P' TO CKPT-DD-STATUS.
        MOVE ZERO TO CKPT-RETRO-PAY.
        MOVE ZERO TO CKPT-RETRO-REF-DATE.
        MOVE ZERO TO CKPT-SS-TAX.
        MOVE ZERO TO CKPT-MED-TAX.
        MOVE ZERO TO CKPT-ER-SS-TAX.
        MOVE ZERO TO CKPT-ER-MED-TAX.
        MOVE ZERO TO CKPT-FUTA-TAX.
        MOVE ZERO TO CKPT-SUTA-TAX.
        MOVE ZERO TO CKPT-YTD-SS.
        MOVE ZERO TO CKPT-YTD-MED.
        MOVE ZERO TO CKPT-YTD-ER-SS.
        MOVE ZERO TO CKPT-YTD-ER-MED.
        MOVE ZERO TO CKPT-YTD-FUTA.
        MOVE ZERO TO CKPT-YTD-SUTA.
        MOVE ZERO TO CKPT-VAC-HOURS.
        MOVE ZERO TO CKPT-SICK-HOURS.
        MOVE ZERO TO CKPT-HOL-HOURS.
        MOVE ZERO TO CKPT-UNPAID-HOURS.
        MOVE ZERO TO CKPT-VAC-BAL.
        MOVE ZERO TO CKPT-SICK-BAL.
        MOVE ZERO TO CKPT-LEAVE-POLICY.
        WRITE CKPT-REC.
        *>Only the new hires entered so far this run get checkpointed - rows 1 thru WS-SAVED-CNT
        *>are already sitting in EMPLOYEE-MASTER and LOAD-PARA will bring them back on its own.
        MOVE WS-FILING-STATUS(WS-CKPT-IDX) TO CKPT-FILING-STATUS.
        MOVE WS-ALLOWANCES(WS-CKPT-IDX) TO CKPT-ALLOWANCES.
        MOVE WS-DD-STATUS(WS-CKPT-IDX) TO CKPT-DD-STATUS.
        MOVE WS-RETRO-PAY(WS-CKPT-IDX) TO CKPT-RETRO-PAY.
        MOVE WS-RETRO-REF-DATE(WS-CKPT-IDX) TO CKPT-RETRO-REF-DATE.
        MOVE WS-SS-TAX(WS-CKPT-IDX) TO CKPT-SS-TAX.
        MOVE WS-MED-TAX(WS-CKPT-IDX) TO CKPT-MED-TAX.
        MOVE WS-ER-SS-TAX(WS-CKPT-IDX) TO CKPT-ER-SS-TAX.
        MOVE WS-ER-MED-TAX(WS-CKPT-IDX) TO CKPT-ER-MED-TAX.
        MOVE WS-FUTA-TAX(WS-CKPT-IDX) TO CKPT-FUTA-TAX.
        MOVE WS-SUTA-TAX(WS-CKPT-IDX) TO CKPT-SUTA-TAX.
        MOVE WS-YTD-SS(WS-CKPT-IDX) TO CKPT-YTD-SS.
        MOVE WS-YTD-MED(WS-CKPT-IDX) TO CKPT-YTD-MED.
        MOVE WS-YTD-ER-SS(WS-CKPT-IDX) TO CKPT-YTD-ER-SS.
        MOVE WS-YTD-ER-MED(WS-CKPT-IDX) TO CKPT-YTD-ER-MED.
        MOVE WS-YTD-FUTA(WS-CKPT-IDX) TO CKPT-YTD-FUTA.
        MOVE WS-YTD-SUTA(WS-CKPT-IDX) TO CKPT-YTD-SUTA.
        MOVE WS-VAC-HOURS(WS-CKPT-IDX) TO CKPT-VAC-HOURS.
        MOVE WS-SICK-HOURS(WS-CKPT-IDX) TO CKPT-SICK-HOURS.
        MOVE WS-HOL-HOURS(WS-CKPT-IDX) TO CKPT-HOL-HOURS.
        MOVE WS-UNPAID-HOURS(WS-CKPT-IDX) TO CKPT-UNPAID-HOURS.
        MOVE WS-VAC-BAL(WS-CKPT-IDX) TO CKPT-VAC-BAL.
        MOVE WS-SICK-BAL(WS-CKPT-IDX) TO CKPT-SICK-BAL.
        MOVE WS-LEAVE-POLICY(WS-CKPT-IDX) TO CKPT-LEAVE-POLICY.
        WRITE CKPT-REC.

    CHECKPOINT-CLEAR-PARA.
        *>A batch hire's routing and account have never been tested against a real bank
        *>either - they start at prenote the same as an interactive hire.
        MOVE 'P' TO WS-DD-STATUS(WS-IDX).
        MOVE ZERO TO WS-RETRO-PAY(WS-IDX).
        MOVE ZERO TO WS-RETRO-REF-DATE(WS-IDX).
        MOVE ZERO TO WS-SS-TAX(WS-IDX).
        MOVE ZERO TO WS-MED-TAX(WS-IDX).
        MOVE ZERO TO WS-ER-SS-TAX(WS-IDX).
        MOVE ZERO TO WS-ER-MED-TAX(WS-IDX).
        MOVE ZERO TO WS-FUTA-TAX(WS-IDX).
        MOVE ZERO TO WS-SUTA-TAX(WS-IDX).
        MOVE ZERO TO WS-YTD-SS(WS-IDX).
        MOVE ZERO TO WS-YTD-MED(WS-IDX).
        MOVE ZERO TO WS-YTD-ER-SS(WS-IDX).
        MOVE ZERO TO WS-YTD-ER-MED(WS-IDX).
        MOVE ZERO TO WS-YTD-FUTA(WS-IDX).
        MOVE ZERO TO WS-YTD-SUTA(WS-IDX).
        MOVE ZERO TO WS-VAC-HOURS(WS-IDX).
        MOVE ZERO TO WS-SICK-HOURS(WS-IDX).
        MOVE ZERO TO WS-HOL-HOURS(WS-IDX).
        MOVE ZERO TO WS-UNPAID-HOURS(WS-IDX).
        MOVE ZERO TO WS-VAC-BAL(WS-IDX).
        MOVE ZERO TO WS-SICK-BAL(WS-IDX).
        MOVE ZERO TO WS-LEAVE-POLICY(WS-IDX).
        MOVE TRANS-FILING-STATUS TO WS-FILING-STATUS(WS-IDX).
        MOVE TRANS-ALLOWANCES-NUM TO WS-ALLOWANCES(WS-IDX).
        PERFORM SALARY-PARA.
        *>prenote pending, so the first run sends a zero-dollar test entry and the first
        *>real pay stays on paper (see DIRDEP-ROW-PARA).
        MOVE 'P' TO WS-DD-STATUS(WS-IDX).
        MOVE ZERO TO WS-RETRO-PAY(WS-IDX).
        MOVE ZERO TO WS-RETRO-REF-DATE(WS-IDX).
        MOVE ZERO TO WS-SS-TAX(WS-IDX).
        MOVE ZERO TO WS-MED-TAX(WS-IDX).
        MOVE ZERO TO WS-ER-SS-TAX(WS-IDX).
        MOVE ZERO TO WS-ER-MED-TAX(WS-IDX).
        MOVE ZERO TO WS-FUTA-TAX(WS-IDX).
        MOVE ZERO TO WS-SUTA-TAX(WS-IDX).
        MOVE ZERO TO WS-YTD-SS(WS-IDX).
        MOVE ZERO TO WS-YTD-MED(WS-IDX).
        MOVE ZERO TO WS-YTD-ER-SS(WS-IDX).
        MOVE ZERO TO WS-YTD-ER-MED(WS-IDX).
        MOVE ZERO TO WS-YTD-FUTA(WS-IDX).
        MOVE ZERO TO WS-YTD-SUTA(WS-IDX).
        MOVE ZERO TO WS-VAC-HOURS(WS-IDX).
        MOVE ZERO TO WS-SICK-HOURS(WS-IDX).
        MOVE ZERO TO WS-HOL-HOURS(WS-IDX).
        MOVE ZERO TO WS-UNPAID-HOURS(WS-IDX).
        MOVE ZERO TO WS-VAC-BAL(WS-IDX).
        MOVE ZERO TO WS-SICK-BAL(WS-IDX).
        MOVE ZERO TO WS-LEAVE-POLICY(WS-IDX).
        MOVE 'N' TO WS-VALID-SWITCH.
        PERFORM GET-FNAME-PARA UNTIL WS-INPUT-VALID.
        MOVE 'N' TO WS-VALID-SWITCH.
        PERFORM GET-FILING-STATUS-PARA UNTIL WS-INPUT-VALID.
        MOVE 'N' TO WS-VALID-SWITCH.
        PERFORM GET-ALLOWANCES-PARA UNTIL WS-INPUT-VALID.
        MOVE 'N' TO WS-VALID-SWITCH.
        PERFORM GET-LEAVE-POLICY-PARA UNTIL WS-INPUT-VALID.
        PERFORM SALARY-PARA.
        DISPLAY WS-A(WS-IDX) " WAS ASSIGNED EMPLOYEE ID " WS-ID(WS-IDX) ".".
        PERFORM CHECKPOINT-SAVE-PARA.
            MOVE WS-ALLOW-NUM TO WS-ALLOWANCES(WS-IDX)
            MOVE 'Y' TO WS-VALID-SWITCH.

    GET-LEAVE-POLICY-PARA.
        DISPLAY "WHICH LEAVE ACCRUAL POLICY IS " WS-A(WS-IDX) " ON (2 DIGITS - 00 FOR THE STANDARD POLICY)?".
        ACCEPT WS-LV-POLICY-INPUT.
        IF WS-LV-POLICY-INPUT IS NOT NUMERIC
            DISPLAY "LEAVE POLICY MUST BE 2 NUMERIC DIGITS. TRY AGAIN."
        ELSE
            MOVE WS-LV-POLICY-NUM TO WS-LEAVE-POLICY(WS-IDX)
            PERFORM LEAVE-POLICY-FIND-PARA
            IF WS-LVP-CNT > 0 AND NOT WS-LVP-FOUND
                DISPLAY "NO POLICY " WS-LV-POLICY-INPUT " IN LEAVEPOL.DAT. TRY AGAIN."
            ELSE
                MOVE 'Y' TO WS-VALID-SWITCH
            END-IF.

    SALARY-PARA.
        *>Time-and-a-half on anything past a 40 hour week, then bracketed withholding off
        *>TAXTBL.DAT and whatever this employee has elected off DEDUCT.DAT come out before we
        *>call it net pay.
        PERFORM GROSS-COMPUTE-PARA.
        *>Any retro pay still owed from a back-dated raise rides on the next regular check -
        *>it is taxed as part of that check's gross, the way a payroll office would pay it.
        ADD WS-RETRO-PAY(WS-IDX) TO WS-GROSS(WS-IDX).
        PERFORM TAX-COMPUTE-PARA.
        PERFORM FICA-COMPUTE-PARA.
        PERFORM DEDUCTION-TOTAL-PARA.
        PERFORM NET-COMPUTE-PARA.
        *>WS-C used to be a flat 2080-hour annual estimate. It's now the weekly gross annualized,
        *>so the rest of the report (and the master file) don't have to change shape. One-time
        *>retro pay is left out - it would overstate the annual figure fifty-two times over.
        COMPUTE WS-C(WS-IDX) = (WS-GROSS(WS-IDX) - WS-RETRO-PAY(WS-IDX)) * 52.

    GROSS-COMPUTE-PARA.
        IF WS-HOURS(WS-IDX) > WS-OVERTIME-THRESHOLD
            COMPUTE WS-GROSS(WS-IDX) =
                (WS-OVERTIME-THRESHOLD * WS-B(WS-IDX))
                + ((WS-HOURS(WS-IDX) - WS-OVERTIME-THRESHOLD) * WS-B(WS-IDX) * WS-OVERTIME-FACTOR)
        ELSE
            COMPUTE WS-GROSS(WS-IDX) = WS-HOURS(WS-IDX) * WS-B(WS-IDX).
        *>Paid leave at straight time, on top - it was never worked, so it never counts
        *>toward the overtime threshold above.
        COMPUTE WS-GROSS(WS-IDX) = WS-GROSS(WS-IDX)
            + ((WS-VAC-HOURS(WS-IDX) + WS-SICK-HOURS(WS-IDX) + WS-HOL-HOURS(WS-IDX)) * WS-B(WS-IDX)).

    NET-COMPUTE-PARA.
        *>Elections are open-ended, so a garnishment plus a 401(k) against a short week can add
        *>up to more than the check itself - WS-NET is unsigned, and storing a negative result
        *>there would silently flip it positive and send it out as a deposit. Cap the deductions
        *>at whatever the check has left after tax, so net pay floors at zero instead, and say
        *>so out loud - a shorted election is something payroll has to chase by hand.
        *>Social Security and Medicare come off ahead of the elections, the same as withholding.
        IF WS-EMP-DEDUCTION-TOTAL > WS-GROSS(WS-IDX) - WS-TAX(WS-IDX) - WS-SS-TAX(WS-IDX) - WS-MED-TAX(WS-IDX)
            COMPUTE WS-EMP-DEDUCTION-TOTAL = WS-GROSS(WS-IDX) - WS-TAX(WS-IDX) - WS-SS-TAX(WS-IDX) - WS-MED-TAX(WS-IDX)
            DISPLAY "*** " WS-A(WS-IDX) " (ID " WS-ID(WS-IDX) ") HAS ELECTED MORE IN DEDUCTIONS THAN THIS WEEK'S CHECK COVERS - DEDUCTIONS CAPPED, NET PAY IS ZERO.".
        COMPUTE WS-NET(WS-IDX) = WS-GROSS(WS-IDX) - WS-TAX(WS-IDX)
            - WS-SS-TAX(WS-IDX) - WS-MED-TAX(WS-IDX) - WS-EMP-DEDUCTION-TOTAL.

    TAX-COMPUTE-PARA.
        *>Bracketed withholding for the employee at WS-IDX. The allowance amount comes off the
            END-IF
            MOVE WS-TAXB-CEILING(WS-TAXB-IDX) TO WS-TAXB-FLOOR.

    FICA-COMPUTE-PARA.
        *>Employee Social Security and Medicare on the check at WS-IDX, plus the employer's
        *>share and its FUTA and SUTA. Every wage base is tested against the employee's YTD
        *>gross before this check - callers run this before the check accrues - so the check
        *>that crosses a base is taxed only on the part underneath it, and every check after
        *>is taxed nothing. Medicare has no base; the additional rate applies to the part of
        *>the check over its threshold instead, and only on the employee's side.
        MOVE WS-SS-BASE TO WS-FICA-BASE.
        PERFORM FICA-WAGE-SLICE-PARA.
        COMPUTE WS-SS-TAX(WS-IDX) ROUNDED = WS-FICA-WAGES * WS-SS-RATE.
        MOVE WS-SS-TAX(WS-IDX) TO WS-ER-SS-TAX(WS-IDX).
        COMPUTE WS-MED-TAX(WS-IDX) ROUNDED = WS-GROSS(WS-IDX) * WS-MED-RATE.
        MOVE WS-MED-TAX(WS-IDX) TO WS-ER-MED-TAX(WS-IDX).
        MOVE WS-MEDX-THRESHOLD TO WS-FICA-BASE.
        PERFORM FICA-WAGE-SLICE-PARA.
        IF WS-FICA-WAGES < WS-GROSS(WS-IDX)
            COMPUTE WS-MED-TAX(WS-IDX) ROUNDED = WS-MED-TAX(WS-IDX)
                + ((WS-GROSS(WS-IDX) - WS-FICA-WAGES) * WS-MEDX-RATE).
        MOVE WS-FUTA-BASE TO WS-FICA-BASE.
        PERFORM FICA-WAGE-SLICE-PARA.
        COMPUTE WS-FUTA-TAX(WS-IDX) ROUNDED = WS-FICA-WAGES * WS-FUTA-RATE.
        MOVE WS-SUTA-BASE TO WS-FICA-BASE.
        PERFORM FICA-WAGE-SLICE-PARA.
        COMPUTE WS-SUTA-TAX(WS-IDX) ROUNDED = WS-FICA-WAGES * WS-SUTA-RATE.

    FICA-WAGE-SLICE-PARA.
        *>How much of this check falls under WS-FICA-BASE, given what the year has paid so far.
        IF WS-YTD-GROSS(WS-IDX) >= WS-FICA-BASE
            MOVE ZERO TO WS-FICA-WAGES
        ELSE IF WS-YTD-GROSS(WS-IDX) + WS-GROSS(WS-IDX) > WS-FICA-BASE
            COMPUTE WS-FICA-WAGES = WS-FICA-BASE - WS-YTD-GROSS(WS-IDX)
        ELSE
            MOVE WS-GROSS(WS-IDX) TO WS-FICA-WAGES.

    FICA-REFRESH-PARA.
        *>A row nobody keyed hours for this week is paid off figures stored weeks ago, when its
        *>YTD was smaller - so before it is paid, its FICA is worked again against the YTD as
        *>it stands, and net moves by the difference. The elections that came out of it stay
        *>as they were (derived back out of the stored figures, the way GL-JOURNAL-BODY-PARA
        *>derives them), capped the same way NET-COMPUTE-PARA caps them.
        COMPUTE WS-FICA-OTHER = WS-GROSS(WS-IDX) - WS-TAX(WS-IDX)
            - WS-SS-TAX(WS-IDX) - WS-MED-TAX(WS-IDX) - WS-NET(WS-IDX).
        PERFORM FICA-COMPUTE-PARA.
        COMPUTE WS-FICA-AVAIL = WS-GROSS(WS-IDX) - WS-TAX(WS-IDX)
            - WS-SS-TAX(WS-IDX) - WS-MED-TAX(WS-IDX).
        IF WS-FICA-AVAIL < ZERO
            MOVE ZERO TO WS-FICA-AVAIL.
        IF WS-FICA-OTHER > WS-FICA-AVAIL
            MOVE WS-FICA-AVAIL TO WS-FICA-OTHER
            DISPLAY "*** " WS-A(WS-IDX) " (ID " WS-ID(WS-IDX) ") HAS ELECTED MORE IN DEDUCTIONS THAN THIS WEEK'S CHECK COVERS - DEDUCTIONS CAPPED, NET PAY IS ZERO.".
        COMPUTE WS-NET(WS-IDX) = WS-FICA-AVAIL - WS-FICA-OTHER.

    DEDUCTION-TOTAL-PARA.
        *>Sums every DEDUCT.DAT row that belongs to the employee currently sitting at WS-IDX - a
        *>straight table scan since WS-DEDUCTIONS-TABLE isn't keyed or sorted by employee ID.
        MOVE WS-DD-STATUS(WS-SORT-J) TO WS-TEMP-DD-STATUS.
        MOVE WS-DD-STATUS(WS-SORT-J + 1) TO WS-DD-STATUS(WS-SORT-J).
        MOVE WS-TEMP-DD-STATUS TO WS-DD-STATUS(WS-SORT-J + 1).
        MOVE WS-RETRO-PAY(WS-SORT-J) TO WS-TEMP-RETRO-PAY.
        MOVE WS-RETRO-PAY(WS-SORT-J + 1) TO WS-RETRO-PAY(WS-SORT-J).
        MOVE WS-TEMP-RETRO-PAY TO WS-RETRO-PAY(WS-SORT-J + 1).
        MOVE WS-RETRO-REF-DATE(WS-SORT-J) TO WS-TEMP-RETRO-REF-DATE.
        MOVE WS-RETRO-REF-DATE(WS-SORT-J + 1) TO WS-RETRO-REF-DATE(WS-SORT-J).
        MOVE WS-TEMP-RETRO-REF-DATE TO WS-RETRO-REF-DATE(WS-SORT-J + 1).
        MOVE WS-SS-TAX(WS-SORT-J) TO WS-TEMP-SS-TAX.
        MOVE WS-SS-TAX(WS-SORT-J + 1) TO WS-SS-TAX(WS-SORT-J).
        MOVE WS-TEMP-SS-TAX TO WS-SS-TAX(WS-SORT-J + 1).
        MOVE WS-MED-TAX(WS-SORT-J) TO WS-TEMP-MED-TAX.
        MOVE WS-MED-TAX(WS-SORT-J + 1) TO WS-MED-TAX(WS-SORT-J).
        MOVE WS-TEMP-MED-TAX TO WS-MED-TAX(WS-SORT-J + 1).
        MOVE WS-ER-SS-TAX(WS-SORT-J) TO WS-TEMP-ER-SS-TAX.
        MOVE WS-ER-SS-TAX(WS-SORT-J + 1) TO WS-ER-SS-TAX(WS-SORT-J).
        MOVE WS-TEMP-ER-SS-TAX TO WS-ER-SS-TAX(WS-SORT-J + 1).
        MOVE WS-ER-MED-TAX(WS-SORT-J) TO WS-TEMP-ER-MED-TAX.
        MOVE WS-ER-MED-TAX(WS-SORT-J + 1) TO WS-ER-MED-TAX(WS-SORT-J).
        MOVE WS-TEMP-ER-MED-TAX TO WS-ER-MED-TAX(WS-SORT-J + 1).
        MOVE WS-FUTA-TAX(WS-SORT-J) TO WS-TEMP-FUTA-TAX.
        MOVE WS-FUTA-TAX(WS-SORT-J + 1) TO WS-FUTA-TAX(WS-SORT-J).
        MOVE WS-TEMP-FUTA-TAX TO WS-FUTA-TAX(WS-SORT-J + 1).
        MOVE WS-SUTA-TAX(WS-SORT-J) TO WS-TEMP-SUTA-TAX.
        MOVE WS-SUTA-TAX(WS-SORT-J + 1) TO WS-SUTA-TAX(WS-SORT-J).
        MOVE WS-TEMP-SUTA-TAX TO WS-SUTA-TAX(WS-SORT-J + 1).
        MOVE WS-YTD-SS(WS-SORT-J) TO WS-TEMP-YTD-SS.
        MOVE WS-YTD-SS(WS-SORT-J + 1) TO WS-YTD-SS(WS-SORT-J).
        MOVE WS-TEMP-YTD-SS TO WS-YTD-SS(WS-SORT-J + 1).
        MOVE WS-YTD-MED(WS-SORT-J) TO WS-TEMP-YTD-MED.
        MOVE WS-YTD-MED(WS-SORT-J + 1) TO WS-YTD-MED(WS-SORT-J).
        MOVE WS-TEMP-YTD-MED TO WS-YTD-MED(WS-SORT-J + 1).
        MOVE WS-YTD-ER-SS(WS-SORT-J) TO WS-TEMP-YTD-ER-SS.
        MOVE WS-YTD-ER-SS(WS-SORT-J + 1) TO WS-YTD-ER-SS(WS-SORT-J).
        MOVE WS-TEMP-YTD-ER-SS TO WS-YTD-ER-SS(WS-SORT-J + 1).
        MOVE WS-YTD-ER-MED(WS-SORT-J) TO WS-TEMP-YTD-ER-MED.
        MOVE WS-YTD-ER-MED(WS-SORT-J + 1) TO WS-YTD-ER-MED(WS-SORT-J).
        MOVE WS-TEMP-YTD-ER-MED TO WS-YTD-ER-MED(WS-SORT-J + 1).
        MOVE WS-YTD-FUTA(WS-SORT-J) TO WS-TEMP-YTD-FUTA.
        MOVE WS-YTD-FUTA(WS-SORT-J + 1) TO WS-YTD-FUTA(WS-SORT-J).
        MOVE WS-TEMP-YTD-FUTA TO WS-YTD-FUTA(WS-SORT-J + 1).
        MOVE WS-YTD-SUTA(WS-SORT-J) TO WS-TEMP-YTD-SUTA.
        MOVE WS-YTD-SUTA(WS-SORT-J + 1) TO WS-YTD-SUTA(WS-SORT-J).
        MOVE WS-TEMP-YTD-SUTA TO WS-YTD-SUTA(WS-SORT-J + 1).
        MOVE WS-VAC-HOURS(WS-SORT-J) TO WS-TEMP-VAC-HOURS.
        MOVE WS-VAC-HOURS(WS-SORT-J + 1) TO WS-VAC-HOURS(WS-SORT-J).
        MOVE WS-TEMP-VAC-HOURS TO WS-VAC-HOURS(WS-SORT-J + 1).
        MOVE WS-SICK-HOURS(WS-SORT-J) TO WS-TEMP-SICK-HOURS.
        MOVE WS-SICK-HOURS(WS-SORT-J + 1) TO WS-SICK-HOURS(WS-SORT-J).
        MOVE WS-TEMP-SICK-HOURS TO WS-SICK-HOURS(WS-SORT-J + 1).
        MOVE WS-HOL-HOURS(WS-SORT-J) TO WS-TEMP-HOL-HOURS.
        MOVE WS-HOL-HOURS(WS-SORT-J + 1) TO WS-HOL-HOURS(WS-SORT-J).
        MOVE WS-TEMP-HOL-HOURS TO WS-HOL-HOURS(WS-SORT-J + 1).
        MOVE WS-UNPAID-HOURS(WS-SORT-J) TO WS-TEMP-UNPAID-HOURS.
        MOVE WS-UNPAID-HOURS(WS-SORT-J + 1) TO WS-UNPAID-HOURS(WS-SORT-J).
        MOVE WS-TEMP-UNPAID-HOURS TO WS-UNPAID-HOURS(WS-SORT-J + 1).
        MOVE WS-VAC-BAL(WS-SORT-J) TO WS-TEMP-VAC-BAL.
        MOVE WS-VAC-BAL(WS-SORT-J + 1) TO WS-VAC-BAL(WS-SORT-J).
        MOVE WS-TEMP-VAC-BAL TO WS-VAC-BAL(WS-SORT-J + 1).
        MOVE WS-SICK-BAL(WS-SORT-J) TO WS-TEMP-SICK-BAL.
        MOVE WS-SICK-BAL(WS-SORT-J + 1) TO WS-SICK-BAL(WS-SORT-J).
        MOVE WS-TEMP-SICK-BAL TO WS-SICK-BAL(WS-SORT-J + 1).
        MOVE WS-LEAVE-POLICY(WS-SORT-J) TO WS-TEMP-LEAVE-POLICY.
        MOVE WS-LEAVE-POLICY(WS-SORT-J + 1) TO WS-LEAVE-POLICY(WS-SORT-J).
        MOVE WS-TEMP-LEAVE-POLICY TO WS-LEAVE-POLICY(WS-SORT-J + 1).

    PRINT-PARA.
        *>Prints the list backwards because I (accidentally) put the values into the table backwards.
            PERFORM PRINT-HEADER-PARA.
        IF WS-FIRST-DEPT OR WS-DEPT(WS-MAX) NOT = WS-CURRENT-DEPT
            PERFORM DEPT-BREAK-PARA.
        MOVE WS-MAX TO WS-IDX.
        PERFORM FICA-REFRESH-PARA.
        MOVE WS-ID(WS-MAX) TO WS-ID-ED.
        MOVE WS-B(WS-MAX) TO WS-WAGE-ED.
        MOVE WS-HOURS(WS-MAX) TO WS-HOURS-ED.
        ADD WS-GROSS(WS-MAX) TO WS-GL-GROSS-TOTAL.
        ADD WS-TAX(WS-MAX) TO WS-GL-TAX-TOTAL.
        ADD WS-NET(WS-MAX) TO WS-GL-NET-TOTAL.
        ADD WS-RETRO-PAY(WS-MAX) TO WS-GL-RETRO-TOTAL.
        PERFORM FICA-GL-ADD-PARA.
        MOVE WS-RETRO-PAY(WS-MAX) TO WS-LDC-RETRO-IN.
        PERFORM LD-CHECK-BUILD-PARA.
        PERFORM LD-CHECK-POST-PARA.
        *>The year-to-date running totals accrue here, not in SALARY-PARA - SALARY-PARA only ever
        *>runs when an employee is first keyed in, but every payroll run pays every active
        *>employee again (DIRDEP-ROW-PARA sends their net out the door each run), so the YTD
        ADD WS-GROSS(WS-MAX) TO WS-YTD-GROSS(WS-MAX).
        ADD WS-TAX(WS-MAX) TO WS-YTD-TAX(WS-MAX).
        ADD WS-NET(WS-MAX) TO WS-YTD-NET(WS-MAX).
        PERFORM FICA-YTD-ADD-PARA.
        PERFORM LEAVE-POST-PARA.
        IF WS-RETRO-PAY(WS-MAX) > ZERO
            PERFORM PRINT-RETRO-LINE-PARA.
        PERFORM PRINT-DEDUCTION-LINES-PARA VARYING WS-DED-IDX FROM 1 BY 1 UNTIL WS-DED-IDX > WS-DED-CNT.

    FICA-YTD-ADD-PARA.
        ADD WS-SS-TAX(WS-IDX) TO WS-YTD-SS(WS-IDX).
        ADD WS-MED-TAX(WS-IDX) TO WS-YTD-MED(WS-IDX).
        ADD WS-ER-SS-TAX(WS-IDX) TO WS-YTD-ER-SS(WS-IDX).
        ADD WS-ER-MED-TAX(WS-IDX) TO WS-YTD-ER-MED(WS-IDX).
        ADD WS-FUTA-TAX(WS-IDX) TO WS-YTD-FUTA(WS-IDX).
        ADD WS-SUTA-TAX(WS-IDX) TO WS-YTD-SUTA(WS-IDX).

    FICA-GL-ADD-PARA.
        ADD WS-SS-TAX(WS-IDX) TO WS-GL-SS-TOTAL.
        ADD WS-MED-TAX(WS-IDX) TO WS-GL-MED-TOTAL.
        ADD WS-ER-SS-TAX(WS-IDX) TO WS-GL-ER-SS-TOTAL.
        ADD WS-ER-MED-TAX(WS-IDX) TO WS-GL-ER-MED-TOTAL.
        ADD WS-FUTA-TAX(WS-IDX) TO WS-GL-FUTA-TOTAL.
        ADD WS-SUTA-TAX(WS-IDX) TO WS-GL-SUTA-TOTAL.

    FICA-GL-CLEAR-PARA.
        MOVE ZERO TO WS-GL-SS-TOTAL WS-GL-MED-TOTAL WS-GL-ER-SS-TOTAL WS-GL-ER-MED-TOTAL.
        MOVE ZERO TO WS-GL-FUTA-TOTAL WS-GL-SUTA-TOTAL.

    PRINT-RETRO-LINE-PARA.
        *>Back pay included in the gross above, indented like the deduction lines, with the
        *>date of the PAYHIST.DAT wage change that owed it.
        IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
            PERFORM PRINT-HEADER-PARA.
        MOVE WS-RETRO-PAY(WS-MAX) TO WS-WC-RETRO-ED.
        MOVE SPACES TO PRINT-REC.
        STRING "           RETRO PAY $" DELIMITED BY SIZE WS-WC-RETRO-ED DELIMITED BY SIZE
            " - WAGE CHANGE OF " DELIMITED BY SIZE WS-RETRO-REF-DATE(WS-MAX) DELIMITED BY SIZE
            " (PAYHIST.DAT)" DELIMITED BY SIZE
            INTO PRINT-REC.
        WRITE PRINT-REC.
        ADD 1 TO WS-LINE-COUNT.

    PRINT-DEDUCTION-LINES-PARA.
        *>One itemized line per DEDUCT.DAT election this employee has on file, indented under
        *>their detail line, instead of the report carrying only the single flat figure net pay
        DISPLAY "YOU HAVE ENTERED " WS-MAX " EMPLOYEE(S). PRINTING REPORT TO PAYROLL.PRT...".
        MOVE ZERO TO WS-GRAND-TOTAL-GROSS.
        MOVE ZERO TO WS-GL-GROSS-TOTAL WS-GL-TAX-TOTAL WS-GL-NET-TOTAL WS-GL-DEDUCTION-TOTAL.
        MOVE ZERO TO WS-GL-RETRO-TOTAL.
        PERFORM FICA-GL-CLEAR-PARA.
        PERFORM GL-DEPT-CLEAR-PARA.
        MOVE ZERO TO WS-LDS-CNT.
        MOVE 'N' TO WS-RUN-PAID-SWITCH.
        MOVE 1 TO WS-PAGE-NO.
        MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
        MOVE SPACES TO WS-CURRENT-DEPT.
        IF WS-PRINT-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN PAYROLL.PRT FOR WRITING - REPORT NOT PRODUCED! STATUS: " WS-PRINT-FILE-STATUS
        ELSE
            MOVE 'Y' TO WS-RUN-PAID-SWITCH
            PERFORM PRINT-PARA UNTIL WS-MAX EQUAL 0
            IF NOT WS-FIRST-DEPT
                PERFORM PRINT-DEPT-SUBTOTAL-PARA
            *>prenote-pending row to verified as it writes the prenote, and this week that
            *>employee is still being paid on paper, which is what their stub should say.
            PERFORM PAY-STUB-PARA
            *>The register goes ahead of the deposit file for the same reason the stubs do -
            *>a prenote row's check this week is a paper one, and the register should say so.
            PERFORM PAY-REGISTER-PARA
            PERFORM DIRECT-DEPOSIT-PARA
            PERFORM GL-JOURNAL-PARA
            PERFORM LABOR-DIST-PARA.

    PAY-STUB-PARA.
        *>One stub per active employee off the same stored figures the report just printed -
            CLOSE PAY-STUB-FILE.

    PAY-STUB-ROW-PARA.
        *>Pending retro pay is already in the stored gross - it prints as its own line, not
        *>as part of the regular hours, with the wage change it settles.
        IF WS-ACTIVE(WS-IDX)
            IF WS-RETRO-PAY(WS-IDX) > ZERO
                MOVE WS-RETRO-PAY(WS-IDX) TO WS-STUB-EXTRA-AMT
                MOVE "RETRO PAY" TO WS-STUB-EXTRA-LABEL
                MOVE SPACES TO WS-STUB-EXTRA-NOTE
                STRING "  WAGE CHANGE OF " DELIMITED BY SIZE
                    WS-RETRO-REF-DATE(WS-IDX) DELIMITED BY SIZE
                    INTO WS-STUB-EXTRA-NOTE
            END-IF
            PERFORM PAY-STUB-WRITE-PARA
            MOVE ZERO TO WS-STUB-EXTRA-AMT
            MOVE SPACES TO WS-STUB-EXTRA-LABEL
            MOVE SPACES TO WS-STUB-EXTRA-NOTE.

    PAY-STUB-WRITE-PARA.
        *>SALARY-PARA only ever stored the combined gross, so the regular/overtime split gets
            "  DEPT " DELIMITED BY SIZE WS-DEPT(WS-IDX) DELIMITED BY SIZE
            INTO PAYSTUB-REC.
        WRITE PAYSTUB-REC.
        *>An off-cycle bonus pays no hours at all - no point printing a zero REGULAR line.
        IF WS-STUB-REG-HOURS > ZERO
            MOVE WS-STUB-REG-HOURS TO WS-STUB-HOURS-ED
            MOVE WS-B(WS-IDX) TO WS-STUB-RATE-ED
            MOVE WS-STUB-REG-AMT TO WS-STUB-AMT-ED
            MOVE SPACES TO PAYSTUB-REC
            STRING "  REGULAR  " DELIMITED BY SIZE WS-STUB-HOURS-ED DELIMITED BY SIZE
                " HRS @ $" DELIMITED BY SIZE WS-STUB-RATE-ED DELIMITED BY SIZE
                " = $" DELIMITED BY SIZE WS-STUB-AMT-ED DELIMITED BY SIZE
                INTO PAYSTUB-REC
            WRITE PAYSTUB-REC.
        IF WS-STUB-OT-HOURS > ZERO
            MOVE WS-STUB-OT-HOURS TO WS-STUB-HOURS-ED
            MOVE WS-STUB-OT-RATE TO WS-STUB-RATE-ED
                " = $" DELIMITED BY SIZE WS-STUB-AMT-ED DELIMITED BY SIZE
                INTO PAYSTUB-REC
            WRITE PAYSTUB-REC.
        *>A flat amount paid on top of (or instead of) hours - the off-cycle run's bonus or
        *>final-pay figure - gets its own line lined up under the others' amounts.
        IF WS-STUB-EXTRA-AMT > ZERO
            MOVE WS-STUB-EXTRA-AMT TO WS-STUB-AMT-ED
            MOVE SPACES TO PAYSTUB-REC
            STRING "  " DELIMITED BY SIZE WS-STUB-EXTRA-LABEL DELIMITED BY SIZE
                "                  = $" DELIMITED BY SIZE WS-STUB-AMT-ED DELIMITED BY SIZE
                WS-STUB-EXTRA-NOTE DELIMITED BY SIZE
                INTO PAYSTUB-REC
            WRITE PAYSTUB-REC.
        MOVE "VACATION" TO WS-STUB-LV-LABEL.
        MOVE WS-VAC-HOURS(WS-IDX) TO WS-STUB-LV-HOURS.
        PERFORM PAY-STUB-LEAVE-LINE-PARA.
        MOVE "SICK" TO WS-STUB-LV-LABEL.
        MOVE WS-SICK-HOURS(WS-IDX) TO WS-STUB-LV-HOURS.
        PERFORM PAY-STUB-LEAVE-LINE-PARA.
        MOVE "HOLIDAY" TO WS-STUB-LV-LABEL.
        MOVE WS-HOL-HOURS(WS-IDX) TO WS-STUB-LV-HOURS.
        PERFORM PAY-STUB-LEAVE-LINE-PARA.
        IF WS-UNPAID-HOURS(WS-IDX) > ZERO
            MOVE WS-UNPAID-HOURS(WS-IDX) TO WS-STUB-HOURS-ED
            MOVE SPACES TO PAYSTUB-REC
            STRING "  UNPAID   " DELIMITED BY SIZE WS-STUB-HOURS-ED DELIMITED BY SIZE
                " HRS LEAVE BEYOND BALANCE - NOT PAID" DELIMITED BY SIZE
                INTO PAYSTUB-REC
            WRITE PAYSTUB-REC.
        MOVE WS-GROSS(WS-IDX) TO WS-GROSS-ED.
        MOVE WS-TAX(WS-IDX) TO WS-STUB-TAX-ED.
        MOVE SPACES TO PAYSTUB-REC.
            "   TAX WITHHELD $" DELIMITED BY SIZE WS-STUB-TAX-ED DELIMITED BY SIZE
            INTO PAYSTUB-REC.
        WRITE PAYSTUB-REC.
        MOVE WS-SS-TAX(WS-IDX) TO WS-STUB-SS-ED.
        MOVE WS-MED-TAX(WS-IDX) TO WS-STUB-MED-ED.
        MOVE SPACES TO PAYSTUB-REC.
        STRING "  LESS SOCIAL SECURITY $" DELIMITED BY SIZE WS-STUB-SS-ED DELIMITED BY SIZE
            "   MEDICARE $" DELIMITED BY SIZE WS-STUB-MED-ED DELIMITED BY SIZE
            INTO PAYSTUB-REC.
        WRITE PAYSTUB-REC.
        PERFORM PAY-STUB-DEDUCTION-PARA VARYING WS-DED-IDX FROM 1 BY 1 UNTIL WS-DED-IDX > WS-DED-CNT.
        MOVE WS-NET(WS-IDX) TO WS-NET-ED.
        MOVE SPACES TO PAYSTUB-REC.
        IF WS-DD-VERIFIED(WS-IDX) AND NOT WS-STUB-FORCE-PAPER
            STRING "  NET PAY $" DELIMITED BY SIZE WS-NET-ED DELIMITED BY SIZE
                "  PAID BY DIRECT DEPOSIT" DELIMITED BY SIZE
                INTO PAYSTUB-REC
                "  PAID BY PAPER CHECK" DELIMITED BY SIZE
                INTO PAYSTUB-REC.
        WRITE PAYSTUB-REC.
        *>What the company paid on top, for the employee's information - none of it came out of
        *>the net above.
        MOVE WS-ER-SS-TAX(WS-IDX) TO WS-STUB-ER-SS-ED.
        MOVE WS-ER-MED-TAX(WS-IDX) TO WS-STUB-ER-MED-ED.
        MOVE WS-FUTA-TAX(WS-IDX) TO WS-STUB-FUTA-ED.
        MOVE WS-SUTA-TAX(WS-IDX) TO WS-STUB-SUTA-ED.
        MOVE SPACES TO PAYSTUB-REC.
        STRING "  EMPLOYER PAID - SS $" DELIMITED BY SIZE WS-STUB-ER-SS-ED DELIMITED BY SIZE
            "  MEDICARE $" DELIMITED BY SIZE WS-STUB-ER-MED-ED DELIMITED BY SIZE
            "  FUTA $" DELIMITED BY SIZE WS-STUB-FUTA-ED DELIMITED BY SIZE
            "  SUTA $" DELIMITED BY SIZE WS-STUB-SUTA-ED DELIMITED BY SIZE
            INTO PAYSTUB-REC.
        WRITE PAYSTUB-REC.
        MOVE WS-YTD-GROSS(WS-IDX) TO WS-QTR-GROSS-ED.
        MOVE WS-YTD-TAX(WS-IDX) TO WS-QTR-TAX-ED.
        MOVE WS-YTD-NET(WS-IDX) TO WS-QTR-NET-ED.
            "  NET $" DELIMITED BY SIZE WS-QTR-NET-ED DELIMITED BY SIZE
            INTO PAYSTUB-REC.
        WRITE PAYSTUB-REC.
        MOVE WS-YTD-SS(WS-IDX) TO WS-QTR-SS-ED.
        MOVE WS-YTD-MED(WS-IDX) TO WS-QTR-MED-ED.
        MOVE SPACES TO PAYSTUB-REC.
        STRING "  YEAR TO DATE - SOCIAL SECURITY $" DELIMITED BY SIZE WS-QTR-SS-ED DELIMITED BY SIZE
            "  MEDICARE $" DELIMITED BY SIZE WS-QTR-MED-ED DELIMITED BY SIZE
            INTO PAYSTUB-REC.
        WRITE PAYSTUB-REC.
        MOVE WS-VAC-BAL(WS-IDX) TO WS-LV-VAC-BAL-ED.
        MOVE WS-SICK-BAL(WS-IDX) TO WS-LV-SICK-BAL-ED.
        MOVE SPACES TO PAYSTUB-REC.
        STRING "  LEAVE BALANCES - VACATION " DELIMITED BY SIZE WS-LV-VAC-BAL-ED DELIMITED BY SIZE
            " HRS  SICK " DELIMITED BY SIZE WS-LV-SICK-BAL-ED DELIMITED BY SIZE
            " HRS" DELIMITED BY SIZE
            INTO PAYSTUB-REC.
        WRITE PAYSTUB-REC.

    PAY-STUB-LEAVE-LINE-PARA.
        *>Leave lines up under REGULAR and OVERTIME, always at the straight rate.
        IF WS-STUB-LV-HOURS > ZERO
            COMPUTE WS-STUB-LV-AMT = WS-STUB-LV-HOURS * WS-B(WS-IDX)
            MOVE WS-STUB-LV-HOURS TO WS-STUB-HOURS-ED
            MOVE WS-B(WS-IDX) TO WS-STUB-RATE-ED
            MOVE WS-STUB-LV-AMT TO WS-STUB-AMT-ED
            MOVE SPACES TO PAYSTUB-REC
            STRING "  " DELIMITED BY SIZE WS-STUB-LV-LABEL DELIMITED BY SIZE
                WS-STUB-HOURS-ED DELIMITED BY SIZE
                " HRS @ $" DELIMITED BY SIZE WS-STUB-RATE-ED DELIMITED BY SIZE
                " = $" DELIMITED BY SIZE WS-STUB-AMT-ED DELIMITED BY SIZE
                INTO PAYSTUB-REC
            WRITE PAYSTUB-REC.

    PAY-STUB-DEDUCTION-PARA.
        *>Same itemization PRINT-DEDUCTION-LINES-PARA puts on the office report, with the same
        *>elections that actually came out of this check.
        IF WS-DED-ID(WS-DED-IDX) = WS-ID(WS-IDX)
                AND WS-DED-EFF-DATE(WS-DED-IDX) <= WS-REPORT-DATE
                AND NOT WS-DEDUCTIONS-WAIVED
            MOVE WS-DED-AMOUNT(WS-DED-IDX) TO WS-DED-AMOUNT-ED
            MOVE SPACES TO PAYSTUB-REC
            STRING "  LESS " DELIMITED BY SIZE WS-DED-CODE(WS-DED-IDX) DELIMITED BY SIZE
                INTO PAYSTUB-REC
            WRITE PAYSTUB-REC.

    PAY-REGISTER-PARA.
        *>One register entry per active employee this run paid, off the same stored figures
        *>the report and the stubs just used. PAYREG.DAT is created the first time through.
        *>The paper checks get their numbers here too, as each one goes on the register.
        PERFORM PAYREG-OPEN-PARA.
        IF WS-PAYREG-OPEN
            MOVE 'R' TO WS-PR-CHECK-TYPE
            MOVE "CHECK REGISTER" TO WS-CK-TITLE
            MOVE 'N' TO WS-CK-APPEND-SWITCH
            PERFORM CHECK-RUN-OPEN-PARA
            PERFORM PAY-REGISTER-ROW-PARA VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOTAL-CNT
            PERFORM CHECK-RUN-CLOSE-PARA
            CLOSE PAY-REGISTER-FILE.

    PAYREG-OPEN-PARA.
        *>Same open-or-create YEAR-END-MOVE-PARA gives EMPHIST.DAT.
        MOVE 'N' TO WS-PAYREG-OPEN-SWITCH.
        OPEN I-O PAY-REGISTER-FILE.
        IF WS-PAYREG-FILE-STATUS NOT = "00"
            OPEN OUTPUT PAY-REGISTER-FILE.
        IF WS-PAYREG-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN PAYREG.DAT - CHECKS NOT REGISTERED! STATUS: " WS-PAYREG-FILE-STATUS
        ELSE
            MOVE 'Y' TO WS-PAYREG-OPEN-SWITCH.

    PAY-REGISTER-ROW-PARA.
        IF WS-ACTIVE(WS-IDX)
            PERFORM PAYREG-BUILD-PARA
            PERFORM CHECK-ASSIGN-PARA
            PERFORM PAYREG-WRITE-PARA
            PERFORM CHECK-ISSUE-PARA.

    PAYREG-BUILD-PARA.
        *>Lays the check for row WS-IDX out in PR-RECORD. The deductions are whatever the
        *>stub itemizes (the elections in force on the run date), and the total is derived as
        *>GROSS - TAX - FICA - NET the same way GL-JOURNAL-BODY-PARA derives it, so a capped election
        *>shows up in the total as what actually came out.
        MOVE WS-ID(WS-IDX) TO PR-EMPLOYEE-ID.
        MOVE WS-PERIOD-END TO PR-PERIOD-END.
        MOVE ZERO TO PR-SEQ.
        MOVE WS-PR-CHECK-TYPE TO PR-CHECK-TYPE.
        MOVE 'P' TO PR-STATUS.
        MOVE WS-REPORT-DATE TO PR-RUN-DATE.
        MOVE WS-AUDIT-OPERATOR TO PR-OPERATOR.
        MOVE WS-A(WS-IDX) TO PR-NAME.
        MOVE WS-DEPT(WS-IDX) TO PR-DEPT.
        MOVE WS-B(WS-IDX) TO PR-WAGE.
        MOVE WS-HOURS(WS-IDX) TO PR-HOURS.
        MOVE WS-GROSS(WS-IDX) TO PR-GROSS.
        MOVE WS-TAX(WS-IDX) TO PR-TAX.
        COMPUTE PR-DED-TOTAL = WS-GROSS(WS-IDX) - WS-TAX(WS-IDX)
            - WS-SS-TAX(WS-IDX) - WS-MED-TAX(WS-IDX) - WS-NET(WS-IDX).
        MOVE WS-NET(WS-IDX) TO PR-NET.
        MOVE WS-SS-TAX(WS-IDX) TO PR-SS-TAX.
        MOVE WS-MED-TAX(WS-IDX) TO PR-MED-TAX.
        MOVE WS-ER-SS-TAX(WS-IDX) TO PR-ER-SS-TAX.
        MOVE WS-ER-MED-TAX(WS-IDX) TO PR-ER-MED-TAX.
        MOVE WS-FUTA-TAX(WS-IDX) TO PR-FUTA-TAX.
        MOVE WS-SUTA-TAX(WS-IDX) TO PR-SUTA-TAX.
        MOVE WS-VAC-HOURS(WS-IDX) TO PR-VAC-HOURS.
        MOVE WS-SICK-HOURS(WS-IDX) TO PR-SICK-HOURS.
        MOVE WS-HOL-HOURS(WS-IDX) TO PR-HOL-HOURS.
        MOVE WS-UNPAID-HOURS(WS-IDX) TO PR-UNPAID-HOURS.
        IF WS-DD-VERIFIED(WS-IDX)
            MOVE 'D' TO PR-PAY-METHOD
        ELSE
            MOVE 'C' TO PR-PAY-METHOD.
        MOVE ZERO TO PR-DED-CNT.
        PERFORM PAYREG-DED-CLEAR-PARA VARYING WS-PR-DED-IDX FROM 1 BY 1 UNTIL WS-PR-DED-IDX > 10.
        PERFORM PAYREG-DED-PARA VARYING WS-DED-IDX FROM 1 BY 1 UNTIL WS-DED-IDX > WS-DED-CNT.
        MOVE ZERO TO PR-VOID-DATE.
        MOVE SPACES TO PR-VOID-OPERATOR.
        MOVE ZERO TO PR-REISSUE-OF.
        MOVE ZERO TO PR-CHECK-NO.
        *>Only a regular run's check carries the row's pending retro pay - a reissue or an
        *>off-cycle check is worked out without it.
        IF WS-PR-CHECK-TYPE = 'R'
            MOVE WS-RETRO-PAY(WS-IDX) TO PR-RETRO-PAY
            MOVE WS-RETRO-REF-DATE(WS-IDX) TO PR-RETRO-REF-DATE
        ELSE
            MOVE ZERO TO PR-RETRO-PAY
            MOVE ZERO TO PR-RETRO-REF-DATE.
        MOVE PR-RETRO-PAY TO WS-LDC-RETRO-IN.
        PERFORM LD-CHECK-BUILD-PARA.
        MOVE WS-LDC-CNT TO PR-DIST-CNT.
        PERFORM PAYREG-DIST-CLEAR-PARA VARYING WS-PR-DIST-IDX FROM 1 BY 1 UNTIL WS-PR-DIST-IDX > 6.
        PERFORM PAYREG-DIST-PARA VARYING WS-LDC-IDX FROM 1 BY 1 UNTIL WS-LDC-IDX > WS-LDC-CNT.

    PAYREG-DIST-CLEAR-PARA.
        MOVE SPACES TO PR-DIST-DEPT(WS-PR-DIST-IDX).
        MOVE SPACES TO PR-DIST-JOB(WS-PR-DIST-IDX).
        MOVE ZERO TO PR-DIST-HOURS(WS-PR-DIST-IDX).
        MOVE ZERO TO PR-DIST-AMOUNT(WS-PR-DIST-IDX).

    PAYREG-DIST-PARA.
        MOVE WS-LDC-DEPT(WS-LDC-IDX) TO PR-DIST-DEPT(WS-LDC-IDX).
        MOVE WS-LDC-JOB(WS-LDC-IDX) TO PR-DIST-JOB(WS-LDC-IDX).
        MOVE WS-LDC-HOURS(WS-LDC-IDX) TO PR-DIST-HOURS(WS-LDC-IDX).
        COMPUTE PR-DIST-AMOUNT(WS-LDC-IDX) = WS-LDC-GROSS(WS-LDC-IDX) - WS-LDC-RETRO(WS-LDC-IDX).

    PAYREG-DED-CLEAR-PARA.
        MOVE SPACES TO PR-DED-CODE(WS-PR-DED-IDX).
        MOVE ZERO TO PR-DED-AMOUNT(WS-PR-DED-IDX).

    PAYREG-DED-PARA.
        IF WS-DED-ID(WS-DED-IDX) = WS-ID(WS-IDX)
                AND WS-DED-EFF-DATE(WS-DED-IDX) <= WS-REPORT-DATE
                AND NOT WS-DEDUCTIONS-WAIVED
                AND PR-DED-CNT < 10
            ADD 1 TO PR-DED-CNT
            MOVE WS-DED-CODE(WS-DED-IDX) TO PR-DED-CODE(PR-DED-CNT)
            MOVE WS-DED-AMOUNT(WS-DED-IDX) TO PR-DED-AMOUNT(PR-DED-CNT).

    PAYREG-WRITE-PARA.
        *>Takes the next free sequence number under this employee and period - 01 for the
        *>normal case, 02 and up when a void's reissue (or a second run against the same
        *>period) already has an entry sitting there.
        MOVE ZERO TO PR-SEQ.
        MOVE 'N' TO WS-PR-WRITTEN-SWITCH.
        PERFORM PAYREG-WRITE-TRY-PARA UNTIL WS-PR-WRITTEN OR PR-SEQ = 99.
        IF NOT WS-PR-WRITTEN
            DISPLAY "*** NO FREE REGISTER SEQUENCE FOR EMPLOYEE " PR-EMPLOYEE-ID " PERIOD " PR-PERIOD-END " - CHECK NOT REGISTERED! STATUS: " WS-PAYREG-FILE-STATUS.

    PAYREG-WRITE-TRY-PARA.
        ADD 1 TO PR-SEQ.
        MOVE 'Y' TO WS-PR-WRITTEN-SWITCH.
        WRITE PR-RECORD
            INVALID KEY MOVE 'N' TO WS-PR-WRITTEN-SWITCH
        END-WRITE.

    DIRECT-DEPOSIT-PARA.
        *>Builds DIRDEP.DAT right after PAYROLL.PRT closes, off the same WS-NET this run just
        *>printed, so a payroll run hands the bank something it can post instead of just
                *>turns $1,234.45 into 123445 cents rather than silently stripping it down to 1234.
                COMPUTE WS-DD-AMOUNT-CENTS = WS-NET(WS-IDX) * 100
            END-IF
            PERFORM DIRDEP-ENTRY-WRITE-PARA
            *>The prenote has gone out, so this row is live from the next run on - unless the
            *>bank's return file flips it to paper check first, which is the whole point of
            *>running 'R' between paydays. SAVE-PARA persists the flip.
            END-IF
        END-IF.

    DIRDEP-ENTRY-WRITE-PARA.
        *>The rest of one entry for row WS-IDX, once the caller has set the record type, the
        *>transaction code, and WS-DD-AMOUNT-CENTS and bumped the trace number.
        MOVE WS-ROUTING(WS-IDX) TO DD-ROUTING.
        MOVE WS-ACCOUNT(WS-IDX) TO DD-ACCOUNT.
        MOVE WS-DD-AMOUNT-CENTS TO DD-AMOUNT.
        MOVE WS-ID(WS-IDX) TO DD-INDIVIDUAL-ID.
        MOVE WS-A(WS-IDX) TO DD-INDIVIDUAL-NAME.
        MOVE SPACES TO DD-DISCRETIONARY.
        MOVE '0' TO DD-ADDENDA-IND.
        MOVE WS-DD-TRACE TO DD-TRACE-NUMBER.
        WRITE DIRDEP-REC.

    GL-JOURNAL-PARA.
        *>Balanced: wage expense debited for the full gross, tax liability, net pay,
        *>and deductions payable all credited out of it - NET was derived in SALARY-PARA as
        *>GROSS - TAX - DEDUCTIONS, so TAX + NET alone only balances against GROSS when nobody has
        *>a deduction election on file. DEDUCTIONS PAYABLE is the credit that makes up the
        *>difference, derived here as GROSS - TAX - SS - MEDICARE - NET off the same stored figures the other
        *>three lines print - not re-added from DEDUCT.DAT, whose elections may have changed since
        *>a row's pay was last computed - so DEBIT TOTAL equals CREDIT TOTAL by arithmetic no
        *>matter what the elections file says today. The employer's taxes ride alongside as
        *>expense/payable pairs, so they never disturb that balance.
        OPEN OUTPUT GL-JOURNAL-FILE.
        IF WS-GLJRNL-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN GLJRNL.PRT - GL JOURNAL ENTRY NOT PRODUCED! STATUS: " WS-GLJRNL-FILE-STATUS
                " - PERIOD ENDING: " DELIMITED BY SIZE WS-PERIOD-ED DELIMITED BY SIZE
                INTO GLJRNL-REC
            WRITE GLJRNL-REC
            MOVE 'N' TO WS-GL-REVERSE-SWITCH
            PERFORM GL-JOURNAL-BODY-PARA
            CLOSE GL-JOURNAL-FILE.

    GL-JOURNAL-BODY-PARA.
        *>Everything under the title line, off whatever sits in WS-GL-GROSS/TAX/NET-TOTAL - the
        *>whole run's totals for GL-JOURNAL-PARA, one check's figures for the void transaction.
        *>The caller has the file open and its own title written.
        COMPUTE WS-GL-DEDUCTION-TOTAL =
            WS-GL-GROSS-TOTAL - WS-GL-TAX-TOTAL - WS-GL-SS-TOTAL - WS-GL-MED-TOTAL
            - WS-GL-NET-TOTAL.
        MOVE SPACES TO GLJRNL-REC.
        WRITE GLJRNL-REC.
        MOVE "ACCOUNT                        DEBIT         CREDIT" TO GLJRNL-REC.
        WRITE GLJRNL-REC.
        MOVE WS-DASH-LINE TO GLJRNL-REC.
        WRITE GLJRNL-REC.
        *>Retro pay is expensed on its own line, out of the gross, so the two debits still
        *>add back to it.
        *>Wage expense is debited per department wherever the caller built WS-GL-DEPT-TABLE;
        *>the lump line is only for a caller that didn't.
        IF WS-GLD-CNT = ZERO
            MOVE "WAGE EXPENSE" TO WS-GL-ACCOUNT
            COMPUTE WS-GL-AMOUNT = WS-GL-GROSS-TOTAL - WS-GL-RETRO-TOTAL
            MOVE 'D' TO WS-GL-SIDE
            PERFORM GL-LINE-PARA
        ELSE
            PERFORM GL-DEPT-LINE-PARA VARYING WS-GLD-IDX FROM 1 BY 1 UNTIL WS-GLD-IDX > WS-GLD-CNT.
        IF WS-GL-RETRO-TOTAL > ZERO
            MOVE "RETRO WAGE EXPENSE" TO WS-GL-ACCOUNT
            MOVE WS-GL-RETRO-TOTAL TO WS-GL-AMOUNT
            MOVE 'D' TO WS-GL-SIDE
            PERFORM GL-LINE-PARA.
        *>The employer's own taxes are an expense on top of wages, each debited here and credited
        *>to its own payable below, so they balance among themselves and leave the wage lines alone.
        MOVE "EMPLOYER SS TAX EXPENSE" TO WS-GL-ACCOUNT.
        MOVE WS-GL-ER-SS-TOTAL TO WS-GL-AMOUNT.
        MOVE 'D' TO WS-GL-SIDE.
        PERFORM GL-LINE-PARA.
        MOVE "EMPLOYER MEDICARE EXPENSE" TO WS-GL-ACCOUNT.
        MOVE WS-GL-ER-MED-TOTAL TO WS-GL-AMOUNT.
        MOVE 'D' TO WS-GL-SIDE.
        PERFORM GL-LINE-PARA.
        MOVE "FUTA TAX EXPENSE" TO WS-GL-ACCOUNT.
        MOVE WS-GL-FUTA-TOTAL TO WS-GL-AMOUNT.
        MOVE 'D' TO WS-GL-SIDE.
        PERFORM GL-LINE-PARA.
        MOVE "SUTA TAX EXPENSE" TO WS-GL-ACCOUNT.
        MOVE WS-GL-SUTA-TOTAL TO WS-GL-AMOUNT.
        MOVE 'D' TO WS-GL-SIDE.
        PERFORM GL-LINE-PARA.
        MOVE "TAX LIABILITY" TO WS-GL-ACCOUNT.
        MOVE WS-GL-TAX-TOTAL TO WS-GL-AMOUNT.
        MOVE 'C' TO WS-GL-SIDE.
        PERFORM GL-LINE-PARA.
        MOVE "SS TAX WITHHELD PAYABLE" TO WS-GL-ACCOUNT.
        MOVE WS-GL-SS-TOTAL TO WS-GL-AMOUNT.
        MOVE 'C' TO WS-GL-SIDE.
        PERFORM GL-LINE-PARA.
        MOVE "MEDICARE WITHHELD PAYABLE" TO WS-GL-ACCOUNT.
        MOVE WS-GL-MED-TOTAL TO WS-GL-AMOUNT.
        MOVE 'C' TO WS-GL-SIDE.
        PERFORM GL-LINE-PARA.
        MOVE "EMPLOYER SS TAX PAYABLE" TO WS-GL-ACCOUNT.
        MOVE WS-GL-ER-SS-TOTAL TO WS-GL-AMOUNT.
        MOVE 'C' TO WS-GL-SIDE.
        PERFORM GL-LINE-PARA.
        MOVE "EMPLOYER MEDICARE PAYABLE" TO WS-GL-ACCOUNT.
        MOVE WS-GL-ER-MED-TOTAL TO WS-GL-AMOUNT.
        MOVE 'C' TO WS-GL-SIDE.
        PERFORM GL-LINE-PARA.
        MOVE "FUTA TAX PAYABLE" TO WS-GL-ACCOUNT.
        MOVE WS-GL-FUTA-TOTAL TO WS-GL-AMOUNT.
        MOVE 'C' TO WS-GL-SIDE.
        PERFORM GL-LINE-PARA.
        MOVE "SUTA TAX PAYABLE" TO WS-GL-ACCOUNT.
        MOVE WS-GL-SUTA-TOTAL TO WS-GL-AMOUNT.
        MOVE 'C' TO WS-GL-SIDE.
        PERFORM GL-LINE-PARA.
        MOVE "NET PAY (CASH)" TO WS-GL-ACCOUNT.
        MOVE WS-GL-NET-TOTAL TO WS-GL-AMOUNT.
        MOVE 'C' TO WS-GL-SIDE.
        PERFORM GL-LINE-PARA.
        MOVE "DEDUCTIONS PAYABLE" TO WS-GL-ACCOUNT.
        MOVE WS-GL-DEDUCTION-TOTAL TO WS-GL-AMOUNT.
        MOVE 'C' TO WS-GL-SIDE.
        PERFORM GL-LINE-PARA.
        MOVE WS-DASH-LINE TO GLJRNL-REC.
        WRITE GLJRNL-REC.

    GL-DEPT-LINE-PARA.
        MOVE SPACES TO WS-GL-ACCOUNT.
        STRING "WAGE EXPENSE - DEPT " DELIMITED BY SIZE WS-GLD-DEPT(WS-GLD-IDX) DELIMITED BY SIZE
            INTO WS-GL-ACCOUNT.
        MOVE WS-GLD-AMOUNT(WS-GLD-IDX) TO WS-GL-AMOUNT.
        MOVE 'D' TO WS-GL-SIDE.
        PERFORM GL-LINE-PARA.

    GL-DEPT-CLEAR-PARA.
        MOVE ZERO TO WS-GLD-CNT.

    GL-DEPT-ADD-PARA.
        *>Adds WS-GLD-ADD-AMT to WS-GLD-ADD-DEPT's wage expense. A run charging more departments
        *>than the table holds piles the overflow onto the last one, and says so.
        MOVE ZERO TO WS-GLD-FOUND-IDX.
        PERFORM GL-DEPT-FIND-PARA VARYING WS-GLD-IDX FROM 1 BY 1 UNTIL WS-GLD-IDX > WS-GLD-CNT.
        IF WS-GLD-FOUND-IDX = ZERO AND WS-GLD-CNT < WS-GLD-CAP
            ADD 1 TO WS-GLD-CNT
            MOVE WS-GLD-CNT TO WS-GLD-FOUND-IDX
            MOVE WS-GLD-ADD-DEPT TO WS-GLD-DEPT(WS-GLD-CNT)
            MOVE ZERO TO WS-GLD-AMOUNT(WS-GLD-CNT).
        IF WS-GLD-FOUND-IDX = ZERO
            DISPLAY "*** MORE THAN " WS-GLD-CAP " DEPARTMENTS - DEPT " WS-GLD-ADD-DEPT " WAGES POSTED UNDER DEPT " WS-GLD-DEPT(WS-GLD-CNT) "."
            MOVE WS-GLD-CNT TO WS-GLD-FOUND-IDX.
        ADD WS-GLD-ADD-AMT TO WS-GLD-AMOUNT(WS-GLD-FOUND-IDX).

    GL-DEPT-FIND-PARA.
        IF WS-GLD-FOUND-IDX = ZERO AND WS-GLD-DEPT(WS-GLD-IDX) = WS-GLD-ADD-DEPT
            MOVE WS-GLD-IDX TO WS-GLD-FOUND-IDX.

    GL-LINE-PARA.
        *>Debits print under DEBIT at column 31, credits under CREDIT at column 45. A reversing
        *>entry posts every line to the other side, which is all a reversal is.
        IF WS-GL-REVERSING
            IF WS-GL-DEBIT
                MOVE 'C' TO WS-GL-SIDE
            ELSE
                MOVE 'D' TO WS-GL-SIDE
            END-IF
        END-IF.
        MOVE WS-GL-AMOUNT TO WS-GL-AMOUNT-ED.
        MOVE SPACES TO GLJRNL-REC.
        IF WS-GL-DEBIT
            STRING WS-GL-ACCOUNT DELIMITED BY SIZE
                WS-GL-AMOUNT-ED DELIMITED BY SIZE
                INTO GLJRNL-REC
        ELSE
            STRING WS-GL-ACCOUNT DELIMITED BY SIZE
                "              " DELIMITED BY SIZE
                WS-GL-AMOUNT-ED DELIMITED BY SIZE
                INTO GLJRNL-REC.
        WRITE GLJRNL-REC.

    GL-APPEND-OPEN-PARA.
        *>For the transactions that add an entry to the current GLJRNL.PRT instead of replacing
        *>it - same extend-or-create open AUDIT-WRITE-PARA gives AUDIT.LOG.
        OPEN EXTEND GL-JOURNAL-FILE.
        IF WS-GLJRNL-FILE-STATUS NOT = "00"
            OPEN OUTPUT GL-JOURNAL-FILE.

    SAVE-PARA.
        *>WS-MAX got walked down to 0 by PRINT-PARA above, so we drive this off WS-TOTAL-CNT instead.
        *>The whole roster gets rewritten from the table each time, same as before - just into an
        *>indexed file now instead of a flat one.
        PERFORM BACKUP-TAKE-PARA.
        OPEN OUTPUT EMPLOYEE-MASTER.
        IF WS-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN EMPLOYEE.DAT FOR SAVING - ROSTER NOT PERSISTED! STATUS: " WS-FILE-STATUS
        MOVE WS-FILING-STATUS(WS-IDX) TO EM-FILING-STATUS.
        MOVE WS-ALLOWANCES(WS-IDX) TO EM-ALLOWANCES.
        MOVE WS-DD-STATUS(WS-IDX) TO EM-DD-STATUS.
        MOVE WS-RETRO-PAY(WS-IDX) TO EM-RETRO-PAY.
        MOVE WS-RETRO-REF-DATE(WS-IDX) TO EM-RETRO-REF-DATE.
        MOVE WS-SS-TAX(WS-IDX) TO EM-SS-TAX.
        MOVE WS-MED-TAX(WS-IDX) TO EM-MED-TAX.
        MOVE WS-ER-SS-TAX(WS-IDX) TO EM-ER-SS-TAX.
        MOVE WS-ER-MED-TAX(WS-IDX) TO EM-ER-MED-TAX.
        MOVE WS-FUTA-TAX(WS-IDX) TO EM-FUTA-TAX.
        MOVE WS-SUTA-TAX(WS-IDX) TO EM-SUTA-TAX.
        MOVE WS-YTD-SS(WS-IDX) TO EM-YTD-SS.
        MOVE WS-YTD-MED(WS-IDX) TO EM-YTD-MED.
        MOVE WS-YTD-ER-SS(WS-IDX) TO EM-YTD-ER-SS.
        MOVE WS-YTD-ER-MED(WS-IDX) TO EM-YTD-ER-MED.
        MOVE WS-YTD-FUTA(WS-IDX) TO EM-YTD-FUTA.
        MOVE WS-YTD-SUTA(WS-IDX) TO EM-YTD-SUTA.
        MOVE WS-VAC-HOURS(WS-IDX) TO EM-VAC-HOURS.
        MOVE WS-SICK-HOURS(WS-IDX) TO EM-SICK-HOURS.
        MOVE WS-HOL-HOURS(WS-IDX) TO EM-HOL-HOURS.
        MOVE WS-UNPAID-HOURS(WS-IDX) TO EM-UNPAID-HOURS.
        MOVE WS-VAC-BAL(WS-IDX) TO EM-VAC-BAL.
        MOVE WS-SICK-BAL(WS-IDX) TO EM-SICK-BAL.
        MOVE WS-LEAVE-POLICY(WS-IDX) TO EM-LEAVE-POLICY.
        WRITE EM-RECORD.

    LD-CHECK-BUILD-PARA.
        *>Spreads the check at WS-IDX over its charge lines. Worked pay (the gross less leave
        *>and retro) is shared out by hours, the last line taking the rounding, and each line's
        *>share is split into straight time and overtime premium - so the premium follows the
        *>hours, wherever they were worked. Leave and retro pay belong to nobody's job and stay
        *>on the home department. The employer's taxes then follow each line's share of the
        *>gross. With no charge lines, or lines that no longer add up to the hours paid (a
        *>stored row re-paid, an off-cycle or reissued check), it is all one home line.
        *>WS-LDC-RETRO-IN is the retro pay in this gross - the caller sets it.
        MOVE ZERO TO WS-LDC-CNT.
        MOVE ZERO TO WS-LDC-HRS-SUM.
        PERFORM LD-CHECK-COLLECT-PARA VARYING WS-TCL-IDX FROM 1 BY 1 UNTIL WS-TCL-IDX > WS-TCL-CNT.
        IF WS-LDC-CNT = ZERO OR WS-LDC-HRS-SUM NOT = WS-HOURS(WS-IDX)
            MOVE 1 TO WS-LDC-CNT
            MOVE WS-DEPT(WS-IDX) TO WS-LDC-DEPT(1)
            MOVE SPACES TO WS-LDC-JOB(1)
            MOVE WS-HOURS(WS-IDX) TO WS-LDC-HOURS(1).
        PERFORM LD-LINE-CLEAR-PARA VARYING WS-LDC-IDX FROM 1 BY 1 UNTIL WS-LDC-IDX > WS-LDC-CNT.
        COMPUTE WS-LDC-LEAVE-PAY = (WS-VAC-HOURS(WS-IDX) + WS-SICK-HOURS(WS-IDX) + WS-HOL-HOURS(WS-IDX))
            * WS-B(WS-IDX).
        COMPUTE WS-LDC-WORKED = WS-GROSS(WS-IDX) - WS-LDC-RETRO-IN - WS-LDC-LEAVE-PAY.
        IF WS-LDC-WORKED < ZERO
            MOVE ZERO TO WS-LDC-WORKED.
        MOVE ZERO TO WS-LDC-ALLOC.
        PERFORM LD-LINE-WAGE-PARA VARYING WS-LDC-IDX FROM 1 BY 1 UNTIL WS-LDC-IDX > WS-LDC-CNT.
        IF WS-LDC-LEAVE-PAY > ZERO OR WS-LDC-RETRO-IN > ZERO
            PERFORM LD-HOME-LINE-PARA
            ADD WS-LDC-LEAVE-PAY TO WS-LDC-OTHER(WS-LDC-HOME-IDX)
            ADD WS-LDC-RETRO-IN TO WS-LDC-OTHER(WS-LDC-HOME-IDX)
            MOVE WS-LDC-RETRO-IN TO WS-LDC-RETRO(WS-LDC-HOME-IDX)
            COMPUTE WS-LDC-LEAVE-HRS(WS-LDC-HOME-IDX) =
                WS-VAC-HOURS(WS-IDX) + WS-SICK-HOURS(WS-IDX) + WS-HOL-HOURS(WS-IDX).
        COMPUTE WS-LDC-ER-TOTAL = WS-ER-SS-TAX(WS-IDX) + WS-ER-MED-TAX(WS-IDX)
            + WS-FUTA-TAX(WS-IDX) + WS-SUTA-TAX(WS-IDX).
        MOVE ZERO TO WS-LDC-ALLOC.
        PERFORM LD-LINE-TAX-PARA VARYING WS-LDC-IDX FROM 1 BY 1 UNTIL WS-LDC-IDX > WS-LDC-CNT.

    LD-CHECK-COLLECT-PARA.
        IF WS-TCL-ID(WS-TCL-IDX) = WS-ID(WS-IDX) AND WS-TCL-HOURS(WS-TCL-IDX) > ZERO
                AND WS-LDC-CNT < WS-TCL-LINE-CAP
            ADD 1 TO WS-LDC-CNT
            MOVE WS-TCL-DEPT(WS-TCL-IDX) TO WS-LDC-DEPT(WS-LDC-CNT)
            MOVE WS-TCL-JOB(WS-TCL-IDX) TO WS-LDC-JOB(WS-LDC-CNT)
            MOVE WS-TCL-HOURS(WS-TCL-IDX) TO WS-LDC-HOURS(WS-LDC-CNT)
            ADD WS-TCL-HOURS(WS-TCL-IDX) TO WS-LDC-HRS-SUM.

    LD-LINE-CLEAR-PARA.
        MOVE ZERO TO WS-LDC-LEAVE-HRS(WS-LDC-IDX) WS-LDC-STRAIGHT(WS-LDC-IDX)
            WS-LDC-PREMIUM(WS-LDC-IDX) WS-LDC-OTHER(WS-LDC-IDX) WS-LDC-RETRO(WS-LDC-IDX)
            WS-LDC-GROSS(WS-LDC-IDX) WS-LDC-ER-TAX(WS-LDC-IDX).

    LD-LINE-WAGE-PARA.
        IF WS-LDC-IDX = WS-LDC-CNT
            COMPUTE WS-LDC-SCRATCH = WS-LDC-WORKED - WS-LDC-ALLOC
        ELSE
            COMPUTE WS-LDC-SCRATCH ROUNDED =
                WS-LDC-WORKED * WS-LDC-HOURS(WS-LDC-IDX) / WS-HOURS(WS-IDX)
            ADD WS-LDC-SCRATCH TO WS-LDC-ALLOC.
        IF WS-LDC-SCRATCH < ZERO
            MOVE ZERO TO WS-LDC-SCRATCH.
        COMPUTE WS-LDC-STRAIGHT(WS-LDC-IDX) = WS-LDC-HOURS(WS-LDC-IDX) * WS-B(WS-IDX).
        IF WS-LDC-STRAIGHT(WS-LDC-IDX) > WS-LDC-SCRATCH
            MOVE WS-LDC-SCRATCH TO WS-LDC-STRAIGHT(WS-LDC-IDX).
        COMPUTE WS-LDC-PREMIUM(WS-LDC-IDX) = WS-LDC-SCRATCH - WS-LDC-STRAIGHT(WS-LDC-IDX).

    LD-HOME-LINE-PARA.
        *>The home department line with no job code - added on the end if the card didn't
        *>have one.
        MOVE ZERO TO WS-LDC-HOME-IDX.
        PERFORM LD-HOME-FIND-PARA VARYING WS-LDC-IDX FROM 1 BY 1 UNTIL WS-LDC-IDX > WS-LDC-CNT.
        IF WS-LDC-HOME-IDX = ZERO
            ADD 1 TO WS-LDC-CNT
            MOVE WS-LDC-CNT TO WS-LDC-HOME-IDX
            MOVE WS-LDC-CNT TO WS-LDC-IDX
            MOVE WS-DEPT(WS-IDX) TO WS-LDC-DEPT(WS-LDC-IDX)
            MOVE SPACES TO WS-LDC-JOB(WS-LDC-IDX)
            MOVE ZERO TO WS-LDC-HOURS(WS-LDC-IDX)
            PERFORM LD-LINE-CLEAR-PARA.

    LD-HOME-FIND-PARA.
        IF WS-LDC-HOME-IDX = ZERO AND WS-LDC-DEPT(WS-LDC-IDX) = WS-DEPT(WS-IDX)
                AND WS-LDC-JOB(WS-LDC-IDX) = SPACES
            MOVE WS-LDC-IDX TO WS-LDC-HOME-IDX.

    LD-LINE-TAX-PARA.
        COMPUTE WS-LDC-GROSS(WS-LDC-IDX) = WS-LDC-STRAIGHT(WS-LDC-IDX)
            + WS-LDC-PREMIUM(WS-LDC-IDX) + WS-LDC-OTHER(WS-LDC-IDX).
        IF WS-LDC-IDX = WS-LDC-CNT
            COMPUTE WS-LDC-SCRATCH = WS-LDC-ER-TOTAL - WS-LDC-ALLOC
        ELSE IF WS-GROSS(WS-IDX) > ZERO
            COMPUTE WS-LDC-SCRATCH ROUNDED =
                WS-LDC-ER-TOTAL * WS-LDC-GROSS(WS-LDC-IDX) / WS-GROSS(WS-IDX)
            ADD WS-LDC-SCRATCH TO WS-LDC-ALLOC
        ELSE
            MOVE ZERO TO WS-LDC-SCRATCH.
        IF WS-LDC-SCRATCH < ZERO
            MOVE ZERO TO WS-LDC-SCRATCH.
        MOVE WS-LDC-SCRATCH TO WS-LDC-ER-TAX(WS-LDC-IDX).

    LD-CHECK-POST-PARA.
        *>A regular run's check: onto the labor distribution and the GL's department lines.
        PERFORM LD-SUM-ADD-PARA VARYING WS-LDC-IDX FROM 1 BY 1 UNTIL WS-LDC-IDX > WS-LDC-CNT.
        PERFORM LD-CHECK-GL-PARA.

    LD-CHECK-GL-PARA.
        PERFORM LD-GL-LINE-PARA VARYING WS-LDC-IDX FROM 1 BY 1 UNTIL WS-LDC-IDX > WS-LDC-CNT.

    LD-GL-LINE-PARA.
        MOVE WS-LDC-DEPT(WS-LDC-IDX) TO WS-GLD-ADD-DEPT.
        COMPUTE WS-GLD-ADD-AMT = WS-LDC-GROSS(WS-LDC-IDX) - WS-LDC-RETRO(WS-LDC-IDX).
        PERFORM GL-DEPT-ADD-PARA.

    LD-SUM-ADD-PARA.
        MOVE ZERO TO WS-LDS-FOUND-IDX.
        PERFORM LD-SUM-FIND-PARA VARYING WS-LDS-IDX FROM 1 BY 1 UNTIL WS-LDS-IDX > WS-LDS-CNT.
        IF WS-LDS-FOUND-IDX = ZERO AND WS-LDS-CNT < WS-LDS-TABLE-CAP
            ADD 1 TO WS-LDS-CNT
            MOVE WS-LDS-CNT TO WS-LDS-FOUND-IDX
            INITIALIZE WS-LDS-ENTRY(WS-LDS-CNT)
            MOVE WS-LDC-DEPT(WS-LDC-IDX) TO WS-LDS-DEPT(WS-LDS-CNT)
            MOVE WS-LDC-JOB(WS-LDC-IDX) TO WS-LDS-JOB(WS-LDS-CNT).
        IF WS-LDS-FOUND-IDX = ZERO
            DISPLAY "*** LABOR DISTRIBUTION FULL - " WS-LDC-DEPT(WS-LDC-IDX) " " WS-LDC-JOB(WS-LDC-IDX) " LEFT OFF LABDIST.PRT."
        ELSE
            ADD WS-LDC-HOURS(WS-LDC-IDX) TO WS-LDS-HOURS(WS-LDS-FOUND-IDX)
            ADD WS-LDC-LEAVE-HRS(WS-LDC-IDX) TO WS-LDS-LEAVE-HRS(WS-LDS-FOUND-IDX)
            ADD WS-LDC-STRAIGHT(WS-LDC-IDX) TO WS-LDS-STRAIGHT(WS-LDS-FOUND-IDX)
            ADD WS-LDC-PREMIUM(WS-LDC-IDX) TO WS-LDS-PREMIUM(WS-LDS-FOUND-IDX)
            ADD WS-LDC-OTHER(WS-LDC-IDX) TO WS-LDS-OTHER(WS-LDS-FOUND-IDX)
            ADD WS-LDC-GROSS(WS-LDC-IDX) TO WS-LDS-GROSS(WS-LDS-FOUND-IDX)
            ADD WS-LDC-ER-TAX(WS-LDC-IDX) TO WS-LDS-ER-TAX(WS-LDS-FOUND-IDX).

    LD-SUM-FIND-PARA.
        IF WS-LDS-FOUND-IDX = ZERO AND WS-LDS-DEPT(WS-LDS-IDX) = WS-LDC-DEPT(WS-LDC-IDX)
                AND WS-LDS-JOB(WS-LDS-IDX) = WS-LDC-JOB(WS-LDC-IDX)
            MOVE WS-LDS-IDX TO WS-LDS-FOUND-IDX.

    LABOR-DIST-PARA.
        *>What cost accounting used to work out by hand: every department/job code the run's
        *>hours were charged to, with what they cost - straight time, overtime premium, the
        *>leave and retro pay that sit on home departments, and the employer's taxes on top -
        *>subtotalled by department.
        OPEN OUTPUT LABOR-DIST-FILE.
        IF WS-LABDIST-FILE-STATUS NOT = "00"
            DISPLAY "*** COULD NOT OPEN LABDIST.PRT - LABOR DISTRIBUTION NOT PRODUCED! STATUS: " WS-LABDIST-FILE-STATUS
        ELSE
            MOVE SPACES TO LABDIST-REC
            STRING "LABOR DISTRIBUTION - RUN DATE: " DELIMITED BY SIZE WS-DATE-ED DELIMITED BY SIZE
                " - PERIOD ENDING: " DELIMITED BY SIZE WS-PERIOD-ED DELIMITED BY SIZE
                INTO LABDIST-REC
            WRITE LABDIST-REC
            MOVE SPACES TO LABDIST-REC
            WRITE LABDIST-REC
            PERFORM LD-HEADING-PARA
            MOVE WS-DASH-LINE TO LABDIST-REC
            WRITE LABDIST-REC
            PERFORM LD-SORT-PASS-PARA VARYING WS-LDS-IDX FROM 1 BY 1 UNTIL WS-LDS-IDX >= WS-LDS-CNT
            INITIALIZE WS-LDS-DEPT-TOT
            INITIALIZE WS-LDS-GRAND
            MOVE SPACES TO WS-LD-CURRENT-DEPT
            PERFORM LD-REPORT-ROW-PARA VARYING WS-LDS-IDX FROM 1 BY 1 UNTIL WS-LDS-IDX > WS-LDS-CNT
            IF WS-LDS-CNT > ZERO
                PERFORM LD-DEPT-TOTAL-PARA
            END-IF
            MOVE WS-DASH-LINE TO LABDIST-REC
            WRITE LABDIST-REC
            MOVE WS-LDS-GRAND TO WS-LDS-PRINT
            MOVE "TOTAL" TO WS-LDP-DEPT
            MOVE SPACES TO WS-LDP-JOB
            PERFORM LD-PRINT-LINE-PARA
            CLOSE LABOR-DIST-FILE.

    LD-HEADING-PARA.
        MOVE SPACES TO WS-LD-LINE.
        MOVE "DEPT" TO LDL-DEPT.
        MOVE "JOB" TO LDL-JOB.
        MOVE "WORKED HRS" TO LDL-HOURS.
        MOVE "LEAVE HRS" TO LDL-LEAVE-HRS.
        MOVE "STRAIGHT TIME" TO LDL-STRAIGHT.
        MOVE "OT PREMIUM" TO LDL-PREMIUM.
        MOVE "LEAVE/RETRO" TO LDL-OTHER.
        MOVE "GROSS PAY" TO LDL-GROSS.
        MOVE "EMPLOYER TAX" TO LDL-ER-TAX.
        MOVE "TOTAL COST" TO LDL-COST.
        MOVE WS-LD-LINE TO LABDIST-REC.
        WRITE LABDIST-REC.

    LD-SORT-PASS-PARA.
        PERFORM LD-SORT-COMPARE-PARA VARYING WS-LDS-J FROM 1 BY 1
            UNTIL WS-LDS-J > WS-LDS-CNT - WS-LDS-IDX.

    LD-SORT-COMPARE-PARA.
        COMPUTE WS-LDS-K = WS-LDS-J + 1.
        IF WS-LDS-DEPT(WS-LDS-J) > WS-LDS-DEPT(WS-LDS-K)
                OR (WS-LDS-DEPT(WS-LDS-J) = WS-LDS-DEPT(WS-LDS-K)
                AND WS-LDS-JOB(WS-LDS-J) > WS-LDS-JOB(WS-LDS-K))
            MOVE WS-LDS-ENTRY(WS-LDS-J) TO WS-LDS-PRINT
            MOVE WS-LDS-ENTRY(WS-LDS-K) TO WS-LDS-ENTRY(WS-LDS-J)
            MOVE WS-LDS-PRINT TO WS-LDS-ENTRY(WS-LDS-K).

    LD-REPORT-ROW-PARA.
        IF WS-LDS-IDX > 1 AND WS-LDS-DEPT(WS-LDS-IDX) NOT = WS-LD-CURRENT-DEPT
            PERFORM LD-DEPT-TOTAL-PARA.
        MOVE WS-LDS-DEPT(WS-LDS-IDX) TO WS-LD-CURRENT-DEPT.
        MOVE WS-LDS-ENTRY(WS-LDS-IDX) TO WS-LDS-PRINT.
        PERFORM LD-PRINT-LINE-PARA.
        ADD WS-LDP-HOURS TO WS-LDT-HOURS WS-LDG-HOURS.
        ADD WS-LDP-LEAVE-HRS TO WS-LDT-LEAVE-HRS WS-LDG-LEAVE-HRS.
        ADD WS-LDP-STRAIGHT TO WS-LDT-STRAIGHT WS-LDG-STRAIGHT.
        ADD WS-LDP-PREMIUM TO WS-LDT-PREMIUM WS-LDG-PREMIUM.
        ADD WS-LDP-OTHER TO WS-LDT-OTHER WS-LDG-OTHER.
        ADD WS-LDP-GROSS TO WS-LDT-GROSS WS-LDG-GROSS.
        ADD WS-LDP-ER-TAX TO WS-LDT-ER-TAX WS-LDG-ER-TAX.

    LD-DEPT-TOTAL-PARA.
        MOVE WS-LDS-DEPT-TOT TO WS-LDS-PRINT.
        MOVE WS-LD-CURRENT-DEPT TO WS-LDP-DEPT.
        MOVE "TOTAL" TO WS-LDP-JOB.
        PERFORM LD-PRINT-LINE-PARA.
        MOVE SPACES TO LABDIST-REC.
        WRITE LABDIST-REC.
        INITIALIZE WS-LDS-DEPT-TOT.

    LD-PRINT-LINE-PARA.
        MOVE SPACES TO WS-LD-LINE.
        MOVE WS-LDP-DEPT TO LDL-DEPT.
        MOVE WS-LDP-JOB TO LDL-JOB.
        MOVE WS-LDP-HOURS TO WS-LD-HOURS-ED.
        MOVE WS-LD-HOURS-ED TO LDL-HOURS.
        MOVE WS-LDP-LEAVE-HRS TO WS-LD-HOURS-ED.
        MOVE WS-LD-HOURS-ED TO LDL-LEAVE-HRS.
        MOVE WS-LDP-STRAIGHT TO WS-LD-AMT-ED.
        MOVE WS-LD-AMT-ED TO LDL-STRAIGHT.
        MOVE WS-LDP-PREMIUM TO WS-LD-AMT-ED.
        MOVE WS-LD-AMT-ED TO LDL-PREMIUM.
        MOVE WS-LDP-OTHER TO WS-LD-AMT-ED.
        MOVE WS-LD-AMT-ED TO LDL-OTHER.
        MOVE WS-LDP-GROSS TO WS-LD-AMT-ED.
        MOVE WS-LD-AMT-ED TO LDL-GROSS.
        MOVE WS-LDP-ER-TAX TO WS-LD-AMT-ED.
        MOVE WS-LD-AMT-ED TO LDL-ER-TAX.
        COMPUTE WS-LD-COST = WS-LDP-GROSS + WS-LDP-ER-TAX.
        MOVE WS-LD-COST TO WS-LD-AMT-ED.
        MOVE WS-LD-AMT-ED TO LDL-COST.
        MOVE WS-LD-LINE TO LABDIST-REC.
        WRITE LABDIST-REC.

    QTR-SUMMARY-PARA.
        *>Hands payroll tax filing a running YTD figure per employee instead of making them add up
        *>four quarters of PAYROLL.PRT by hand. The quarter number is just which one the run date
            WRITE TAXQTR-REC
            MOVE SPACES TO TAXQTR-REC
            WRITE TAXQTR-REC
            PERFORM QTR-HEADING-PARA
            MOVE WS-DASH-LINE TO TAXQTR-REC
            WRITE TAXQTR-REC
            INITIALIZE WS-QTR-TOTALS
            PERFORM QTR-LINE-PARA VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOTAL-CNT
            MOVE WS-DASH-LINE TO TAXQTR-REC
            WRITE TAXQTR-REC
            PERFORM QTR-TOTAL-LINE-PARA
            CLOSE TAX-SUMMARY-FILE.

    QTR-HEADING-PARA.
        *>Headings go through the detail line's own fields so each one sits over its column no
        *>matter how the columns get widened later.
        MOVE SPACES TO WS-QTR-LINE.
        MOVE "EMP ID" TO QL-ID.
        MOVE "NAME" TO QL-NAME.
        MOVE "YTD GROSS" TO QL-YTD-GROSS.
        MOVE "YTD TAX" TO QL-YTD-TAX.
        MOVE "YTD SS" TO QL-YTD-SS.
        MOVE "YTD MED" TO QL-YTD-MED.
        MOVE "ER SS" TO QL-YTD-ER-SS.
        MOVE "ER MED" TO QL-YTD-ER-MED.
        MOVE "FUTA" TO QL-YTD-FUTA.
        MOVE "SUTA" TO QL-YTD-SUTA.
        MOVE "YTD NET" TO QL-YTD-NET.
        MOVE WS-QTR-LINE TO TAXQTR-REC.
        WRITE TAXQTR-REC.

    QTR-LINE-PARA.
        MOVE WS-ID(WS-IDX) TO WS-QTR-ID-ED.
        MOVE WS-YTD-GROSS(WS-IDX) TO WS-QTR-GROSS-ED.
        MOVE WS-QTR-GROSS-ED TO QL-YTD-GROSS.
        MOVE WS-QTR-TAX-ED TO QL-YTD-TAX.
        MOVE WS-QTR-NET-ED TO QL-YTD-NET.
        MOVE WS-YTD-SS(WS-IDX) TO WS-QTR-SS-ED.
        MOVE WS-YTD-MED(WS-IDX) TO WS-QTR-MED-ED.
        MOVE WS-YTD-ER-SS(WS-IDX) TO WS-QTR-ER-SS-ED.
        MOVE WS-YTD-ER-MED(WS-IDX) TO WS-QTR-ER-MED-ED.
        MOVE WS-YTD-FUTA(WS-IDX) TO WS-QTR-FUTA-ED.
        MOVE WS-YTD-SUTA(WS-IDX) TO WS-QTR-SUTA-ED.
        PERFORM QTR-FICA-COLUMNS-PARA.
        MOVE WS-QTR-LINE TO TAXQTR-REC.
        WRITE TAXQTR-REC.
        ADD WS-YTD-GROSS(WS-IDX) TO WS-QTR-TOT-GROSS.
        ADD WS-YTD-TAX(WS-IDX) TO WS-QTR-TOT-TAX.
        ADD WS-YTD-SS(WS-IDX) TO WS-QTR-TOT-SS.
        ADD WS-YTD-MED(WS-IDX) TO WS-QTR-TOT-MED.
        ADD WS-YTD-ER-SS(WS-IDX) TO WS-QTR-TOT-ER-SS.
        ADD WS-YTD-ER-MED(WS-IDX) TO WS-QTR-TOT-ER-MED.
        ADD WS-YTD-FUTA(WS-IDX) TO WS-QTR-TOT-FUTA.
        ADD WS-YTD-SUTA(WS-IDX) TO WS-QTR-TOT-SUTA.
        ADD WS-YTD-NET(WS-IDX) TO WS-QTR-TOT-NET.

    QTR-FICA-COLUMNS-PARA.
        MOVE WS-QTR-SS-ED TO QL-YTD-SS.
        MOVE WS-QTR-MED-ED TO QL-YTD-MED.
        MOVE WS-QTR-ER-SS-ED TO QL-YTD-ER-SS.
        MOVE WS-QTR-ER-MED-ED TO QL-YTD-ER-MED.
        MOVE WS-QTR-FUTA-ED TO QL-YTD-FUTA.
        MOVE WS-QTR-SUTA-ED TO QL-YTD-SUTA.

    QTR-TOTAL-LINE-PARA.
        *>The employer's 941 and 940 figures come straight off this line - employee SS plus
        *>employer SS, and so on - so every column gets footed, not just the money ones.
        MOVE SPACES TO WS-QTR-LINE.
        MOVE "TOTALS" TO QL-ID.
        MOVE WS-QTR-TOT-GROSS TO WS-QTR-GROSS-ED.
        MOVE WS-QTR-TOT-TAX TO WS-QTR-TAX-ED.
        MOVE WS-QTR-TOT-NET TO WS-QTR-NET-ED.
        MOVE WS-QTR-GROSS-ED TO QL-YTD-GROSS.
        MOVE WS-QTR-TAX-ED TO QL-YTD-TAX.
        MOVE WS-QTR-NET-ED TO QL-YTD-NET.
        MOVE WS-QTR-TOT-SS TO WS-QTR-SS-ED.
        MOVE WS-QTR-TOT-MED TO WS-QTR-MED-ED.
        MOVE WS-QTR-TOT-ER-SS TO WS-QTR-ER-SS-ED.
        MOVE WS-QTR-TOT-ER-MED TO WS-QTR-ER-MED-ED.
        MOVE WS-QTR-TOT-FUTA TO WS-QTR-FUTA-ED.
        MOVE WS-QTR-TOT-SUTA TO WS-QTR-SUTA-ED.
        PERFORM QTR-FICA-COLUMNS-PARA.
        MOVE WS-QTR-LINE TO TAXQTR-REC.
        WRITE TAXQTR-REC.

