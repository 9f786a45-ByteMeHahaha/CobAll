      RECORD KEY IS RHC-Key
      FILE STATUS WS-Run-Hist-Check-Status.

      *> Settings history - every save that changes a setting appends
      *> the whole keyword set as a new numbered version, so who
      *> changed what, and what it was before, is never lost to the
      *> overwrite of the .cfg file.
      SELECT Cfg-History-File ASSIGN TO "CfgHistory.dat"
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Cfg-History-Status.

DATA DIVISION.
  FILE SECTION.
    FD Debug-Log-File.
    FD Run-Hist-Check-File.
      COPY "RunHistRecord.cpy" REPLACING ==:PREFIX:== BY ==RHC==.

    FD Cfg-History-File.
      COPY "CfgHistRecord.cpy" REPLACING ==:PREFIX:== BY ==CH==.

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    *> Image of the settings block as last loaded/saved - a
    *> SaveConfig that actually changed something is audited. Sized
    *> with headroom over the settings block.
    01 WS-Settings-Snapshot PIC X(200) VALUE SPACES.

    *> Settings-history work fields for SaveConfig - whether this
    *> save changed anything, whether it becomes a new version, and
    *> the highest version already on file.
    01 WS-Cfg-History-Status PIC XX.
      88 Cfg-History-Opened-OK VALUE "00".
      88 Cfg-History-Not-Found VALUE "35".
    01 WS-Cfg-History-At-End-Flag PIC A VALUE "N".
      88 Cfg-History-At-End VALUE "Y".
    01 WS-Cfg-Changed-Flag PIC A VALUE "N".
      88 Cfg-Changed VALUE "Y".
    01 WS-Cfg-New-Version-Flag PIC A VALUE "N".
      88 Cfg-New-Version VALUE "Y".
    01 WS-Cfg-Last-Version PIC 9(6) VALUE 0.
    01 WS-Cfg-Version-Disp PIC Z(5)9.
    01 WS-Cfg-Save-Stamp PIC X(14) VALUE SPACES.
    *> The version in force, shared with ReadSettings and
    *> WriteRunHistory - stamped on every run history row.
    01 WS-Config-Version-Used PIC 9(6) EXTERNAL.

    *> SaveConfig work fields - the card being written and a
    *> decimal-pointed rendering of the tolerance, so the file stays
    01 WS-Config-Card-Idx PIC 99 VALUE 0.
    01 WS-Config-Amount-Edit PIC 9(7).99.
    01 WS-Config-Limit-Edit PIC 9(9).99.
    01 WS-Config-Rate-Edit PIC 9(2).99.

    *> Severity ranking used by the debug log viewer's filter.
    01 WS-Rank-Input PIC X(4).
    01 WS-Operator-Auth-Level PIC 9 EXTERNAL.
    01 WS-Required-Auth-Level PIC 9 VALUE 1.

    *> The logged-in operator's data scope off the profile - the
    *> branches and regions whose accounts they may see. Blank (head
    *> office, batch, or the identify-only login) is every branch.
    *> EXTERNAL so BranchAccess can judge each key against it.
    01 WS-Operator-Scope EXTERNAL.
      05 WS-Scope-Branches PIC X(40).
      05 WS-Scope-Region OCCURS 3 TIMES PIC X(10).

    *> The session's company - a first-class dimension now that two
    *> legal entities run through the one tree. Captured on the
    *> login screen (blank = the long-standing single-company
    *> generation, 10=Interest Accrual, 11=Statement run,
    *> 12=Currency Revaluation, 13=GL Proof, 14=Suspense Aging,
    *> 15=Operations Flash, 16=Import Mapper conversion,
    *> 17=Movements Report, 18=MTD Proof, 19=Master Verify,
    *> 20=Fees and Charges, 21=Dormancy detection,
    *> 22=Bad debt provisioning, 23=Bank reconciliation,
    *> 24=Group consolidation, 25=Large transaction monitoring,
    *> 26=Sanctions screening, 27=Budget versus actual,
    *> 28=Liquidity forecast, 29=Collections,
    *> 30=Dispute case aging, 31=Security exception report,
    *> 32=Dormant operator ID lock, 33=User-defined report,
    *> 34=Warehouse delta feed, 35=Backup set,
    *> 36=Personal data anonymisation,
    *> 37=Interest tax certificates,
    *> 38=Instalment loan repayments,
    *> 39=Outbound payment run,
    *> 40=Exchange rate feed load,
    *> 41=Suspense repair pass,
    *> 42=Average daily balance report,
    *> 43=Term deposit maturities,
    *> 44=Product holdings report,
    *> 45=Data file capacity monitor - see RunBatchMode), NOT the
    *> main menu's. Lets CobAll run under
    *> JCL without anyone at the screen.
    01 WS-Parm-Value PIC X(80) VALUE SPACES.
    01 WS-Batch-Function PIC 99 VALUE 0.
      88 Batch-Mode-Requested VALUE 1 THRU 45.

    *> The saved report definition a batch step runs through the
    *> Report Writer - off a REPORT= PARM token, or the fourth token
    *> of a Schedule.dat step line; shared EXTERNAL with RptWriter.
    01 WS-Rpt-Run-Name PIC X(8) EXTERNAL.

    *> Run-unit-wide batch marker, shared (EXTERNAL) with the called
    *> programs and the logging subroutines: in batch there is nobody
    01 WS-Sched-Card-Stream PIC X(8) VALUE SPACES.
    01 WS-Sched-Card-Fn PIC X(2) VALUE SPACES.
    01 WS-Sched-Card-Action PIC X(4) VALUE SPACES.
    01 WS-Sched-Card-Report PIC X(8) VALUE SPACES.
    01 WS-Sched-Step-Table.
      05 WS-Sched-Step-Entry OCCURS 20 TIMES.
        10 WS-Sched-Step-Fn PIC 99.
        10 WS-Sched-Step-Action PIC X(4).
        10 WS-Sched-Step-Report PIC X(8).
    01 WS-Sched-Step-Used PIC 99 VALUE 0.
    01 WS-Sched-Step-Idx PIC 99 VALUE 0.
    01 WS-Sched-Skip-Flag PIC A VALUE "N".
    *> starts at supervisor and only LoginScreen lowers it.
    MOVE "N" TO WS-Batch-Mode-Switch.
    MOVE 3 TO WS-Operator-Auth-Level.
    MOVE SPACES TO WS-Operator-Scope.
    MOVE SPACES TO WS-Company-ID.
    MOVE "N" TO WS-Training-Mode-Switch.
    MOVE SPACES TO WS-Training-Banner.

    *> 32 opens the second menu page - the choice keyed there drops
    *> into the same audit/auth/dispatch below as a page-one number.
    *> 32 again (or 0) on page two just returns to page one. 71 on
    *> page two opens page three the same way.
    IF WS-Main-Menu-Choice = 32 THEN
      DISPLAY SC-Main-Menu-2
      ACCEPT SC-Main-Menu-2
      IF WS-Main-Menu-Choice = 32 OR WS-Main-Menu-Choice = 0 THEN
        EXIT PARAGRAPH
      END-IF
      IF WS-Main-Menu-Choice = 71 THEN
        DISPLAY SC-Main-Menu-3
        ACCEPT SC-Main-Menu-3
        IF WS-Main-Menu-Choice = 71 OR WS-Main-Menu-Choice = 0 THEN
          EXIT PARAGRAPH
        END-IF
      END-IF
    END-IF.

    *> Record the operator's menu choice in the permanent audit trail
        CALL "HandoverLog" USING WS-Run-ID WS-Terminal-ID
          WS-Operator-ID

      WHEN 62
        CALL "FeeCharge" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 63
        CALL "Dormancy" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 64
        CALL "Provision" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 65
        CALL "BankRec" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 66
        CALL "GroupCons" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 67
        CALL "LargeTxn" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 68
        CALL "Sanctions" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 69
        CALL "CustMaint" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 70
        CALL "CustPos" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 72
        CALL "Budget" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 73
        CALL "Forecast" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 74
        CALL "FwdMaint" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 75
        CALL "Collections" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 76
        CALL "Dispute" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 77
        CALL "Recall" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 78
        CALL "SecReport" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 79
        CALL "OperCert" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      *> Settings history - a restore rewrites the file, so reload it
      WHEN 80
        CALL "CfgHist" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID
        PERFORM LoadConfig

      WHEN 81
        CALL "Transfer" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 82
        CALL "MassUpd" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 83
        MOVE SPACES TO WS-Rpt-Run-Name
        CALL "RptWriter" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 84
        CALL "CdcExtract" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 85
        CALL "BackupSet" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 86
        CALL "PdRetain" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 87
        CALL "TaxCert" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 88
        CALL "LoanMaint" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 89
        CALL "PayOut" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 90
        CALL "RateLoad" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 91
        CALL "SuspRepair" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 92
        CALL "Rekey" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 93
        CALL "AuditSample" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 94
        CALL "KeyCheckRpt" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 95
        CALL "FeedQuar" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 96
        CALL "AvgBalance" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 97
        CALL "DepMaint" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 98
        CALL "ProdMaint" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 99
        CALL "CapMon" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      *> User chose to exit
      WHEN 4
        MOVE "Y" TO WS-Session-Exit-Flag
    MOVE 0 TO WS-Batch-Function.
    MOVE "N" TO WS-Schedule-Flag.
    MOVE SPACES TO WS-Schedule-Name.
    MOVE SPACES TO WS-Rpt-Run-Name.

    *> A whole named stream in one submission. The name runs to the
    *> first space - a fixed slice would swallow part of a
      END-IF
    END-PERFORM.

    *> An optional REPORT= token names the saved definition a
    *> BATCH=33 run produces - up to the first space, as with
    *> SCHEDULE=.
    PERFORM VARYING WS-Parm-Scan FROM 1 BY 1
      UNTIL WS-Parm-Scan > 68
      IF WS-Parm-Value(WS-Parm-Scan:7) = "REPORT=" THEN
        UNSTRING WS-Parm-Value(WS-Parm-Scan + 7:) DELIMITED BY ALL " "
          INTO WS-Rpt-Run-Name
        END-UNSTRING
        MOVE FUNCTION UPPER-CASE(WS-Rpt-Run-Name) TO WS-Rpt-Run-Name
        MOVE 69 TO WS-Parm-Scan
      END-IF
    END-PERFORM.

    *> One or two digits after the "=" - the schedule outgrew 9
    *> functions.
    IF WS-Parm-Value(1:6) = "BATCH=" THEN
      WHEN 19
        CALL "Verify" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 20
        CALL "FeeCharge" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 21
        CALL "Dormancy" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 22
        CALL "Provision" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 23
        CALL "BankRec" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 24
        CALL "GroupCons" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 25
        CALL "LargeTxn" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 26
        CALL "Sanctions" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 27
        CALL "Budget" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 28
        CALL "Forecast" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 29
        CALL "Collections" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 30
        CALL "Dispute" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 31
        CALL "SecReport" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 32
        CALL "OperCert" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 33
        CALL "RptWriter" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 34
        CALL "CdcExtract" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 35
        CALL "BackupSet" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 36
        CALL "PdRetain" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 37
        CALL "TaxCert" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 38
        CALL "LoanMaint" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 39
        CALL "PayOut" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 40
        CALL "RateLoad" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 41
        CALL "SuspRepair" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 42
        CALL "AvgBalance" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 43
        CALL "DepMaint" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 44
        CALL "ProdMaint" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN 45
        CALL "CapMon" USING WS-Run-ID WS-Terminal-ID WS-Operator-ID

      WHEN OTHER
        MOVE 404 TO WS-Error-Code
        STRING
          MOVE SPACES TO WS-Sched-Card-Stream
          MOVE SPACES TO WS-Sched-Card-Fn
          MOVE SPACES TO WS-Sched-Card-Action
          MOVE SPACES TO WS-Sched-Card-Report
          UNSTRING SCH-Line DELIMITED BY ALL " "
            INTO WS-Sched-Card-Stream WS-Sched-Card-Fn
              WS-Sched-Card-Action WS-Sched-Card-Report
          END-UNSTRING
          IF WS-Sched-Card-Stream = WS-Schedule-Name
            AND WS-Sched-Card-Fn NUMERIC
              TO WS-Sched-Step-Fn(WS-Sched-Step-Used)
            MOVE WS-Sched-Card-Action
              TO WS-Sched-Step-Action(WS-Sched-Step-Used)
            MOVE FUNCTION UPPER-CASE(WS-Sched-Card-Report)
              TO WS-Sched-Step-Report(WS-Sched-Step-Used)
          END-IF
      END-READ
    END-PERFORM.
    END-IF.

    MOVE WS-Sched-Step-Fn(WS-Sched-Step-Idx) TO WS-Batch-Function.
    MOVE WS-Sched-Step-Report(WS-Sched-Step-Idx) TO WS-Rpt-Run-Name.
    MOVE WS-Log-Info TO WS-Debug-Level.
    STRING
      "Schedule step " DELIMITED BY SIZE
        MOVE "MTDPROOF" TO WS-Sched-Hist-Name
      WHEN 19
        MOVE "VERIFY" TO WS-Sched-Hist-Name
      WHEN 20
        MOVE "FEES" TO WS-Sched-Hist-Name
      WHEN 21
        MOVE "DORMANT" TO WS-Sched-Hist-Name
      WHEN 22
        MOVE "PROVISN" TO WS-Sched-Hist-Name
      WHEN 23
        MOVE "BANKREC" TO WS-Sched-Hist-Name
      WHEN 24
        MOVE "GROUPCON" TO WS-Sched-Hist-Name
      WHEN 25
        MOVE "LARGETXN" TO WS-Sched-Hist-Name
      WHEN 26
        MOVE "SANCTION" TO WS-Sched-Hist-Name
      WHEN 27
        MOVE "BUDGET" TO WS-Sched-Hist-Name
      WHEN 28
        MOVE "FORECAST" TO WS-Sched-Hist-Name
      WHEN 29
        MOVE "COLLECT" TO WS-Sched-Hist-Name
      WHEN 30
        MOVE "DISPAGE" TO WS-Sched-Hist-Name
      WHEN 31
        MOVE "SECRPT" TO WS-Sched-Hist-Name
      WHEN 32
        MOVE "OPIDLE" TO WS-Sched-Hist-Name
      WHEN 33
        MOVE "RPTWRITE" TO WS-Sched-Hist-Name
      WHEN 34
        MOVE "CDCDELTA" TO WS-Sched-Hist-Name
      WHEN 35
        MOVE "BACKUP" TO WS-Sched-Hist-Name
      WHEN 36
        MOVE "PDANON" TO WS-Sched-Hist-Name
      WHEN 37
        MOVE "TAXCERT" TO WS-Sched-Hist-Name
      WHEN 38
        MOVE "LOANS" TO WS-Sched-Hist-Name
      WHEN 39
        MOVE "PAYRUN" TO WS-Sched-Hist-Name
      WHEN 40
        MOVE "RATELOAD" TO WS-Sched-Hist-Name
      WHEN 41
        MOVE "SUSPREPR" TO WS-Sched-Hist-Name
      WHEN 42
        MOVE "AVGBAL" TO WS-Sched-Hist-Name
      WHEN 43
        MOVE "DEPMAT" TO WS-Sched-Hist-Name
      WHEN 44
        MOVE "PRODHOLD" TO WS-Sched-Hist-Name
      WHEN 45
        MOVE "CAPMON" TO WS-Sched-Hist-Name
      WHEN OTHER
        MOVE SPACES TO WS-Sched-Hist-Name
    END-EVALUATE.
    *> gradually.
    MOVE "N" TO WS-Oper-Prof-Missing-Flag.
    MOVE 3 TO WS-Operator-Auth-Level.
    MOVE SPACES TO WS-Operator-Scope.
    OPEN I-O Oper-Prof-File.
    IF Oper-Prof-Not-Found THEN
      MOVE "Y" TO WS-Oper-Prof-Missing-Flag
          WHEN OTHER
            MOVE "Y" TO WS-Login-OK-Flag
            MOVE OP-Auth-Level TO WS-Operator-Auth-Level
            MOVE OP-Branches TO WS-Scope-Branches
            MOVE OP-Region(1) TO WS-Scope-Region(1)
            MOVE OP-Region(2) TO WS-Scope-Region(2)
            MOVE OP-Region(3) TO WS-Scope-Region(3)
            MOVE OP-Pwd-Changed TO WS-Pwd-Changed-Date
            *> The last-login date is what the dormant-ID check and
            *> the recertification listing go on.
            MOVE FUNCTION CURRENT-DATE(1:8) TO OP-Last-Login
            REWRITE OP-Record
              INVALID KEY
                CONTINUE
            END-REWRITE
        END-EVALUATE
    END-READ.

      WHEN 55
      WHEN 56
      WHEN 57
      WHEN 69
      WHEN 74
      WHEN 76
      WHEN 77
      WHEN 78
      WHEN 79
      WHEN 80
      WHEN 82
      WHEN 84
      WHEN 85
      WHEN 86
      WHEN 87
      WHEN 88
      WHEN 89
      WHEN 90
      WHEN 91
      WHEN 92
      WHEN 93
      WHEN 95
      WHEN 97
      WHEN 98
      WHEN 99
        MOVE 3 TO WS-Required-Auth-Level
      WHEN OTHER
        MOVE 1 TO WS-Required-Auth-Level
    END-IF.

  *> Saves the persisted settings in keyword form, and leaves an
  *> audit entry and a settings-history version whenever the save
  *> actually changed something.
  SaveConfig.
    MOVE WS-Debug-Log-Path TO WS-Cfg-Log-Path.

      MOVE "CobAll.cfg" TO WS-Main-Config-Path
    END-IF.

    *> A save that changes something - or the first save of a file
    *> never versioned - becomes the next settings-history version.
    *> An unchanged save rewrites the same cards under the same
    *> version.
    MOVE "N" TO WS-Cfg-Changed-Flag.
    IF WS-Cfg-Settings NOT = WS-Settings-Snapshot THEN
      MOVE "Y" TO WS-Cfg-Changed-Flag
    END-IF.
    MOVE "N" TO WS-Cfg-New-Version-Flag.
    IF Cfg-Changed OR WS-Cfg-Version = 0 THEN
      PERFORM Find-Last-Cfg-Version
      ADD 1 TO WS-Cfg-Last-Version GIVING WS-Cfg-Version
      MOVE "Y" TO WS-Cfg-New-Version-Flag
      MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Cfg-Save-Stamp
      OPEN EXTEND Cfg-History-File
      IF Cfg-History-Not-Found THEN
        OPEN OUTPUT Cfg-History-File
      END-IF
    END-IF.

    OPEN OUTPUT Config-File.
    PERFORM Write-Config-Card
      VARYING WS-Config-Card-Idx FROM 1 BY 1
      UNTIL WS-Config-Card-Idx > 25.
    CLOSE Config-File.
    IF Cfg-New-Version THEN
      CLOSE Cfg-History-File
    END-IF.
    MOVE WS-Cfg-Version TO WS-Config-Version-Used.

    IF Cfg-Changed THEN
      MOVE WS-Cfg-Version TO WS-Cfg-Version-Disp
      STRING
        "Settings changed by " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Operator-ID) DELIMITED BY SIZE
        ", saved to " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Main-Config-Path) DELIMITED BY SIZE
        " as v" DELIMITED BY SIZE
        FUNCTION TRIM(WS-Cfg-Version-Disp) DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
      PERFORM WriteAuditMessage
    END-IF.
    MOVE WS-Cfg-Settings TO WS-Settings-Snapshot.

    *> WriteDebugLog caches the settings once per run - reset it so
    *> the save just made takes effect from the next line.
          WS-Cfg-Handover-Days DELIMITED BY SIZE
          INTO CF-Config-Line
        END-STRING
      WHEN 17
        STRING "DORMDAYS=" DELIMITED BY SIZE
          WS-Cfg-Dorm-Days DELIMITED BY SIZE
          INTO CF-Config-Line
        END-STRING
      WHEN 18
        STRING "COLLDAYS1=" DELIMITED BY SIZE
          WS-Cfg-Coll-Stage1-Days DELIMITED BY SIZE
          INTO CF-Config-Line
        END-STRING
      WHEN 19
        STRING "COLLDAYS2=" DELIMITED BY SIZE
          WS-Cfg-Coll-Stage2-Days DELIMITED BY SIZE
          INTO CF-Config-Line
        END-STRING
      WHEN 20
        STRING "COLLDAYS3=" DELIMITED BY SIZE
          WS-Cfg-Coll-Stage3-Days DELIMITED BY SIZE
          INTO CF-Config-Line
        END-STRING
      WHEN 21
        STRING "DISPDAYS=" DELIMITED BY SIZE
          WS-Cfg-Disp-Target-Days DELIMITED BY SIZE
          INTO CF-Config-Line
        END-STRING
      WHEN 22
        STRING "OPIDLEDAYS=" DELIMITED BY SIZE
          WS-Cfg-Oper-Idle-Days DELIMITED BY SIZE
          INTO CF-Config-Line
        END-STRING
      WHEN 23
        MOVE WS-Cfg-Tax-Withhold-Pct TO WS-Config-Rate-Edit
        STRING "TAXRATE=" DELIMITED BY SIZE
          WS-Config-Rate-Edit DELIMITED BY SIZE
          INTO CF-Config-Line
        END-STRING
      WHEN 24
        STRING "RATECUTOFF=" DELIMITED BY SIZE
          WS-Cfg-Rate-Cutoff DELIMITED BY SIZE
          INTO CF-Config-Line
        END-STRING
      *> The version stamp is always the last card, and stays off
      *> the history - it is the version's number, not a setting.
      WHEN 25
        STRING "VERSION=" DELIMITED BY SIZE
          WS-Cfg-Version DELIMITED BY SIZE
          INTO CF-Config-Line
        END-STRING
    END-EVALUATE.
    WRITE CF-Config-Line.

    IF Cfg-New-Version AND WS-Config-Card-Idx < 25 THEN
      MOVE SPACES TO CH-Record
      MOVE WS-Cfg-Version TO CH-Version
      MOVE WS-Main-Config-Path TO CH-Config
      MOVE WS-Cfg-Save-Stamp(1:8) TO CH-Saved-Date
      MOVE WS-Cfg-Save-Stamp(9:6) TO CH-Saved-Time
      MOVE WS-Operator-ID TO CH-Operator
      MOVE WS-Run-ID TO CH-Run
      MOVE 0 TO CH-Restored-From
      MOVE WS-Config-Card-Idx TO CH-Card-Seq
      MOVE CF-Config-Line TO CH-Card
      WRITE CH-Record
    END-IF.

  *> The highest version number on the settings history, over every
  *> config file (0 when there is no history yet).
  Find-Last-Cfg-Version.
    MOVE 0 TO WS-Cfg-Last-Version.
    OPEN INPUT Cfg-History-File.
    IF NOT Cfg-History-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Cfg-History-At-End-Flag.
    PERFORM UNTIL Cfg-History-At-End
      READ Cfg-History-File
        AT END
          MOVE "Y" TO WS-Cfg-History-At-End-Flag
        NOT AT END
          IF CH-Version IS NUMERIC
            AND CH-Version > WS-Cfg-Last-Version THEN
            MOVE CH-Version TO WS-Cfg-Last-Version
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Cfg-History-File.

  *> Writes debug info to the log file - a thin wrapper over the
  *> WriteDebugLog subroutine, which owns the threshold check, the
  *> rotation, the ERR alerting and (for batch) the held-open file.
